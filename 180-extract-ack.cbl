       data division.
          file section.
             fd  extract-file.
                01  extract-record      picture x(124).

             fd  ack-file.
                01  ack-record.
                    copy dl100ack.

             fd  archive-file.
                01  archive-record      picture x(124).

             fd  keep-file.
                01  keep-record         picture x(124).

             fd  listing-file.
                01  listing-record      picture x(132).
