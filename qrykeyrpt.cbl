       01 ws-resp-eof                 PIC X VALUE "N".
           88 resp-eof                VALUE "Y".

      *> Sized as Query's own hit table, which is what writes the file.
       01 ws-hit-max                  PIC 9(5) VALUE 20000.
       01 ws-hit-count                PIC 9(5) VALUE 0.
       01 ws-hit-table.
           05 ws-hit-entry OCCURS 20000 TIMES.
               10 ws-hit-key          PIC X(16).
               10 ws-hit-tally        PIC 9(9).
       01 ws-hit-sub                  PIC 9(5).

       01 ws-prev-key                 PIC X(16).
       01 ws-key-total                PIC 9(05) VALUE 0.
