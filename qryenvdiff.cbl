       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryEnvDiff.


      *> Difference report between any two response masters, typically
      *> two environments' (TEST against QA, QA against PROD) to show
      *> how far they have drifted and to check a promotion landed.
      *> Both masters are read in key order and matched record by
      *> record, the way QueryUnload compares the master with its load
      *> source: records only one side holds, and records both hold
      *> with a different type, end date, or text. The control
      *> trailers are not compared - each seal only speaks for its own
      *> file - but whether each one verifies is reported.
      *>
      *>     QUERY_DIFF_LEFT    the left master (default the live
      *>                        data/query-responses.dat)
      *>     QUERY_DIFF_RIGHT   the right master; mandatory
      *>
      *> The report goes to data/query-envdiff-report.txt, record
      *> detail first and then every key that differs in any record.
      *> Return code 4 means the masters differ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT resp-file ASSIGN TO ws-left-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT right-file ASSIGN TO ws-right-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS right-file-rec-key
               FILE STATUS IS ws-right-file-status.

           SELECT report-file ASSIGN TO
                              "data/query-envdiff-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  resp-file.

       COPY "qryresp.cpy".

       FD  right-file.

       COPY "qryresp.cpy" REPLACING LEADING ==resp-file== BY
                                            ==right-file==.

       FD  report-file.
       01  report-file-rec            PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-resp-file-status         PIC XX.
       01 ws-right-file-status        PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-left-eof                 PIC X VALUE "N".
           88 left-eof                VALUE "Y".
       01 ws-right-eof                PIC X VALUE "N".
           88 right-eof               VALUE "Y".

       01 ws-left-name                PIC X(40)
           VALUE "data/query-responses.dat".
       01 ws-right-name               PIC X(40).
       01 ws-name-env                 PIC X(40).

      *> The record key of the current record on each side; HIGH-
      *> VALUES once a side is exhausted, so the other side's records
      *> all sort ahead of it and drain as one-sided.
       01 ws-left-key                 PIC X(29).
       01 ws-right-key                PIC X(29).

       COPY "qryctl.cpy".

       01 ws-sum-rec                  PIC X(98).
       01 ws-sum-rec-len              USAGE BINARY-LONG VALUE 98.
       01 ws-sum-result               USAGE BINARY-LONG.
       01 ws-left-checksum            USAGE BINARY-LONG VALUE 0.
       01 ws-right-checksum           USAGE BINARY-LONG VALUE 0.
       01 ws-left-count               PIC 9(05) VALUE 0.
       01 ws-right-count              PIC 9(05) VALUE 0.
       01 ws-left-seal                PIC X(60) VALUE SPACES.
       01 ws-right-seal               PIC X(60) VALUE SPACES.
       01 ws-seal-state               PIC X(12).
       01 ws-seal-count               PIC 9(05).
       01 ws-seal-sum                 PIC 9(10).

       01 ws-left-only-count          PIC 9(05) VALUE 0.
       01 ws-right-only-count         PIC 9(05) VALUE 0.
       01 ws-differ-count             PIC 9(05) VALUE 0.
       01 ws-count-disp               PIC 9(05).

      *> Every key with at least one differing record, in key order
      *> because the merge visits keys in key order.
       01 ws-dkey-max                 PIC 9(4) VALUE 2000.
       01 ws-dkey-count               PIC 9(4) VALUE 0.
       01 ws-dkey-full                PIC X VALUE "N".
           88 dkey-table-full         VALUE "Y".
       01 ws-dkey-table.
           05 ws-dkey-entry OCCURS 2000 TIMES.
               10 ws-dkey-key         PIC X(16).
               10 ws-dkey-records     PIC 9(05).
       01 ws-dkey-sub                 PIC 9(4).
       01 ws-diff-key                 PIC X(16).

       01 ws-report-line              PIC X(160).


       PROCEDURE DIVISION.

       PERFORM LOAD-DIFF-PARMS

       OPEN INPUT resp-file
       IF ws-resp-file-status NOT = "00"
           DISPLAY "QUERYENVDIFF: cannot open left master, status "
                   ws-resp-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF
       OPEN INPUT right-file
       IF ws-right-file-status NOT = "00"
           DISPLAY "QUERYENVDIFF: cannot open right master, status "
                   ws-right-file-status
           CLOSE resp-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF
       OPEN OUTPUT report-file
       IF ws-report-file-status NOT = "00"
           DISPLAY "QUERYENVDIFF: cannot open report, status "
                   ws-report-file-status
           CLOSE resp-file
           CLOSE right-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       MOVE "Response master difference report" TO ws-report-line
       WRITE report-file-rec FROM ws-report-line
       MOVE SPACES TO ws-report-line
       STRING "LEFT=  " DELIMITED BY SIZE
              ws-left-name DELIMITED BY SPACE
         INTO ws-report-line
       END-STRING
       WRITE report-file-rec FROM ws-report-line
       MOVE SPACES TO ws-report-line
       STRING "RIGHT= " DELIMITED BY SIZE
              ws-right-name DELIMITED BY SPACE
         INTO ws-report-line
       END-STRING
       WRITE report-file-rec FROM ws-report-line
       MOVE SPACES TO ws-report-line
       WRITE report-file-rec FROM ws-report-line

       PERFORM READ-LEFT-RECORD
       PERFORM READ-RIGHT-RECORD
       PERFORM UNTIL left-eof AND right-eof
           EVALUATE TRUE
               WHEN ws-left-key < ws-right-key
                   ADD 1 TO ws-left-only-count
                   PERFORM REPORT-LEFT-ONLY-LINE
                   PERFORM READ-LEFT-RECORD
               WHEN ws-left-key > ws-right-key
                   ADD 1 TO ws-right-only-count
                   PERFORM REPORT-RIGHT-ONLY-LINE
                   PERFORM READ-RIGHT-RECORD
               WHEN OTHER
                   IF resp-file-type NOT = right-file-type
                       OR resp-file-to NOT = right-file-to
                       OR resp-file-text NOT = right-file-text
                       ADD 1 TO ws-differ-count
                       PERFORM REPORT-DIFFERS-LINES
                   END-IF
                   PERFORM READ-LEFT-RECORD
                   PERFORM READ-RIGHT-RECORD
           END-EVALUATE
       END-PERFORM

       CLOSE resp-file
       CLOSE right-file

       PERFORM WRITE-DIFF-SUMMARY
       PERFORM WRITE-KEY-SECTION
       CLOSE report-file
       DISPLAY "QUERYENVDIFF: difference report written"

       IF ws-left-only-count > 0 OR ws-right-only-count > 0
           OR ws-differ-count > 0
           MOVE 4 TO return-code
       END-IF

       STOP RUN.

       LOAD-DIFF-PARMS.
           MOVE SPACES TO ws-name-env
           ACCEPT ws-name-env FROM ENVIRONMENT "QUERY_DIFF_LEFT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-name-env NOT = SPACES
               MOVE ws-name-env TO ws-left-name
           END-IF
           MOVE SPACES TO ws-right-name
           ACCEPT ws-right-name FROM ENVIRONMENT "QUERY_DIFF_RIGHT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-right-name = SPACES
               DISPLAY "QUERYENVDIFF: QUERY_DIFF_RIGHT must name the"
                       " master to compare against"
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

      *> Control trailers are taken aside for the seal check and
      *> never enter the comparison.
       READ-LEFT-RECORD.
           MOVE "C" TO resp-file-type
           PERFORM UNTIL left-eof OR resp-file-type NOT = "C"
               READ resp-file
                   AT END
                       SET left-eof TO TRUE
                   NOT AT END
                       IF resp-file-type = "C"
                           MOVE resp-file-text TO ws-left-seal
                       ELSE
                           ADD 1 TO ws-left-count
                           MOVE resp-file-rec TO ws-sum-rec
                           CALL "ChecksumCall" USING ws-sum-rec
                                                     ws-sum-rec-len
                                                     ws-sum-result
                           ADD ws-sum-result TO ws-left-checksum
                       END-IF
               END-READ
           END-PERFORM
           IF left-eof
               MOVE HIGH-VALUES TO ws-left-key
           ELSE
               MOVE resp-file-rec-key TO ws-left-key
           END-IF.

       READ-RIGHT-RECORD.
           MOVE "C" TO right-file-type
           PERFORM UNTIL right-eof OR right-file-type NOT = "C"
               READ right-file
                   AT END
                       SET right-eof TO TRUE
                   NOT AT END
                       IF right-file-type = "C"
                           MOVE right-file-text TO ws-right-seal
                       ELSE
                           ADD 1 TO ws-right-count
                           MOVE right-file-rec TO ws-sum-rec
                           CALL "ChecksumCall" USING ws-sum-rec
                                                     ws-sum-rec-len
                                                     ws-sum-result
                           ADD ws-sum-result TO ws-right-checksum
                       END-IF
               END-READ
           END-PERFORM
           IF right-eof
               MOVE HIGH-VALUES TO ws-right-key
           ELSE
               MOVE right-file-rec-key TO ws-right-key
           END-IF.

       REPORT-LEFT-ONLY-LINE.
           MOVE SPACES TO ws-report-line
           STRING "LEFT ONLY    "       DELIMITED BY SIZE
                  resp-file-key         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-lang        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-seg         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-from        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-type        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-to          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-text        DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE resp-file-key TO ws-diff-key
           PERFORM NOTE-DIFFERING-KEY.

       REPORT-RIGHT-ONLY-LINE.
           MOVE SPACES TO ws-report-line
           STRING "RIGHT ONLY   "       DELIMITED BY SIZE
                  right-file-key        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  right-file-lang       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  right-file-seg        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  right-file-from       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  right-file-type       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  right-file-to         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  right-file-text       DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE right-file-key TO ws-diff-key
           PERFORM NOTE-DIFFERING-KEY.

       REPORT-DIFFERS-LINES.
           MOVE SPACES TO ws-report-line
           STRING "DIFFERS      "       DELIMITED BY SIZE
                  resp-file-key         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-lang        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-seg         DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  resp-file-from        DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "    LEFT: "              DELIMITED BY SIZE
                  resp-file-type            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  resp-file-to              DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  resp-file-text            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "   RIGHT: "              DELIMITED BY SIZE
                  right-file-type           DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  right-file-to             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  right-file-text           DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE resp-file-key TO ws-diff-key
           PERFORM NOTE-DIFFERING-KEY.

      *> Keys arrive in order, so a key already noted is always the
      *> last one noted.
       NOTE-DIFFERING-KEY.
           IF ws-dkey-count > 0
               AND ws-dkey-key(ws-dkey-count) = ws-diff-key
               ADD 1 TO ws-dkey-records(ws-dkey-count)
           ELSE
               IF ws-dkey-count LESS THAN ws-dkey-max
                   ADD 1 TO ws-dkey-count
                   MOVE ws-diff-key TO ws-dkey-key(ws-dkey-count)
                   MOVE 1 TO ws-dkey-records(ws-dkey-count)
               ELSE
                   SET dkey-table-full TO TRUE
               END-IF
           END-IF.

       WRITE-DIFF-SUMMARY.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-left-only-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "LEFT-ONLY RECORDS=   " DELIMITED BY SIZE
                  ws-count-disp          DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-right-only-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "RIGHT-ONLY RECORDS=  " DELIMITED BY SIZE
                  ws-count-disp          DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-differ-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "DIFFERING RECORDS=   " DELIMITED BY SIZE
                  ws-count-disp          DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line

           MOVE ws-left-seal TO resp-ctl-text
           MOVE ws-left-count TO ws-seal-count
           MOVE ws-left-checksum TO ws-seal-sum
           PERFORM JUDGE-SEAL
           MOVE SPACES TO ws-report-line
           STRING "LEFT SEAL=           " DELIMITED BY SIZE
                  ws-seal-state          DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-right-seal TO resp-ctl-text
           MOVE ws-right-count TO ws-seal-count
           MOVE ws-right-checksum TO ws-seal-sum
           PERFORM JUDGE-SEAL
           MOVE SPACES TO ws-report-line
           STRING "RIGHT SEAL=          " DELIMITED BY SIZE
                  ws-seal-state          DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line.

       JUDGE-SEAL.
           IF resp-ctl-count-lit NOT = "COUNT="
               MOVE "MISSING" TO ws-seal-state
           ELSE
               IF resp-ctl-count = ws-seal-count
                   AND resp-ctl-sum = ws-seal-sum
                   MOVE "VERIFIED" TO ws-seal-state
               ELSE
                   MOVE "DOES NOT ADD" TO ws-seal-state
               END-IF
           END-IF.

       WRITE-KEY-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "KEYS THAT DIFFER                 RECORDS"
             TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-dkey-sub FROM 1 BY 1
                   UNTIL ws-dkey-sub > ws-dkey-count
               MOVE SPACES TO ws-report-line
               MOVE ws-dkey-key(ws-dkey-sub) TO ws-report-line(3:16)
               MOVE ws-dkey-records(ws-dkey-sub) TO ws-count-disp
               MOVE ws-count-disp TO ws-report-line(36:5)
               WRITE report-file-rec FROM ws-report-line
           END-PERFORM
           IF dkey-table-full
               MOVE "  WARNING: key table full, first 2000 keys only"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       END PROGRAM QueryEnvDiff.
