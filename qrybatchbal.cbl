       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryBatchBal.


      *> Balancing step for QueryBatch. Checks the batch input against
      *> its own trailer, the output against its own trailer, the two
      *> against each other, and both against the run summary line
      *> QueryBatch leaves in the output. The output must hold one
      *> result record per input request, in input order, with no
      *> request repeated or left out - which a run restarted from
      *> checkpoint has to satisfy just as a clean run does.
      *>
      *> Reads data/query-batch-input.dat (header and trailer layout in
      *> qrybatchctl.cpy, both optional) and data/query-batch-output.dat
      *> (layout in qrybatchtot.cpy), and writes
      *> data/query-batch-balance.txt. RC 0 when everything agrees,
      *> 8 when anything is out of balance, 12 when a file cannot be
      *> opened.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trans-file ASSIGN TO "data/query-batch-input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trans-file-status.

           SELECT result-file ASSIGN TO "data/query-batch-output.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-result-file-status.

           SELECT report-file ASSIGN TO "data/query-batch-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  trans-file.
       01  trans-file-rec.
           05 trans-request           PIC X(64).
           05 FILLER                  PIC X(01).
           05 trans-max-len           PIC X(05).

       COPY "qrybatchctl.cpy".

       FD  result-file.
       01  result-file-rec            PIC X(8300).

       COPY "qrybatchtot.cpy".

       FD  report-file.
       01  report-file-rec            PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-trans-file-status        PIC XX.
       01 ws-result-file-status       PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-trans-eof                PIC X VALUE "N".
           88 trans-eof               VALUE "Y".
       01 ws-result-eof               PIC X VALUE "N".
           88 result-eof              VALUE "Y".
       01 ws-in-detail-ready          PIC X VALUE "N".
           88 in-detail-ready         VALUE "Y".
       01 ws-out-detail-ready         PIC X VALUE "N".
           88 out-detail-ready        VALUE "Y".

      *> Input side.
       01 ws-in-records               PIC 9(09) VALUE 0.
       01 ws-in-count                 PIC 9(09) VALUE 0.
       01 ws-in-hash                  PIC 9(15) VALUE 0.
       01 ws-in-header-seen           PIC X VALUE "N".
           88 in-header-seen          VALUE "Y".
       01 ws-in-trailer-seen          PIC X VALUE "N".
           88 in-trailer-seen         VALUE "Y".
       01 ws-in-id                    PIC X(12) VALUE SPACES.
       01 ws-in-date                  PIC X(08) VALUE SPACES.
       01 ws-in-trl-id                PIC X(12) VALUE SPACES.
       01 ws-in-trl-date              PIC X(08) VALUE SPACES.
       01 ws-in-trl-count             PIC X(09) VALUE SPACES.
       01 ws-in-trl-hash              PIC X(15) VALUE SPACES.
       01 ws-in-after-trailer         PIC 9(09) VALUE 0.
       01 ws-in-stray-header          PIC 9(09) VALUE 0.
       01 ws-in-request               PIC X(64).

      *> Output side.
       01 ws-out-lines                PIC 9(09) VALUE 0.
       01 ws-out-count                PIC 9(09) VALUE 0.
       01 ws-out-hash                 PIC 9(15) VALUE 0.
       01 ws-out-header-seen          PIC X VALUE "N".
           88 out-header-seen         VALUE "Y".
       01 ws-out-header-first         PIC X VALUE "N".
           88 out-header-first        VALUE "Y".
       01 ws-out-trailer-seen         PIC X VALUE "N".
           88 out-trailer-seen        VALUE "Y".
       01 ws-out-summary-seen         PIC X VALUE "N".
           88 out-summary-seen        VALUE "Y".
       01 ws-out-after-trailer        PIC 9(09) VALUE 0.
       01 ws-out-id                   PIC X(12) VALUE SPACES.
       01 ws-out-date                 PIC X(08) VALUE SPACES.
       01 ws-out-trl-id               PIC X(12) VALUE SPACES.
       01 ws-out-trl-date             PIC X(08) VALUE SPACES.
       01 ws-out-trl-count            PIC X(09) VALUE SPACES.
       01 ws-out-trl-count-num        PIC 9(09) VALUE 0.
       01 ws-out-trl-hash             PIC X(15) VALUE SPACES.
       01 ws-out-trl-by-rc            PIC X(79) VALUE SPACES.
       01 ws-summary-processed        PIC X(09) VALUE SPACES.
       01 ws-out-request              PIC X(64).
       01 ws-out-rc                   PIC X(03).

      *> Result records by return code: as counted from the records
      *> themselves, and as the trailer states them, in the order of
      *> the trailer fields.
       01 ws-rc-names.
           05 FILLER                  PIC X(07) VALUE "RC=000 ".
           05 FILLER                  PIC X(07) VALUE "RC=004 ".
           05 FILLER                  PIC X(07) VALUE "RC=008 ".
           05 FILLER                  PIC X(07) VALUE "RC=012 ".
           05 FILLER                  PIC X(07) VALUE "RC=016 ".
           05 FILLER                  PIC X(07) VALUE "RC=020 ".
           05 FILLER                  PIC X(07) VALUE "OTHER  ".
           05 FILLER                  PIC X(07) VALUE "INVALID".
       01 ws-rc-name-table REDEFINES ws-rc-names.
           05 ws-rc-name              PIC X(07) OCCURS 8 TIMES.
       01 ws-rc-tally-table.
           05 ws-rc-tally             PIC 9(09) OCCURS 8 TIMES.
       01 ws-rc-trailer-table.
           05 ws-rc-trailer           PIC 9(09) OCCURS 8 TIMES.
       01 ws-rc-sub                   PIC 9(2).
       01 ws-rc-trailer-total         PIC 9(10).

      *> Position-by-position comparison of requests.
       01 ws-compare-pos              PIC 9(09) VALUE 0.
       01 ws-out-of-order             PIC 9(09) VALUE 0.
       01 ws-missing-count            PIC 9(09) VALUE 0.
       01 ws-extra-count              PIC 9(09) VALUE 0.

      *> Exceptions are gathered as they are found and listed after
      *> the totals.
       01 ws-exc-max                  PIC 9(3) VALUE 60.
       01 ws-exc-count                PIC 9(3) VALUE 0.
       01 ws-exc-dropped              PIC 9(5) VALUE 0.
       01 ws-exc-table.
           05 ws-exc-line             PIC X(100) OCCURS 60 TIMES.
       01 ws-exc-sub                  PIC 9(3).
       01 ws-exc-text                 PIC X(100).
       01 ws-list-max                 PIC 9(2) VALUE 10.

       01 ws-sum-rec                  PIC X(64).
       01 ws-sum-rec-len              USAGE BINARY-LONG VALUE 64.
       01 ws-sum-result               USAGE BINARY-LONG.

       01 ws-count-disp               PIC 9(09).
       01 ws-count-disp-2             PIC 9(09).
       01 ws-hash-disp                PIC 9(15).
       01 ws-report-line              PIC X(100).


       PROCEDURE DIVISION.

       OPEN INPUT trans-file
       IF ws-trans-file-status NOT = "00"
           DISPLAY "QUERYBATCHBAL: cannot open input, status "
                   ws-trans-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       OPEN INPUT result-file
       IF ws-result-file-status NOT = "00"
           DISPLAY "QUERYBATCHBAL: cannot open output, status "
                   ws-result-file-status
           CLOSE trans-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       OPEN OUTPUT report-file
       IF ws-report-file-status NOT = "00"
           DISPLAY "QUERYBATCHBAL: cannot open report, status "
                   ws-report-file-status
           CLOSE trans-file
           CLOSE result-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       INITIALIZE ws-rc-tally-table
       INITIALIZE ws-rc-trailer-table

       PERFORM NEXT-INPUT-REQUEST
       PERFORM NEXT-OUTPUT-RESULT
       PERFORM UNTIL NOT in-detail-ready AND NOT out-detail-ready
           PERFORM COMPARE-ONE-POSITION
           IF in-detail-ready
               PERFORM NEXT-INPUT-REQUEST
           END-IF
           IF out-detail-ready
               PERFORM NEXT-OUTPUT-RESULT
           END-IF
       END-PERFORM
       CLOSE trans-file
       CLOSE result-file

       PERFORM CHECK-INPUT-TOTALS
       PERFORM CHECK-OUTPUT-TOTALS
       PERFORM CHECK-CROSS-TOTALS

       PERFORM WRITE-BALANCE-REPORT
       CLOSE report-file

       IF ws-exc-count > 0 OR ws-exc-dropped > 0
           DISPLAY "QUERYBATCHBAL: batch OUT OF BALANCE, see report"
           MOVE 8 TO return-code
       ELSE
           DISPLAY "QUERYBATCHBAL: batch balanced"
           MOVE 0 TO return-code
       END-IF

       STOP RUN.

      *> Reads on to the next request record, taking note of the
      *> header and trailer on the way. in-detail-ready is left set
      *> when ws-in-request holds one.
       NEXT-INPUT-REQUEST.
           MOVE "N" TO ws-in-detail-ready
           PERFORM UNTIL in-detail-ready OR trans-eof
               READ trans-file
                   AT END
                       SET trans-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-in-records
                       PERFORM NOTE-ONE-INPUT-RECORD
               END-READ
           END-PERFORM.

       NOTE-ONE-INPUT-RECORD.
           EVALUATE TRUE
               WHEN in-trailer-seen
                   ADD 1 TO ws-in-after-trailer
               WHEN batch-ctl-header AND ws-in-records = 1
                   SET in-header-seen TO TRUE
                   MOVE batch-ctl-id TO ws-in-id
                   MOVE batch-ctl-date TO ws-in-date
               WHEN batch-ctl-trailer
                   SET in-trailer-seen TO TRUE
                   MOVE batch-ctl-id TO ws-in-trl-id
                   MOVE batch-ctl-date TO ws-in-trl-date
                   MOVE batch-ctl-count TO ws-in-trl-count
                   MOVE batch-ctl-hash TO ws-in-trl-hash
               WHEN OTHER
                   IF batch-ctl-header
                       ADD 1 TO ws-in-stray-header
                   END-IF
                   ADD 1 TO ws-in-count
                   MOVE trans-request TO ws-in-request
                   MOVE trans-request TO ws-sum-rec
                   CALL "ChecksumCall" USING ws-sum-rec ws-sum-rec-len
                                             ws-sum-result
                   ADD ws-sum-result TO ws-in-hash
                   SET in-detail-ready TO TRUE
           END-EVALUATE.

      *> As NEXT-INPUT-REQUEST, for the output: header, summary line
      *> and trailer are noted, and out-detail-ready is left set when
      *> ws-out-request holds the next result record's request.
       NEXT-OUTPUT-RESULT.
           MOVE "N" TO ws-out-detail-ready
           PERFORM UNTIL out-detail-ready OR result-eof
               READ result-file
                   AT END
                       SET result-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-out-lines
                       PERFORM NOTE-ONE-OUTPUT-LINE
               END-READ
           END-PERFORM.

       NOTE-ONE-OUTPUT-LINE.
           EVALUATE TRUE
               WHEN out-trailer-seen
                   ADD 1 TO ws-out-after-trailer
               WHEN batch-tot-header
                   IF ws-out-lines = 1
                       SET out-header-first TO TRUE
                   END-IF
                   IF NOT out-header-seen
                       SET out-header-seen TO TRUE
                       MOVE batch-tot-id TO ws-out-id
                       MOVE batch-tot-date TO ws-out-date
                   ELSE
                       MOVE "OUTPUT HOLDS A SECOND HEADER"
                         TO ws-exc-text
                       PERFORM ADD-EXCEPTION
                   END-IF
               WHEN batch-tot-trailer
                   SET out-trailer-seen TO TRUE
                   MOVE batch-tot-id TO ws-out-trl-id
                   MOVE batch-tot-date TO ws-out-trl-date
                   MOVE batch-tot-count TO ws-out-trl-count
                   MOVE batch-tot-hash TO ws-out-trl-hash
                   MOVE batch-tot-by-rc TO ws-out-trl-by-rc
               WHEN result-file-rec(1:19) = "QUERYBATCH COMPLETE"
                   IF out-summary-seen
                       MOVE "OUTPUT HOLDS A SECOND RUN SUMMARY LINE"
                         TO ws-exc-text
                       PERFORM ADD-EXCEPTION
                   END-IF
                   SET out-summary-seen TO TRUE
                   MOVE result-file-rec(31:9) TO ws-summary-processed
               WHEN out-summary-seen
                   MOVE "OUTPUT HOLDS RESULT RECORDS AFTER THE SUMMARY"
                     TO ws-exc-text
                   PERFORM ADD-EXCEPTION
                   PERFORM TALLY-OUTPUT-RESULT
               WHEN OTHER
                   PERFORM TALLY-OUTPUT-RESULT
           END-EVALUATE.

       TALLY-OUTPUT-RESULT.
           ADD 1 TO ws-out-count
           MOVE result-file-rec(1:64) TO ws-out-request
           MOVE result-file-rec(69:3) TO ws-out-rc
           MOVE ws-out-request TO ws-sum-rec
           CALL "ChecksumCall" USING ws-sum-rec ws-sum-rec-len
                                     ws-sum-result
           ADD ws-sum-result TO ws-out-hash
           EVALUATE ws-out-rc
               WHEN "000"
                   ADD 1 TO ws-rc-tally(1)
               WHEN "004"
                   ADD 1 TO ws-rc-tally(2)
               WHEN "008"
                   ADD 1 TO ws-rc-tally(3)
               WHEN "012"
                   ADD 1 TO ws-rc-tally(4)
               WHEN "016"
                   ADD 1 TO ws-rc-tally(5)
               WHEN "020"
                   ADD 1 TO ws-rc-tally(6)
               WHEN "***"
                   ADD 1 TO ws-rc-tally(8)
               WHEN OTHER
                   ADD 1 TO ws-rc-tally(7)
           END-EVALUATE
           SET out-detail-ready TO TRUE.

      *> The n-th result record must answer the n-th request. A
      *> repeated or dropped request shows here at the first position
      *> it shifts, and as an extra or missing record at the end.
       COMPARE-ONE-POSITION.
           ADD 1 TO ws-compare-pos
           EVALUATE TRUE
               WHEN in-detail-ready AND out-detail-ready
                   IF ws-in-request NOT = ws-out-request
                       ADD 1 TO ws-out-of-order
                       IF ws-out-of-order NOT > ws-list-max
                           MOVE ws-compare-pos TO ws-count-disp
                           MOVE SPACES TO ws-exc-text
                           STRING "RECORD "         DELIMITED BY SIZE
                                  ws-count-disp     DELIMITED BY SIZE
                                  " INPUT "         DELIMITED BY SIZE
                                  ws-in-request(1:32)
                                                    DELIMITED BY SIZE
                                  " OUTPUT "        DELIMITED BY SIZE
                                  ws-out-request(1:32)
                                                    DELIMITED BY SIZE
                             INTO ws-exc-text
                           END-STRING
                           PERFORM ADD-EXCEPTION
                       END-IF
                   END-IF
               WHEN in-detail-ready
                   ADD 1 TO ws-missing-count
               WHEN OTHER
                   ADD 1 TO ws-extra-count
           END-EVALUATE.

       CHECK-INPUT-TOTALS.
           IF ws-in-stray-header > 0
               MOVE "INPUT HOLDS A HEADER THAT IS NOT THE FIRST RECORD"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-in-after-trailer > 0
               MOVE ws-in-after-trailer TO ws-count-disp
               MOVE SPACES TO ws-exc-text
               STRING "INPUT HOLDS "              DELIMITED BY SIZE
                      ws-count-disp               DELIMITED BY SIZE
                      " RECORDS AFTER ITS TRAILER" DELIMITED BY SIZE
                 INTO ws-exc-text
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF
           IF in-header-seen AND NOT in-trailer-seen
               MOVE "INPUT HAS A HEADER BUT NO TRAILER, CUT SHORT?"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF NOT in-trailer-seen
               EXIT PARAGRAPH
           END-IF
           IF in-header-seen
               AND (ws-in-trl-id NOT = ws-in-id
                    OR ws-in-trl-date NOT = ws-in-date)
               MOVE "INPUT TRAILER BATCH ID OR DATE DIFFER FROM HEADER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-in-trl-count NOT NUMERIC
               OR ws-in-trl-hash NOT NUMERIC
               MOVE "INPUT TRAILER COUNT OR HASH TOTAL NOT NUMERIC"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF ws-in-trl-count NOT = ws-in-count
               MOVE "INPUT RECORD COUNT DISAGREES WITH INPUT TRAILER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-in-trl-hash NOT = ws-in-hash
               MOVE "INPUT HASH TOTAL DISAGREES WITH INPUT TRAILER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF.

       CHECK-OUTPUT-TOTALS.
           IF NOT out-header-first
               MOVE "OUTPUT DOES NOT START WITH A HEADER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF NOT out-summary-seen
               MOVE "OUTPUT HAS NO RUN SUMMARY LINE"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-out-after-trailer > 0
               MOVE "OUTPUT HOLDS LINES AFTER ITS TRAILER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF NOT out-trailer-seen
               MOVE "OUTPUT HAS NO TRAILER - RUN DID NOT COMPLETE"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF ws-out-trl-id NOT = ws-out-id
               OR ws-out-trl-date NOT = ws-out-date
               MOVE "OUTPUT TRAILER BATCH ID OR DATE DIFFER FROM HEADER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-out-trl-count NOT NUMERIC
               OR ws-out-trl-hash NOT NUMERIC
               MOVE "OUTPUT TRAILER COUNT OR HASH TOTAL NOT NUMERIC"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE ws-out-trl-count TO ws-out-trl-count-num
           IF ws-out-trl-count-num NOT = ws-out-count
               MOVE "OUTPUT RECORD COUNT DISAGREES WITH OUTPUT TRAILER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-out-trl-hash NOT = ws-out-hash
               MOVE "OUTPUT HASH TOTAL DISAGREES WITH OUTPUT TRAILER"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           MOVE 0 TO ws-rc-trailer-total
           PERFORM VARYING ws-rc-sub FROM 1 BY 1 UNTIL ws-rc-sub > 8
               IF ws-out-trl-by-rc((ws-rc-sub - 1) * 10 + 1:9)
                                                           NUMERIC
                   MOVE ws-out-trl-by-rc((ws-rc-sub - 1) * 10 + 1:9)
                     TO ws-rc-trailer(ws-rc-sub)
               ELSE
                   MOVE 0 TO ws-rc-trailer(ws-rc-sub)
                   MOVE SPACES TO ws-exc-text
                   STRING "OUTPUT TRAILER COUNT FOR "
                                                DELIMITED BY SIZE
                          ws-rc-name(ws-rc-sub) DELIMITED BY SPACE
                          " NOT NUMERIC"        DELIMITED BY SIZE
                     INTO ws-exc-text
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
               ADD ws-rc-trailer(ws-rc-sub) TO ws-rc-trailer-total
               IF ws-rc-trailer(ws-rc-sub) NOT = ws-rc-tally(ws-rc-sub)
                   MOVE SPACES TO ws-exc-text
                   STRING "OUTPUT "             DELIMITED BY SIZE
                          ws-rc-name(ws-rc-sub) DELIMITED BY SPACE
                          " COUNT DISAGREES WITH OUTPUT TRAILER"
                                                DELIMITED BY SIZE
                     INTO ws-exc-text
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           IF ws-rc-trailer-total NOT = ws-out-trl-count-num
               MOVE "OUTPUT TRAILER COUNTS BY RC DO NOT ADD UP TO ITS"
                 TO ws-exc-text
               MOVE "RECORD COUNT" TO ws-exc-text(50:12)
               PERFORM ADD-EXCEPTION
           END-IF.

       CHECK-CROSS-TOTALS.
           IF ws-out-id NOT = ws-in-id
               OR (in-header-seen AND ws-out-date NOT = ws-in-date)
               MOVE "OUTPUT HEADER IS NOT FOR THE INPUT BATCH"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-out-count NOT = ws-in-count
               MOVE "OUTPUT RECORD COUNT DISAGREES WITH INPUT"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-out-hash NOT = ws-in-hash
               MOVE "OUTPUT HASH TOTAL DISAGREES WITH INPUT"
                 TO ws-exc-text
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-out-of-order > ws-list-max
               MOVE ws-out-of-order TO ws-count-disp
               MOVE SPACES TO ws-exc-text
               STRING ws-count-disp                 DELIMITED BY SIZE
                      " POSITIONS DIFFER IN ALL, FIRST "
                                                    DELIMITED BY SIZE
                      ws-list-max                   DELIMITED BY SIZE
                      " LISTED"                     DELIMITED BY SIZE
                 INTO ws-exc-text
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-missing-count > 0
               MOVE ws-missing-count TO ws-count-disp
               MOVE SPACES TO ws-exc-text
               STRING ws-count-disp                 DELIMITED BY SIZE
                      " REQUESTS HAVE NO RESULT RECORD"
                                                    DELIMITED BY SIZE
                 INTO ws-exc-text
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF
           IF ws-extra-count > 0
               MOVE ws-extra-count TO ws-count-disp
               MOVE SPACES TO ws-exc-text
               STRING ws-count-disp                 DELIMITED BY SIZE
                      " RESULT RECORDS BEYOND THE LAST REQUEST"
                                                    DELIMITED BY SIZE
                 INTO ws-exc-text
               END-STRING
               PERFORM ADD-EXCEPTION
           END-IF
           IF out-summary-seen
               IF ws-summary-processed NOT NUMERIC
                   MOVE "RUN SUMMARY PROCESSED COUNT NOT NUMERIC"
                     TO ws-exc-text
                   PERFORM ADD-EXCEPTION
               ELSE
                   IF ws-summary-processed NOT = ws-out-count
                       MOVE "RUN SUMMARY DISAGREES WITH OUTPUT RECORDS"
                         TO ws-exc-text
                       PERFORM ADD-EXCEPTION
                   END-IF
                   IF ws-summary-processed NOT = ws-in-count
                       MOVE "RUN SUMMARY DISAGREES WITH INPUT RECORDS"
                         TO ws-exc-text
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       ADD-EXCEPTION.
           IF ws-exc-count LESS THAN ws-exc-max
               ADD 1 TO ws-exc-count
               MOVE ws-exc-text TO ws-exc-line(ws-exc-count)
           ELSE
               ADD 1 TO ws-exc-dropped
           END-IF
           MOVE SPACES TO ws-exc-text.

       WRITE-BALANCE-REPORT.
           MOVE "QueryBatch balancing report" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "INPUT BATCH "              DELIMITED BY SIZE
                  ws-in-id                    DELIMITED BY SIZE
                  " BUSINESS DATE "           DELIMITED BY SIZE
                  ws-in-date                  DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           IF NOT in-header-seen
               MOVE "INPUT HAS NO HEADER" TO ws-report-line
           END-IF
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "OUTPUT BATCH "             DELIMITED BY SIZE
                  ws-out-id                   DELIMITED BY SIZE
                  " BUSINESS DATE "           DELIMITED BY SIZE
                  ws-out-date                 DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line

           MOVE "                    RECORDS       HASH TOTAL"
             TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-in-count TO ws-count-disp
           MOVE ws-in-hash TO ws-hash-disp
           MOVE SPACES TO ws-report-line
           MOVE "INPUT RECORDS" TO ws-report-line(1:19)
           MOVE ws-count-disp TO ws-report-line(21:9)
           MOVE ws-hash-disp TO ws-report-line(31:15)
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           MOVE "INPUT TRAILER" TO ws-report-line(1:19)
           IF in-trailer-seen
               MOVE ws-in-trl-count TO ws-report-line(21:9)
               MOVE ws-in-trl-hash TO ws-report-line(31:15)
           ELSE
               MOVE "(none)" TO ws-report-line(21:6)
           END-IF
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-out-count TO ws-count-disp
           MOVE ws-out-hash TO ws-hash-disp
           MOVE SPACES TO ws-report-line
           MOVE "OUTPUT RECORDS" TO ws-report-line(1:19)
           MOVE ws-count-disp TO ws-report-line(21:9)
           MOVE ws-hash-disp TO ws-report-line(31:15)
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           MOVE "OUTPUT TRAILER" TO ws-report-line(1:19)
           IF out-trailer-seen
               MOVE ws-out-trl-count TO ws-report-line(21:9)
               MOVE ws-out-trl-hash TO ws-report-line(31:15)
           ELSE
               MOVE "(none)" TO ws-report-line(21:6)
           END-IF
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           MOVE "RUN SUMMARY" TO ws-report-line(1:19)
           IF out-summary-seen
               MOVE ws-summary-processed TO ws-report-line(21:9)
           ELSE
               MOVE "(none)" TO ws-report-line(21:6)
           END-IF
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line

           MOVE "RESULT RECORDS BY RC   COUNTED   TRAILER"
             TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-rc-sub FROM 1 BY 1 UNTIL ws-rc-sub > 8
               MOVE ws-rc-tally(ws-rc-sub) TO ws-count-disp
               MOVE ws-rc-trailer(ws-rc-sub) TO ws-count-disp-2
               MOVE SPACES TO ws-report-line
               MOVE ws-rc-name(ws-rc-sub) TO ws-report-line(3:7)
               MOVE ws-count-disp TO ws-report-line(23:9)
               IF out-trailer-seen
                   MOVE ws-count-disp-2 TO ws-report-line(33:9)
               END-IF
               WRITE report-file-rec FROM ws-report-line
           END-PERFORM
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line

           MOVE "EXCEPTIONS" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           IF ws-exc-count = 0
               MOVE "  (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF
           PERFORM VARYING ws-exc-sub FROM 1 BY 1
                   UNTIL ws-exc-sub > ws-exc-count
               MOVE SPACES TO ws-report-line
               STRING "  "                    DELIMITED BY SIZE
                      ws-exc-line(ws-exc-sub) DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-PERFORM
           IF ws-exc-dropped > 0
               MOVE ws-exc-dropped TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "  ... and "            DELIMITED BY SIZE
                      ws-count-disp           DELIMITED BY SIZE
                      " more"                 DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           IF ws-exc-count > 0 OR ws-exc-dropped > 0
               MOVE "BATCH OUT OF BALANCE" TO ws-report-line
           ELSE
               MOVE "BATCH BALANCED" TO ws-report-line
           END-IF
           WRITE report-file-rec FROM ws-report-line.

       END PROGRAM QueryBatchBal.
