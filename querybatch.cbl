               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-result-file-status.

           SELECT work-file ASSIGN TO "data/query-batch-output.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-work-file-status.

           SELECT chkpt-file ASSIGN TO "data/query-batch-chkpt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chkpt-file-status.
           05 FILLER                  PIC X(01).
           05 trans-max-len           PIC 9(05).

       COPY "qrybatchctl.cpy".

       FD  result-file.
       01  result-file-rec            PIC X(8300).

       FD  work-file.
       01  work-file-rec              PIC X(8300).

       FD  chkpt-file.
       01  chkpt-file-rec.
           05 chkpt-done-count        PIC 9(09).
       01 ws-trans-file-status        PIC XX.
       01 ws-result-file-status       PIC XX.
       01 ws-chkpt-file-status        PIC XX.
       01 ws-work-file-status         PIC XX.

       COPY "qrylink.cpy".

       COPY "qrybatchtot.cpy".

       01 ws-chkpt-interval           PIC 9(05) VALUE 100.
       01 ws-chkpt-env                PIC X(05).
       01 ws-restart-count            PIC 9(09) VALUE 0.

       01 ws-trans-eof                PIC X VALUE "N".
           88 trans-eof               VALUE "Y".
       01 ws-work-eof                 PIC X VALUE "N".
           88 work-eof                VALUE "Y".

      *> Control totals for the output trailer, kept over the result
      *> records on file, whichever run wrote them.
       01 ws-batch-id                 PIC X(12) VALUE SPACES.
       01 ws-batch-date               PIC X(08).
       01 ws-hash-total               PIC 9(15) VALUE 0.
       01 ws-rc-counts.
           05 ws-rc000-count          PIC 9(09) VALUE 0.
           05 ws-rc004-count          PIC 9(09) VALUE 0.
           05 ws-rc008-count          PIC 9(09) VALUE 0.
           05 ws-rc012-count          PIC 9(09) VALUE 0.
           05 ws-rc016-count          PIC 9(09) VALUE 0.
           05 ws-rc020-count          PIC 9(09) VALUE 0.
           05 ws-rc-other-count       PIC 9(09) VALUE 0.
           05 ws-invalid-count        PIC 9(09) VALUE 0.
       01 ws-kept-count               PIC 9(09) VALUE 0.
       01 ws-tally-request            PIC X(64).
       01 ws-tally-rc                 PIC X(03).

       01 ws-sum-rec                  PIC X(64).
       01 ws-sum-rec-len              USAGE BINARY-LONG VALUE 64.
       01 ws-sum-result               USAGE BINARY-LONG.

       01 ws-call-rc-disp             PIC 9(3).
       01 ws-call-len-disp            PIC -(10)9.
               AT END
                   SET trans-eof TO TRUE
               NOT AT END
                   IF batch-ctl-trailer
                       SET trans-eof TO TRUE
                   ELSE
                       ADD 1 TO ws-read-count
                       PERFORM PROCESS-ONE-REQUEST
                   END-IF
           END-READ
       END-PERFORM

       PERFORM WRITE-RUN-SUMMARY
       PERFORM WRITE-OUTPUT-TRAILER
       PERFORM DRAIN-QUERY-FILES
       PERFORM CLEAR-CHECKPOINT
       CLOSE trans-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           PERFORM READ-INPUT-HEADER

           IF ws-restart-count > 0
               PERFORM TRIM-OUTPUT-TO-CHECKPOINT
               MOVE ws-restart-count TO ws-count-disp
               DISPLAY "QUERYBATCH: restarting after record "
                       ws-count-disp
           ELSE
               OPEN OUTPUT result-file
               PERFORM CHECK-RESULT-OPEN
               PERFORM WRITE-OUTPUT-HEADER
           END-IF.

       CHECK-RESULT-OPEN.
           IF ws-result-file-status NOT = "00"
               DISPLAY "QUERYBATCH: cannot open output, status "
                       ws-result-file-status
               STOP RUN
           END-IF.

      *> The input header is optional. When the first record is not
      *> one, the input is reopened so that record is read again as
      *> the first request.
       READ-INPUT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-batch-date
           READ trans-file
               AT END
                   SET trans-eof TO TRUE
               NOT AT END
                   IF batch-ctl-header
                       MOVE batch-ctl-id TO ws-batch-id
                       MOVE batch-ctl-date TO ws-batch-date
                   ELSE
                       CLOSE trans-file
                       OPEN INPUT trans-file
                       IF ws-trans-file-status NOT = "00"
                           DISPLAY "QUERYBATCH: cannot open input,"
                                   " status " ws-trans-file-status
                           MOVE 12 TO return-code
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      *> A restart may find result records on file beyond the
      *> checkpoint, written after it and before the abend; SKIP-DONE-
      *> RECORDS would repeat those requests. The output is cut back to
      *> the header and the checkpointed records, through the work
      *> file, and the totals for the records kept are rebuilt from
      *> them. Should fewer be on file than the checkpoint claims, the
      *> run restarts after the last one that is.
       TRIM-OUTPUT-TO-CHECKPOINT.
           MOVE 0 TO ws-kept-count
           OPEN OUTPUT work-file
           IF ws-work-file-status NOT = "00"
               DISPLAY "QUERYBATCH: cannot open work file, status "
                       ws-work-file-status
               CLOSE trans-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           OPEN INPUT result-file
           IF ws-result-file-status NOT = "00"
               SET work-eof TO TRUE
           END-IF
           PERFORM UNTIL work-eof
                   OR ws-kept-count NOT LESS THAN ws-restart-count
               READ result-file
                   AT END
                       SET work-eof TO TRUE
                   NOT AT END
                       MOVE result-file-rec TO batch-tot-rec
                       IF NOT batch-tot-header
                           AND NOT batch-tot-trailer
                           AND result-file-rec(1:19)
                                         NOT = "QUERYBATCH COMPLETE"
                           ADD 1 TO ws-kept-count
                           WRITE work-file-rec FROM result-file-rec
                       END-IF
               END-READ
           END-PERFORM
           IF ws-result-file-status NOT = "35"
               CLOSE result-file
           END-IF
           CLOSE work-file

           IF ws-kept-count < ws-restart-count
               MOVE ws-restart-count TO ws-count-disp
               DISPLAY "QUERYBATCH: checkpoint claims " ws-count-disp
                       " records"
               MOVE ws-kept-count TO ws-count-disp
               DISPLAY "QUERYBATCH: output holds only " ws-count-disp
               MOVE ws-kept-count TO ws-restart-count
           END-IF

           OPEN OUTPUT result-file
           PERFORM CHECK-RESULT-OPEN
           PERFORM WRITE-OUTPUT-HEADER
           MOVE "N" TO ws-work-eof
           OPEN INPUT work-file
           PERFORM UNTIL work-eof
               READ work-file
                   AT END
                       SET work-eof TO TRUE
                   NOT AT END
                       WRITE result-file-rec FROM work-file-rec
                       MOVE work-file-rec(1:64) TO ws-tally-request
                       MOVE work-file-rec(69:3) TO ws-tally-rc
                       PERFORM TALLY-RESULT-RECORD
               END-READ
           END-PERFORM
           CLOSE work-file.

       SKIP-DONE-RECORDS.
           MOVE 0 TO ws-skip-count
           PERFORM UNTIL ws-skip-count = ws-restart-count OR trans-eof
                   AT END
                       SET trans-eof TO TRUE
                   NOT AT END
                       IF batch-ctl-trailer
                           SET trans-eof TO TRUE
                       ELSE
                           ADD 1 TO ws-skip-count
                       END-IF
               END-READ
           END-PERFORM
           MOVE ws-restart-count TO ws-done-count.
                 INTO ws-result-line
               END-STRING
           END-IF
           WRITE result-file-rec FROM ws-result-line
           MOVE trans-request TO ws-tally-request
           MOVE ws-call-rc-disp TO ws-tally-rc
           PERFORM TALLY-RESULT-RECORD.

       WRITE-INVALID-RECORD.
           MOVE SPACES TO ws-result-line
                  trans-max-len                 DELIMITED BY SIZE
             INTO ws-result-line
           END-STRING
           WRITE result-file-rec FROM ws-result-line
           MOVE trans-request TO ws-tally-request
           MOVE "***" TO ws-tally-rc
           PERFORM TALLY-RESULT-RECORD.

      *> Every result record on file is counted here once: by the run
      *> that wrote it, or by a restart that kept it.
       TALLY-RESULT-RECORD.
           MOVE ws-tally-request TO ws-sum-rec
           CALL "ChecksumCall" USING ws-sum-rec ws-sum-rec-len
                                     ws-sum-result
           ADD ws-sum-result TO ws-hash-total
           EVALUATE ws-tally-rc
               WHEN "000"
                   ADD 1 TO ws-rc000-count
               WHEN "004"
                   ADD 1 TO ws-rc004-count
               WHEN "008"
                   ADD 1 TO ws-rc008-count
               WHEN "012"
                   ADD 1 TO ws-rc012-count
               WHEN "016"
                   ADD 1 TO ws-rc016-count
               WHEN "020"
                   ADD 1 TO ws-rc020-count
               WHEN "***"
                   ADD 1 TO ws-invalid-count
               WHEN OTHER
                   ADD 1 TO ws-rc-other-count
           END-EVALUATE.

      *> The result record for the current request is on disk before
      *> its count is checkpointed - the output is closed and reopened
      *> to put it there - so a restart never loses output; anything
      *> written after the checkpoint is cut off again on restart.
       WRITE-CHECKPOINT.
           CLOSE result-file
           OPEN EXTEND result-file
           IF ws-result-file-status NOT = "00"
               DISPLAY "QUERYBATCH: cannot reopen output, status "
                       ws-result-file-status
               CLOSE trans-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           OPEN OUTPUT chkpt-file
           IF ws-chkpt-file-status = "00"
               MOVE ws-done-count TO chkpt-done-count
           WRITE result-file-rec FROM ws-summary-line
           DISPLAY ws-summary-line.

       WRITE-OUTPUT-HEADER.
           MOVE SPACES TO batch-tot-rec
           SET batch-tot-header TO TRUE
           MOVE ws-batch-id TO batch-tot-id
           MOVE ws-batch-date TO batch-tot-date
           WRITE result-file-rec FROM batch-tot-rec.

       WRITE-OUTPUT-TRAILER.
           MOVE SPACES TO batch-tot-rec
           SET batch-tot-trailer TO TRUE
           MOVE ws-batch-id TO batch-tot-id
           MOVE ws-batch-date TO batch-tot-date
           MOVE ws-done-count TO batch-tot-count
           MOVE ws-hash-total TO batch-tot-hash
           MOVE ws-rc000-count TO batch-tot-rc000
           MOVE ws-rc004-count TO batch-tot-rc004
           MOVE ws-rc008-count TO batch-tot-rc008
           MOVE ws-rc012-count TO batch-tot-rc012
           MOVE ws-rc016-count TO batch-tot-rc016
           MOVE ws-rc020-count TO batch-tot-rc020
           MOVE ws-rc-other-count TO batch-tot-rc-other
           MOVE ws-invalid-count TO batch-tot-invalid
           WRITE result-file-rec FROM batch-tot-rec.

       END PROGRAM QueryBatch.
