           05 audit-len               PIC X(11).
           05 FILLER                  PIC X(04).
           05 audit-rc                PIC X(03).
           05 FILLER                  PIC X(05).
           05 audit-app               PIC X(08).
           05 FILLER                  PIC X(05).
           05 audit-key               PIC X(16).
           05 FILLER                  PIC X(22).

       FD  report-file.
       01  report-file-rec            PIC X(80).
       01 ws-report-file-status       PIC XX.

      *> The live log by default; QUERY_AUDIT_FILE points the report
      *> at a dated archive cut by QueryAuditArch instead. Without it,
      *> QUERY_AUDIT_RUN_DATE (CCYYMMDD, the date a nightly run is
      *> for) picks the archive of the day before, the day that run's
      *> QueryAuditArch step has just cut, so a rerun of the step
      *> reports the same day whatever the clock says.
       01 ws-audit-name               PIC X(40)
           VALUE "data/query-audit.log".
       01 ws-audit-name-env           PIC X(40).
       01 ws-run-date                 PIC X(08).
       01 ws-run-date-num REDEFINES ws-run-date PIC 9(08).
       01 ws-prev-date                PIC 9(08).

       01 ws-audit-eof                PIC X VALUE "N".
           88 audit-eof               VALUE "Y".
       01 ws-rc8-count                PIC 9(9) VALUE 0.
       01 ws-rc12-count               PIC 9(9) VALUE 0.
       01 ws-rc16-count               PIC 9(9) VALUE 0.
       01 ws-rc20-count               PIC 9(9) VALUE 0.
       01 ws-rc-other-count           PIC 9(9) VALUE 0.

       01 ws-day-max                  PIC 9(4) VALUE 62.
               10 ws-day-total        PIC 9(9).
               10 ws-day-rejects      PIC 9(9).

      *> One row per caller ID seen in the log; anonymous calls, and
      *> every line written before callers identified themselves,
      *> share the blank row.
       01 ws-app-max                  PIC 9(4) VALUE 200.
       01 ws-app-count                PIC 9(4) VALUE 0.
       01 ws-app-full                 PIC X VALUE "N".
           88 app-table-full          VALUE "Y".
       01 ws-app-table.
           05 ws-app-entry OCCURS 200 TIMES INDEXED BY ws-app-idx.
               10 ws-app-id           PIC X(08).
               10 ws-app-total        PIC 9(9).
               10 ws-app-rejects      PIC 9(9).
               10 ws-app-refused      PIC 9(9).
       01 ws-app-sub                  PIC 9(4).

       01 ws-day-sub                  PIC 9(4).
       01 ws-prev-total               PIC S9(9).
       01 ws-day-diff                 PIC S9(9).

       01 ws-count-disp               PIC Z(8)9.
       01 ws-count-disp2              PIC Z(8)9.
       01 ws-count-disp3              PIC Z(8)9.
       01 ws-diff-disp                PIC +(8)9.
       01 ws-ratio-disp               PIC ZZ9.9.
       01 ws-hour-disp                PIC 99.
       END-ACCEPT
       IF ws-audit-name-env NOT = SPACES
           MOVE ws-audit-name-env TO ws-audit-name
       ELSE
           PERFORM PICK-RUN-DATE-ARCHIVE
       END-IF

       OPEN INPUT audit-file

       STOP RUN.

       PICK-RUN-DATE-ARCHIVE.
           ACCEPT ws-run-date FROM ENVIRONMENT "QUERY_AUDIT_RUN_DATE"
               ON EXCEPTION
                   MOVE SPACES TO ws-run-date
           END-ACCEPT
           IF ws-run-date = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ws-run-date NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(ws-run-date-num) NOT = 0
               DISPLAY "QUERYAUDITRPT: QUERY_AUDIT_RUN_DATE must be"
                       " a CCYYMMDD date"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           COMPUTE ws-prev-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(ws-run-date-num) - 1)
           MOVE SPACES TO ws-audit-name
           STRING "data/query-audit-"   DELIMITED BY SIZE
                  ws-prev-date          DELIMITED BY SIZE
                  ".log"                DELIMITED BY SIZE
             INTO ws-audit-name
           END-STRING.

      *> Warning and error lines in the log do not start with a
      *> numeric timestamp; they are counted but not tallied.
       TALLY-ONE-LINE.
               ADD 1 TO ws-hour-hits(ws-hour-sub)
               PERFORM TALLY-RETURN-CODE
               PERFORM TALLY-DAY-LINE
               PERFORM TALLY-CALLER-LINE
           END-IF.

       TALLY-RETURN-CODE.
                   ADD 1 TO ws-rc12-count
               WHEN "016"
                   ADD 1 TO ws-rc16-count
               WHEN "020"
                   ADD 1 TO ws-rc20-count
               WHEN OTHER
                   ADD 1 TO ws-rc-other-count
           END-EVALUATE.
               END-IF
           END-IF.

       TALLY-CALLER-LINE.
           SET ws-app-idx TO 1
           PERFORM UNTIL ws-app-idx > ws-app-count
                      OR ws-app-id(ws-app-idx) = audit-app
               SET ws-app-idx UP BY 1
           END-PERFORM
           IF ws-app-idx > ws-app-count
               IF ws-app-count LESS THAN ws-app-max
                   ADD 1 TO ws-app-count
                   MOVE audit-app TO ws-app-id(ws-app-count)
                   MOVE 0 TO ws-app-total(ws-app-count)
                   MOVE 0 TO ws-app-rejects(ws-app-count)
                   MOVE 0 TO ws-app-refused(ws-app-count)
                   SET ws-app-idx TO ws-app-count
               ELSE
                   SET app-table-full TO TRUE
               END-IF
           END-IF
           IF ws-app-idx LESS THAN OR EQUAL TO ws-app-count
               ADD 1 TO ws-app-total(ws-app-idx)
               IF audit-rc NOT = "000"
                   ADD 1 TO ws-app-rejects(ws-app-idx)
               END-IF
               IF audit-rc = "020"
                   ADD 1 TO ws-app-refused(ws-app-idx)
               END-IF
           END-IF.

       WRITE-AUDIT-REPORT.
           OPEN OUTPUT report-file
           IF ws-report-file-status NOT = "00"
           PERFORM WRITE-TOTALS-SECTION
           PERFORM WRITE-HOURLY-SECTION
           PERFORM WRITE-RC-SECTION
           PERFORM WRITE-CALLER-SECTION
           PERFORM WRITE-DAILY-SECTION

           CLOSE report-file
           MOVE ws-rc16-count TO ws-count-disp
           MOVE "  RC=016 (file refused)     " TO ws-report-line
           PERFORM WRITE-RC-TAIL
           MOVE ws-rc20-count TO ws-count-disp
           MOVE "  RC=020 (caller refused)   " TO ws-report-line
           PERFORM WRITE-RC-TAIL
           IF ws-rc-other-count > 0
               MOVE ws-rc-other-count TO ws-count-disp
               MOVE "  RC=OTHER                  " TO ws-report-line
           MOVE ws-count-disp TO ws-report-line(29:9)
           WRITE report-file-rec FROM ws-report-line.

      *> Who is calling, and how often each caller is turned away; a
      *> caller with refusals is either misconfigured or probing for
      *> keys it is not entitled to.
       WRITE-CALLER-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "CALLS BY CALLER" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  CALLER       CALLS    REJECTS    REFUSED"
             TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-app-sub FROM 1 BY 1
                   UNTIL ws-app-sub > ws-app-count
               MOVE ws-app-total(ws-app-sub) TO ws-count-disp
               MOVE ws-app-rejects(ws-app-sub) TO ws-count-disp2
               MOVE ws-app-refused(ws-app-sub) TO ws-count-disp3
               MOVE SPACES TO ws-report-line
               IF ws-app-id(ws-app-sub) = SPACES
                   MOVE "(none)" TO ws-report-line(3:8)
               ELSE
                   MOVE ws-app-id(ws-app-sub) TO ws-report-line(3:8)
               END-IF
               MOVE ws-count-disp TO ws-report-line(12:9)
               MOVE ws-count-disp2 TO ws-report-line(23:9)
               MOVE ws-count-disp3 TO ws-report-line(34:9)
               WRITE report-file-rec FROM ws-report-line
           END-PERFORM
           IF app-table-full
               MOVE "  WARNING: caller table full, first 200 only"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       WRITE-DAILY-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
