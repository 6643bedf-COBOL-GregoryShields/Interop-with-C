       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuerySlaRpt.


      *> Daily service-time report. Query stamps every audit line with
      *> the call's service time in milliseconds (MS=) and the kind of
      *> call that paid it (CL=); this program reads one audit log and
      *> reports call count, average, 95th and 99th percentile, and
      *> maximum service time:
      *>     by kind of call  ordinary lookups, lookups that verified
      *>                      the master (at startup or after it was
      *>                      resealed), operator reloads, drains, and
      *>                      diagnostics
      *>     by hour          lookups only
      *>     by key           lookups only, by the key the caller sent
      *> with the number of calls over the SLA ceiling on every line.
      *>
      *>     QUERY_AUDIT_FILE      the log to read (default the live
      *>                           data/query-audit.log)
      *>     QUERY_AUDIT_RUN_DATE  CCYYMMDD date a nightly run is for;
      *>                           without QUERY_AUDIT_FILE the report
      *>                           reads the archive of the day before,
      *>                           the day that run's QueryAuditArch
      *>                           step has just cut, as QueryAuditRpt
      *>                           does
      *>     QUERY_SLA_CEILING_MS  the SLA ceiling in milliseconds,
      *>                           shared with QueryMonitor (200)
      *>
      *> The report goes to data/query-sla-report.txt. Return code 4
      *> means the lookups' 95th percentile for the log is over the
      *> ceiling.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO ws-audit-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-file-status.

           SELECT report-file ASSIGN TO "data/query-sla-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  audit-file.
       01  audit-file-rec.
           05 audit-date              PIC X(08).
           05 audit-hour              PIC X(02).
           05 FILLER                  PIC X(11).
           05 FILLER                  PIC X(05).
           05 audit-len               PIC X(11).
           05 FILLER                  PIC X(04).
           05 audit-rc                PIC X(03).
           05 FILLER                  PIC X(05).
           05 audit-app               PIC X(08).
           05 FILLER                  PIC X(05).
           05 audit-key               PIC X(16).
           05 audit-ms-lit            PIC X(04).
           05 audit-ms                PIC X(07).
           05 audit-class-lit         PIC X(04).
           05 audit-class             PIC X(01).
           05 FILLER                  PIC X(06).

       FD  report-file.
       01  report-file-rec            PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-audit-file-status        PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-audit-name               PIC X(40)
           VALUE "data/query-audit.log".
       01 ws-audit-name-env           PIC X(40).
       01 ws-run-date                 PIC X(08).
       01 ws-run-date-num REDEFINES ws-run-date PIC 9(08).
       01 ws-prev-date                PIC 9(08).
       01 ws-env-value                PIC X(09).

       01 ws-audit-eof                PIC X VALUE "N".
           88 audit-eof               VALUE "Y".

       01 ws-sla-ceiling              PIC 9(07) VALUE 200.
       01 ws-line-count               PIC 9(09) VALUE 0.
       01 ws-timed-count              PIC 9(09) VALUE 0.
       01 ws-untimed-count            PIC 9(09) VALUE 0.
       01 ws-line-ms                  PIC 9(07).
       01 ws-line-bucket              PIC 9(04).
       01 ws-line-is-lookup           PIC X.
           88 line-is-lookup          VALUE "Y".

      *> The running figures of one line of the report. Every table
      *> below holds its rows as images of this group, moved in to be
      *> tallied or reported and moved back out, so the bucket rules
      *> live in one place. The buckets are 10 ms wide below one
      *> second (the clock's own resolution, so those percentiles are
      *> exact), 100 ms to ten seconds, one second to a minute, and
      *> one overflow bucket beyond; QueryMonitor buckets the same way.
       01 ws-work-stats.
           05 ws-work-count           PIC 9(09).
           05 ws-work-sum             PIC 9(15).
           05 ws-work-max             PIC 9(07).
           05 ws-work-over            PIC 9(09).
           05 ws-work-bucket          PIC 9(09) OCCURS 241 TIMES.
       01 ws-bucket-sub               PIC 9(04).

      *> Rows 1-5 are the call classes L I R D G; row 6 is every
      *> lookup, L and I together, and sets the return code.
       01 ws-class-table              VALUE ZEROS.
           05 ws-class-stats          PIC X(2209) OCCURS 6 TIMES.
       01 ws-class-codes              PIC X(05) VALUE "LIRDG".
       01 ws-class-sub                PIC 9(04).
       01 ws-class-label-table.
           05 FILLER                  PIC X(16) VALUE "LOOKUP".
           05 FILLER                  PIC X(16)
                                      VALUE "VERIFYING LOOKUP".
           05 FILLER                  PIC X(16) VALUE "RELOAD".
           05 FILLER                  PIC X(16) VALUE "DRAIN".
           05 FILLER                  PIC X(16) VALUE "DIAGNOSTIC".
           05 FILLER                  PIC X(16) VALUE "ALL LOOKUPS".
       01 ws-class-labels REDEFINES ws-class-label-table.
           05 ws-class-label          PIC X(16) OCCURS 6 TIMES.

       01 ws-hour-table               VALUE ZEROS.
           05 ws-hour-stats           PIC X(2209) OCCURS 24 TIMES.
       01 ws-hour-sub                 PIC 9(04).

       01 ws-key-max                  PIC 9(04) VALUE 500.
       01 ws-key-count                PIC 9(04) VALUE 0.
       01 ws-key-full                 PIC X VALUE "N".
           88 key-table-full          VALUE "Y".
       01 ws-key-table.
           05 ws-key-entry OCCURS 500 TIMES.
               10 ws-key-name         PIC X(16).
               10 ws-key-stats        PIC X(2209).
       01 ws-key-sub                  PIC 9(04).
       01 ws-sort-i                   PIC 9(04).
       01 ws-sort-j                   PIC 9(04).
       01 ws-sort-min                 PIC 9(04).
       01 ws-sort-hold                PIC X(2225).

       01 ws-pct                      PIC 9(03).
       01 ws-pct-ms                   PIC 9(07).
       01 ws-pct-rank                 PIC 9(09).
       01 ws-pct-cum                  PIC 9(09).
       01 ws-p95-ms                   PIC 9(07).
       01 ws-p99-ms                   PIC 9(07).
       01 ws-avg-ms                   PIC 9(07).

       01 ws-row-label                PIC X(16).
       01 ws-count-disp               PIC Z(8)9.
       01 ws-ms-disp                  PIC Z(6)9.
       01 ws-hour-disp                PIC 99.
       01 ws-report-line              PIC X(80).


       PROCEDURE DIVISION.

       PERFORM LOAD-SLA-PARMS

       OPEN INPUT audit-file
       IF ws-audit-file-status NOT = "00"
           DISPLAY "QUERYSLARPT: no audit log, status "
                   ws-audit-file-status
           MOVE 4 TO return-code
           STOP RUN
       END-IF

       PERFORM UNTIL audit-eof
           READ audit-file
               AT END
                   SET audit-eof TO TRUE
               NOT AT END
                   PERFORM TALLY-ONE-LINE
           END-READ
       END-PERFORM
       CLOSE audit-file

       PERFORM SORT-KEY-TABLE
       PERFORM WRITE-SLA-REPORT

       MOVE ws-class-stats(6) TO ws-work-stats
       MOVE 95 TO ws-pct
       PERFORM COMPUTE-PERCENTILE
       IF ws-pct-ms > ws-sla-ceiling
           DISPLAY "QUERYSLARPT: lookup 95th percentile over the"
                   " SLA ceiling"
           MOVE 4 TO return-code
       END-IF

       STOP RUN.

       LOAD-SLA-PARMS.
           ACCEPT ws-audit-name-env FROM ENVIRONMENT "QUERY_AUDIT_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-audit-name-env NOT = SPACES
               MOVE ws-audit-name-env TO ws-audit-name
           ELSE
               PERFORM PICK-RUN-DATE-ARCHIVE
           END-IF
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT
                                    "QUERY_SLA_CEILING_MS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-env-value NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-env-value) = 0
               COMPUTE ws-sla-ceiling = FUNCTION NUMVAL(ws-env-value)
           END-IF.

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
               DISPLAY "QUERYSLARPT: QUERY_AUDIT_RUN_DATE must be"
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

      *> Warning and error lines, and call lines written before Query
      *> timed its calls, carry no MS= column; they are counted and
      *> left out of every figure.
       TALLY-ONE-LINE.
           ADD 1 TO ws-line-count
           IF audit-date NOT NUMERIC OR audit-hour NOT NUMERIC
               OR audit-hour > "23"
               OR audit-ms-lit NOT = " MS="
               OR audit-ms NOT NUMERIC
               OR audit-class-lit NOT = " CL="
               ADD 1 TO ws-untimed-count
           ELSE
               ADD 1 TO ws-timed-count
               MOVE audit-ms TO ws-line-ms
               PERFORM FIND-LINE-BUCKET
               MOVE "N" TO ws-line-is-lookup
               IF audit-class = "L" OR audit-class = "I"
                   SET line-is-lookup TO TRUE
               END-IF
               PERFORM TALLY-CLASS-LINE
               IF line-is-lookup
                   MOVE ws-class-stats(6) TO ws-work-stats
                   PERFORM ADD-LINE-TO-WORK
                   MOVE ws-work-stats TO ws-class-stats(6)
                   COMPUTE ws-hour-sub =
                       FUNCTION NUMVAL(audit-hour) + 1
                   MOVE ws-hour-stats(ws-hour-sub) TO ws-work-stats
                   PERFORM ADD-LINE-TO-WORK
                   MOVE ws-work-stats TO ws-hour-stats(ws-hour-sub)
                   PERFORM TALLY-KEY-LINE
               END-IF
           END-IF.

       TALLY-CLASS-LINE.
           PERFORM VARYING ws-class-sub FROM 1 BY 1
                   UNTIL ws-class-sub > 5
                      OR ws-class-codes(ws-class-sub:1) = audit-class
               CONTINUE
           END-PERFORM
           IF ws-class-sub NOT > 5
               MOVE ws-class-stats(ws-class-sub) TO ws-work-stats
               PERFORM ADD-LINE-TO-WORK
               MOVE ws-work-stats TO ws-class-stats(ws-class-sub)
           END-IF.

       TALLY-KEY-LINE.
           PERFORM VARYING ws-key-sub FROM 1 BY 1
                   UNTIL ws-key-sub > ws-key-count
                      OR ws-key-name(ws-key-sub) = audit-key
               CONTINUE
           END-PERFORM
           IF ws-key-sub > ws-key-count
               IF ws-key-count LESS THAN ws-key-max
                   ADD 1 TO ws-key-count
                   MOVE audit-key TO ws-key-name(ws-key-count)
                   MOVE ZEROS TO ws-key-stats(ws-key-count)
               ELSE
                   SET key-table-full TO TRUE
               END-IF
           END-IF
           IF ws-key-sub NOT > ws-key-count
               MOVE ws-key-stats(ws-key-sub) TO ws-work-stats
               PERFORM ADD-LINE-TO-WORK
               MOVE ws-work-stats TO ws-key-stats(ws-key-sub)
           END-IF.

       FIND-LINE-BUCKET.
           EVALUATE TRUE
               WHEN ws-line-ms < 1000
                   COMPUTE ws-line-bucket = ws-line-ms / 10 + 1
               WHEN ws-line-ms < 10000
                   COMPUTE ws-line-bucket =
                       (ws-line-ms - 1000) / 100 + 101
               WHEN ws-line-ms < 60000
                   COMPUTE ws-line-bucket =
                       (ws-line-ms - 10000) / 1000 + 191
               WHEN OTHER
                   MOVE 241 TO ws-line-bucket
           END-EVALUATE.

       ADD-LINE-TO-WORK.
           ADD 1 TO ws-work-count
           ADD ws-line-ms TO ws-work-sum
           IF ws-line-ms > ws-work-max
               MOVE ws-line-ms TO ws-work-max
           END-IF
           IF ws-line-ms > ws-sla-ceiling
               ADD 1 TO ws-work-over
           END-IF
           ADD 1 TO ws-work-bucket(ws-line-bucket).

      *> Nearest rank: the smallest bucket whose running count reaches
      *> ws-pct percent of the calls, reported at the bucket's upper
      *> edge but never above the slowest call actually seen.
       COMPUTE-PERCENTILE.
           MOVE 0 TO ws-pct-ms
           IF ws-work-count > 0
               COMPUTE ws-pct-rank =
                   (ws-work-count * ws-pct + 99) / 100
               MOVE 0 TO ws-pct-cum
               PERFORM VARYING ws-bucket-sub FROM 1 BY 1
                       UNTIL ws-bucket-sub > 241
                          OR ws-pct-cum NOT LESS THAN ws-pct-rank
                   ADD ws-work-bucket(ws-bucket-sub) TO ws-pct-cum
               END-PERFORM
               SUBTRACT 1 FROM ws-bucket-sub
               EVALUATE TRUE
                   WHEN ws-bucket-sub NOT > 100
                       COMPUTE ws-pct-ms = (ws-bucket-sub - 1) * 10
                   WHEN ws-bucket-sub NOT > 190
                       COMPUTE ws-pct-ms =
                           (ws-bucket-sub - 100) * 100 + 1000
                   WHEN ws-bucket-sub NOT > 240
                       COMPUTE ws-pct-ms =
                           (ws-bucket-sub - 190) * 1000 + 10000
                   WHEN OTHER
                       MOVE ws-work-max TO ws-pct-ms
               END-EVALUATE
               IF ws-pct-ms > ws-work-max
                   MOVE ws-work-max TO ws-pct-ms
               END-IF
           END-IF.

      *> Straight selection sort on the key name, so the key section
      *> reads in the same order as the master listing.
       SORT-KEY-TABLE.
           PERFORM VARYING ws-sort-i FROM 1 BY 1
                   UNTIL ws-sort-i NOT LESS THAN ws-key-count
               MOVE ws-sort-i TO ws-sort-min
               PERFORM VARYING ws-sort-j FROM ws-sort-i BY 1
                       UNTIL ws-sort-j > ws-key-count
                   IF ws-key-name(ws-sort-j)
                           < ws-key-name(ws-sort-min)
                       MOVE ws-sort-j TO ws-sort-min
                   END-IF
               END-PERFORM
               IF ws-sort-min NOT = ws-sort-i
                   MOVE ws-key-entry(ws-sort-i) TO ws-sort-hold
                   MOVE ws-key-entry(ws-sort-min)
                     TO ws-key-entry(ws-sort-i)
                   MOVE ws-sort-hold TO ws-key-entry(ws-sort-min)
               END-IF
           END-PERFORM.

       WRITE-SLA-REPORT.
           OPEN OUTPUT report-file
           IF ws-report-file-status NOT = "00"
               DISPLAY "QUERYSLARPT: cannot open report, status "
                       ws-report-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF

           MOVE "Query service time report" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "LOG=" DELIMITED BY SIZE
                  ws-audit-name DELIMITED BY SPACE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-sla-ceiling TO ws-ms-disp
           MOVE SPACES TO ws-report-line
           STRING "SLA CEILING MS=" DELIMITED BY SIZE
                  ws-ms-disp        DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-timed-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "TIMED CALLS=   " DELIMITED BY SIZE
                  ws-count-disp     DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           IF ws-untimed-count > 0
               MOVE ws-untimed-count TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "UNTIMED LINES= " DELIMITED BY SIZE
                      ws-count-disp     DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF

           PERFORM WRITE-CLASS-SECTION
           PERFORM WRITE-HOUR-SECTION
           PERFORM WRITE-KEY-SECTION

           CLOSE report-file
           DISPLAY "QUERYSLARPT: report written".

       WRITE-CLASS-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "SERVICE TIME BY KIND OF CALL" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING ws-class-sub FROM 1 BY 1
                   UNTIL ws-class-sub > 6
               MOVE ws-class-stats(ws-class-sub) TO ws-work-stats
               IF ws-work-count > 0 OR ws-class-sub = 6
                   MOVE ws-class-label(ws-class-sub) TO ws-row-label
                   PERFORM WRITE-STATS-LINE
               END-IF
           END-PERFORM.

       WRITE-HOUR-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "LOOKUP SERVICE TIME BY HOUR" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING ws-hour-sub FROM 1 BY 1
                   UNTIL ws-hour-sub > 24
               MOVE ws-hour-stats(ws-hour-sub) TO ws-work-stats
               IF ws-work-count > 0
                   COMPUTE ws-hour-disp = ws-hour-sub - 1
                   MOVE SPACES TO ws-row-label
                   STRING ws-hour-disp ":00" DELIMITED BY SIZE
                     INTO ws-row-label
                   END-STRING
                   PERFORM WRITE-STATS-LINE
               END-IF
           END-PERFORM.

       WRITE-KEY-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "LOOKUP SERVICE TIME BY KEY" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING ws-key-sub FROM 1 BY 1
                   UNTIL ws-key-sub > ws-key-count
               MOVE ws-key-stats(ws-key-sub) TO ws-work-stats
               IF ws-key-name(ws-key-sub) = SPACES
                   MOVE "(no key)" TO ws-row-label
               ELSE
                   MOVE ws-key-name(ws-key-sub) TO ws-row-label
               END-IF
               PERFORM WRITE-STATS-LINE
           END-PERFORM
           IF key-table-full
               MOVE "  WARNING: key table full, first 500 keys only"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE "  " TO ws-report-line
           MOVE "CALLS"    TO ws-report-line(25:5)
           MOVE "AVG-MS"   TO ws-report-line(32:6)
           MOVE "P95-MS"   TO ws-report-line(40:6)
           MOVE "P99-MS"   TO ws-report-line(48:6)
           MOVE "MAX-MS"   TO ws-report-line(56:6)
           MOVE "OVER-SLA" TO ws-report-line(63:8)
           WRITE report-file-rec FROM ws-report-line.

       WRITE-STATS-LINE.
           MOVE 0 TO ws-avg-ms
           IF ws-work-count > 0
               COMPUTE ws-avg-ms ROUNDED = ws-work-sum / ws-work-count
           END-IF
           MOVE 95 TO ws-pct
           PERFORM COMPUTE-PERCENTILE
           MOVE ws-pct-ms TO ws-p95-ms
           MOVE 99 TO ws-pct
           PERFORM COMPUTE-PERCENTILE
           MOVE ws-pct-ms TO ws-p99-ms

           MOVE SPACES TO ws-report-line
           MOVE ws-row-label TO ws-report-line(3:16)
           MOVE ws-work-count TO ws-count-disp
           MOVE ws-count-disp TO ws-report-line(21:9)
           MOVE ws-avg-ms TO ws-ms-disp
           MOVE ws-ms-disp TO ws-report-line(31:7)
           MOVE ws-p95-ms TO ws-ms-disp
           MOVE ws-ms-disp TO ws-report-line(39:7)
           MOVE ws-p99-ms TO ws-ms-disp
           MOVE ws-ms-disp TO ws-report-line(47:7)
           MOVE ws-work-max TO ws-ms-disp
           MOVE ws-ms-disp TO ws-report-line(55:7)
           MOVE ws-work-over TO ws-count-disp
           MOVE ws-count-disp TO ws-report-line(62:9)
           WRITE report-file-rec FROM ws-report-line.

       END PROGRAM QuerySlaRpt.
