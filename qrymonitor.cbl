      *> the live audit log, compares them against thresholds, and
      *> ends with a return code the scheduler can page on:
      *>     0  healthy
      *>     4  warning   (reject ratio past the warn threshold,
      *>                   call volume under the floor, or the 95th
      *>                   percentile lookup time over the SLA)
      *>     8  critical  (reject ratio past the critical threshold,
      *>                   or any RC=016 in the last hour - Query is
      *>                   refusing the whole response file)
      *>     QUERY_MON_REJECT_WARN  reject percent for RC 4 (5)
      *>     QUERY_MON_REJECT_CRIT  reject percent for RC 8 (20)
      *>     QUERY_MON_MIN_CALLS    hourly volume floor for RC 4 (1)
      *>     QUERY_SLA_CEILING_MS   lookup service time SLA in
      *>                            milliseconds, the same ceiling
      *>                            QuerySlaRpt counts against (200)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 audit-len               PIC X(11).
           05 FILLER                  PIC X(04).
           05 audit-rc                PIC X(03).
           05 FILLER                  PIC X(05).
           05 audit-app               PIC X(08).
           05 FILLER                  PIC X(05).
           05 audit-key               PIC X(16).
           05 FILLER                  PIC X(04).
           05 audit-ms                PIC X(07).
           05 FILLER                  PIC X(04).
           05 audit-class             PIC X(01).
           05 FILLER                  PIC X(06).

       FD  monitor-file.
       01  monitor-file-rec           PIC X(80).
       01 ws-reject-warn              PIC 9(03) VALUE 5.
       01 ws-reject-crit              PIC 9(03) VALUE 20.
       01 ws-min-calls                PIC 9(07) VALUE 1.
       01 ws-sla-ceiling              PIC 9(07) VALUE 200.
       01 ws-env-value                PIC X(09).

       01 ws-total-calls              PIC 9(09) VALUE 0.
       01 ws-hour-rc16                PIC 9(09) VALUE 0.
       01 ws-hour-ratio               PIC 9(03)V9 VALUE 0.

      *> Last-hour lookup service times, bucketed exactly as
      *> QuerySlaRpt buckets them: 10 ms steps below one second
      *> (the clock's own resolution, so those are exact), 100 ms
      *> steps to ten seconds, one-second steps to a minute, and one
      *> overflow bucket beyond.
       01 ws-hour-timed               PIC 9(09) VALUE 0.
       01 ws-hour-max-ms              PIC 9(07) VALUE 0.
       01 ws-hour-p95-ms              PIC 9(07) VALUE 0.
       01 ws-sla-table                VALUE ZEROS.
           05 ws-sla-bucket           PIC 9(09) OCCURS 241 TIMES.
       01 ws-sla-sub                  PIC 9(04).
       01 ws-line-ms                  PIC 9(07).
       01 ws-sla-rank                 PIC 9(09).
       01 ws-sla-cum                  PIC 9(09).
       01 ws-sla-breached             PIC X VALUE "N".
           88 sla-breached            VALUE "Y".

       01 ws-now                      PIC X(21).
       01 ws-today-num                PIC 9(08).
       01 ws-cut-date                 PIC 9(08).
       01 ws-verdict                  PIC X(08).

       01 ws-count-disp               PIC Z(8)9.
       01 ws-ms-disp                  PIC Z(6)9.
       01 ws-ms-disp2                 PIC Z(6)9.
       01 ws-ratio-disp               PIC ZZ9.9.
       01 ws-monitor-line             PIC X(80).

           IF ws-env-value NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-env-value) = 0
               COMPUTE ws-min-calls = FUNCTION NUMVAL(ws-env-value)
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

      *> The last hour is everything stamped at or after now minus
                   IF audit-rc = "016"
                       ADD 1 TO ws-hour-rc16
                   END-IF
                   IF audit-ms NUMERIC
                       AND (audit-class = "L" OR audit-class = "I")
                       PERFORM TALLY-LOOKUP-TIME
                   END-IF
               END-IF
           END-IF.

       TALLY-LOOKUP-TIME.
           MOVE audit-ms TO ws-line-ms
           ADD 1 TO ws-hour-timed
           IF ws-line-ms > ws-hour-max-ms
               MOVE ws-line-ms TO ws-hour-max-ms
           END-IF
           EVALUATE TRUE
               WHEN ws-line-ms < 1000
                   COMPUTE ws-sla-sub = ws-line-ms / 10 + 1
               WHEN ws-line-ms < 10000
                   COMPUTE ws-sla-sub = (ws-line-ms - 1000) / 100 + 101
               WHEN ws-line-ms < 60000
                   COMPUTE ws-sla-sub =
                       (ws-line-ms - 10000) / 1000 + 191
               WHEN OTHER
                   MOVE 241 TO ws-sla-sub
           END-EVALUATE
           ADD 1 TO ws-sla-bucket(ws-sla-sub).

      *> Nearest-rank 95th percentile: the smallest bucket whose
      *> running count reaches 95 percent of the calls, reported at
      *> the bucket's upper edge but never above the slowest call.
       COMPUTE-HOUR-P95.
           MOVE 0 TO ws-hour-p95-ms
           IF ws-hour-timed > 0
               COMPUTE ws-sla-rank = (ws-hour-timed * 95 + 99) / 100
               MOVE 0 TO ws-sla-cum
               PERFORM VARYING ws-sla-sub FROM 1 BY 1
                       UNTIL ws-sla-sub > 241
                          OR ws-sla-cum NOT LESS THAN ws-sla-rank
                   ADD ws-sla-bucket(ws-sla-sub) TO ws-sla-cum
               END-PERFORM
               SUBTRACT 1 FROM ws-sla-sub
               EVALUATE TRUE
                   WHEN ws-sla-sub NOT > 100
                       COMPUTE ws-hour-p95-ms = (ws-sla-sub - 1) * 10
                   WHEN ws-sla-sub NOT > 190
                       COMPUTE ws-hour-p95-ms =
                           (ws-sla-sub - 100) * 100 + 1000
                   WHEN ws-sla-sub NOT > 240
                       COMPUTE ws-hour-p95-ms =
                           (ws-sla-sub - 190) * 1000 + 10000
                   WHEN OTHER
                       MOVE ws-hour-max-ms TO ws-hour-p95-ms
               END-EVALUATE
               IF ws-hour-p95-ms > ws-hour-max-ms
                   MOVE ws-hour-max-ms TO ws-hour-p95-ms
               END-IF
           END-IF.

       JUDGE-SERVICE-HEALTH.
           PERFORM COMPUTE-HOUR-P95
           MOVE 0 TO ws-severity
           MOVE "HEALTHY" TO ws-verdict
           MOVE 0 TO ws-hour-ratio
               MOVE 1 TO ws-severity
               MOVE "WARNING" TO ws-verdict
           END-IF
           IF ws-hour-p95-ms > ws-sla-ceiling
               SET sla-breached TO TRUE
               MOVE 1 TO ws-severity
               MOVE "WARNING" TO ws-verdict
           END-IF
           IF ws-hour-ratio NOT LESS THAN ws-reject-crit
               AND ws-hour-calls > 0
               MOVE 2 TO ws-severity
               PERFORM PUT-SUMMARY-LINE
           END-IF

           MOVE ws-hour-p95-ms TO ws-ms-disp
           MOVE ws-sla-ceiling TO ws-ms-disp2
           MOVE SPACES TO ws-monitor-line
           STRING "  LOOKUP P95 MS          " DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  ws-ms-disp                 DELIMITED BY SIZE
                  "  SLA "                   DELIMITED BY SIZE
                  ws-ms-disp2                DELIMITED BY SIZE
             INTO ws-monitor-line
           END-STRING
           PERFORM PUT-SUMMARY-LINE
           MOVE ws-hour-max-ms TO ws-ms-disp
           MOVE SPACES TO ws-monitor-line
           STRING "  LOOKUP MAX MS          " DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  ws-ms-disp                 DELIMITED BY SIZE
             INTO ws-monitor-line
           END-STRING
           PERFORM PUT-SUMMARY-LINE
           IF sla-breached
               MOVE "  *** LOOKUP SERVICE TIME OVER THE SLA ***"
                 TO ws-monitor-line
               PERFORM PUT-SUMMARY-LINE
           END-IF

           IF stats-seen
               MOVE ws-total-calls TO ws-count-disp
               MOVE SPACES TO ws-monitor-line
