       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryHistRpt.


      *> Change history and lineage of named response keys, for
      *> complaints and regulatory inquiries that ask what Query told
      *> a caller on a given day and who authorised it. For each key
      *> and language the report lists every version of every segment
      *> the master has held - its effective window, its text, the
      *> action that put it on the master and the one that took it
      *> off, with the submitter and approver from the BY= column -
      *> and then the exact text Query served from each point in the
      *> date range at which the served text changed.
      *>
      *> The change log records the image a record held before each
      *> action, never the image after it, so every version is worked
      *> out backwards from the master as it stands: a version is the
      *> image the next action on the record found in place, and the
      *> newest is the master's own. A rollback's REVERSED line names
      *> the image it removed. Where the log does not record a text
      *> (an add or change rolled back by a QueryMaintUndo run that
      *> predates REVERSED lines) the version is listed with its text
      *> marked as not recorded rather than guessed at.
      *>
      *> Served text is worked out with the rules Query applies -
      *> exact key, then the language with default-language fallback,
      *> then the alias with the latest effective-from, then DEFAULT -
      *> so alias targets and DEFAULT are traced alongside the keys
      *> asked for. Ownership and certification lines QueryOwnerMaint
      *> logs for a key are listed with it.
      *>
      *>     QUERY_HIST_KEYS    keys to report, separated by commas or
      *>                        spaces; without it the keys are read
      *>                        from data/query-hist-keys.dat, one per
      *>                        line, "*" lines being comments
      *>     QUERY_HIST_FROM    CCYYMMDD start of the date range
      *>                        (default a year before the end)
      *>     QUERY_HIST_TO      CCYYMMDD end of the date range
      *>                        (default today)
      *>     QUERY_HIST_PARMS   sample values for &P1-&P5, semicolon
      *>                        separated (default [P1] ... [P5])
      *>     QUERY_ENV          environment tag, as for Query
      *>
      *> The report goes to data/query-history-report.txt. Return code
      *> 4 means a key was not found at all or a listed version's text
      *> is not recorded; 12 means the report could not be produced.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT key-file ASSIGN TO "data/query-hist-keys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-key-file-status.

           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT chglog-file ASSIGN TO "data/query-maint.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chglog-file-status.

           SELECT report-file ASSIGN TO "data/query-history-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  key-file.
       01  key-file-rec               PIC X(80).

       FD  resp-file.

       COPY "qryresp.cpy".

       FD  chglog-file.
       01  chglog-file-rec            PIC X(160).

       FD  report-file.
       01  report-file-rec            PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-key-file-status          PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-chglog-file-status       PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-key-eof                  PIC X VALUE "N".
           88 key-eof                 VALUE "Y".
       01 ws-chglog-eof               PIC X VALUE "N".
           88 chglog-eof              VALUE "Y".
       01 ws-scan-eof                 PIC X VALUE "N".
           88 scan-eof                VALUE "Y".

      *> Fixed column split of a change-log line, as QueryMaint's
      *> WRITE-CHANGE-LOG lays it out; QueryMaintUndo and
      *> QueryOwnerMaint write the same columns.
       01 ws-chglog-line              PIC X(160).
       01 ws-chglog-parsed REDEFINES ws-chglog-line.
           05 log-ts                  PIC X(21).
           05 FILLER                  PIC X(01).
           05 log-action              PIC X(01).
           05 FILLER                  PIC X(01).
           05 log-rec-key.
               10 log-key             PIC X(16).
               10 FILLER              PIC X(01).
               10 log-lang            PIC X(02).
               10 FILLER              PIC X(01).
               10 log-seg             PIC X(03).
               10 FILLER              PIC X(01).
               10 log-from            PIC X(08).
           05 FILLER                  PIC X(01).
           05 log-status              PIC X(08).
           05 FILLER                  PIC X(05).
           05 log-old-type            PIC X(01).
           05 log-old-to              PIC X(08).
           05 log-old-text            PIC X(60).
           05 FILLER                  PIC X(04).
           05 log-by-sub              PIC X(08).
           05 FILLER                  PIC X(01).
           05 log-by-app              PIC X(08).

       01 ws-env-value                PIC X(400).
       01 ws-env-tag                  PIC X(10).
       01 ws-date-num                 PIC 9(08).
       01 ws-from-date                PIC X(08).
       01 ws-to-date                  PIC X(08).
       01 ws-from-int                 USAGE BINARY-LONG.
       01 ws-to-int                   USAGE BINARY-LONG.
       01 ws-day-int                  USAGE BINARY-LONG.
       01 ws-from-ts                  PIC X(14).
       01 ws-to-ts                    PIC X(14).

       01 ws-parm-table.
           05 ws-parm                 PIC X(60) OCCURS 5 TIMES.
       01 ws-parm-num                 PIC 9(1).

       01 ws-key-ptr                  PIC 9(3).
       01 ws-one-key                  PIC X(16).

      *> Keys traced: the ones asked for (role R), then the alias
      *> targets they name and DEFAULT (role S), which are traced only
      *> so the served text can be worked out. Pass 1 loads the keys
      *> asked for, pass 2 the ones they lead to.
       01 ws-hkey-max                 PIC 9(3) VALUE 100.
       01 ws-hkey-req-max             PIC 9(3) VALUE 50.
       01 ws-hkey-count               PIC 9(3) VALUE 0.
       01 ws-hkey-req-count           PIC 9(3) VALUE 0.
       01 ws-hkey-table.
           05 ws-hkey-entry OCCURS 100 TIMES.
               10 ws-hkey-key         PIC X(16).
               10 ws-hkey-role        PIC X(01).
               10 ws-hkey-pass        PIC 9(01).
       01 ws-hkey-sub                 PIC 9(3).
       01 ws-hkey-find                PIC 9(3).
       01 ws-cur-pass                 PIC 9(01).
       01 ws-new-hkey                 PIC X(16).

      *> Every applied action logged against a traced key, in log
      *> order. A REVERSED line is not an action of its own; its image
      *> rides on the UNDONE line that follows it.
       01 ws-ev-max                   PIC 9(5) VALUE 20000.
       01 ws-ev-count                 PIC 9(5) VALUE 0.
       01 ws-ev-table.
           05 ws-ev-entry OCCURS 20000 TIMES.
               10 ws-ev-rkey.
                   15 ws-ev-key       PIC X(16).
                   15 ws-ev-lang      PIC X(02).
                   15 ws-ev-seg       PIC X(03).
                   15 ws-ev-from      PIC X(08).
               10 ws-ev-ts            PIC X(14).
               10 ws-ev-status        PIC X(08).
               10 ws-ev-old-type      PIC X(01).
               10 ws-ev-old-to        PIC X(08).
               10 ws-ev-old-text      PIC X(60).
               10 ws-ev-by-sub        PIC X(08).
               10 ws-ev-by-app        PIC X(08).
               10 ws-ev-rev-held      PIC X(01).
               10 ws-ev-rev-type      PIC X(01).
               10 ws-ev-rev-to        PIC X(08).
               10 ws-ev-rev-text      PIC X(60).
       01 ws-ev-sub                   PIC 9(5).

       01 ws-hold-set                 PIC X VALUE "N".
           88 reversed-held           VALUE "Y".
       01 ws-hold-rkey                PIC X(29).
       01 ws-hold-type                PIC X(01).
       01 ws-hold-to                  PIC X(08).
       01 ws-hold-text                PIC X(60).

      *> Ownership and certification actually applied to a key asked
      *> for; QueryOwnerMaint's rejections are passed by.
       01 ws-own-max                  PIC 9(4) VALUE 2000.
       01 ws-own-count                PIC 9(4) VALUE 0.
       01 ws-own-table.
           05 ws-own-entry OCCURS 2000 TIMES.
               10 ws-own-key          PIC X(16).
               10 ws-own-ts           PIC X(14).
               10 ws-own-status       PIC X(08).
               10 ws-own-note         PIC X(60).
               10 ws-own-by           PIC X(08).
       01 ws-own-sub                  PIC 9(4).

      *> One entry per record key (key, language, segment, effective-
      *> from) of a traced key that is on the master or in the log,
      *> kept in master key order.
       01 ws-rec-max                  PIC 9(4) VALUE 4000.
       01 ws-rec-count                PIC 9(4) VALUE 0.
       01 ws-rec-table.
           05 ws-rec-entry OCCURS 4000 TIMES.
               10 ws-rec-rkey.
                   15 ws-rec-key      PIC X(16).
                   15 ws-rec-lang     PIC X(02).
                   15 ws-rec-seg      PIC X(03).
                   15 ws-rec-from     PIC X(08).
               10 ws-rec-in-master    PIC X(01).
               10 ws-rec-m-type       PIC X(01).
               10 ws-rec-m-to         PIC X(08).
               10 ws-rec-m-text       PIC X(60).
               10 ws-rec-first-st     PIC 9(5).
               10 ws-rec-st-count     PIC 9(5).
       01 ws-rec-sub                  PIC 9(4).
       01 ws-rec-ins                  PIC 9(4).
       01 ws-shift-sub                PIC 9(4).
       01 ws-new-rkey.
           05 ws-new-key              PIC X(16).
           05 ws-new-lang             PIC X(02).
           05 ws-new-seg              PIC X(03).
           05 ws-new-from             PIC X(08).

      *> The states each record passed through: state 0 is the one
      *> before its first logged action, state n the one after its
      *> n-th. A state present on the master is a version.
       01 ws-st-max                   PIC 9(5) VALUE 30000.
       01 ws-st-count                 PIC 9(5) VALUE 0.
       01 ws-st-table.
           05 ws-st-entry OCCURS 30000 TIMES.
               10 ws-st-present       PIC X(01).
               10 ws-st-known         PIC X(01).
               10 ws-st-type          PIC X(01).
               10 ws-st-to            PIC X(08).
               10 ws-st-text          PIC X(60).
               10 ws-st-start-ev      PIC 9(5).
               10 ws-st-end-ev        PIC 9(5).
               10 ws-st-start-ts      PIC X(14).
               10 ws-st-note          PIC X(01).
       01 ws-st-sub                   PIC 9(5).
       01 ws-st-last                  PIC 9(5).

       01 ws-evl-max                  PIC 9(5) VALUE 20000.
       01 ws-evl-count                PIC 9(5).
       01 ws-evl-table.
           05 ws-evl-ev               PIC 9(5) OCCURS 20000 TIMES.
       01 ws-evl-k                    PIC 9(5).

      *> What one logged action says about the record just before it
      *> (RULE-BEFORE-EVENT) or just after it (RULE-AFTER-EVENT).
       01 ws-rule-ev                  PIC 9(5).
       01 ws-rule-present             PIC X(01).
       01 ws-rule-det                 PIC X(01).
           88 rule-determinate        VALUE "Y".
       01 ws-rule-type                PIC X(01).
       01 ws-rule-to                  PIC X(08).
       01 ws-rule-text                PIC X(60).
       01 ws-after-present            PIC X(01).
       01 ws-after-det                PIC X(01).
       01 ws-after-type               PIC X(01).
       01 ws-after-to                 PIC X(08).
       01 ws-after-text               PIC X(60).

      *> Points in the range at which the served text can change: the
      *> start of the range, every logged action on a traced key, and
      *> the first day of every window and the day after it closes.
       01 ws-pt-max                   PIC 9(4) VALUE 4000.
       01 ws-pt-count                 PIC 9(4) VALUE 0.
       01 ws-pt-table.
           05 ws-pt-ts                PIC X(14) OCCURS 4000 TIMES.
       01 ws-pt-sub                   PIC 9(4).
       01 ws-pt-ins                   PIC 9(4).
       01 ws-pt-shift                 PIC 9(4).
       01 ws-new-pt                   PIC X(14).
       01 ws-pt-full                  PIC X VALUE "N".

      *> The traced records as they stood at one point, in master key
      *> order, exactly as Query's key cache holds a key's rows.
       01 ws-row-max                  PIC 9(4) VALUE 4000.
       01 ws-row-count                PIC 9(4) VALUE 0.
       01 ws-row-table.
           05 ws-row-entry OCCURS 4000 TIMES.
               10 ws-row-key          PIC X(16).
               10 ws-row-lang         PIC X(02).
               10 ws-row-seg          PIC X(03).
               10 ws-row-from         PIC X(08).
               10 ws-row-type         PIC X(01).
               10 ws-row-to           PIC X(08).
               10 ws-row-text         PIC X(60).
               10 ws-row-known        PIC X(01).
       01 ws-snap-ts                  PIC X(14).

       01 ws-lang-max                 PIC 9(3) VALUE 50.
       01 ws-lang-count               PIC 9(3) VALUE 0.
       01 ws-lang-table.
           05 ws-lang-code            PIC X(02) OCCURS 50 TIMES.
       01 ws-lang-sub                 PIC 9(3).
       01 ws-lang-found               PIC X.
       01 ws-note-lang                PIC X(02).
       01 ws-target-key               PIC X(16).

       01 ws-rend-date                PIC X(08).
       01 ws-keep-date-token          PIC X VALUE "N".
           88 keep-date-token         VALUE "Y".
       01 ws-rend-unknown             PIC X VALUE "N".
       01 ws-served-how               PIC X(08).
       01 ws-request-key              PIC X(16).
       01 ws-lookup-key               PIC X(16).
       01 ws-req-lang                 PIC X(02).
       01 ws-search-key               PIC X(16).
       01 ws-search-lang              PIC X(02).
       01 ws-found-key                PIC X(16).
       01 ws-found-lang               PIC X(02).
       01 ws-scan-sub                 PIC 9(4).
       01 ws-best-sub                 PIC 9(4).
       01 ws-best-from                PIC X(08).
       01 ws-cur-seg                  PIC X(03).
       01 ws-segbest-sub              PIC 9(4).
       01 ws-alias-sub                PIC 9(4).
       01 ws-restrict-sub             PIC 9(4).
       01 ws-restrict-from            PIC X(08).
       01 ws-restrict-text            PIC X(60).
       01 ws-entry-active             PIC X.
           88 entry-active            VALUE "Y".

       01 ws-final-result             PIC X(8192).
       01 ws-result-len               PIC 9(5).
       01 ws-build-ptr                PIC 9(5).
       01 ws-prev-result              PIC X(8192).
       01 ws-prev-len                 PIC 9(5).
       01 ws-prev-how                 PIC X(08).
       01 ws-prev-found-key           PIC X(16).
       01 ws-prev-restrict            PIC X(60).
       01 ws-prev-unknown             PIC X(01).
       01 ws-first-point              PIC X(01).

       01 ws-subst-result             PIC X(8192).
       01 ws-scan-ptr                 PIC 9(5).
       01 ws-out-ptr                  PIC 9(5).
       01 ws-scan-remain              PIC 9(5).
       01 ws-amp-count                PIC 9(5).
       01 ws-subst-date.
           05 ws-subst-date-y         PIC X(4).
           05 FILLER                  PIC X VALUE "-".
           05 ws-subst-date-m         PIC X(2).
           05 FILLER                  PIC X VALUE "-".
           05 ws-subst-date-d         PIC X(2).
       01 ws-date-disp.
           05 ws-date-disp-y          PIC X(4).
           05 FILLER                  PIC X VALUE "-".
           05 ws-date-disp-m          PIC X(2).
           05 FILLER                  PIC X VALUE "-".
           05 ws-date-disp-d          PIC X(2).
       01 ws-ts-disp.
           05 ws-ts-disp-y            PIC X(4).
           05 FILLER                  PIC X VALUE "-".
           05 ws-ts-disp-mo           PIC X(2).
           05 FILLER                  PIC X VALUE "-".
           05 ws-ts-disp-d            PIC X(2).
           05 FILLER                  PIC X VALUE " ".
           05 ws-ts-disp-h            PIC X(2).
           05 FILLER                  PIC X VALUE ":".
           05 ws-ts-disp-mi           PIC X(2).
           05 FILLER                  PIC X VALUE ":".
           05 ws-ts-disp-s            PIC X(2).
       01 ws-cut-date                 PIC X(08).
       01 ws-cut-ts                   PIC X(14).

       01 ws-wrap-text                PIC X(8192).
       01 ws-wrap-len                 PIC 9(5).
       01 ws-wrap-col                 PIC 9(3).
       01 ws-wrap-width               PIC 9(3).
       01 ws-wrap-ptr                 PIC 9(5).
       01 ws-wrap-chunk               PIC 9(5).

       01 ws-cur-key                  PIC X(16).
       01 ws-version-num              PIC 9(3).
       01 ws-version-disp             PIC 9(3).
       01 ws-out-of-range             PIC 9(5).
       01 ws-key-versions             PIC 9(5).
       01 ws-printed-lang             PIC X(02).
       01 ws-printed-lang-set         PIC X(01).
       01 ws-printed-rec              PIC 9(4).
       01 ws-st-in-range              PIC X(01).
       01 ws-state-end-ts             PIC X(14).
       01 ws-act-name                 PIC X(18).
       01 ws-act-ts                   PIC X(14).
       01 ws-act-sub                  PIC X(08).
       01 ws-act-app                  PIC X(08).
       01 ws-act-label                PIC X(08).
       01 ws-type-name                PIC X(11).
       01 ws-key-found                PIC X(01).

       01 ws-keys-reported            PIC 9(05) VALUE 0.
       01 ws-keys-not-found           PIC 9(05) VALUE 0.
       01 ws-versions-listed          PIC 9(07) VALUE 0.
       01 ws-versions-unknown         PIC 9(07) VALUE 0.
       01 ws-versions-noted           PIC 9(07) VALUE 0.
       01 ws-served-changes           PIC 9(07) VALUE 0.
       01 ws-count-disp               PIC Z(6)9.
       01 ws-report-line              PIC X(132).


       PROCEDURE DIVISION.

       PERFORM LOAD-HISTORY-PARMS
       PERFORM LOAD-REQUESTED-KEYS

       OPEN INPUT resp-file
       IF ws-resp-file-status NOT = "00"
           DISPLAY "QUERYHISTRPT: cannot open master, status "
                   ws-resp-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       MOVE 1 TO ws-cur-pass
       PERFORM LOAD-PASS-MASTER-ROWS
       PERFORM LOAD-PASS-LOG-EVENTS
       PERFORM ADD-SUPPORTING-KEYS
       MOVE 2 TO ws-cur-pass
       PERFORM LOAD-PASS-MASTER-ROWS
       PERFORM LOAD-PASS-LOG-EVENTS
       CLOSE resp-file

       PERFORM BUILD-RECORD-STATES
       PERFORM BUILD-CHANGE-POINTS

       OPEN OUTPUT report-file
       IF ws-report-file-status NOT = "00"
           DISPLAY "QUERYHISTRPT: cannot open report, status "
                   ws-report-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM WRITE-HISTORY-HEADING
       PERFORM VARYING ws-hkey-sub FROM 1 BY 1
               UNTIL ws-hkey-sub > ws-hkey-count
           IF ws-hkey-role(ws-hkey-sub) = "R"
               PERFORM WRITE-KEY-HISTORY
           END-IF
       END-PERFORM
       PERFORM WRITE-HISTORY-SUMMARY
       CLOSE report-file

       DISPLAY "QUERYHISTRPT: report written"
       IF ws-keys-not-found > 0 OR ws-versions-unknown > 0
           MOVE 4 TO return-code
       END-IF

       STOP RUN.

       LOAD-HISTORY-PARMS.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_HIST_TO"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-env-value = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-to-date
           ELSE
               MOVE ws-env-value(1:8) TO ws-to-date
               PERFORM CHECK-TO-DATE
           END-IF
           MOVE ws-to-date TO ws-date-num
           MOVE FUNCTION INTEGER-OF-DATE(ws-date-num) TO ws-to-int

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_HIST_FROM"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-env-value = SPACES
               COMPUTE ws-from-int = ws-to-int - 365
               MOVE FUNCTION DATE-OF-INTEGER(ws-from-int)
                 TO ws-date-num
               MOVE ws-date-num TO ws-from-date
           ELSE
               MOVE ws-env-value(1:8) TO ws-from-date
               PERFORM CHECK-FROM-DATE
           END-IF
           STRING ws-from-date "000000" DELIMITED BY SIZE
             INTO ws-from-ts
           END-STRING
           STRING ws-to-date "235959" DELIMITED BY SIZE
             INTO ws-to-ts
           END-STRING

           MOVE "[P1]" TO ws-parm(1)
           MOVE "[P2]" TO ws-parm(2)
           MOVE "[P3]" TO ws-parm(3)
           MOVE "[P4]" TO ws-parm(4)
           MOVE "[P5]" TO ws-parm(5)
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_HIST_PARMS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-env-value NOT = SPACES
               MOVE SPACES TO ws-parm-table
               UNSTRING ws-env-value DELIMITED BY ";"
                   INTO ws-parm(1)
                        ws-parm(2)
                        ws-parm(3)
                        ws-parm(4)
                        ws-parm(5)
               END-UNSTRING
           END-IF

           ACCEPT ws-env-tag FROM ENVIRONMENT "QUERY_ENV"
               ON EXCEPTION
                   MOVE "TEST" TO ws-env-tag
           END-ACCEPT
           IF ws-env-tag = SPACES
               MOVE "TEST" TO ws-env-tag
           END-IF.

       CHECK-TO-DATE.
           IF ws-to-date NOT NUMERIC
               DISPLAY "QUERYHISTRPT: QUERY_HIST_TO must be"
                       " CCYYMMDD, not " ws-to-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE ws-to-date TO ws-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-num) NOT = 0
               DISPLAY "QUERYHISTRPT: QUERY_HIST_TO is not a"
                       " calendar date: " ws-to-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

       CHECK-FROM-DATE.
           IF ws-from-date NOT NUMERIC
               DISPLAY "QUERYHISTRPT: QUERY_HIST_FROM must be"
                       " CCYYMMDD, not " ws-from-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE ws-from-date TO ws-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-num) NOT = 0
               DISPLAY "QUERYHISTRPT: QUERY_HIST_FROM is not a"
                       " calendar date: " ws-from-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           IF ws-from-date > ws-to-date
               DISPLAY "QUERYHISTRPT: QUERY_HIST_FROM must fall on"
                       " or before QUERY_HIST_TO"
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

       LOAD-REQUESTED-KEYS.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_HIST_KEYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-env-value NOT = SPACES
               MOVE 1 TO ws-key-ptr
               PERFORM UNTIL ws-key-ptr > 400
                   MOVE SPACES TO ws-one-key
                   UNSTRING ws-env-value DELIMITED BY "," OR ALL " "
                       INTO ws-one-key
                       WITH POINTER ws-key-ptr
                   END-UNSTRING
                   IF ws-one-key NOT = SPACES
                       PERFORM NOTE-REQUESTED-KEY
                   END-IF
               END-PERFORM
           ELSE
               OPEN INPUT key-file
               IF ws-key-file-status NOT = "00"
                   DISPLAY "QUERYHISTRPT: no keys named - set"
                           " QUERY_HIST_KEYS or supply"
                           " data/query-hist-keys.dat"
                   MOVE 12 TO return-code
                   STOP RUN
               END-IF
               PERFORM UNTIL key-eof
                   READ key-file
                       AT END
                           SET key-eof TO TRUE
                       NOT AT END
                           IF key-file-rec NOT = SPACES
                               AND key-file-rec(1:1) NOT = "*"
                               MOVE FUNCTION TRIM(key-file-rec)
                                 TO ws-one-key
                               PERFORM NOTE-REQUESTED-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE key-file
           END-IF
           IF ws-hkey-req-count = 0
               DISPLAY "QUERYHISTRPT: no keys named to report"
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

       NOTE-REQUESTED-KEY.
           MOVE ws-one-key TO ws-new-hkey
           PERFORM FIND-HKEY
           IF ws-hkey-find = 0
               IF ws-hkey-req-count NOT LESS THAN ws-hkey-req-max
                   DISPLAY "QUERYHISTRPT: more than " ws-hkey-req-max
                           " keys named, run the report in parts"
                   MOVE 12 TO return-code
                   STOP RUN
               END-IF
               ADD 1 TO ws-hkey-req-count
               ADD 1 TO ws-hkey-count
               MOVE ws-new-hkey TO ws-hkey-key(ws-hkey-count)
               MOVE "R" TO ws-hkey-role(ws-hkey-count)
               MOVE 1 TO ws-hkey-pass(ws-hkey-count)
           END-IF.

       FIND-HKEY.
           MOVE 0 TO ws-hkey-find
           PERFORM VARYING ws-shift-sub FROM 1 BY 1
                   UNTIL ws-shift-sub > ws-hkey-count
                      OR ws-hkey-find > 0
               IF ws-hkey-key(ws-shift-sub) = ws-new-hkey
                   MOVE ws-shift-sub TO ws-hkey-find
               END-IF
           END-PERFORM.

      *> The master is read a key at a time, the way QueryOwnerMaint
      *> looks a key up; the control record is not content.
       LOAD-PASS-MASTER-ROWS.
           PERFORM VARYING ws-hkey-sub FROM 1 BY 1
                   UNTIL ws-hkey-sub > ws-hkey-count
               IF ws-hkey-pass(ws-hkey-sub) = ws-cur-pass
                   PERFORM LOAD-ONE-KEY-ROWS
               END-IF
           END-PERFORM.

       LOAD-ONE-KEY-ROWS.
           MOVE "N" TO ws-scan-eof
           MOVE LOW-VALUES TO resp-file-rec-key
           MOVE ws-hkey-key(ws-hkey-sub) TO resp-file-key
           START resp-file KEY NOT LESS THAN resp-file-rec-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START
           PERFORM UNTIL scan-eof
               READ resp-file NEXT
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       IF resp-file-key NOT = ws-hkey-key(ws-hkey-sub)
                           SET scan-eof TO TRUE
                       ELSE
                           IF resp-file-type NOT = "C"
                               PERFORM NOTE-MASTER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-MASTER-ROW.
           MOVE resp-file-key TO ws-new-key
           MOVE resp-file-lang TO ws-new-lang
           MOVE resp-file-seg TO ws-new-seg
           MOVE resp-file-from TO ws-new-from
           PERFORM FIND-OR-ADD-RECORD
           MOVE "Y" TO ws-rec-in-master(ws-rec-sub)
           MOVE resp-file-type TO ws-rec-m-type(ws-rec-sub)
           MOVE resp-file-to TO ws-rec-m-to(ws-rec-sub)
           MOVE resp-file-text TO ws-rec-m-text(ws-rec-sub).

      *> Records are kept in master key order as they are found, so
      *> the states built from them come out the way Query's key cache
      *> orders a key's rows.
       FIND-OR-ADD-RECORD.
           MOVE 0 TO ws-rec-sub
           MOVE 0 TO ws-rec-ins
           PERFORM VARYING ws-shift-sub FROM 1 BY 1
                   UNTIL ws-shift-sub > ws-rec-count
                      OR ws-rec-ins > 0
               IF ws-rec-rkey(ws-shift-sub) NOT LESS THAN ws-new-rkey
                   MOVE ws-shift-sub TO ws-rec-ins
               END-IF
           END-PERFORM
           IF ws-rec-ins > 0
               IF ws-rec-rkey(ws-rec-ins) = ws-new-rkey
                   MOVE ws-rec-ins TO ws-rec-sub
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ws-rec-count NOT LESS THAN ws-rec-max
               DISPLAY "QUERYHISTRPT: more than " ws-rec-max
                       " records traced, run the report in parts"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           IF ws-rec-ins = 0
               COMPUTE ws-rec-ins = ws-rec-count + 1
           ELSE
               PERFORM VARYING ws-shift-sub FROM ws-rec-count BY -1
                       UNTIL ws-shift-sub < ws-rec-ins
                   MOVE ws-rec-entry(ws-shift-sub)
                     TO ws-rec-entry(ws-shift-sub + 1)
               END-PERFORM
           END-IF
           ADD 1 TO ws-rec-count
           MOVE ws-rec-ins TO ws-rec-sub
           MOVE ws-new-rkey TO ws-rec-rkey(ws-rec-sub)
           MOVE "N" TO ws-rec-in-master(ws-rec-sub)
           MOVE SPACES TO ws-rec-m-type(ws-rec-sub)
           MOVE SPACES TO ws-rec-m-to(ws-rec-sub)
           MOVE SPACES TO ws-rec-m-text(ws-rec-sub)
           MOVE 0 TO ws-rec-first-st(ws-rec-sub)
           MOVE 0 TO ws-rec-st-count(ws-rec-sub).

       LOAD-PASS-LOG-EVENTS.
           MOVE "N" TO ws-chglog-eof
           MOVE "N" TO ws-hold-set
           OPEN INPUT chglog-file
           IF ws-chglog-file-status NOT = "00"
               DISPLAY "QUERYHISTRPT: cannot open change log,"
                       " status " ws-chglog-file-status
               CLOSE resp-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           PERFORM UNTIL chglog-eof
               READ chglog-file INTO ws-chglog-line
                   AT END
                       SET chglog-eof TO TRUE
                   NOT AT END
                       PERFORM COLLECT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE chglog-file.

      *> Only lines whose status says the master was altered are
      *> versions; rejects, listings, and reseal notes pass by.
       COLLECT-ONE-LINE.
           IF log-ts(1:14) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE log-key TO ws-new-hkey
           PERFORM FIND-HKEY
           IF ws-hkey-find = 0
               EXIT PARAGRAPH
           END-IF
           IF ws-hkey-pass(ws-hkey-find) NOT = ws-cur-pass
               EXIT PARAGRAPH
           END-IF
           IF log-action = "O"
               IF ws-hkey-role(ws-hkey-find) = "R"
                   AND (log-status = "OWNER"
                        OR log-status = "RELEASED"
                        OR log-status = "CERTIFY")
                   PERFORM COLLECT-OWNER-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF log-seg NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE log-status
               WHEN "REVERSED"
                   SET reversed-held TO TRUE
                   MOVE log-rec-key TO ws-hold-rkey
                   MOVE log-old-type TO ws-hold-type
                   MOVE log-old-to TO ws-hold-to
                   MOVE log-old-text TO ws-hold-text
               WHEN "ADDED"
               WHEN "CHANGED"
               WHEN "DELETED"
               WHEN "UNDONE-A"
               WHEN "UNDONE-C"
               WHEN "UNDONE-D"
                   PERFORM COLLECT-CONTENT-LINE
                   MOVE "N" TO ws-hold-set
           END-EVALUATE.

       COLLECT-CONTENT-LINE.
           IF ws-ev-count NOT LESS THAN ws-ev-max
               DISPLAY "QUERYHISTRPT: more than " ws-ev-max
                       " logged actions on the keys named, run the"
                       " report in parts"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ADD 1 TO ws-ev-count
           MOVE log-key TO ws-ev-key(ws-ev-count)
           MOVE log-lang TO ws-ev-lang(ws-ev-count)
           MOVE log-seg TO ws-ev-seg(ws-ev-count)
           MOVE log-from TO ws-ev-from(ws-ev-count)
           MOVE log-ts(1:14) TO ws-ev-ts(ws-ev-count)
           MOVE log-status TO ws-ev-status(ws-ev-count)
           MOVE log-old-type TO ws-ev-old-type(ws-ev-count)
           MOVE log-old-to TO ws-ev-old-to(ws-ev-count)
           MOVE log-old-text TO ws-ev-old-text(ws-ev-count)
           MOVE SPACES TO ws-ev-by-sub(ws-ev-count)
           MOVE SPACES TO ws-ev-by-app(ws-ev-count)
           IF ws-chglog-line(140:4) = " BY="
               MOVE log-by-sub TO ws-ev-by-sub(ws-ev-count)
               MOVE log-by-app TO ws-ev-by-app(ws-ev-count)
           END-IF
           MOVE "N" TO ws-ev-rev-held(ws-ev-count)
           MOVE SPACES TO ws-ev-rev-type(ws-ev-count)
           MOVE SPACES TO ws-ev-rev-to(ws-ev-count)
           MOVE SPACES TO ws-ev-rev-text(ws-ev-count)
           IF reversed-held
               AND ws-hold-rkey = log-rec-key
               AND (log-status = "UNDONE-A" OR log-status = "UNDONE-C")
               MOVE "Y" TO ws-ev-rev-held(ws-ev-count)
               MOVE ws-hold-type TO ws-ev-rev-type(ws-ev-count)
               MOVE ws-hold-to TO ws-ev-rev-to(ws-ev-count)
               MOVE ws-hold-text TO ws-ev-rev-text(ws-ev-count)
           END-IF
           MOVE log-key TO ws-new-key
           MOVE log-lang TO ws-new-lang
           MOVE log-seg TO ws-new-seg
           MOVE log-from TO ws-new-from
           PERFORM FIND-OR-ADD-RECORD.

       COLLECT-OWNER-LINE.
           IF ws-own-count NOT LESS THAN ws-own-max
               DISPLAY "QUERYHISTRPT: more than " ws-own-max
                       " ownership actions on the keys named, run the"
                       " report in parts"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ADD 1 TO ws-own-count
           MOVE log-key TO ws-own-key(ws-own-count)
           MOVE log-ts(1:14) TO ws-own-ts(ws-own-count)
           MOVE log-status TO ws-own-status(ws-own-count)
           MOVE log-old-text TO ws-own-note(ws-own-count)
           MOVE log-by-sub TO ws-own-by(ws-own-count).

      *> An alias target and DEFAULT can each decide what a caller of
      *> a named key is served, whatever version of the alias record
      *> pointed where.
       ADD-SUPPORTING-KEYS.
           MOVE "DEFAULT" TO ws-new-hkey
           PERFORM ADD-ONE-SUPPORTING-KEY
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               IF ws-rec-m-type(ws-rec-sub) = "A"
                   MOVE ws-rec-m-text(ws-rec-sub)(1:16) TO ws-new-hkey
                   PERFORM ADD-ONE-SUPPORTING-KEY
               END-IF
           END-PERFORM
           PERFORM VARYING ws-ev-sub FROM 1 BY 1
                   UNTIL ws-ev-sub > ws-ev-count
               IF ws-ev-old-type(ws-ev-sub) = "A"
                   MOVE ws-ev-old-text(ws-ev-sub)(1:16) TO ws-new-hkey
                   PERFORM ADD-ONE-SUPPORTING-KEY
               END-IF
               IF ws-ev-rev-type(ws-ev-sub) = "A"
                   MOVE ws-ev-rev-text(ws-ev-sub)(1:16) TO ws-new-hkey
                   PERFORM ADD-ONE-SUPPORTING-KEY
               END-IF
           END-PERFORM.

       ADD-ONE-SUPPORTING-KEY.
           IF ws-new-hkey = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HKEY
           IF ws-hkey-find = 0
               IF ws-hkey-count LESS THAN ws-hkey-max
                   ADD 1 TO ws-hkey-count
                   MOVE ws-new-hkey TO ws-hkey-key(ws-hkey-count)
                   MOVE "S" TO ws-hkey-role(ws-hkey-count)
                   MOVE 2 TO ws-hkey-pass(ws-hkey-count)
               ELSE
                   DISPLAY "QUERYHISTRPT: too many alias targets,"
                           " not traced: " ws-new-hkey
               END-IF
           END-IF.

      *> Each state of a record is taken from the action that ended
      *> it, which records the image it found in place (OLD=, or the
      *> REVERSED image for a rollback of an add or change); the last
      *> state is the master's own. Only a state ended by a rollback
      *> with no REVERSED line falls back on the action that began it.
      *> Where the two disagree the master was changed outside
      *> QueryMaint - by a full reload, for one - and the version is
      *> noted as such.
       BUILD-RECORD-STATES.
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               PERFORM BUILD-ONE-RECORD-STATES
           END-PERFORM.

       BUILD-ONE-RECORD-STATES.
           MOVE 0 TO ws-evl-count
           PERFORM VARYING ws-ev-sub FROM 1 BY 1
                   UNTIL ws-ev-sub > ws-ev-count
               IF ws-ev-rkey(ws-ev-sub) = ws-rec-rkey(ws-rec-sub)
                   ADD 1 TO ws-evl-count
                   MOVE ws-ev-sub TO ws-evl-ev(ws-evl-count)
               END-IF
           END-PERFORM
           IF ws-st-count + ws-evl-count + 1 > ws-st-max
               DISPLAY "QUERYHISTRPT: more than " ws-st-max
                       " versions traced, run the report in parts"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           COMPUTE ws-rec-first-st(ws-rec-sub) = ws-st-count + 1
           COMPUTE ws-rec-st-count(ws-rec-sub) = ws-evl-count + 1
           PERFORM VARYING ws-evl-k FROM 0 BY 1
                   UNTIL ws-evl-k > ws-evl-count
               ADD 1 TO ws-st-count
               PERFORM BUILD-ONE-STATE
           END-PERFORM.

       BUILD-ONE-STATE.
           MOVE "Y" TO ws-st-present(ws-st-count)
           MOVE "N" TO ws-st-known(ws-st-count)
           MOVE SPACES TO ws-st-type(ws-st-count)
           MOVE SPACES TO ws-st-to(ws-st-count)
           MOVE SPACES TO ws-st-text(ws-st-count)
           MOVE SPACES TO ws-st-note(ws-st-count)
           MOVE 0 TO ws-st-start-ev(ws-st-count)
           MOVE 0 TO ws-st-end-ev(ws-st-count)
           MOVE SPACES TO ws-st-start-ts(ws-st-count)
           MOVE "N" TO ws-after-det
           MOVE SPACES TO ws-after-present
           IF ws-evl-k > 0
               MOVE ws-evl-ev(ws-evl-k) TO ws-st-start-ev(ws-st-count)
               MOVE ws-ev-ts(ws-evl-ev(ws-evl-k))
                 TO ws-st-start-ts(ws-st-count)
               MOVE ws-evl-ev(ws-evl-k) TO ws-rule-ev
               PERFORM RULE-AFTER-EVENT
               MOVE ws-rule-present TO ws-after-present
               MOVE ws-rule-det TO ws-after-det
               MOVE ws-rule-type TO ws-after-type
               MOVE ws-rule-to TO ws-after-to
               MOVE ws-rule-text TO ws-after-text
           END-IF

           IF ws-evl-k < ws-evl-count
               MOVE ws-evl-ev(ws-evl-k + 1)
                 TO ws-st-end-ev(ws-st-count)
               MOVE ws-evl-ev(ws-evl-k + 1) TO ws-rule-ev
               PERFORM RULE-BEFORE-EVENT
               IF NOT rule-determinate AND ws-after-det = "Y"
                   MOVE ws-after-present TO ws-rule-present
                   MOVE ws-after-det TO ws-rule-det
                   MOVE ws-after-type TO ws-rule-type
                   MOVE ws-after-to TO ws-rule-to
                   MOVE ws-after-text TO ws-rule-text
               END-IF
           ELSE
               MOVE ws-rec-in-master(ws-rec-sub) TO ws-rule-present
               MOVE "Y" TO ws-rule-det
               MOVE ws-rec-m-type(ws-rec-sub) TO ws-rule-type
               MOVE ws-rec-m-to(ws-rec-sub) TO ws-rule-to
               MOVE ws-rec-m-text(ws-rec-sub) TO ws-rule-text
           END-IF

           MOVE ws-rule-present TO ws-st-present(ws-st-count)
           IF rule-determinate AND ws-rule-present = "Y"
               MOVE "Y" TO ws-st-known(ws-st-count)
               MOVE ws-rule-type TO ws-st-type(ws-st-count)
               MOVE ws-rule-to TO ws-st-to(ws-st-count)
               MOVE ws-rule-text TO ws-st-text(ws-st-count)
           END-IF

           IF ws-evl-k > 0
               IF ws-after-present NOT = ws-rule-present
                   MOVE "M" TO ws-st-note(ws-st-count)
               END-IF
               IF ws-after-det = "Y" AND rule-determinate
                   AND ws-rule-present = "Y"
                   AND (ws-after-type NOT = ws-rule-type
                        OR ws-after-to NOT = ws-rule-to
                        OR ws-after-text NOT = ws-rule-text)
                   MOVE "M" TO ws-st-note(ws-st-count)
               END-IF
           END-IF.

       RULE-BEFORE-EVENT.
           MOVE "Y" TO ws-rule-det
           MOVE "Y" TO ws-rule-present
           MOVE SPACES TO ws-rule-type
           MOVE SPACES TO ws-rule-to
           MOVE SPACES TO ws-rule-text
           EVALUATE ws-ev-status(ws-rule-ev)
               WHEN "ADDED"
               WHEN "UNDONE-D"
                   MOVE "N" TO ws-rule-present
               WHEN "CHANGED"
               WHEN "DELETED"
                   MOVE ws-ev-old-type(ws-rule-ev) TO ws-rule-type
                   MOVE ws-ev-old-to(ws-rule-ev) TO ws-rule-to
                   MOVE ws-ev-old-text(ws-rule-ev) TO ws-rule-text
               WHEN OTHER
                   IF ws-ev-rev-held(ws-rule-ev) = "Y"
                       MOVE ws-ev-rev-type(ws-rule-ev) TO ws-rule-type
                       MOVE ws-ev-rev-to(ws-rule-ev) TO ws-rule-to
                       MOVE ws-ev-rev-text(ws-rule-ev) TO ws-rule-text
                   ELSE
                       MOVE "N" TO ws-rule-det
                   END-IF
           END-EVALUATE.

       RULE-AFTER-EVENT.
           MOVE "Y" TO ws-rule-det
           MOVE "Y" TO ws-rule-present
           MOVE SPACES TO ws-rule-type
           MOVE SPACES TO ws-rule-to
           MOVE SPACES TO ws-rule-text
           EVALUATE ws-ev-status(ws-rule-ev)
               WHEN "ADDED"
               WHEN "CHANGED"
                   MOVE "N" TO ws-rule-det
               WHEN "DELETED"
               WHEN "UNDONE-A"
                   MOVE "N" TO ws-rule-present
               WHEN OTHER
                   MOVE ws-ev-old-type(ws-rule-ev) TO ws-rule-type
                   MOVE ws-ev-old-to(ws-rule-ev) TO ws-rule-to
                   MOVE ws-ev-old-text(ws-rule-ev) TO ws-rule-text
           END-EVALUATE.

      *> Points are kept sorted and distinct; a window boundary is a
      *> point at midnight, when Query's date test moves on.
       BUILD-CHANGE-POINTS.
           MOVE ws-from-ts TO ws-new-pt
           PERFORM ADD-CHANGE-POINT
           PERFORM VARYING ws-ev-sub FROM 1 BY 1
                   UNTIL ws-ev-sub > ws-ev-count
               MOVE ws-ev-ts(ws-ev-sub) TO ws-new-pt
               PERFORM ADD-CHANGE-POINT
           END-PERFORM
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               IF ws-rec-from(ws-rec-sub) NUMERIC
                   STRING ws-rec-from(ws-rec-sub) "000000"
                       DELIMITED BY SIZE
                     INTO ws-new-pt
                   END-STRING
                   PERFORM ADD-CHANGE-POINT
               END-IF
               COMPUTE ws-st-last = ws-rec-first-st(ws-rec-sub)
                                  + ws-rec-st-count(ws-rec-sub) - 1
               PERFORM VARYING ws-st-sub
                       FROM ws-rec-first-st(ws-rec-sub) BY 1
                       UNTIL ws-st-sub > ws-st-last
                   IF ws-st-to(ws-st-sub) NUMERIC
                       MOVE ws-st-to(ws-st-sub) TO ws-date-num
                       COMPUTE ws-day-int =
                           FUNCTION INTEGER-OF-DATE(ws-date-num) + 1
                       MOVE FUNCTION DATE-OF-INTEGER(ws-day-int)
                         TO ws-date-num
                       STRING ws-date-num "000000" DELIMITED BY SIZE
                         INTO ws-new-pt
                       END-STRING
                       PERFORM ADD-CHANGE-POINT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ws-pt-full = "Y"
               DISPLAY "QUERYHISTRPT: more than " ws-pt-max
                       " change points, served text listed for the"
                       " first ones only"
           END-IF.

       ADD-CHANGE-POINT.
           IF ws-new-pt < ws-from-ts OR ws-new-pt > ws-to-ts
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-pt-ins
           PERFORM VARYING ws-pt-shift FROM 1 BY 1
                   UNTIL ws-pt-shift > ws-pt-count
                      OR ws-pt-ins > 0
               IF ws-pt-ts(ws-pt-shift) NOT LESS THAN ws-new-pt
                   MOVE ws-pt-shift TO ws-pt-ins
               END-IF
           END-PERFORM
           IF ws-pt-ins > 0
               IF ws-pt-ts(ws-pt-ins) = ws-new-pt
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ws-pt-count NOT LESS THAN ws-pt-max
               MOVE "Y" TO ws-pt-full
               EXIT PARAGRAPH
           END-IF
           IF ws-pt-ins = 0
               COMPUTE ws-pt-ins = ws-pt-count + 1
           ELSE
               PERFORM VARYING ws-pt-shift FROM ws-pt-count BY -1
                       UNTIL ws-pt-shift < ws-pt-ins
                   MOVE ws-pt-ts(ws-pt-shift)
                     TO ws-pt-ts(ws-pt-shift + 1)
               END-PERFORM
           END-IF
           ADD 1 TO ws-pt-count
           MOVE ws-new-pt TO ws-pt-ts(ws-pt-ins).

       WRITE-HISTORY-HEADING.
           MOVE SPACES TO ws-report-line
           STRING "Change history and lineage report  "
                                                DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           MOVE ws-from-date TO ws-cut-date
           PERFORM FORMAT-CUT-DATE
           MOVE ws-date-disp TO ws-report-line(36:10)
           MOVE "THROUGH" TO ws-report-line(47:7)
           MOVE ws-to-date TO ws-cut-date
           PERFORM FORMAT-CUT-DATE
           MOVE ws-date-disp TO ws-report-line(55:10)
           STRING "ENV="                        DELIMITED BY SIZE
                  ws-env-tag                    DELIMITED BY SIZE
             INTO ws-report-line(67:)
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "Sample parameters: "         DELIMITED BY SIZE
                  FUNCTION TRIM(ws-parm(1))     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ws-parm(2))     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ws-parm(3))     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ws-parm(4))     DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ws-parm(5))     DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE "Versions are listed when they were on the master at"
             TO ws-report-line
           MOVE "any time in the range; served text is listed from"
             TO ws-report-line(53:49)
           WRITE report-file-rec FROM ws-report-line
           MOVE "each point at which it changed, with &DATE as of that"
             TO ws-report-line
           MOVE "day." TO ws-report-line(55:4)
           WRITE report-file-rec FROM ws-report-line.

       WRITE-KEY-HISTORY.
           MOVE ws-hkey-key(ws-hkey-sub) TO ws-cur-key
           ADD 1 TO ws-keys-reported
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ALL "=" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "KEY "                        DELIMITED BY SIZE
                  ws-cur-key                    DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line

           MOVE "N" TO ws-key-found
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               IF ws-rec-key(ws-rec-sub) = ws-cur-key
                   MOVE "Y" TO ws-key-found
               END-IF
           END-PERFORM
           IF ws-key-found = "N"
               ADD 1 TO ws-keys-not-found
               MOVE "  (not on the master and never in the change log)"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF

           PERFORM WRITE-OWNER-SECTION
           PERFORM WRITE-VERSION-SECTION
           PERFORM WRITE-SERVED-SECTION.

       WRITE-OWNER-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  OWNERSHIP AND CERTIFICATION" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "N" TO ws-key-found
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
               IF ws-own-key(ws-own-sub) = ws-cur-key
                   AND ws-own-ts(ws-own-sub) NOT < ws-from-ts
                   AND ws-own-ts(ws-own-sub) NOT > ws-to-ts
                   MOVE "Y" TO ws-key-found
                   MOVE ws-own-ts(ws-own-sub) TO ws-cut-ts
                   PERFORM FORMAT-CUT-TS
                   MOVE SPACES TO ws-report-line
                   MOVE ws-ts-disp TO ws-report-line(5:19)
                   MOVE ws-own-status(ws-own-sub)
                     TO ws-report-line(26:8)
                   MOVE ws-own-note(ws-own-sub) TO ws-report-line(36:60)
                   STRING "BY "                 DELIMITED BY SIZE
                          ws-own-by(ws-own-sub) DELIMITED BY SIZE
                     INTO ws-report-line(98:)
                   END-STRING
                   WRITE report-file-rec FROM ws-report-line
               END-IF
           END-PERFORM
           IF ws-key-found = "N"
               MOVE "    (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

      *> Versions are numbered from the oldest the log accounts for,
      *> whether or not they fall in the range, so a version keeps its
      *> number from one run of the report to the next.
       WRITE-VERSION-SECTION.
           MOVE 0 TO ws-key-versions
           MOVE 0 TO ws-out-of-range
           MOVE "N" TO ws-printed-lang-set
           MOVE SPACES TO ws-printed-lang
           MOVE 0 TO ws-printed-rec
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  VERSIONS" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               IF ws-rec-key(ws-rec-sub) = ws-cur-key
                   PERFORM WRITE-RECORD-VERSIONS
               END-IF
           END-PERFORM
           IF ws-key-versions = 0
               MOVE "    (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF
           IF ws-out-of-range > 0
               MOVE ws-out-of-range TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "    "                    DELIMITED BY SIZE
                      FUNCTION TRIM(ws-count-disp)
                                                DELIMITED BY SIZE
                      " version(s) outside the date range not listed"
                                                DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       WRITE-RECORD-VERSIONS.
           MOVE 0 TO ws-version-num
           COMPUTE ws-st-last = ws-rec-first-st(ws-rec-sub)
                              + ws-rec-st-count(ws-rec-sub) - 1
           PERFORM VARYING ws-st-sub FROM ws-rec-first-st(ws-rec-sub)
                   BY 1 UNTIL ws-st-sub > ws-st-last
               IF ws-st-present(ws-st-sub) = "Y"
                   ADD 1 TO ws-version-num
                   PERFORM CHECK-STATE-IN-RANGE
                   IF ws-st-in-range = "Y"
                       PERFORM WRITE-ONE-VERSION
                   ELSE
                       ADD 1 TO ws-out-of-range
                   END-IF
               END-IF
           END-PERFORM.

      *> A state is on the master from the action that began it to
      *> the action that ended it; the first state began before the
      *> log and the last one is still there.
       CHECK-STATE-IN-RANGE.
           MOVE "Y" TO ws-st-in-range
           IF ws-st-start-ts(ws-st-sub) NOT = SPACES
               AND ws-st-start-ts(ws-st-sub) > ws-to-ts
               MOVE "N" TO ws-st-in-range
           END-IF
           IF ws-st-end-ev(ws-st-sub) > 0
               IF ws-ev-ts(ws-st-end-ev(ws-st-sub)) < ws-from-ts
                   MOVE "N" TO ws-st-in-range
               END-IF
           END-IF.

       WRITE-ONE-VERSION.
           ADD 1 TO ws-key-versions
           ADD 1 TO ws-versions-listed
           IF ws-printed-lang-set = "N"
               OR ws-rec-lang(ws-rec-sub) NOT = ws-printed-lang
               MOVE "Y" TO ws-printed-lang-set
               MOVE ws-rec-lang(ws-rec-sub) TO ws-printed-lang
               MOVE SPACES TO ws-report-line
               IF ws-printed-lang = SPACES
                   MOVE "    LANGUAGE (default)" TO ws-report-line
               ELSE
                   STRING "    LANGUAGE "          DELIMITED BY SIZE
                          ws-printed-lang          DELIMITED BY SIZE
                     INTO ws-report-line
                   END-STRING
               END-IF
               WRITE report-file-rec FROM ws-report-line
           END-IF
           IF ws-printed-rec NOT = ws-rec-sub
               MOVE ws-rec-sub TO ws-printed-rec
               MOVE SPACES TO ws-report-line
               STRING "      SEGMENT "           DELIMITED BY SIZE
                      ws-rec-seg(ws-rec-sub)     DELIMITED BY SIZE
                      "  RECORD EFFECTIVE-FROM " DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               IF ws-rec-from(ws-rec-sub) = SPACES
                   MOVE "(open)" TO ws-report-line(42:6)
               ELSE
                   MOVE ws-rec-from(ws-rec-sub) TO ws-report-line(42:8)
               END-IF
               WRITE report-file-rec FROM ws-report-line
           END-IF

           EVALUATE ws-st-type(ws-st-sub)
               WHEN "R"
                   MOVE "RESPONSE" TO ws-type-name
               WHEN "A"
                   MOVE "ALIAS" TO ws-type-name
               WHEN "X"
                   MOVE "RESTRICTION" TO ws-type-name
               WHEN OTHER
                   MOVE "(unknown)" TO ws-type-name
           END-EVALUATE
           MOVE ws-version-num TO ws-version-disp
           MOVE SPACES TO ws-report-line
           STRING "        VERSION "          DELIMITED BY SIZE
                  ws-version-disp             DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ws-type-name                DELIMITED BY SIZE
                  "  EFFECTIVE "              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           IF ws-rec-from(ws-rec-sub) = SPACES
               MOVE "(open)" TO ws-report-line(45:6)
           ELSE
               MOVE ws-rec-from(ws-rec-sub) TO ws-cut-date
               PERFORM FORMAT-CUT-DATE
               MOVE ws-date-disp TO ws-report-line(45:10)
           END-IF
           MOVE "THROUGH" TO ws-report-line(56:7)
           EVALUATE TRUE
               WHEN ws-st-known(ws-st-sub) NOT = "Y"
                   MOVE "(not recorded)" TO ws-report-line(64:14)
               WHEN ws-st-to(ws-st-sub) = SPACES
                   MOVE "(open)" TO ws-report-line(64:6)
               WHEN OTHER
                   MOVE ws-st-to(ws-st-sub) TO ws-cut-date
                   PERFORM FORMAT-CUT-DATE
                   MOVE ws-date-disp TO ws-report-line(64:10)
           END-EVALUATE
           WRITE report-file-rec FROM ws-report-line

           MOVE "CREATED" TO ws-act-label
           PERFORM NAME-CREATING-ACTION
           PERFORM WRITE-ACTION-LINE
           MOVE "RETIRED" TO ws-act-label
           PERFORM NAME-RETIRING-ACTION
           PERFORM WRITE-ACTION-LINE

           MOVE SPACES TO ws-report-line
           MOVE "TEXT" TO ws-report-line(11:4)
           IF ws-st-known(ws-st-sub) = "Y"
               MOVE ws-st-text(ws-st-sub) TO ws-report-line(21:60)
           ELSE
               ADD 1 TO ws-versions-unknown
               MOVE "(text not recorded in the change log)"
                 TO ws-report-line(21:)
           END-IF
           WRITE report-file-rec FROM ws-report-line
           IF ws-st-note(ws-st-sub) = "M"
               ADD 1 TO ws-versions-noted
               MOVE SPACES TO ws-report-line
               MOVE "NOTE" TO ws-report-line(11:4)
               MOVE "the change log does not account for this version"
                 TO ws-report-line(21:)
               MOVE "- the master was changed outside QueryMaint"
                 TO ws-report-line(70:)
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       NAME-CREATING-ACTION.
           MOVE SPACES TO ws-act-ts
           MOVE SPACES TO ws-act-sub
           MOVE SPACES TO ws-act-app
           IF ws-st-start-ev(ws-st-sub) = 0
               IF ws-rec-st-count(ws-rec-sub) = 1
                   MOVE "NOT IN THE LOG" TO ws-act-name
               ELSE
                   MOVE "BEFORE THE LOG" TO ws-act-name
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ws-st-start-ev(ws-st-sub) TO ws-ev-sub
           MOVE ws-ev-ts(ws-ev-sub) TO ws-act-ts
           MOVE ws-ev-by-sub(ws-ev-sub) TO ws-act-sub
           MOVE ws-ev-by-app(ws-ev-sub) TO ws-act-app
           EVALUATE ws-ev-status(ws-ev-sub)
               WHEN "UNDONE-C"
                   MOVE "ROLLBACK OF CHANGE" TO ws-act-name
               WHEN "UNDONE-D"
                   MOVE "ROLLBACK OF DELETE" TO ws-act-name
               WHEN OTHER
                   MOVE ws-ev-status(ws-ev-sub) TO ws-act-name
           END-EVALUATE.

       NAME-RETIRING-ACTION.
           MOVE SPACES TO ws-act-ts
           MOVE SPACES TO ws-act-sub
           MOVE SPACES TO ws-act-app
           IF ws-st-end-ev(ws-st-sub) = 0
               MOVE "STILL ON MASTER" TO ws-act-name
               EXIT PARAGRAPH
           END-IF
           MOVE ws-st-end-ev(ws-st-sub) TO ws-ev-sub
           MOVE ws-ev-ts(ws-ev-sub) TO ws-act-ts
           MOVE ws-ev-by-sub(ws-ev-sub) TO ws-act-sub
           MOVE ws-ev-by-app(ws-ev-sub) TO ws-act-app
           EVALUATE ws-ev-status(ws-ev-sub)
               WHEN "UNDONE-A"
                   MOVE "ROLLBACK OF ADD" TO ws-act-name
               WHEN "UNDONE-C"
                   MOVE "ROLLBACK OF CHANGE" TO ws-act-name
               WHEN OTHER
                   MOVE ws-ev-status(ws-ev-sub) TO ws-act-name
           END-EVALUATE.

       WRITE-ACTION-LINE.
           MOVE SPACES TO ws-report-line
           MOVE ws-act-label TO ws-report-line(11:8)
           IF ws-act-ts NOT = SPACES
               MOVE ws-act-ts TO ws-cut-ts
               PERFORM FORMAT-CUT-TS
               MOVE ws-ts-disp TO ws-report-line(21:19)
           END-IF
           MOVE ws-act-name TO ws-report-line(42:18)
           IF ws-act-ts NOT = SPACES
               STRING "SUBMITTED BY "       DELIMITED BY SIZE
                      ws-act-sub            DELIMITED BY SIZE
                      "  APPROVED BY "      DELIMITED BY SIZE
                      ws-act-app            DELIMITED BY SIZE
                 INTO ws-report-line(62:)
               END-STRING
           END-IF
           WRITE report-file-rec FROM ws-report-line.

      *> For the default language and every language the key or its
      *> alias targets carry, the served text at each change point is
      *> compared with the one before it (&DATE held out) and listed
      *> when it differs, rendered in full for the day it took effect.
       WRITE-SERVED-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  SERVED TEXT" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM COLLECT-KEY-LANGUAGES
           MOVE SPACES TO ws-req-lang
           PERFORM WRITE-SERVED-TIMELINE
           PERFORM VARYING ws-lang-sub FROM 1 BY 1
                   UNTIL ws-lang-sub > ws-lang-count
               MOVE ws-lang-code(ws-lang-sub) TO ws-req-lang
               PERFORM WRITE-SERVED-TIMELINE
           END-PERFORM.

       COLLECT-KEY-LANGUAGES.
           MOVE 0 TO ws-lang-count
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               IF ws-rec-key(ws-rec-sub) = ws-cur-key
                   MOVE ws-rec-lang(ws-rec-sub) TO ws-note-lang
                   PERFORM NOTE-LANGUAGE-CODE
                   COMPUTE ws-st-last = ws-rec-first-st(ws-rec-sub)
                                      + ws-rec-st-count(ws-rec-sub) - 1
                   PERFORM VARYING ws-st-sub
                           FROM ws-rec-first-st(ws-rec-sub) BY 1
                           UNTIL ws-st-sub > ws-st-last
                       IF ws-st-type(ws-st-sub) = "A"
                           MOVE ws-st-text(ws-st-sub)(1:16)
                             TO ws-target-key
                           PERFORM NOTE-TARGET-LANGUAGES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       NOTE-TARGET-LANGUAGES.
           PERFORM VARYING ws-shift-sub FROM 1 BY 1
                   UNTIL ws-shift-sub > ws-rec-count
               IF ws-rec-key(ws-shift-sub) = ws-target-key
                   MOVE ws-rec-lang(ws-shift-sub) TO ws-note-lang
                   PERFORM NOTE-LANGUAGE-CODE
               END-IF
           END-PERFORM.

       NOTE-LANGUAGE-CODE.
           IF ws-note-lang = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-lang-found
           PERFORM VARYING ws-lang-sub FROM 1 BY 1
                   UNTIL ws-lang-sub > ws-lang-count
               IF ws-lang-code(ws-lang-sub) = ws-note-lang
                   MOVE "Y" TO ws-lang-found
               END-IF
           END-PERFORM
           IF ws-lang-found = "N"
               AND ws-lang-count LESS THAN ws-lang-max
               ADD 1 TO ws-lang-count
               MOVE ws-note-lang TO ws-lang-code(ws-lang-count)
           END-IF.

       WRITE-SERVED-TIMELINE.
           MOVE SPACES TO ws-report-line
           IF ws-req-lang = SPACES
               MOVE "    LANGUAGE (default)" TO ws-report-line
           ELSE
               STRING "    LANGUAGE "          DELIMITED BY SIZE
                      ws-req-lang              DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
           END-IF
           WRITE report-file-rec FROM ws-report-line
           MOVE "      IN EFFECT FROM       HOW      KEY SERVED"
             TO ws-report-line
           MOVE "TEXT SERVED" TO ws-report-line(53:11)
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-hkey-key(ws-hkey-sub) TO ws-request-key
           MOVE "Y" TO ws-first-point
           PERFORM VARYING ws-pt-sub FROM 1 BY 1
                   UNTIL ws-pt-sub > ws-pt-count
               PERFORM CHECK-ONE-SERVED-POINT
           END-PERFORM.

       CHECK-ONE-SERVED-POINT.
           MOVE ws-pt-ts(ws-pt-sub) TO ws-snap-ts
           PERFORM BUILD-SNAPSHOT
           MOVE ws-snap-ts(1:8) TO ws-rend-date
           SET keep-date-token TO TRUE
           PERFORM RENDER-ONE-REQUEST
           PERFORM FIND-KEY-RESTRICTION
           IF ws-first-point = "N"
               AND ws-result-len = ws-prev-len
               AND ws-final-result = ws-prev-result
               AND ws-served-how = ws-prev-how
               AND ws-found-key = ws-prev-found-key
               AND ws-restrict-text = ws-prev-restrict
               AND ws-rend-unknown = ws-prev-unknown
               MOVE "N" TO ws-keep-date-token
               EXIT PARAGRAPH
           END-IF
           IF ws-first-point = "N"
               ADD 1 TO ws-served-changes
           END-IF
           MOVE "N" TO ws-first-point
           MOVE ws-final-result TO ws-prev-result
           MOVE ws-result-len TO ws-prev-len
           MOVE ws-served-how TO ws-prev-how
           MOVE ws-found-key TO ws-prev-found-key
           MOVE ws-restrict-text TO ws-prev-restrict
           MOVE ws-rend-unknown TO ws-prev-unknown

           MOVE "N" TO ws-keep-date-token
           PERFORM RENDER-ONE-REQUEST
           MOVE ws-snap-ts TO ws-cut-ts
           PERFORM FORMAT-CUT-TS
           MOVE SPACES TO ws-report-line
           MOVE ws-ts-disp TO ws-report-line(7:19)
           MOVE ws-served-how TO ws-report-line(28:8)
           MOVE ws-found-key TO ws-report-line(37:16)
           MOVE ws-final-result TO ws-wrap-text
           MOVE ws-result-len TO ws-wrap-len
           MOVE 53 TO ws-wrap-col
           MOVE 80 TO ws-wrap-width
           PERFORM WRITE-WRAPPED-TEXT
           IF ws-restrict-text NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING "RESTRICTED TO "         DELIMITED BY SIZE
                      FUNCTION TRIM(ws-restrict-text)
                                               DELIMITED BY SIZE
                 INTO ws-report-line(53:)
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF
           IF ws-rend-unknown = "Y"
               MOVE SPACES TO ws-report-line
               MOVE "(served a version whose text the change log does"
                 TO ws-report-line(53:)
               MOVE "not record)" TO ws-report-line(102:11)
               WRITE report-file-rec FROM ws-report-line
           END-IF.

      *> Each traced record in the state it held at ws-snap-ts: the
      *> last state whose beginning is not after that moment.
       BUILD-SNAPSHOT.
           MOVE 0 TO ws-row-count
           PERFORM VARYING ws-rec-sub FROM 1 BY 1
                   UNTIL ws-rec-sub > ws-rec-count
               COMPUTE ws-st-last = ws-rec-first-st(ws-rec-sub)
                                  + ws-rec-st-count(ws-rec-sub) - 1
               MOVE ws-rec-first-st(ws-rec-sub) TO ws-st-sub
               PERFORM UNTIL ws-st-sub NOT < ws-st-last
                          OR ws-st-start-ts(ws-st-sub + 1) > ws-snap-ts
                   ADD 1 TO ws-st-sub
               END-PERFORM
               IF ws-st-present(ws-st-sub) = "Y"
                   ADD 1 TO ws-row-count
                   MOVE ws-rec-key(ws-rec-sub)
                     TO ws-row-key(ws-row-count)
                   MOVE ws-rec-lang(ws-rec-sub)
                     TO ws-row-lang(ws-row-count)
                   MOVE ws-rec-seg(ws-rec-sub)
                     TO ws-row-seg(ws-row-count)
                   MOVE ws-rec-from(ws-rec-sub)
                     TO ws-row-from(ws-row-count)
                   MOVE ws-st-known(ws-st-sub)
                     TO ws-row-known(ws-row-count)
                   IF ws-st-known(ws-st-sub) = "Y"
                       MOVE ws-st-type(ws-st-sub)
                         TO ws-row-type(ws-row-count)
                       MOVE ws-st-to(ws-st-sub)
                         TO ws-row-to(ws-row-count)
                       MOVE ws-st-text(ws-st-sub)
                         TO ws-row-text(ws-row-count)
                   ELSE
                       PERFORM FILL-UNRECORDED-ROW
                   END-IF
               END-IF
           END-PERFORM.

      *> A version whose image is not recorded is taken to be a
      *> response row open to the end of time, so the report shows
      *> where it would have been served instead of dropping it.
       FILL-UNRECORDED-ROW.
           MOVE "R" TO ws-row-type(ws-row-count)
           MOVE SPACES TO ws-row-to(ws-row-count)
           MOVE "[text not recorded]" TO ws-row-text(ws-row-count)
           IF ws-rec-seg(ws-rec-sub) = "000"
               AND ws-rec-lang(ws-rec-sub) = SPACES
               MOVE "A" TO ws-row-type(ws-row-count)
           END-IF.

      *> The in-window X record with the latest effective-from, as in
      *> Query's CHECK-KEY-ENTITLEMENT, for the key actually served;
      *> DEFAULT text served for an unknown key is never restricted.
       FIND-KEY-RESTRICTION.
           MOVE SPACES TO ws-restrict-text
           IF ws-best-sub = 0 OR ws-served-how = "DEFAULT"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-restrict-sub
           MOVE LOW-VALUES TO ws-restrict-from
           PERFORM VARYING ws-scan-sub FROM 1 BY 1
                   UNTIL ws-scan-sub > ws-row-count
               IF ws-row-key(ws-scan-sub) = ws-found-key
                   AND ws-row-type(ws-scan-sub) = "X"
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF entry-active
                       AND ws-row-from(ws-scan-sub) > ws-restrict-from
                       MOVE ws-scan-sub TO ws-restrict-sub
                       MOVE ws-row-from(ws-scan-sub) TO ws-restrict-from
                   END-IF
               END-IF
           END-PERFORM
           IF ws-restrict-sub > 0
               MOVE ws-row-text(ws-restrict-sub) TO ws-restrict-text
           END-IF.

       WRITE-HISTORY-SUMMARY.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ALL "=" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-keys-reported TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "KEYS REPORTED=          " DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-keys-not-found TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "KEYS NOT FOUND=         " DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-versions-listed TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "VERSIONS LISTED=        " DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-versions-unknown TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "TEXT NOT RECORDED=      " DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-versions-noted TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "CHANGED OUTSIDE LOG=    " DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-served-changes TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "SERVED-TEXT CHANGES=    " DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line.

      *> The first line carries whatever the caller left in columns
      *> before ws-wrap-col; long texts continue underneath.
       WRITE-WRAPPED-TEXT.
           MOVE 1 TO ws-wrap-ptr
           IF ws-wrap-len = 0
               WRITE report-file-rec FROM ws-report-line
           END-IF
           PERFORM UNTIL ws-wrap-ptr > ws-wrap-len
               COMPUTE ws-wrap-chunk = ws-wrap-len - ws-wrap-ptr + 1
               IF ws-wrap-chunk > ws-wrap-width
                   MOVE ws-wrap-width TO ws-wrap-chunk
               END-IF
               MOVE ws-wrap-text(ws-wrap-ptr:ws-wrap-chunk)
                 TO ws-report-line(ws-wrap-col:ws-wrap-chunk)
               WRITE report-file-rec FROM ws-report-line
               MOVE SPACES TO ws-report-line
               ADD ws-wrap-chunk TO ws-wrap-ptr
           END-PERFORM.

       FORMAT-CUT-DATE.
           MOVE ws-cut-date(1:4) TO ws-date-disp-y
           MOVE ws-cut-date(5:2) TO ws-date-disp-m
           MOVE ws-cut-date(7:2) TO ws-date-disp-d.

       FORMAT-CUT-TS.
           MOVE ws-cut-ts(1:4) TO ws-ts-disp-y
           MOVE ws-cut-ts(5:2) TO ws-ts-disp-mo
           MOVE ws-cut-ts(7:2) TO ws-ts-disp-d
           MOVE ws-cut-ts(9:2) TO ws-ts-disp-h
           MOVE ws-cut-ts(11:2) TO ws-ts-disp-mi
           MOVE ws-cut-ts(13:2) TO ws-ts-disp-s.

      *> From here down the paragraphs follow FIND-RESP-ENTRY,
      *> BUILD-RESPONSE, and SUBSTITUTE-PLACEHOLDERS in query.cbl rule
      *> for rule, with ws-rend-date standing in for the day's date.
      *> A change to how Query chooses or assembles text must be made
      *> here as well, or the report stops telling the truth.
       RENDER-ONE-REQUEST.
           MOVE "N" TO ws-rend-unknown
           MOVE ws-request-key TO ws-lookup-key
           MOVE SPACES TO ws-served-how
           MOVE SPACES TO ws-found-key
           PERFORM FIND-RESP-ENTRY

           MOVE SPACES TO ws-final-result
           MOVE 1 TO ws-build-ptr
           IF ws-best-sub > 0
               MOVE ws-row-key(ws-best-sub) TO ws-found-key
               MOVE ws-row-lang(ws-best-sub) TO ws-found-lang
               PERFORM APPEND-ACTIVE-SEGMENTS
           ELSE
               MOVE "NONE" TO ws-served-how
               STRING "Here I am"                 DELIMITED BY SIZE
                 INTO ws-final-result
                 WITH POINTER ws-build-ptr
               END-STRING
           END-IF
           STRING " - "                           DELIMITED BY SIZE
                  FUNCTION TRIM(ws-env-tag)       DELIMITED BY SIZE
             INTO ws-final-result
             WITH POINTER ws-build-ptr
           END-STRING
           COMPUTE ws-result-len = ws-build-ptr - 1

           MOVE 0 TO ws-amp-count
           INSPECT ws-final-result(1:ws-result-len)
               TALLYING ws-amp-count FOR ALL "&"
           IF ws-amp-count > 0
               PERFORM SUBSTITUTE-PLACEHOLDERS
           END-IF.

       FIND-RESP-ENTRY.
           MOVE ws-lookup-key TO ws-search-key
           MOVE "SERVED" TO ws-served-how
           PERFORM SEARCH-WITH-LANG-FALLBACK
           IF ws-best-sub = 0
               PERFORM RESOLVE-ALIAS-KEY
           END-IF
           IF ws-best-sub = 0
               MOVE "DEFAULT" TO ws-served-how
               PERFORM FIND-DEFAULT-ENTRY
           END-IF.

       SEARCH-WITH-LANG-FALLBACK.
           MOVE ws-req-lang TO ws-search-lang
           PERFORM SEARCH-ROW-TABLE
           IF ws-best-sub = 0
               AND ws-req-lang NOT = SPACES
               MOVE SPACES TO ws-search-lang
               PERFORM SEARCH-ROW-TABLE
               IF ws-best-sub > 0
                   IF ws-served-how = "ALIAS"
                       MOVE "ALIAS-FB" TO ws-served-how
                   ELSE
                       MOVE "FALLBACK" TO ws-served-how
                   END-IF
               END-IF
           END-IF.

       SEARCH-ROW-TABLE.
           MOVE 0 TO ws-best-sub
           PERFORM VARYING ws-scan-sub FROM 1 BY 1
                   UNTIL ws-scan-sub > ws-row-count
                      OR ws-best-sub > 0
               IF ws-row-key(ws-scan-sub) = ws-search-key
                   AND ws-row-lang(ws-scan-sub) = ws-search-lang
                   AND ws-row-type(ws-scan-sub) = "R"
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF entry-active
                       MOVE ws-scan-sub TO ws-best-sub
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ENTRY-ACTIVE.
           MOVE "Y" TO ws-entry-active
           IF ws-row-from(ws-scan-sub) NOT = SPACES
               AND ws-row-from(ws-scan-sub) > ws-rend-date
               MOVE "N" TO ws-entry-active
           END-IF
           IF ws-row-to(ws-scan-sub) NOT = SPACES
               AND ws-row-to(ws-scan-sub) < ws-rend-date
               MOVE "N" TO ws-entry-active
           END-IF.

      *> Of the key's in-window alias records the one with the latest
      *> effective-from wins, as in Query's RESOLVE-ALIAS-KEY.
       RESOLVE-ALIAS-KEY.
           MOVE 0 TO ws-alias-sub
           MOVE LOW-VALUES TO ws-best-from
           PERFORM VARYING ws-scan-sub FROM 1 BY 1
                   UNTIL ws-scan-sub > ws-row-count
               IF ws-row-key(ws-scan-sub) = ws-lookup-key
                   AND ws-row-type(ws-scan-sub) = "A"
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF entry-active
                       AND ws-row-from(ws-scan-sub) > ws-best-from
                       MOVE ws-scan-sub TO ws-alias-sub
                       MOVE ws-row-from(ws-scan-sub) TO ws-best-from
                   END-IF
               END-IF
           END-PERFORM
           IF ws-alias-sub > 0
               IF ws-row-known(ws-alias-sub) NOT = "Y"
                   MOVE "Y" TO ws-rend-unknown
               END-IF
               MOVE ws-row-text(ws-alias-sub)(1:16) TO ws-lookup-key
               MOVE ws-lookup-key TO ws-search-key
               MOVE "ALIAS" TO ws-served-how
               PERFORM SEARCH-WITH-LANG-FALLBACK
           END-IF.

       FIND-DEFAULT-ENTRY.
           MOVE "DEFAULT" TO ws-search-key
           MOVE SPACES TO ws-search-lang
           PERFORM SEARCH-ROW-TABLE.

       APPEND-ACTIVE-SEGMENTS.
           MOVE ws-row-seg(ws-best-sub) TO ws-cur-seg
           MOVE 0 TO ws-segbest-sub
           MOVE LOW-VALUES TO ws-best-from
           PERFORM VARYING ws-scan-sub FROM ws-best-sub BY 1
                   UNTIL ws-scan-sub > ws-row-count
                      OR ws-row-key(ws-scan-sub) NOT = ws-found-key
                      OR ws-row-lang(ws-scan-sub) NOT = ws-found-lang
               IF ws-row-type(ws-scan-sub) = "R"
                   IF ws-row-seg(ws-scan-sub) NOT = ws-cur-seg
                       PERFORM APPEND-BEST-OF-SEGMENT
                       MOVE ws-row-seg(ws-scan-sub) TO ws-cur-seg
                       MOVE 0 TO ws-segbest-sub
                       MOVE LOW-VALUES TO ws-best-from
                   END-IF
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF entry-active
                       AND ws-row-from(ws-scan-sub) > ws-best-from
                       MOVE ws-scan-sub TO ws-segbest-sub
                       MOVE ws-row-from(ws-scan-sub) TO ws-best-from
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APPEND-BEST-OF-SEGMENT.

       APPEND-BEST-OF-SEGMENT.
           IF ws-segbest-sub > 0
               IF ws-row-known(ws-segbest-sub) NOT = "Y"
                   MOVE "Y" TO ws-rend-unknown
               END-IF
               IF ws-build-ptr > 1
                   STRING " "                     DELIMITED BY SIZE
                     INTO ws-final-result
                     WITH POINTER ws-build-ptr
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(ws-row-text(ws-segbest-sub))
                                                  DELIMITED BY SIZE
                 INTO ws-final-result
                 WITH POINTER ws-build-ptr
               END-STRING
           END-IF.

       SUBSTITUTE-PLACEHOLDERS.
           MOVE ws-rend-date(1:4) TO ws-subst-date-y
           MOVE ws-rend-date(5:2) TO ws-subst-date-m
           MOVE ws-rend-date(7:2) TO ws-subst-date-d

           MOVE SPACES TO ws-subst-result
           MOVE 1 TO ws-scan-ptr
           MOVE 1 TO ws-out-ptr
           PERFORM SUBST-ONE-TOKEN
               UNTIL ws-scan-ptr > ws-result-len
           MOVE ws-subst-result TO ws-final-result
           COMPUTE ws-result-len = ws-out-ptr - 1.

       SUBST-ONE-TOKEN.
           COMPUTE ws-scan-remain = ws-result-len - ws-scan-ptr + 1
           EVALUATE TRUE
               WHEN ws-scan-remain NOT LESS THAN 5
                AND ws-final-result(ws-scan-ptr:5) = "&DATE"
                   IF keep-date-token
                       STRING "&DATE"             DELIMITED BY SIZE
                         INTO ws-subst-result
                         WITH POINTER ws-out-ptr
                       END-STRING
                   ELSE
                       STRING ws-subst-date       DELIMITED BY SIZE
                         INTO ws-subst-result
                         WITH POINTER ws-out-ptr
                       END-STRING
                   END-IF
                   ADD 5 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 4
                AND ws-final-result(ws-scan-ptr:4) = "&ENV"
                   STRING FUNCTION TRIM(ws-env-tag)
                                                  DELIMITED BY SIZE
                     INTO ws-subst-result
                     WITH POINTER ws-out-ptr
                   END-STRING
                   ADD 4 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 4
                AND ws-final-result(ws-scan-ptr:4) = "&KEY"
                   STRING FUNCTION TRIM(ws-lookup-key)
                                                  DELIMITED BY SIZE
                     INTO ws-subst-result
                     WITH POINTER ws-out-ptr
                   END-STRING
                   ADD 4 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 3
                AND ws-final-result(ws-scan-ptr:2) = "&P"
                AND ws-final-result(ws-scan-ptr + 2:1) >= "1"
                AND ws-final-result(ws-scan-ptr + 2:1) <= "5"
                   MOVE ws-final-result(ws-scan-ptr + 2:1)
                     TO ws-parm-num
                   STRING FUNCTION TRIM(ws-parm(ws-parm-num))
                                                  DELIMITED BY SIZE
                     INTO ws-subst-result
                     WITH POINTER ws-out-ptr
                   END-STRING
                   ADD 3 TO ws-scan-ptr
               WHEN OTHER
                   STRING ws-final-result(ws-scan-ptr:1)
                                                  DELIMITED BY SIZE
                     INTO ws-subst-result
                     WITH POINTER ws-out-ptr
                   END-STRING
                   ADD 1 TO ws-scan-ptr
           END-EVALUATE.

       END PROGRAM QueryHistRpt.
