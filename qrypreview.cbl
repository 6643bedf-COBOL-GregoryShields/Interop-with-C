       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryPreview.


      *> As-of-date rendering preview of the response master. The
      *> maintenance listing shows raw rows and their windows; this
      *> program shows what callers actually get. Every key and alias
      *> in data/query-responses.dat is rendered in the default
      *> language and in every language the master carries, through
      *> the same rules Query applies when it serves a call: exact key
      *> first, then the requested language with default-language
      *> fallback, then the in-window alias with the latest
      *> effective-from, then DEFAULT; per segment the in-window
      *> version with the latest effective-from wins; &DATE, &ENV,
      *> &KEY, and &P1-&P5 are filled in.
      *>
      *> Given a date range, the program also writes the cutover
      *> calendar: every key and language whose served text on one
      *> day differs from the day before, with both texts, and every
      *> day a key's restriction starts, ends, or changes. &DATE is
      *> held out of that comparison, since it changes every day by
      *> design. Business signs off on the calendar before a staged
      *> change goes live.
      *>
      *>     QUERY_PREVIEW_DATE   CCYYMMDD to render (default today)
      *>     QUERY_PREVIEW_TO     CCYYMMDD end of the cutover range;
      *>                          at most 366 days after the date
      *>     QUERY_PREVIEW_PARMS  sample values for &P1-&P5, semicolon
      *>                          separated (default [P1] ... [P5])
      *>     QUERY_ENV            environment tag, as for Query
      *>
      *> The report goes to data/query-preview-report.txt. Return code
      *> 8 means the master's seal does not verify, so Query would
      *> refuse every call (RC=016) whatever the preview shows.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT report-file ASSIGN TO "data/query-preview-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  resp-file.

       COPY "qryresp.cpy".

       FD  report-file.
       01  report-file-rec            PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-resp-file-status         PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-resp-eof                 PIC X VALUE "N".
           88 resp-eof                VALUE "Y".

       01 ws-env-value                PIC X(80).
       01 ws-env-tag                  PIC X(10).
       01 ws-date-num                 PIC 9(08).
       01 ws-start-date               PIC X(08).
       01 ws-end-date                 PIC X(08).
       01 ws-start-int                USAGE BINARY-LONG.
       01 ws-end-int                  USAGE BINARY-LONG.
       01 ws-day-int                  USAGE BINARY-LONG.
       01 ws-range-days               USAGE BINARY-LONG VALUE 0.
       01 ws-range-max                USAGE BINARY-LONG VALUE 366.

       01 ws-parm-table.
           05 ws-parm                 PIC X(60) OCCURS 5 TIMES.
       01 ws-parm-num                 PIC 9(1).

       COPY "qryctl.cpy".

       01 ws-ctl-found                PIC X VALUE "N".
           88 ctl-record-found        VALUE "Y".
       01 ws-resp-verified            PIC X VALUE "N".
           88 resp-file-verified      VALUE "Y".
       01 ws-sum-rec                  PIC X(98).
       01 ws-sum-rec-len              USAGE BINARY-LONG VALUE 98.
       01 ws-sum-result               USAGE BINARY-LONG.
       01 ws-file-checksum            USAGE BINARY-LONG VALUE 0.
       01 ws-file-count               PIC 9(05) VALUE 0.

      *> Every data record of the master, in key order, so the rows of
      *> one key and language sit together in segment then effective-
      *> from order exactly as Query's key cache holds them.
       01 ws-row-max                  PIC 9(5) VALUE 9999.
       01 ws-row-count                PIC 9(5) VALUE 0.
       01 ws-row-table.
           05 ws-row-entry OCCURS 9999 TIMES.
               10 ws-row-key          PIC X(16).
               10 ws-row-lang         PIC X(02).
               10 ws-row-seg          PIC X(03).
               10 ws-row-from         PIC X(08).
               10 ws-row-type         PIC X(01).
               10 ws-row-to           PIC X(08).
               10 ws-row-text         PIC X(60).

      *> One row per key a caller can ask for - response keys and
      *> alias keys alike - in master order.
       01 ws-look-max                 PIC 9(5) VALUE 9999.
       01 ws-look-count               PIC 9(5) VALUE 0.
       01 ws-look-table.
           05 ws-look-key             PIC X(16) OCCURS 9999 TIMES.
       01 ws-look-sub                 PIC 9(5).

      *> Every language code carried by a response record; the blank
      *> default language is rendered ahead of these.
       01 ws-lang-max                 PIC 9(3) VALUE 50.
       01 ws-lang-count               PIC 9(3) VALUE 0.
       01 ws-lang-table.
           05 ws-lang-code            PIC X(02) OCCURS 50 TIMES.
       01 ws-lang-sub                 PIC 9(3).
       01 ws-lang-found               PIC X.

      *> Day offsets within the range on which some record's window
      *> opens or has just closed; only those days can change what a
      *> caller is served.
       01 ws-day-table.
           05 ws-day-flag             PIC X(01) OCCURS 366 TIMES.
       01 ws-day-off                  USAGE BINARY-LONG.
       01 ws-cut-date                 PIC X(08).
       01 ws-prev-date                PIC X(08).
       01 ws-row-date-int             USAGE BINARY-LONG.

       01 ws-rend-date                PIC X(08).
       01 ws-keep-date-token          PIC X VALUE "N".
           88 keep-date-token         VALUE "Y".
       01 ws-served-how               PIC X(08).
       01 ws-request-key              PIC X(16).
       01 ws-lookup-key               PIC X(16).
       01 ws-req-lang                 PIC X(02).
       01 ws-search-key               PIC X(16).
       01 ws-search-lang              PIC X(02).
       01 ws-found-key                PIC X(16).
       01 ws-found-lang               PIC X(02).
       01 ws-scan-sub                 PIC 9(5).
       01 ws-best-sub                 PIC 9(5).
       01 ws-best-from                PIC X(08).
       01 ws-cur-seg                  PIC X(03).
       01 ws-segbest-sub              PIC 9(5).
       01 ws-alias-sub                PIC 9(5).
       01 ws-restrict-sub             PIC 9(5).
       01 ws-restrict-from            PIC X(08).
       01 ws-restrict-text            PIC X(60).
       01 ws-prev-restrict            PIC X(60).
       01 ws-entry-active             PIC X.
           88 entry-active            VALUE "Y".

       01 ws-final-result             PIC X(8192).
       01 ws-result-len               PIC 9(5).
       01 ws-build-ptr                PIC 9(5).
       01 ws-prev-result              PIC X(8192).
       01 ws-prev-len                 PIC 9(5).
       01 ws-prev-how                 PIC X(08).

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

       01 ws-wrap-text                PIC X(8192).
       01 ws-wrap-len                 PIC 9(5).
       01 ws-wrap-col                 PIC 9(3).
       01 ws-wrap-width               PIC 9(3).
       01 ws-wrap-ptr                 PIC 9(5).
       01 ws-wrap-chunk               PIC 9(5).

       01 ws-render-count             PIC 9(07) VALUE 0.
       01 ws-change-count             PIC 9(07) VALUE 0.
       01 ws-cutover-days             PIC 9(05) VALUE 0.
       01 ws-day-changed              PIC X.
       01 ws-count-disp               PIC Z(6)9.
       01 ws-report-line              PIC X(132).


       PROCEDURE DIVISION.

       PERFORM LOAD-PREVIEW-PARMS
       PERFORM LOAD-MASTER-TABLE

       OPEN OUTPUT report-file
       IF ws-report-file-status NOT = "00"
           DISPLAY "QUERYPREVIEW: cannot open report, status "
                   ws-report-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM WRITE-PREVIEW-HEADING
       PERFORM WRITE-AS-OF-SECTION
       IF ws-range-days > 0
           PERFORM WRITE-CUTOVER-CALENDAR
       END-IF
       PERFORM WRITE-PREVIEW-SUMMARY
       CLOSE report-file

       DISPLAY "QUERYPREVIEW: report written"
       IF NOT resp-file-verified
           DISPLAY "QUERYPREVIEW: master seal does not verify, Query"
                   " would refuse every call"
           MOVE 8 TO return-code
       END-IF

       STOP RUN.

       LOAD-PREVIEW-PARMS.
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_PREVIEW_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-env-value = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO ws-start-date
           ELSE
               MOVE ws-env-value(1:8) TO ws-start-date
               PERFORM CHECK-START-DATE
           END-IF
           MOVE ws-start-date TO ws-date-num
           MOVE FUNCTION INTEGER-OF-DATE(ws-date-num) TO ws-start-int

           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_PREVIEW_TO"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE ws-start-date TO ws-end-date
           IF ws-env-value NOT = SPACES
               MOVE ws-env-value(1:8) TO ws-end-date
               PERFORM CHECK-END-DATE
           END-IF

           MOVE "[P1]" TO ws-parm(1)
           MOVE "[P2]" TO ws-parm(2)
           MOVE "[P3]" TO ws-parm(3)
           MOVE "[P4]" TO ws-parm(4)
           MOVE "[P5]" TO ws-parm(5)
           MOVE SPACES TO ws-env-value
           ACCEPT ws-env-value FROM ENVIRONMENT "QUERY_PREVIEW_PARMS"
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

       CHECK-START-DATE.
           IF ws-start-date NOT NUMERIC
               DISPLAY "QUERYPREVIEW: QUERY_PREVIEW_DATE must be"
                       " CCYYMMDD, not " ws-start-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE ws-start-date TO ws-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-num) NOT = 0
               DISPLAY "QUERYPREVIEW: QUERY_PREVIEW_DATE is not a"
                       " calendar date: " ws-start-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

       CHECK-END-DATE.
           IF ws-end-date NOT NUMERIC
               DISPLAY "QUERYPREVIEW: QUERY_PREVIEW_TO must be"
                       " CCYYMMDD, not " ws-end-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE ws-end-date TO ws-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-num) NOT = 0
               DISPLAY "QUERYPREVIEW: QUERY_PREVIEW_TO is not a"
                       " calendar date: " ws-end-date
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(ws-date-num) TO ws-end-int
           COMPUTE ws-range-days = ws-end-int - ws-start-int
           IF ws-range-days < 0 OR ws-range-days > ws-range-max
               DISPLAY "QUERYPREVIEW: QUERY_PREVIEW_TO must fall on"
                       " or after QUERY_PREVIEW_DATE and at most "
                       ws-range-max " days later"
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

      *> The seal is checked the way Query checks it at load, so the
      *> preview can say up front when the file it renders would not
      *> be served at all.
       LOAD-MASTER-TABLE.
           OPEN INPUT resp-file
           IF ws-resp-file-status NOT = "00"
               DISPLAY "QUERYPREVIEW: cannot open master, status "
                       ws-resp-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           PERFORM UNTIL resp-eof
               READ resp-file
                   AT END
                       SET resp-eof TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-MASTER-ROW
               END-READ
           END-PERFORM
           CLOSE resp-file

           IF ctl-record-found
               AND resp-ctl-count-lit = "COUNT="
               AND resp-ctl-sum-lit = "CHECKSUM="
               AND resp-ctl-count NUMERIC
               AND resp-ctl-sum NUMERIC
               AND resp-ctl-count = ws-file-count
               AND resp-ctl-sum = ws-file-checksum
               SET resp-file-verified TO TRUE
           END-IF.

       LOAD-ONE-MASTER-ROW.
           IF resp-file-type = "C"
               SET ctl-record-found TO TRUE
               MOVE resp-file-text TO resp-ctl-text
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-file-count
           MOVE resp-file-rec TO ws-sum-rec
           CALL "ChecksumCall" USING ws-sum-rec ws-sum-rec-len
                                     ws-sum-result
           ADD ws-sum-result TO ws-file-checksum

           IF ws-row-count NOT LESS THAN ws-row-max
               DISPLAY "QUERYPREVIEW: master exceeds " ws-row-max
                       " records, grow the row table"
               CLOSE resp-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ADD 1 TO ws-row-count
           MOVE resp-file-key TO ws-row-key(ws-row-count)
           MOVE resp-file-lang TO ws-row-lang(ws-row-count)
           MOVE resp-file-seg TO ws-row-seg(ws-row-count)
           MOVE resp-file-from TO ws-row-from(ws-row-count)
           MOVE resp-file-type TO ws-row-type(ws-row-count)
           MOVE resp-file-to TO ws-row-to(ws-row-count)
           MOVE resp-file-text TO ws-row-text(ws-row-count)

           IF (resp-file-type = "R" OR resp-file-type = "A")
               AND (ws-look-count = 0
                    OR ws-look-key(ws-look-count) NOT = resp-file-key)
               ADD 1 TO ws-look-count
               MOVE resp-file-key TO ws-look-key(ws-look-count)
           END-IF
           IF resp-file-type = "R" AND resp-file-lang NOT = SPACES
               PERFORM NOTE-LANGUAGE-CODE
           END-IF.

       NOTE-LANGUAGE-CODE.
           MOVE "N" TO ws-lang-found
           PERFORM VARYING ws-lang-sub FROM 1 BY 1
                   UNTIL ws-lang-sub > ws-lang-count
               IF ws-lang-code(ws-lang-sub) = resp-file-lang
                   MOVE "Y" TO ws-lang-found
               END-IF
           END-PERFORM
           IF ws-lang-found = "N"
               AND ws-lang-count LESS THAN ws-lang-max
               ADD 1 TO ws-lang-count
               MOVE resp-file-lang TO ws-lang-code(ws-lang-count)
           END-IF.

       WRITE-PREVIEW-HEADING.
           MOVE ws-start-date TO ws-cut-date
           PERFORM FORMAT-CUT-DATE
           MOVE SPACES TO ws-report-line
           STRING "Served-text preview as of "  DELIMITED BY SIZE
                  ws-date-disp                  DELIMITED BY SIZE
                  "  ENV="                      DELIMITED BY SIZE
                  ws-env-tag                    DELIMITED BY SIZE
             INTO ws-report-line
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
           IF NOT resp-file-verified
               MOVE "*** MASTER SEAL DOES NOT VERIFY - QUERY WOULD"
                 TO ws-report-line
               MOVE " REFUSE EVERY CALL WITH RC=016 ***"
                 TO ws-report-line(46:34)
               WRITE report-file-rec FROM ws-report-line
           END-IF.

      *> SERVED is the key's own text in the asked-for language;
      *> FALLBACK is the default-language text standing in for a
      *> missing translation; ALIAS is the text of the canonical key
      *> an alias resolves to; DEFAULT is the DEFAULT text a caller
      *> gets when nothing for the key is in window that day. A key
      *> under a restriction that day carries a second line naming
      *> the classes a caller must hold to be served it at all.
       WRITE-AS-OF-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "KEY              LG HOW      SERVED TEXT"
             TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-start-date TO ws-rend-date
           MOVE "N" TO ws-keep-date-token
           PERFORM VARYING ws-look-sub FROM 1 BY 1
                   UNTIL ws-look-sub > ws-look-count
               MOVE SPACES TO ws-req-lang
               PERFORM WRITE-AS-OF-LINES
               PERFORM VARYING ws-lang-sub FROM 1 BY 1
                       UNTIL ws-lang-sub > ws-lang-count
                   MOVE ws-lang-code(ws-lang-sub) TO ws-req-lang
                   PERFORM WRITE-AS-OF-LINES
               END-PERFORM
           END-PERFORM.

       WRITE-AS-OF-LINES.
           MOVE ws-look-key(ws-look-sub) TO ws-request-key
           PERFORM RENDER-ONE-REQUEST
           ADD 1 TO ws-render-count
           MOVE SPACES TO ws-report-line
           MOVE ws-request-key TO ws-report-line(1:16)
           MOVE ws-req-lang TO ws-report-line(18:2)
           MOVE ws-served-how TO ws-report-line(21:8)
           MOVE ws-final-result TO ws-wrap-text
           MOVE ws-result-len TO ws-wrap-len
           MOVE 30 TO ws-wrap-col
           MOVE 100 TO ws-wrap-width
           PERFORM WRITE-WRAPPED-TEXT
           PERFORM FIND-KEY-RESTRICTION
           IF ws-restrict-text NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING "RESTRICTED TO "         DELIMITED BY SIZE
                      FUNCTION TRIM(ws-restrict-text)
                                               DELIMITED BY SIZE
                 INTO ws-report-line(30:)
               END-STRING
               WRITE report-file-rec FROM ws-report-line
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

      *> Each flagged day is compared with the day before it for every
      *> key and language; a difference is a cutover the business has
      *> to sign off on.
       WRITE-CUTOVER-CALENDAR.
           PERFORM FLAG-CUTOVER-DAYS
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-start-date TO ws-cut-date
           PERFORM FORMAT-CUT-DATE
           MOVE SPACES TO ws-report-line
           STRING "CUTOVER CALENDAR "           DELIMITED BY SIZE
                  ws-date-disp                  DELIMITED BY SIZE
                  " THROUGH "                   DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           MOVE ws-end-date TO ws-cut-date
           PERFORM FORMAT-CUT-DATE
           MOVE ws-date-disp TO ws-report-line(37:10)
           WRITE report-file-rec FROM ws-report-line
           MOVE "  (&DATE is held out of the comparison; it changes"
             TO ws-report-line
           MOVE "every day by design)" TO ws-report-line(53:20)
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-day-off FROM 1 BY 1
                   UNTIL ws-day-off > ws-range-days
               IF ws-day-flag(ws-day-off) = "Y"
                   PERFORM CHECK-ONE-CUTOVER-DAY
               END-IF
           END-PERFORM
           IF ws-change-count = 0
               MOVE "  (no served text changes in the range)"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

      *> A record can change the served text only on the day its
      *> window opens or the day after it closes.
       FLAG-CUTOVER-DAYS.
           MOVE SPACES TO ws-day-table
           PERFORM VARYING ws-scan-sub FROM 1 BY 1
                   UNTIL ws-scan-sub > ws-row-count
               IF ws-row-from(ws-scan-sub) NUMERIC
                   MOVE ws-row-from(ws-scan-sub) TO ws-date-num
                   MOVE FUNCTION INTEGER-OF-DATE(ws-date-num)
                     TO ws-row-date-int
                   PERFORM FLAG-ONE-DAY
               END-IF
               IF ws-row-to(ws-scan-sub) NUMERIC
                   MOVE ws-row-to(ws-scan-sub) TO ws-date-num
                   COMPUTE ws-row-date-int =
                       FUNCTION INTEGER-OF-DATE(ws-date-num) + 1
                   PERFORM FLAG-ONE-DAY
               END-IF
           END-PERFORM.

       FLAG-ONE-DAY.
           COMPUTE ws-day-off = ws-row-date-int - ws-start-int
           IF ws-day-off > 0 AND ws-day-off NOT > ws-range-days
               MOVE "Y" TO ws-day-flag(ws-day-off)
           END-IF.

       CHECK-ONE-CUTOVER-DAY.
           COMPUTE ws-day-int = ws-start-int + ws-day-off
           MOVE FUNCTION DATE-OF-INTEGER(ws-day-int) TO ws-date-num
           MOVE ws-date-num TO ws-cut-date
           COMPUTE ws-day-int = ws-day-int - 1
           MOVE FUNCTION DATE-OF-INTEGER(ws-day-int) TO ws-date-num
           MOVE ws-date-num TO ws-prev-date
           MOVE "N" TO ws-day-changed
           PERFORM VARYING ws-look-sub FROM 1 BY 1
                   UNTIL ws-look-sub > ws-look-count
               MOVE SPACES TO ws-req-lang
               PERFORM COMPARE-ONE-REQUEST
               PERFORM VARYING ws-lang-sub FROM 1 BY 1
                       UNTIL ws-lang-sub > ws-lang-count
                   MOVE ws-lang-code(ws-lang-sub) TO ws-req-lang
                   PERFORM COMPARE-ONE-REQUEST
               END-PERFORM
           END-PERFORM
           IF ws-day-changed = "Y"
               ADD 1 TO ws-cutover-days
           END-IF.

       COMPARE-ONE-REQUEST.
           MOVE ws-look-key(ws-look-sub) TO ws-request-key
           SET keep-date-token TO TRUE
           MOVE ws-prev-date TO ws-rend-date
           PERFORM RENDER-ONE-REQUEST
           PERFORM FIND-KEY-RESTRICTION
           MOVE ws-final-result TO ws-prev-result
           MOVE ws-result-len TO ws-prev-len
           MOVE ws-restrict-text TO ws-prev-restrict
           MOVE ws-cut-date TO ws-rend-date
           PERFORM RENDER-ONE-REQUEST
           PERFORM FIND-KEY-RESTRICTION
           IF ws-result-len NOT = ws-prev-len
               OR ws-final-result NOT = ws-prev-result
               OR ws-restrict-text NOT = ws-prev-restrict
               PERFORM WRITE-CUTOVER-LINES
           END-IF
           MOVE "N" TO ws-keep-date-token.

      *> Both sides are rendered again with &DATE filled in, so each
      *> shows exactly what a caller reads on its own day.
       WRITE-CUTOVER-LINES.
           ADD 1 TO ws-change-count
           MOVE "Y" TO ws-day-changed
           MOVE "N" TO ws-keep-date-token
           MOVE ws-prev-date TO ws-rend-date
           PERFORM RENDER-ONE-REQUEST
           MOVE ws-final-result TO ws-prev-result
           MOVE ws-result-len TO ws-prev-len
           MOVE ws-served-how TO ws-prev-how
           MOVE ws-cut-date TO ws-rend-date
           PERFORM RENDER-ONE-REQUEST

           PERFORM FORMAT-CUT-DATE
           MOVE SPACES TO ws-report-line
           STRING "  "                    DELIMITED BY SIZE
                  ws-date-disp            DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  ws-request-key          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ws-req-lang             DELIMITED BY SIZE
                  " CHANGES"              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "      WAS "            DELIMITED BY SIZE
                  ws-prev-how             DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           MOVE ws-prev-result TO ws-wrap-text
           MOVE ws-prev-len TO ws-wrap-len
           MOVE 20 TO ws-wrap-col
           MOVE 100 TO ws-wrap-width
           PERFORM WRITE-WRAPPED-TEXT
           IF ws-prev-restrict NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING "RESTRICTED TO "         DELIMITED BY SIZE
                      FUNCTION TRIM(ws-prev-restrict)
                                               DELIMITED BY SIZE
                 INTO ws-report-line(20:)
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF
           MOVE SPACES TO ws-report-line
           STRING "      NOW "            DELIMITED BY SIZE
                  ws-served-how           DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           MOVE ws-final-result TO ws-wrap-text
           MOVE ws-result-len TO ws-wrap-len
           PERFORM WRITE-WRAPPED-TEXT
           IF ws-restrict-text NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING "RESTRICTED TO "         DELIMITED BY SIZE
                      FUNCTION TRIM(ws-restrict-text)
                                               DELIMITED BY SIZE
                 INTO ws-report-line(20:)
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF
           SET keep-date-token TO TRUE.

       WRITE-PREVIEW-SUMMARY.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-render-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "KEY/LANGUAGE RENDERINGS=" DELIMITED BY SIZE
                  ws-count-disp              DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           IF ws-range-days > 0
               MOVE ws-cutover-days TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "CUTOVER DAYS=           " DELIMITED BY SIZE
                      ws-count-disp              DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
               MOVE ws-change-count TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "SERVED-TEXT CHANGES=    " DELIMITED BY SIZE
                      ws-count-disp              DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF.

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

      *> From here down the paragraphs follow FIND-RESP-ENTRY,
      *> BUILD-RESPONSE, and SUBSTITUTE-PLACEHOLDERS in query.cbl rule
      *> for rule, with ws-rend-date standing in for the day's date.
      *> A change to how Query chooses or assembles text must be made
      *> here as well, or the preview stops telling the truth.
       RENDER-ONE-REQUEST.
           MOVE ws-request-key TO ws-lookup-key
           MOVE SPACES TO ws-served-how
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

       END PROGRAM QueryPreview.
