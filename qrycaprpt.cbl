       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryCapRpt.


      *> Capacity report for the response master. Query reads the
      *> master by key on demand, so the master itself can grow as far
      *> as the indexed file and its seal allow; what remains bounded
      *> is listed here against what the master holds today:
      *>     rows by language and record type, with distinct keys
      *>     the fixed limits still in force in Query and the batch
      *>         programs that read the master or its registries,
      *>         each with its usage and percentage used
      *>     every key whose records come near the number Query holds
      *>         for one key
      *> Any limit at 80% or more is marked so the table can be
      *> widened before it bites.
      *>
      *> The report goes to data/query-capacity-report.txt. Return
      *> code 4 means at least one limit is at 80% or more.

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

           SELECT caller-file ASSIGN TO "data/query-callers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-caller-file-status.

           SELECT owner-file ASSIGN TO "data/query-owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owner-file-status.

           SELECT report-file ASSIGN TO "data/query-capacity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  resp-file.

       COPY "qryresp.cpy".

       FD  caller-file.

       COPY "qrycaller.cpy".

       FD  owner-file.

       COPY "qryowner.cpy".

       FD  report-file.
       01  report-file-rec            PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-resp-file-status         PIC XX.
       01 ws-caller-file-status       PIC XX.
       01 ws-owner-file-status        PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-resp-eof                 PIC X VALUE "N".
           88 resp-eof                VALUE "Y".
       01 ws-caller-eof               PIC X VALUE "N".
           88 caller-eof              VALUE "Y".
       01 ws-owner-eof                PIC X VALUE "N".
           88 owner-eof               VALUE "Y".

       COPY "qryctl.cpy".

      *> The limits as the programs that hold them declare them; each
      *> must stay in step with the table it names.
       01 ws-key-row-limit            PIC 9(10) VALUE 100.
       01 ws-cache-key-limit          PIC 9(10) VALUE 100.
       01 ws-hit-limit                PIC 9(10) VALUE 20000.
       01 ws-caller-limit             PIC 9(10) VALUE 200.
       01 ws-seal-count-limit         PIC 9(10) VALUE 99999.
       01 ws-seal-sum-limit           PIC 9(10) VALUE 2147483647.
       01 ws-preview-row-limit        PIC 9(10) VALUE 9999.
       01 ws-preview-key-limit        PIC 9(10) VALUE 9999.
       01 ws-unload-row-limit         PIC 9(10) VALUE 3000.
       01 ws-promote-limit            PIC 9(10) VALUE 2000.
       01 ws-recert-key-limit         PIC 9(10) VALUE 2000.
       01 ws-textscan-limit           PIC 9(10) VALUE 2000.
       01 ws-owner-limit              PIC 9(10) VALUE 2000.
       01 ws-sla-key-limit            PIC 9(10) VALUE 500.
       01 ws-envdiff-key-limit        PIC 9(10) VALUE 2000.
       01 ws-promo-rec-limit          PIC 9(10) VALUE 4000.
       01 ws-undo-limit               PIC 9(10) VALUE 4000.
       01 ws-xlate-line-limit         PIC 9(10) VALUE 4000.
       01 ws-owner-trans-limit        PIC 9(10) VALUE 2000.

      *> Row counts by language; row 1 is the default language, and
      *> the type columns are R, A, X, and anything else.
       01 ws-lang-max                 PIC 9(3) VALUE 50.
       01 ws-lang-count               PIC 9(3) VALUE 1.
       01 ws-lang-full                PIC X VALUE "N".
           88 lang-table-full         VALUE "Y".
       01 ws-lang-table.
           05 ws-lang-entry OCCURS 50 TIMES.
               10 ws-lang-code        PIC X(02).
               10 ws-lang-rows        PIC 9(07) OCCURS 4 TIMES.
       01 ws-lang-sub                 PIC 9(3).
       01 ws-type-sub                 PIC 9(1).
       01 ws-type-total               PIC 9(07) OCCURS 4 TIMES.

       01 ws-data-count               PIC 9(07) VALUE 0.
       01 ws-ctl-found                PIC X VALUE "N".
           88 ctl-record-found        VALUE "Y".

      *> What the key-order read finds out about each key as it
      *> passes, and the totals it leaves behind.
       01 ws-cur-key                  PIC X(16) VALUE SPACES.
       01 ws-cur-lang                 PIC X(02) VALUE SPACES.
       01 ws-cur-rows                 PIC 9(07) VALUE 0.
       01 ws-cur-has-resp             PIC X VALUE "N".
           88 cur-has-resp            VALUE "Y".
       01 ws-cur-has-alias            PIC X VALUE "N".
           88 cur-has-alias           VALUE "Y".
       01 ws-cur-has-parm             PIC X VALUE "N".
           88 cur-has-parm            VALUE "Y".
       01 ws-parm-count               PIC 9(3).
       01 ws-key-count                PIC 9(07) VALUE 0.
       01 ws-resp-key-count           PIC 9(07) VALUE 0.
       01 ws-alias-key-count          PIC 9(07) VALUE 0.
       01 ws-look-key-count           PIC 9(07) VALUE 0.
       01 ws-parm-key-count           PIC 9(07) VALUE 0.
       01 ws-key-lang-count           PIC 9(07) VALUE 0.
       01 ws-max-rows                 PIC 9(07) VALUE 0.
       01 ws-max-rows-key             PIC X(16) VALUE SPACES.

      *> Keys at 80% or more of the rows Query holds for one key.
       01 ws-big-max                  PIC 9(4) VALUE 500.
       01 ws-big-count                PIC 9(4) VALUE 0.
       01 ws-big-table.
           05 ws-big-entry OCCURS 500 TIMES.
               10 ws-big-key          PIC X(16).
               10 ws-big-rows         PIC 9(07).
       01 ws-big-sub                  PIC 9(4).
       01 ws-big-threshold            PIC 9(07).

       01 ws-caller-count             PIC 9(07) VALUE 0.
       01 ws-owner-count              PIC 9(07) VALUE 0.

       01 ws-lim-name                 PIC X(30).
       01 ws-lim-holder               PIC X(28).
      *> Holders that do not fit on the limit's own line.
       01 ws-lim-holder-more          PIC X(28) VALUE SPACES.
       01 ws-lim-value                PIC 9(10).
       01 ws-lim-used                 PIC 9(10).
       01 ws-lim-pct                  PIC 9(05).
       01 ws-warn-count               PIC 9(03) VALUE 0.

       01 ws-count-disp               PIC Z(6)9.
       01 ws-big-disp                 PIC Z(9)9.
       01 ws-pct-disp                 PIC ZZZZ9.
       01 ws-as-of                    PIC X(08).
       01 ws-report-line              PIC X(100).


       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO ws-as-of
       MOVE SPACES TO ws-lang-table
       MOVE ZEROS TO ws-type-total(1) ws-type-total(2)
                     ws-type-total(3) ws-type-total(4)
       PERFORM VARYING ws-lang-sub FROM 1 BY 1
               UNTIL ws-lang-sub > ws-lang-max
           PERFORM VARYING ws-type-sub FROM 1 BY 1
                   UNTIL ws-type-sub > 4
               MOVE 0 TO ws-lang-rows(ws-lang-sub, ws-type-sub)
           END-PERFORM
       END-PERFORM
       COMPUTE ws-big-threshold = ws-key-row-limit * 80 / 100

       OPEN INPUT resp-file
       IF ws-resp-file-status NOT = "00"
           DISPLAY "QUERYCAPRPT: cannot open master, status "
                   ws-resp-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF
       PERFORM UNTIL resp-eof
           READ resp-file
               AT END
                   SET resp-eof TO TRUE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ
       END-PERFORM
       PERFORM CLOSE-CURRENT-KEY
       CLOSE resp-file

       PERFORM COUNT-CALLERS
       PERFORM COUNT-OWNERS

       OPEN OUTPUT report-file
       IF ws-report-file-status NOT = "00"
           DISPLAY "QUERYCAPRPT: cannot open report, status "
                   ws-report-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       MOVE "Response master capacity report" TO ws-report-line
       WRITE report-file-rec FROM ws-report-line
       MOVE SPACES TO ws-report-line
       STRING "AS OF " DELIMITED BY SIZE
              ws-as-of DELIMITED BY SIZE
         INTO ws-report-line
       END-STRING
       WRITE report-file-rec FROM ws-report-line

       PERFORM WRITE-ROWS-SECTION
       PERFORM WRITE-LIMITS-SECTION
       PERFORM WRITE-BIG-KEY-SECTION

       CLOSE report-file
       DISPLAY "QUERYCAPRPT: report written"

       IF ws-warn-count > 0
           MOVE 4 TO return-code
       END-IF

       STOP RUN.

      *> Records arrive in key order, then language, so a change of
      *> key closes out the key before it and a change of language
      *> within a key starts a new key/language pair.
       NOTE-ONE-RECORD.
           IF resp-file-type = "C"
               SET ctl-record-found TO TRUE
               MOVE resp-file-text TO resp-ctl-text
           ELSE
               IF resp-file-key NOT = ws-cur-key
                   PERFORM CLOSE-CURRENT-KEY
                   MOVE resp-file-key TO ws-cur-key
                   MOVE HIGH-VALUES TO ws-cur-lang
               END-IF
               IF resp-file-lang NOT = ws-cur-lang
                   MOVE resp-file-lang TO ws-cur-lang
                   IF resp-file-type = "R" OR resp-file-type = "A"
                       ADD 1 TO ws-key-lang-count
                   END-IF
               END-IF
               ADD 1 TO ws-data-count
               ADD 1 TO ws-cur-rows
               EVALUATE resp-file-type
                   WHEN "R"
                       MOVE 1 TO ws-type-sub
                       MOVE "Y" TO ws-cur-has-resp
                       MOVE 0 TO ws-parm-count
                       INSPECT resp-file-text TALLYING ws-parm-count
                           FOR ALL "&P"
                       IF ws-parm-count > 0
                           MOVE "Y" TO ws-cur-has-parm
                       END-IF
                   WHEN "A"
                       MOVE 2 TO ws-type-sub
                       MOVE "Y" TO ws-cur-has-alias
                   WHEN "X"
                       MOVE 3 TO ws-type-sub
                   WHEN OTHER
                       MOVE 4 TO ws-type-sub
               END-EVALUATE
               PERFORM FIND-LANG-ROW
               IF ws-lang-sub > 0
                   ADD 1 TO ws-lang-rows(ws-lang-sub, ws-type-sub)
               END-IF
               ADD 1 TO ws-type-total(ws-type-sub)
           END-IF.

      *> A language met after the table is full is still counted in
      *> the totals, and the report says the breakdown is short.
       FIND-LANG-ROW.
           PERFORM VARYING ws-lang-sub FROM 1 BY 1
                   UNTIL ws-lang-sub > ws-lang-count
                      OR ws-lang-code(ws-lang-sub) = resp-file-lang
               CONTINUE
           END-PERFORM
           IF ws-lang-sub > ws-lang-count
               IF ws-lang-count LESS THAN ws-lang-max
                   ADD 1 TO ws-lang-count
                   MOVE ws-lang-count TO ws-lang-sub
                   MOVE resp-file-lang TO ws-lang-code(ws-lang-sub)
               ELSE
                   SET lang-table-full TO TRUE
                   MOVE 0 TO ws-lang-sub
               END-IF
           END-IF.

       CLOSE-CURRENT-KEY.
           IF ws-cur-rows > 0
               ADD 1 TO ws-key-count
               IF cur-has-resp
                   ADD 1 TO ws-resp-key-count
               END-IF
               IF cur-has-alias
                   ADD 1 TO ws-alias-key-count
               END-IF
               IF cur-has-resp OR cur-has-alias
                   ADD 1 TO ws-look-key-count
               END-IF
               IF cur-has-parm
                   ADD 1 TO ws-parm-key-count
               END-IF
               IF ws-cur-rows > ws-max-rows
                   MOVE ws-cur-rows TO ws-max-rows
                   MOVE ws-cur-key TO ws-max-rows-key
               END-IF
               IF ws-cur-rows NOT LESS THAN ws-big-threshold
                   AND ws-big-count LESS THAN ws-big-max
                   ADD 1 TO ws-big-count
                   MOVE ws-cur-key TO ws-big-key(ws-big-count)
                   MOVE ws-cur-rows TO ws-big-rows(ws-big-count)
               END-IF
           END-IF
           MOVE 0 TO ws-cur-rows
           MOVE "N" TO ws-cur-has-resp
           MOVE "N" TO ws-cur-has-alias
           MOVE "N" TO ws-cur-has-parm.

       COUNT-CALLERS.
           OPEN INPUT caller-file
           IF ws-caller-file-status NOT = "00"
               SET caller-eof TO TRUE
           END-IF
           PERFORM UNTIL caller-eof
               READ caller-file
                   AT END
                       SET caller-eof TO TRUE
                   NOT AT END
                       IF caller-id NOT = SPACES
                           ADD 1 TO ws-caller-count
                       END-IF
               END-READ
           END-PERFORM
           IF ws-caller-file-status NOT = "35"
               CLOSE caller-file
           END-IF.

       COUNT-OWNERS.
           OPEN INPUT owner-file
           IF ws-owner-file-status NOT = "00"
               SET owner-eof TO TRUE
           END-IF
           PERFORM UNTIL owner-eof
               READ owner-file
                   AT END
                       SET owner-eof TO TRUE
                   NOT AT END
                       IF owner-key NOT = SPACES
                           ADD 1 TO ws-owner-count
                       END-IF
               END-READ
           END-PERFORM
           IF ws-owner-file-status NOT = "35"
               CLOSE owner-file
           END-IF.

       WRITE-ROWS-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "ROWS BY LANGUAGE AND TYPE" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           MOVE "  LANGUAGE" TO ws-report-line(1:10)
           MOVE "RESPONSE" TO ws-report-line(17:8)
           MOVE "ALIAS" TO ws-report-line(30:5)
           MOVE "RESTRICT" TO ws-report-line(37:8)
           MOVE "OTHER" TO ws-report-line(50:5)
           MOVE "TOTAL" TO ws-report-line(60:5)
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-lang-sub FROM 1 BY 1
                   UNTIL ws-lang-sub > ws-lang-count
               MOVE SPACES TO ws-report-line
               IF ws-lang-code(ws-lang-sub) = SPACES
                   MOVE "  (default)" TO ws-report-line(1:11)
               ELSE
                   MOVE ws-lang-code(ws-lang-sub)
                     TO ws-report-line(3:2)
               END-IF
               MOVE 0 TO ws-lim-used
               PERFORM VARYING ws-type-sub FROM 1 BY 1
                       UNTIL ws-type-sub > 4
                   MOVE ws-lang-rows(ws-lang-sub, ws-type-sub)
                     TO ws-count-disp
                   MOVE ws-count-disp
                     TO ws-report-line(ws-type-sub * 10 + 8:7)
                   ADD ws-lang-rows(ws-lang-sub, ws-type-sub)
                     TO ws-lim-used
               END-PERFORM
               MOVE ws-lim-used TO ws-count-disp
               MOVE ws-count-disp TO ws-report-line(58:7)
               WRITE report-file-rec FROM ws-report-line
           END-PERFORM
           MOVE SPACES TO ws-report-line
           MOVE "  ALL" TO ws-report-line(1:5)
           PERFORM VARYING ws-type-sub FROM 1 BY 1
                   UNTIL ws-type-sub > 4
               MOVE ws-type-total(ws-type-sub) TO ws-count-disp
               MOVE ws-count-disp
                 TO ws-report-line(ws-type-sub * 10 + 8:7)
           END-PERFORM
           MOVE ws-data-count TO ws-count-disp
           MOVE ws-count-disp TO ws-report-line(58:7)
           WRITE report-file-rec FROM ws-report-line
           IF lang-table-full
               MOVE SPACES TO ws-report-line
               STRING "  WARNING: more than "  DELIMITED BY SIZE
                      ws-lang-max              DELIMITED BY SIZE
                      " languages; the ALL line counts them all"
                                               DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE report-file-rec FROM ws-report-line
           END-IF
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-key-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "  DISTINCT KEYS       " DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-resp-key-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "    WITH RESPONSE TEXT" DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-alias-key-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "    WITH AN ALIAS     " DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-max-rows TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "  MOST ROWS UNDER ONE KEY" DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  ws-max-rows-key          DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           IF ctl-record-found
               STRING "  SEALED AS " DELIMITED BY SIZE
                      resp-ctl-text  DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
           ELSE
               MOVE "  WARNING: no control record, master unsealed"
                 TO ws-report-line
           END-IF
           WRITE report-file-rec FROM ws-report-line.

       WRITE-LIMITS-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "LIMITS STILL IN FORCE" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           MOVE "  LIMIT" TO ws-report-line(1:7)
           MOVE "HELD BY" TO ws-report-line(33:7)
           MOVE "LIMIT" TO ws-report-line(66:5)
           MOVE "USED" TO ws-report-line(77:4)
           MOVE "PCT" TO ws-report-line(84:3)
           WRITE report-file-rec FROM ws-report-line

           MOVE "ROWS UNDER ONE KEY" TO ws-lim-name
           MOVE "QUERY" TO ws-lim-holder
           MOVE ws-key-row-limit TO ws-lim-value
           MOVE ws-max-rows TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "KEYS COUNTED FOR HITS" TO ws-lim-name
           MOVE "QUERY, QUERYKEYRPT" TO ws-lim-holder
           MOVE ws-hit-limit TO ws-lim-value
           MOVE ws-resp-key-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "REGISTERED CALLERS" TO ws-lim-name
           MOVE "QUERY" TO ws-lim-holder
           MOVE ws-caller-limit TO ws-lim-value
           MOVE ws-caller-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "RECORDS UNDER THE SEAL" TO ws-lim-name
           MOVE "QUERY AND EVERY SEAL WRITER" TO ws-lim-holder
           MOVE ws-seal-count-limit TO ws-lim-value
           MOVE ws-data-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "SEAL CHECKSUM" TO ws-lim-name
           MOVE "QUERY AND EVERY SEAL WRITER" TO ws-lim-holder
           MOVE ws-seal-sum-limit TO ws-lim-value
           MOVE 0 TO ws-lim-used
           IF ctl-record-found AND resp-ctl-sum NUMERIC
               MOVE resp-ctl-sum TO ws-lim-used
           END-IF
           PERFORM WRITE-LIMIT-LINE

           MOVE "MASTER RECORDS" TO ws-lim-name
           MOVE "QUERYPREVIEW" TO ws-lim-holder
           MOVE ws-preview-row-limit TO ws-lim-value
           MOVE ws-data-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "RESPONSE AND ALIAS KEYS" TO ws-lim-name
           MOVE "QUERYPREVIEW" TO ws-lim-holder
           MOVE ws-preview-key-limit TO ws-lim-value
           MOVE ws-look-key-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "LOAD SOURCE RECORDS" TO ws-lim-name
           MOVE "QUERYUNLOAD" TO ws-lim-holder
           MOVE ws-unload-row-limit TO ws-lim-value
           MOVE ws-data-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "KEY AND LANGUAGE PAIRS" TO ws-lim-name
           MOVE "QUERYMISSPROMOTE" TO ws-lim-holder
           MOVE ws-promote-limit TO ws-lim-value
           MOVE ws-key-lang-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "KEYS WITH RESPONSE TEXT" TO ws-lim-name
           MOVE "QUERYRECERT" TO ws-lim-holder
           MOVE ws-recert-key-limit TO ws-lim-value
           MOVE ws-resp-key-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "KEYS USING &P PARAMETERS" TO ws-lim-name
           MOVE "QUERYTEXTSCAN" TO ws-lim-holder
           MOVE ws-textscan-limit TO ws-lim-value
           MOVE ws-parm-key-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "OWNER REGISTRY ENTRIES" TO ws-lim-name
           MOVE "QUERYMAINTSUBMIT," TO ws-lim-holder
           MOVE "QUERYOWNERMAINT, QUERYRECERT" TO ws-lim-holder-more
           MOVE ws-owner-limit TO ws-lim-value
           MOVE ws-owner-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "KEYS TIMED" TO ws-lim-name
           MOVE "QUERYSLARPT" TO ws-lim-holder
           MOVE ws-sla-key-limit TO ws-lim-value
           MOVE ws-look-key-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

      *> The tables below fill with what one run is handed, not with
      *> what the master holds, so they are measured against the
      *> largest run the master allows: every key differing from the
      *> other environment, every record promoted or rolled back, a
      *> worksheet line for every default-language response row, a
      *> certification for every registered key.
           MOVE "KEYS DIFFERING" TO ws-lim-name
           MOVE "QUERYENVDIFF" TO ws-lim-holder
           MOVE ws-envdiff-key-limit TO ws-lim-value
           MOVE ws-key-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "RECORDS IN ONE PACKAGE" TO ws-lim-name
           MOVE "QUERYPROMOEXPORT" TO ws-lim-holder
           MOVE ws-promo-rec-limit TO ws-lim-value
           MOVE ws-data-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "ACTIONS IN ONE ROLLBACK" TO ws-lim-name
           MOVE "QUERYMAINTUNDO" TO ws-lim-holder
           MOVE ws-undo-limit TO ws-lim-value
           MOVE ws-data-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "LINES IN ONE WORKSHEET" TO ws-lim-name
           MOVE "QUERYXLATEIMPORT" TO ws-lim-holder
           MOVE ws-xlate-line-limit TO ws-lim-value
           MOVE ws-lang-rows(1, 1) TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE "OWNER TRANSACTIONS IN ONE RUN" TO ws-lim-name
           MOVE "QUERYOWNERMAINT" TO ws-lim-holder
           MOVE ws-owner-trans-limit TO ws-lim-value
           MOVE ws-owner-count TO ws-lim-used
           PERFORM WRITE-LIMIT-LINE

           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  * at 80% or more of the limit" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-cache-key-limit TO ws-big-disp
           MOVE SPACES TO ws-report-line
           STRING "  Query keeps the "       DELIMITED BY SIZE
                  FUNCTION TRIM(ws-big-disp) DELIMITED BY SIZE
                  " most recently used keys in memory and reads"
                                             DELIMITED BY SIZE
                  " any other from the master."
                                             DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line.

       WRITE-LIMIT-LINE.
           MOVE 0 TO ws-lim-pct
           IF ws-lim-value > 0
               COMPUTE ws-lim-pct = ws-lim-used * 100 / ws-lim-value
                   ON SIZE ERROR
                       MOVE 99999 TO ws-lim-pct
               END-COMPUTE
           END-IF
           MOVE SPACES TO ws-report-line
           MOVE ws-lim-name TO ws-report-line(3:30)
           MOVE ws-lim-holder TO ws-report-line(33:28)
           MOVE ws-lim-value TO ws-big-disp
           MOVE ws-big-disp TO ws-report-line(61:10)
           MOVE ws-lim-used TO ws-big-disp
           MOVE ws-big-disp TO ws-report-line(71:10)
           MOVE ws-lim-pct TO ws-pct-disp
           MOVE ws-pct-disp TO ws-report-line(81:5)
           MOVE "%" TO ws-report-line(86:1)
           IF ws-lim-pct NOT LESS THAN 80
               MOVE "*" TO ws-report-line(88:1)
               ADD 1 TO ws-warn-count
           END-IF
           WRITE report-file-rec FROM ws-report-line
           IF ws-lim-holder-more NOT = SPACES
               MOVE SPACES TO ws-report-line
               MOVE ws-lim-holder-more TO ws-report-line(33:28)
               WRITE report-file-rec FROM ws-report-line
               MOVE SPACES TO ws-lim-holder-more
           END-IF.

      *> A key past the limit is served from its first records only,
      *> and Query logs KEY-ROWS-FULL each time it reads the key.
       WRITE-BIG-KEY-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-big-threshold TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "KEYS WITH "              DELIMITED BY SIZE
                  FUNCTION TRIM(ws-count-disp)
                                            DELIMITED BY SIZE
                  " OR MORE ROWS"           DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-big-sub FROM 1 BY 1
                   UNTIL ws-big-sub > ws-big-count
               MOVE ws-big-rows(ws-big-sub) TO ws-count-disp
               MOVE SPACES TO ws-report-line
               STRING "  "                  DELIMITED BY SIZE
                      ws-big-key(ws-big-sub) DELIMITED BY SIZE
                      ws-count-disp         DELIMITED BY SIZE
                      " ROWS"               DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               IF ws-big-rows(ws-big-sub) > ws-key-row-limit
                   MOVE "OVER THE LIMIT" TO ws-report-line(33:14)
               END-IF
               WRITE report-file-rec FROM ws-report-line
           END-PERFORM
           IF ws-big-count = 0
               MOVE "  (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       END PROGRAM QueryCapRpt.
