       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryRecert.


      *> Monthly recertification listing for the content owner
      *> registry. Every key that serves response text should have an
      *> owner on record in data/query-owners.dat who certifies its
      *> text at least once per review cycle; this program lists the
      *> exceptions:
      *>     OVERDUE      the cycle has run out since the last
      *>                  certification, or the key was never
      *>                  certified
      *>     NO OWNER     the master serves text under a key nobody
      *>                  owns
      *>     CHANGED      data/query-maint.log shows the key's records
      *>                  were added, changed, deleted, or rolled back
      *>                  after it was last certified, so the owner
      *>                  has not seen the text being served
      *>     NO TEXT      a registry entry names a key the master no
      *>                  longer serves
      *> Owners clear an exception by certifying through
      *> QueryOwnerMaint, or by correcting the text through the usual
      *> maintenance route and then certifying.
      *>
      *>     QUERY_RECERT_DATE   CCYYMMDD to judge due dates against
      *>                         (default today)
      *>
      *> The report goes to data/query-recert-report.txt. Return code
      *> 4 means there is at least one exception.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT owner-file ASSIGN TO "data/query-owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owner-file-status.

           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT chglog-file ASSIGN TO "data/query-maint.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chglog-file-status.

           SELECT report-file ASSIGN TO "data/query-recert-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  owner-file.

       COPY "qryowner.cpy".

       FD  resp-file.

       COPY "qryresp.cpy".

       FD  chglog-file.
       01  chglog-file-rec            PIC X(160).

       FD  report-file.
       01  report-file-rec            PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-owner-file-status        PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-chglog-file-status       PIC XX.
       01 ws-report-file-status       PIC XX.

       01 ws-owner-eof                PIC X VALUE "N".
           88 owner-eof               VALUE "Y".
       01 ws-resp-eof                 PIC X VALUE "N".
           88 resp-eof                VALUE "Y".
       01 ws-chglog-eof               PIC X VALUE "N".
           88 chglog-eof              VALUE "Y".

      *> Fixed column split of a QueryMaint change-log line; this must
      *> stay in step with WRITE-CHANGE-LOG in querymaint.cbl.
       01 ws-chglog-line              PIC X(160).
       01 ws-chglog-parsed REDEFINES ws-chglog-line.
           05 log-ts                  PIC X(21).
           05 FILLER                  PIC X(01).
           05 log-action              PIC X(01).
           05 FILLER                  PIC X(01).
           05 log-key                 PIC X(16).
           05 FILLER                  PIC X(17).
           05 log-status              PIC X(08).
           05 FILLER                  PIC X(95).

       01 ws-as-of                    PIC X(08).
       01 ws-as-of-env                PIC X(08).
       01 ws-as-of-num                PIC 9(08).

      *> The registry, with what this run finds out about each entry.
       01 ws-own-max                  PIC 9(4) VALUE 2000.
       01 ws-own-count                PIC 9(4) VALUE 0.
       01 ws-own-full                 PIC X VALUE "N".
           88 own-table-full          VALUE "Y".
       01 ws-own-table.
           05 ws-own-entry OCCURS 2000 TIMES.
               10 ws-own-key          PIC X(16).
               10 ws-own-id           PIC X(08).
               10 ws-own-cycle        PIC 9(03).
               10 ws-own-cert-ts      PIC X(14).
               10 ws-own-certifier    PIC X(08).
               10 ws-own-has-text     PIC X(01).
               10 ws-own-changes      PIC 9(05).
               10 ws-own-last-change  PIC X(14).
       01 ws-own-sub                  PIC 9(4).

      *> Every key the master serves response text under.
       01 ws-mkey-max                 PIC 9(4) VALUE 2000.
       01 ws-mkey-count               PIC 9(4) VALUE 0.
       01 ws-mkey-full                PIC X VALUE "N".
           88 mkey-table-full         VALUE "Y".
       01 ws-mkey-table.
           05 ws-mkey-key             PIC X(16) OCCURS 2000 TIMES.
       01 ws-mkey-sub                 PIC 9(4).

       01 ws-cert-date                PIC 9(08).
       01 ws-cert-parts REDEFINES ws-cert-date.
           05 ws-cert-ccyy            PIC 9(04).
           05 ws-cert-mm              PIC 9(02).
           05 ws-cert-dd              PIC 9(02).
       01 ws-due-date                 PIC 9(08).
       01 ws-due-parts REDEFINES ws-due-date.
           05 ws-due-ccyy             PIC 9(04).
           05 ws-due-mm               PIC 9(02).
           05 ws-due-dd               PIC 9(02).
       01 ws-month-total              PIC 9(07).
       01 ws-due-disp                 PIC X(08).

       01 ws-overdue-count            PIC 9(05) VALUE 0.
       01 ws-unowned-count            PIC 9(05) VALUE 0.
       01 ws-changed-count            PIC 9(05) VALUE 0.
       01 ws-notext-count             PIC 9(05) VALUE 0.
       01 ws-count-disp               PIC 9(05).
       01 ws-cycle-disp               PIC ZZ9.
       01 ws-changes-disp             PIC ZZZZ9.

       01 ws-report-line              PIC X(100).


       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE(1:8) TO ws-as-of
       MOVE SPACES TO ws-as-of-env
       ACCEPT ws-as-of-env FROM ENVIRONMENT "QUERY_RECERT_DATE"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT
       IF ws-as-of-env NOT = SPACES
           MOVE 0 TO ws-as-of-num
           IF ws-as-of-env NUMERIC
               MOVE ws-as-of-env TO ws-as-of-num
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-as-of-num) = 0
               MOVE ws-as-of-env TO ws-as-of
           ELSE
               DISPLAY "QUERYRECERT: QUERY_RECERT_DATE must be"
                       " CCYYMMDD, not " ws-as-of-env
               MOVE 12 TO return-code
               STOP RUN
           END-IF
       END-IF

       PERFORM LOAD-OWNER-TABLE
       PERFORM LOAD-MASTER-KEYS
       PERFORM SCAN-CHANGE-LOG

       OPEN OUTPUT report-file
       IF ws-report-file-status NOT = "00"
           DISPLAY "QUERYRECERT: cannot open report, status "
                   ws-report-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       MOVE "Content recertification report" TO ws-report-line
       WRITE report-file-rec FROM ws-report-line
       MOVE SPACES TO ws-report-line
       STRING "AS OF " DELIMITED BY SIZE
              ws-as-of DELIMITED BY SIZE
         INTO ws-report-line
       END-STRING
       WRITE report-file-rec FROM ws-report-line

       PERFORM WRITE-OVERDUE-SECTION
       PERFORM WRITE-UNOWNED-SECTION
       PERFORM WRITE-CHANGED-SECTION
       PERFORM WRITE-NOTEXT-SECTION
       PERFORM WRITE-RECERT-SUMMARY

       CLOSE report-file
       DISPLAY "QUERYRECERT: report written"

       IF ws-overdue-count > 0 OR ws-unowned-count > 0
           OR ws-changed-count > 0 OR ws-notext-count > 0
           MOVE 4 TO return-code
       END-IF

       STOP RUN.

       LOAD-OWNER-TABLE.
           OPEN INPUT owner-file
           IF ws-owner-file-status NOT = "00"
               DISPLAY "QUERYRECERT: no owner registry, status "
                       ws-owner-file-status
               SET owner-eof TO TRUE
           END-IF
           PERFORM UNTIL owner-eof
               READ owner-file
                   AT END
                       SET owner-eof TO TRUE
                   NOT AT END
                       IF owner-key NOT = SPACES
                           PERFORM LOAD-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM
           IF ws-owner-file-status NOT = "35"
               CLOSE owner-file
           END-IF.

       LOAD-ONE-OWNER.
           IF ws-own-count LESS THAN ws-own-max
               ADD 1 TO ws-own-count
               MOVE owner-key TO ws-own-key(ws-own-count)
               MOVE owner-id TO ws-own-id(ws-own-count)
               IF owner-cycle NUMERIC AND owner-cycle > 0
                   MOVE owner-cycle TO ws-own-cycle(ws-own-count)
               ELSE
                   MOVE 12 TO ws-own-cycle(ws-own-count)
               END-IF
               MOVE owner-cert-ts TO ws-own-cert-ts(ws-own-count)
               MOVE owner-certifier
                 TO ws-own-certifier(ws-own-count)
               MOVE "N" TO ws-own-has-text(ws-own-count)
               MOVE 0 TO ws-own-changes(ws-own-count)
               MOVE SPACES TO ws-own-last-change(ws-own-count)
           ELSE
               SET own-table-full TO TRUE
           END-IF.

      *> Records arrive in key order, so each key's records are
      *> together; a key counts once it shows one response record.
       LOAD-MASTER-KEYS.
           OPEN INPUT resp-file
           IF ws-resp-file-status NOT = "00"
               DISPLAY "QUERYRECERT: cannot open master, status "
                       ws-resp-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           PERFORM UNTIL resp-eof
               READ resp-file
                   AT END
                       SET resp-eof TO TRUE
                   NOT AT END
                       IF resp-file-type = "R"
                           PERFORM NOTE-ONE-MASTER-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE resp-file.

       NOTE-ONE-MASTER-KEY.
           IF ws-mkey-count = 0
               OR ws-mkey-key(ws-mkey-count) NOT = resp-file-key
               IF ws-mkey-count LESS THAN ws-mkey-max
                   ADD 1 TO ws-mkey-count
                   MOVE resp-file-key TO ws-mkey-key(ws-mkey-count)
               ELSE
                   SET mkey-table-full TO TRUE
               END-IF
               PERFORM VARYING ws-own-sub FROM 1 BY 1
                       UNTIL ws-own-sub > ws-own-count
                          OR ws-own-key(ws-own-sub) = resp-file-key
                   CONTINUE
               END-PERFORM
               IF ws-own-sub NOT > ws-own-count
                   MOVE "Y" TO ws-own-has-text(ws-own-sub)
               END-IF
           END-IF.

      *> Only lines whose status says the master was actually altered
      *> count as a change to the text; ownership and certification
      *> lines, listings, and rejects pass straight by.
       SCAN-CHANGE-LOG.
           OPEN INPUT chglog-file
           IF ws-chglog-file-status NOT = "00"
               SET chglog-eof TO TRUE
           END-IF
           PERFORM UNTIL chglog-eof
               READ chglog-file INTO ws-chglog-line
                   AT END
                       SET chglog-eof TO TRUE
                   NOT AT END
                       IF log-ts(1:14) NUMERIC
                           AND (log-status = "ADDED"
                                OR log-status = "CHANGED"
                                OR log-status = "DELETED"
                                OR log-status = "UNDONE-A"
                                OR log-status = "UNDONE-C"
                                OR log-status = "UNDONE-D")
                           PERFORM NOTE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF ws-chglog-file-status NOT = "35"
               CLOSE chglog-file
           END-IF.

       NOTE-ONE-CHANGE.
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
                      OR ws-own-key(ws-own-sub) = log-key
               CONTINUE
           END-PERFORM
           IF ws-own-sub NOT > ws-own-count
               IF log-ts(1:14) > ws-own-cert-ts(ws-own-sub)
                   ADD 1 TO ws-own-changes(ws-own-sub)
                   MOVE log-ts(1:14) TO ws-own-last-change(ws-own-sub)
               END-IF
           END-IF.

      *> The key falls due on the same day of the month, cycle months
      *> after it was certified (the month's last day when that day
      *> does not exist), and is overdue from the day after.
       WRITE-OVERDUE-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "OVERDUE FOR REVIEW" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  KEY              OWNER    CYCLE LAST-CERTIFIED"
             TO ws-report-line
           MOVE "CERTIFIER DUE" TO ws-report-line(52:13)
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
               IF ws-own-has-text(ws-own-sub) = "Y"
                   PERFORM JUDGE-ONE-DUE-DATE
               END-IF
           END-PERFORM
           IF ws-overdue-count = 0
               MOVE "  (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       JUDGE-ONE-DUE-DATE.
           IF ws-own-cert-ts(ws-own-sub)(1:8) NOT NUMERIC
               MOVE "NEVER" TO ws-due-disp
               PERFORM WRITE-OVERDUE-LINE
           ELSE
               MOVE ws-own-cert-ts(ws-own-sub)(1:8) TO ws-cert-date
               COMPUTE ws-month-total = ws-cert-ccyy * 12
                   + ws-cert-mm - 1 + ws-own-cycle(ws-own-sub)
               COMPUTE ws-due-ccyy = ws-month-total / 12
               COMPUTE ws-due-mm =
                   FUNCTION MOD(ws-month-total, 12) + 1
               MOVE ws-cert-dd TO ws-due-dd
               PERFORM UNTIL ws-due-dd < 29
                   OR FUNCTION TEST-DATE-YYYYMMDD(ws-due-date) = 0
                   SUBTRACT 1 FROM ws-due-dd
               END-PERFORM
               IF ws-as-of > ws-due-date
                   MOVE ws-due-date TO ws-due-disp
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-IF.

       WRITE-OVERDUE-LINE.
           ADD 1 TO ws-overdue-count
           MOVE ws-own-cycle(ws-own-sub) TO ws-cycle-disp
           MOVE SPACES TO ws-report-line
           STRING "  "                        DELIMITED BY SIZE
                  ws-own-key(ws-own-sub)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  ws-own-id(ws-own-sub)       DELIMITED BY SIZE
                  "   "                       DELIMITED BY SIZE
                  ws-cycle-disp               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  ws-own-cert-ts(ws-own-sub)  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  ws-own-certifier(ws-own-sub)
                                              DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ws-due-disp                 DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line.

       WRITE-UNOWNED-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "NO OWNER ON RECORD" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-mkey-sub FROM 1 BY 1
                   UNTIL ws-mkey-sub > ws-mkey-count
               PERFORM VARYING ws-own-sub FROM 1 BY 1
                       UNTIL ws-own-sub > ws-own-count
                          OR ws-own-key(ws-own-sub)
                                           = ws-mkey-key(ws-mkey-sub)
                   CONTINUE
               END-PERFORM
               IF ws-own-sub > ws-own-count
                   ADD 1 TO ws-unowned-count
                   MOVE SPACES TO ws-report-line
                   MOVE ws-mkey-key(ws-mkey-sub)
                     TO ws-report-line(3:16)
                   WRITE report-file-rec FROM ws-report-line
               END-IF
           END-PERFORM
           IF ws-unowned-count = 0
               MOVE "  (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF
           IF mkey-table-full
               MOVE "  WARNING: key table full, first 2000 keys only"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       WRITE-CHANGED-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "TEXT CHANGED SINCE LAST CERTIFIED" TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "  KEY              OWNER    LAST-CERTIFIED CHANGES"
             TO ws-report-line
           MOVE "LAST-CHANGE" TO ws-report-line(54:11)
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
               IF ws-own-changes(ws-own-sub) > 0
                   AND ws-own-cert-ts(ws-own-sub) NOT = SPACES
                   ADD 1 TO ws-changed-count
                   MOVE ws-own-changes(ws-own-sub) TO ws-changes-disp
                   MOVE SPACES TO ws-report-line
                   STRING "  "                   DELIMITED BY SIZE
                          ws-own-key(ws-own-sub) DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          ws-own-id(ws-own-sub)  DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          ws-own-cert-ts(ws-own-sub)
                                                 DELIMITED BY SIZE
                          "   "                  DELIMITED BY SIZE
                          ws-changes-disp        DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          ws-own-last-change(ws-own-sub)
                                                 DELIMITED BY SIZE
                     INTO ws-report-line
                   END-STRING
                   WRITE report-file-rec FROM ws-report-line
               END-IF
           END-PERFORM
           IF ws-changed-count = 0
               MOVE "  (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       WRITE-NOTEXT-SECTION.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE "OWNER ON RECORD FOR A KEY WITH NO TEXT"
             TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
               IF ws-own-has-text(ws-own-sub) NOT = "Y"
                   AND NOT mkey-table-full
                   ADD 1 TO ws-notext-count
                   MOVE SPACES TO ws-report-line
                   MOVE ws-own-key(ws-own-sub) TO ws-report-line(3:16)
                   MOVE ws-own-id(ws-own-sub) TO ws-report-line(20:8)
                   WRITE report-file-rec FROM ws-report-line
               END-IF
           END-PERFORM
           IF ws-notext-count = 0
               MOVE "  (none)" TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF
           IF own-table-full
               MOVE "  WARNING: owner table full, first 2000 only"
                 TO ws-report-line
               WRITE report-file-rec FROM ws-report-line
           END-IF.

       WRITE-RECERT-SUMMARY.
           MOVE SPACES TO ws-report-line
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-overdue-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "OVERDUE KEYS=         " DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-unowned-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "KEYS WITH NO OWNER=   " DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-changed-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "CHANGED SINCE CERT=   " DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line
           MOVE ws-notext-count TO ws-count-disp
           MOVE SPACES TO ws-report-line
           STRING "OWNED KEYS NO TEXT=   " DELIMITED BY SIZE
                  ws-count-disp            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE report-file-rec FROM ws-report-line.

       END PROGRAM QueryRecert.
