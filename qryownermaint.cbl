       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryOwnerMaint.


      *> Maintains the content owner registry, data/query-owners.dat,
      *> from the transactions in data/query-owner-trans.dat:
      *>     O  key owner cycle   put the key under an owner with a
      *>                          review cycle in months (default 12);
      *>                          an existing entry is reassigned and
      *>                          keeps its last certification
      *>     R  key               release the key: no owner on record
      *>     C  key               certify the key's current text as
      *>                          reviewed, without changing it; only
      *>                          the registered owner may do this
      *> The key must carry response text in the master. Every applied
      *> or rejected transaction is logged to data/query-maint.log
      *> under action O, in the same columns as a maintenance
      *> transaction, so the change log is also the evidence of every
      *> review ever recorded. The log lines are held until the
      *> registry has been rewritten, so the log never records an
      *> assignment or certification the registry does not hold; a
      *> run that cannot rewrite the registry logs nothing and can
      *> simply be rerun. QueryRecert reports on the registry.
      *>
      *> QUERY_MAINT_USER names who is acting and is mandatory; for a
      *> certification it must be the key's owner.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT otrans-file ASSIGN TO "data/query-owner-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-otrans-file-status.

           SELECT owner-file ASSIGN TO "data/query-owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owner-file-status.

           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT chglog-file ASSIGN TO "data/query-maint.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chglog-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  otrans-file.
       01  otrans-file-rec.
           05 otrans-action           PIC X(01).
           05 otrans-key              PIC X(16).
           05 otrans-owner            PIC X(08).
           05 otrans-cycle            PIC X(03).

       FD  owner-file.

       COPY "qryowner.cpy".

       FD  resp-file.

       COPY "qryresp.cpy".

       FD  chglog-file.
       01  chglog-file-rec            PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-otrans-file-status       PIC XX.
       01 ws-owner-file-status        PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-chglog-file-status       PIC XX.

       01 ws-otrans-eof               PIC X VALUE "N".
           88 otrans-eof              VALUE "Y".
       01 ws-owner-eof                PIC X VALUE "N".
           88 owner-eof               VALUE "Y".
       01 ws-scan-eof                 PIC X VALUE "N".
           88 scan-eof                VALUE "Y".

       01 ws-user                     PIC X(08).
       01 ws-now-ts                   PIC X(14).

      *> The whole registry, held while the transactions are applied
      *> and written back in key order at the end.
       01 ws-own-max                  PIC 9(4) VALUE 2000.
       01 ws-own-count                PIC 9(4) VALUE 0.
       01 ws-own-table.
           05 ws-own-entry OCCURS 2000 TIMES.
               10 ws-own-key          PIC X(16).
               10 ws-own-id           PIC X(08).
               10 ws-own-cycle        PIC 9(03).
               10 ws-own-cert-ts      PIC X(14).
               10 ws-own-certifier    PIC X(08).
       01 ws-own-sub                  PIC 9(4).
       01 ws-own-hold                 PIC X(49).
       01 ws-sort-i                   PIC 9(4).
       01 ws-sort-j                   PIC 9(4).
       01 ws-sort-min                 PIC 9(4).

       01 ws-key-text                 PIC X VALUE "N".
           88 key-has-text            VALUE "Y".
       01 ws-new-cycle                PIC 9(03).
       01 ws-old-cycle-disp           PIC 9(03).

       01 ws-applied-count            PIC 9(05) VALUE 0.
       01 ws-error-count              PIC 9(05) VALUE 0.
       01 ws-count-disp               PIC 9(05).

       01 ws-timestamp                PIC X(21).
       01 ws-log-status               PIC X(08).
       01 ws-log-note                 PIC X(60).
       01 ws-chglog-line              PIC X(160).

      *> This run's change-log lines, one per transaction, written
      *> out only once the registry is safely rewritten.
       01 ws-log-max                  PIC 9(4) VALUE 2000.
       01 ws-log-count                PIC 9(4) VALUE 0.
       01 ws-log-table.
           05 ws-log-held             PIC X(160) OCCURS 2000 TIMES.
       01 ws-log-sub                  PIC 9(4).


       PROCEDURE DIVISION.

       ACCEPT ws-user FROM ENVIRONMENT "QUERY_MAINT_USER"
           ON EXCEPTION
               MOVE SPACES TO ws-user
       END-ACCEPT
       IF ws-user = SPACES
           DISPLAY "QUERYOWNERMAINT: QUERY_MAINT_USER must name"
                   " who is acting"
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM LOAD-OWNER-TABLE

       OPEN INPUT otrans-file
       IF ws-otrans-file-status NOT = "00"
           DISPLAY "QUERYOWNERMAINT: cannot open transactions,"
                   " status " ws-otrans-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       OPEN INPUT resp-file
       IF ws-resp-file-status NOT = "00"
           DISPLAY "QUERYOWNERMAINT: cannot open master, status "
                   ws-resp-file-status
           CLOSE otrans-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       MOVE FUNCTION CURRENT-DATE(1:14) TO ws-now-ts

       PERFORM UNTIL otrans-eof
           READ otrans-file
               AT END
                   SET otrans-eof TO TRUE
               NOT AT END
                   PERFORM APPLY-OWNER-TRANS
           END-READ
       END-PERFORM

       CLOSE otrans-file
       CLOSE resp-file

       IF ws-applied-count > 0
           PERFORM REWRITE-OWNER-FILE
       END-IF
       PERFORM WRITE-HELD-LOG-LINES

       MOVE ws-applied-count TO ws-count-disp
       DISPLAY "QUERYOWNERMAINT: applied " ws-count-disp
               " transactions"
       IF ws-error-count > 0
           MOVE ws-error-count TO ws-count-disp
           DISPLAY "QUERYOWNERMAINT: rejected " ws-count-disp
                   " transactions"
           MOVE 8 TO return-code
       END-IF

       STOP RUN.

      *> A missing registry is an empty one; the first O transaction
      *> creates it. A registry that exists but cannot be read, or is
      *> too big for the table, must not be written back empty or
      *> short, so either stops the run before anything is applied.
       LOAD-OWNER-TABLE.
           OPEN INPUT owner-file
           IF ws-owner-file-status = "35"
               SET owner-eof TO TRUE
           ELSE
               IF ws-owner-file-status NOT = "00"
                   DISPLAY "QUERYOWNERMAINT: cannot read registry,"
                           " status " ws-owner-file-status
                   MOVE 12 TO return-code
                   STOP RUN
               END-IF
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
           IF ws-own-count NOT LESS THAN ws-own-max
               DISPLAY "QUERYOWNERMAINT: registry exceeds " ws-own-max
                       " keys, grow the owner table"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ADD 1 TO ws-own-count
           MOVE owner-key TO ws-own-key(ws-own-count)
           MOVE owner-id TO ws-own-id(ws-own-count)
           IF owner-cycle NUMERIC
               MOVE owner-cycle TO ws-own-cycle(ws-own-count)
           ELSE
               MOVE 12 TO ws-own-cycle(ws-own-count)
           END-IF
           MOVE owner-cert-ts TO ws-own-cert-ts(ws-own-count)
           MOVE owner-certifier TO ws-own-certifier(ws-own-count).

       APPLY-OWNER-TRANS.
           MOVE SPACES TO ws-log-note
           PERFORM FIND-OWNER-ENTRY
           EVALUATE otrans-action
               WHEN "O"
                   PERFORM ASSIGN-KEY-OWNER
               WHEN "R"
                   PERFORM RELEASE-KEY-OWNER
               WHEN "C"
                   PERFORM CERTIFY-KEY-TEXT
               WHEN OTHER
                   MOVE "BAD-ACT" TO ws-log-status
                   ADD 1 TO ws-error-count
           END-EVALUATE
           PERFORM HOLD-OWNER-LOG.

      *> A released entry is a blank key, so a blank key in a
      *> transaction must never be allowed to find one.
       FIND-OWNER-ENTRY.
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
                      OR ws-own-key(ws-own-sub) = otrans-key
               CONTINUE
           END-PERFORM
           IF otrans-key = SPACES
               COMPUTE ws-own-sub = ws-own-count + 1
           END-IF.

       ASSIGN-KEY-OWNER.
           MOVE 12 TO ws-new-cycle
           IF otrans-cycle NOT = SPACES
               IF otrans-cycle NUMERIC
                   MOVE otrans-cycle TO ws-new-cycle
               ELSE
                   MOVE 0 TO ws-new-cycle
               END-IF
           END-IF
           PERFORM CHECK-KEY-HAS-TEXT
           EVALUATE TRUE
               WHEN otrans-key = SPACES OR otrans-owner = SPACES
                   OR ws-new-cycle = 0
                   MOVE "BAD-OWN" TO ws-log-status
                   ADD 1 TO ws-error-count
               WHEN NOT key-has-text
                   MOVE "NOTFND" TO ws-log-status
                   ADD 1 TO ws-error-count
               WHEN ws-own-sub > ws-own-count
                   AND ws-own-count NOT LESS THAN ws-own-max
                   MOVE "OWN-FULL" TO ws-log-status
                   ADD 1 TO ws-error-count
               WHEN OTHER
                   IF ws-own-sub > ws-own-count
                       ADD 1 TO ws-own-count
                       MOVE ws-own-count TO ws-own-sub
                       MOVE otrans-key TO ws-own-key(ws-own-sub)
                       MOVE SPACES TO ws-own-id(ws-own-sub)
                       MOVE 0 TO ws-own-cycle(ws-own-sub)
                       MOVE SPACES TO ws-own-cert-ts(ws-own-sub)
                       MOVE SPACES TO ws-own-certifier(ws-own-sub)
                   END-IF
                   MOVE ws-own-cycle(ws-own-sub) TO ws-old-cycle-disp
                   STRING "OWNER="             DELIMITED BY SIZE
                          otrans-owner         DELIMITED BY SIZE
                          " CYCLE="            DELIMITED BY SIZE
                          ws-new-cycle         DELIMITED BY SIZE
                          " WAS="              DELIMITED BY SIZE
                          ws-own-id(ws-own-sub)
                                               DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          ws-old-cycle-disp    DELIMITED BY SIZE
                     INTO ws-log-note
                   END-STRING
                   MOVE otrans-owner TO ws-own-id(ws-own-sub)
                   MOVE ws-new-cycle TO ws-own-cycle(ws-own-sub)
                   MOVE "OWNER" TO ws-log-status
                   ADD 1 TO ws-applied-count
           END-EVALUATE.

       RELEASE-KEY-OWNER.
           IF ws-own-sub > ws-own-count
               MOVE "NO-OWNER" TO ws-log-status
               ADD 1 TO ws-error-count
           ELSE
               MOVE ws-own-cycle(ws-own-sub) TO ws-old-cycle-disp
               STRING "WAS="                   DELIMITED BY SIZE
                      ws-own-id(ws-own-sub)    DELIMITED BY SIZE
                      "/"                      DELIMITED BY SIZE
                      ws-old-cycle-disp        DELIMITED BY SIZE
                 INTO ws-log-note
               END-STRING
               MOVE SPACES TO ws-own-key(ws-own-sub)
               MOVE "RELEASED" TO ws-log-status
               ADD 1 TO ws-applied-count
           END-IF.

      *> Certification attests to the text as it stands, so it only
      *> counts from the key's owner; anyone else is turned away and
      *> the attempt is on record.
       CERTIFY-KEY-TEXT.
           EVALUATE TRUE
               WHEN ws-own-sub > ws-own-count
                   MOVE "NO-OWNER" TO ws-log-status
                   ADD 1 TO ws-error-count
               WHEN ws-own-id(ws-own-sub) NOT = ws-user
                   MOVE "NOT-OWNR" TO ws-log-status
                   ADD 1 TO ws-error-count
               WHEN OTHER
                   STRING "CERTIFIED="         DELIMITED BY SIZE
                          ws-now-ts            DELIMITED BY SIZE
                          " PREVIOUS="         DELIMITED BY SIZE
                          ws-own-cert-ts(ws-own-sub)
                                               DELIMITED BY SIZE
                     INTO ws-log-note
                   END-STRING
                   MOVE ws-now-ts TO ws-own-cert-ts(ws-own-sub)
                   MOVE ws-user TO ws-own-certifier(ws-own-sub)
                   MOVE "CERTIFY" TO ws-log-status
                   ADD 1 TO ws-applied-count
           END-EVALUATE.

      *> An owner is only meaningful for a key that serves text: some
      *> response record, in any language or version, must exist.
       CHECK-KEY-HAS-TEXT.
           MOVE "N" TO ws-key-text
           MOVE "N" TO ws-scan-eof
           MOVE LOW-VALUES TO resp-file-rec-key
           MOVE otrans-key TO resp-file-key
           START resp-file KEY NOT LESS THAN resp-file-rec-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START
           PERFORM UNTIL scan-eof OR key-has-text
               READ resp-file NEXT
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       IF resp-file-key NOT = otrans-key
                           SET scan-eof TO TRUE
                       ELSE
                           IF resp-file-type = "R"
                               SET key-has-text TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Released entries were blanked in place; they sort to the
      *> front and are simply not written.
       REWRITE-OWNER-FILE.
           PERFORM VARYING ws-sort-i FROM 1 BY 1
                   UNTIL ws-sort-i NOT LESS THAN ws-own-count
               MOVE ws-sort-i TO ws-sort-min
               PERFORM VARYING ws-sort-j FROM ws-sort-i BY 1
                       UNTIL ws-sort-j > ws-own-count
                   IF ws-own-key(ws-sort-j) < ws-own-key(ws-sort-min)
                       MOVE ws-sort-j TO ws-sort-min
                   END-IF
               END-PERFORM
               IF ws-sort-min NOT = ws-sort-i
                   MOVE ws-own-entry(ws-sort-i) TO ws-own-hold
                   MOVE ws-own-entry(ws-sort-min)
                     TO ws-own-entry(ws-sort-i)
                   MOVE ws-own-hold TO ws-own-entry(ws-sort-min)
               END-IF
           END-PERFORM

           OPEN OUTPUT owner-file
           IF ws-owner-file-status NOT = "00"
               DISPLAY "QUERYOWNERMAINT: cannot rewrite registry,"
                       " status " ws-owner-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
               IF ws-own-key(ws-own-sub) NOT = SPACES
                   MOVE SPACES TO owner-rec
                   MOVE ws-own-key(ws-own-sub) TO owner-key
                   MOVE ws-own-id(ws-own-sub) TO owner-id
                   MOVE ws-own-cycle(ws-own-sub) TO owner-cycle
                   MOVE ws-own-cert-ts(ws-own-sub) TO owner-cert-ts
                   MOVE ws-own-certifier(ws-own-sub)
                     TO owner-certifier
                   WRITE owner-rec
               END-IF
           END-PERFORM
           CLOSE owner-file.

      *> Same columns as QueryMaint's WRITE-CHANGE-LOG; language,
      *> segment, and effective date are blank because ownership is
      *> held per key, and the OLD= text carries what was recorded.
      *> More transactions than the table holds stop the run before
      *> the registry or the log is touched.
       HOLD-OWNER-LOG.
           IF ws-log-count NOT LESS THAN ws-log-max
               DISPLAY "QUERYOWNERMAINT: more than " ws-log-max
                       " transactions, split the file; nothing"
                       " applied"
               CLOSE otrans-file
               CLOSE resp-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-chglog-line
           STRING ws-timestamp           DELIMITED BY SIZE
                  " O "                  DELIMITED BY SIZE
                  otrans-key             DELIMITED BY SIZE
                  "                 "    DELIMITED BY SIZE
                  ws-log-status          DELIMITED BY SIZE
                  " OLD="                DELIMITED BY SIZE
                  "         "            DELIMITED BY SIZE
                  ws-log-note            DELIMITED BY SIZE
                  " BY="                 DELIMITED BY SIZE
                  ws-user                DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
             INTO ws-chglog-line
           END-STRING
           ADD 1 TO ws-log-count
           MOVE ws-chglog-line TO ws-log-held(ws-log-count).

       WRITE-HELD-LOG-LINES.
           IF ws-log-count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND chglog-file
           IF ws-chglog-file-status NOT = "00"
               OPEN OUTPUT chglog-file
           END-IF
           PERFORM VARYING ws-log-sub FROM 1 BY 1
                   UNTIL ws-log-sub > ws-log-count
               WRITE chglog-file-rec FROM ws-log-held(ws-log-sub)
           END-PERFORM
           CLOSE chglog-file.

       END PROGRAM QueryOwnerMaint.
