       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryPromoImport.


      *> Receiving end of a promotion package cut by QueryPromoExport.
      *> The package is read twice. The first pass proves it is whole
      *> and untouched: one header first, one trailer last, every
      *> detail well formed, and the trailer's count and ChecksumCall
      *> sum agreeing with what was read. It must also be bound for
      *> this environment and not be one this environment has already
      *> taken. Any failure refuses the whole package and nothing is
      *> written.
      *>
      *> The second pass compares each detail with this environment's
      *> master and queues the maintenance transaction that would
      *> bring the record into step - add, change, or delete - in
      *> data/query-maint-pending.dat, skipping records already in
      *> step. Each item is queued exactly as QueryMaintSubmit queues
      *> one: status P and the importing user as submitter. QueryMaint
      *> applies them only once someone other than the importer has
      *> approved them. The package is entered
      *> in data/query-promo-applied.dat only after its items are in
      *> the queue and the pending file is closed, so a package can
      *> never be marked taken without its changes waiting for review.
      *> data/query-promo-import.txt lists what was decided, with the
      *> source environment's submitter and approver of each change.
      *>
      *>     QUERY_MAINT_USER    who is importing; mandatory
      *>     QUERY_ENV           this environment (default TEST)
      *>     QUERY_PROMO_FILE    the package (data/query-promo.pkg)
      *>
      *> Return code 8 means the package was refused.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT promo-file ASSIGN TO ws-promo-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-promo-file-status.

           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT applied-file ASSIGN TO "data/query-promo-applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-applied-file-status.

           SELECT pend-file ASSIGN TO "data/query-maint-pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pend-file-status.

           SELECT list-file ASSIGN TO "data/query-promo-import.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  promo-file.

       COPY "qrypromo.cpy".

       FD  resp-file.

       COPY "qryresp.cpy".

      *> One line per package this environment has taken in.
       FD  applied-file.
       01  applied-file-rec.
           05 applied-source-env      PIC X(10).
           05 FILLER                  PIC X(01).
           05 applied-created-ts      PIC X(14).
           05 FILLER                  PIC X(01).
           05 applied-import-ts       PIC X(14).
           05 FILLER                  PIC X(01).
           05 applied-user            PIC X(08).
           05 FILLER                  PIC X(01).
           05 applied-count           PIC 9(05).

       FD  pend-file.

       COPY "qrypend.cpy".

       FD  list-file.
       01  list-file-rec              PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-promo-file-status        PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-applied-file-status      PIC XX.
       01 ws-pend-file-status         PIC XX.
       01 ws-list-file-status         PIC XX.

       01 ws-promo-eof                PIC X VALUE "N".
           88 promo-eof               VALUE "Y".
       01 ws-applied-eof              PIC X VALUE "N".
           88 applied-eof             VALUE "Y".

       01 ws-user                     PIC X(08).
       01 ws-env-tag                  PIC X(10).
       01 ws-promo-name               PIC X(40)
           VALUE "data/query-promo.pkg".
       01 ws-promo-name-env           PIC X(40).
       01 ws-import-ts                PIC X(14).

       01 ws-pkg-source-env           PIC X(10).
       01 ws-pkg-target-env           PIC X(10).
       01 ws-pkg-since-ts             PIC X(14).
       01 ws-pkg-created-ts           PIC X(14).
       01 ws-pkg-created-by           PIC X(08).

      *> Set by the first pass; any one of these refuses the package.
       01 ws-refuse-reason            PIC X(40) VALUE SPACES.
       01 ws-rec-count                PIC 9(05) VALUE 0.
       01 ws-header-count             PIC 9(05) VALUE 0.
       01 ws-trailer-count            PIC 9(05) VALUE 0.
       01 ws-detail-count             PIC 9(05) VALUE 0.
       01 ws-seal-count               PIC 9(05).
       01 ws-seal-sum                 PIC 9(10).
       01 ws-read-sum                 PIC 9(10).

       01 ws-sum-rec                  PIC X(160).
       01 ws-sum-rec-len              USAGE BINARY-LONG VALUE 160.
       01 ws-sum-result               USAGE BINARY-LONG.
       01 ws-pkg-checksum             USAGE BINARY-LONG.

       01 ws-add-count                PIC 9(05) VALUE 0.
       01 ws-change-count             PIC 9(05) VALUE 0.
       01 ws-delete-count             PIC 9(05) VALUE 0.
       01 ws-same-count               PIC 9(05) VALUE 0.
       01 ws-queued-count             PIC 9(05) VALUE 0.
       01 ws-count-disp               PIC 9(05).

       01 ws-decision                 PIC X(08).
       01 ws-action                   PIC X(01).
       01 ws-list-line                PIC X(160).


       PROCEDURE DIVISION.

       PERFORM LOAD-IMPORT-PARMS

       PERFORM VERIFY-PACKAGE
       IF ws-refuse-reason = SPACES
           PERFORM CHECK-NOT-APPLIED
       END-IF
       IF ws-refuse-reason NOT = SPACES
           DISPLAY "QUERYPROMOIMPORT: package refused, "
                   FUNCTION TRIM(ws-refuse-reason)
           MOVE 8 TO return-code
           STOP RUN
       END-IF

       PERFORM BUILD-IMPORT-TRANS
       PERFORM RECORD-PACKAGE-APPLIED

       MOVE ws-queued-count TO ws-count-disp
       DISPLAY "QUERYPROMOIMPORT: queued " ws-count-disp
               " transactions for approval"
       MOVE ws-same-count TO ws-count-disp
       DISPLAY "QUERYPROMOIMPORT: already in step " ws-count-disp

       STOP RUN.

       LOAD-IMPORT-PARMS.
           ACCEPT ws-user FROM ENVIRONMENT "QUERY_MAINT_USER"
               ON EXCEPTION
                   MOVE SPACES TO ws-user
           END-ACCEPT
           IF ws-user = SPACES
               DISPLAY "QUERYPROMOIMPORT: QUERY_MAINT_USER must name"
                       " who is importing the package"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ACCEPT ws-env-tag FROM ENVIRONMENT "QUERY_ENV"
               ON EXCEPTION
                   MOVE "TEST" TO ws-env-tag
           END-ACCEPT
           IF ws-env-tag = SPACES
               MOVE "TEST" TO ws-env-tag
           END-IF
           ACCEPT ws-promo-name-env FROM ENVIRONMENT "QUERY_PROMO_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-promo-name-env NOT = SPACES
               MOVE ws-promo-name-env TO ws-promo-name
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-import-ts.

      *> First pass. Only the first reason found is kept; one is
      *> enough to refuse, and the first is the one worth chasing.
       VERIFY-PACKAGE.
           OPEN INPUT promo-file
           IF ws-promo-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot open package, status "
                       ws-promo-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE 0 TO ws-pkg-checksum
           MOVE "N" TO ws-promo-eof
           PERFORM UNTIL promo-eof
               READ promo-file
                   AT END
                       SET promo-eof TO TRUE
                   NOT AT END
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE promo-file

           IF ws-refuse-reason = SPACES AND ws-trailer-count = 0
               MOVE "no trailer, package is incomplete"
                 TO ws-refuse-reason
           END-IF
           IF ws-refuse-reason = SPACES
               AND ws-detail-count NOT = ws-seal-count
               MOVE "detail count does not match trailer"
                 TO ws-refuse-reason
           END-IF
           MOVE ws-pkg-checksum TO ws-read-sum
           IF ws-refuse-reason = SPACES
               AND ws-read-sum NOT = ws-seal-sum
               MOVE "checksum does not match trailer"
                 TO ws-refuse-reason
           END-IF
           IF ws-refuse-reason = SPACES
               AND ws-pkg-target-env NOT = ws-env-tag
               MOVE SPACES TO ws-refuse-reason
               STRING "bound for " DELIMITED BY SIZE
                      ws-pkg-target-env DELIMITED BY SPACE
                      ", this is " DELIMITED BY SIZE
                      ws-env-tag DELIMITED BY SPACE
                 INTO ws-refuse-reason
               END-STRING
           END-IF.

       VERIFY-ONE-RECORD.
           ADD 1 TO ws-rec-count
           IF ws-trailer-count > 0 AND ws-refuse-reason = SPACES
               MOVE "records after the trailer" TO ws-refuse-reason
           END-IF
           EVALUATE TRUE
               WHEN promo-is-header
                   ADD 1 TO ws-header-count
                   IF (ws-rec-count NOT = 1 OR ws-header-count > 1)
                       AND ws-refuse-reason = SPACES
                       MOVE "header out of place" TO ws-refuse-reason
                   END-IF
                   MOVE promo-source-env TO ws-pkg-source-env
                   MOVE promo-target-env TO ws-pkg-target-env
                   MOVE promo-since-ts TO ws-pkg-since-ts
                   MOVE promo-created-ts TO ws-pkg-created-ts
                   MOVE promo-created-by TO ws-pkg-created-by
                   PERFORM ADD-TO-PACKAGE-SUM
               WHEN promo-is-detail
                   ADD 1 TO ws-detail-count
                   IF ws-header-count = 0 AND ws-refuse-reason = SPACES
                       MOVE "no header, package is incomplete"
                         TO ws-refuse-reason
                   END-IF
                   IF ws-refuse-reason = SPACES
                       AND (promo-key = SPACES
                            OR promo-seg NOT NUMERIC
                            OR (NOT promo-op-put
                                AND NOT promo-op-remove)
                            OR (promo-op-put
                                AND promo-type NOT = "R"
                                AND promo-type NOT = "A"
                                AND promo-type NOT = "X"))
                       MOVE "malformed detail" TO ws-refuse-reason
                   END-IF
                   PERFORM ADD-TO-PACKAGE-SUM
               WHEN promo-is-trailer
                   ADD 1 TO ws-trailer-count
                   IF (promo-count NOT NUMERIC
                       OR promo-checksum NOT NUMERIC)
                       AND ws-refuse-reason = SPACES
                       MOVE "malformed trailer" TO ws-refuse-reason
                   END-IF
                   IF ws-refuse-reason = SPACES
                       MOVE promo-count TO ws-seal-count
                       MOVE promo-checksum TO ws-seal-sum
                   END-IF
               WHEN OTHER
                   IF ws-refuse-reason = SPACES
                       MOVE "unknown record type" TO ws-refuse-reason
                   END-IF
           END-EVALUATE.

       ADD-TO-PACKAGE-SUM.
           MOVE promo-rec TO ws-sum-rec
           CALL "ChecksumCall" USING ws-sum-rec
                                     ws-sum-rec-len
                                     ws-sum-result
           ADD ws-sum-result TO ws-pkg-checksum.

      *> A package is known by where it was cut and when; taking the
      *> same one twice would queue every change a second time.
       CHECK-NOT-APPLIED.
           OPEN INPUT applied-file
           IF ws-applied-file-status NOT = "00"
               SET applied-eof TO TRUE
           END-IF
           PERFORM UNTIL applied-eof
               READ applied-file
                   AT END
                       SET applied-eof TO TRUE
                   NOT AT END
                       IF applied-source-env = ws-pkg-source-env
                           AND applied-created-ts = ws-pkg-created-ts
                           MOVE SPACES TO ws-refuse-reason
                           STRING "already imported "
                                              DELIMITED BY SIZE
                                  applied-import-ts
                                              DELIMITED BY SIZE
                                  " by "      DELIMITED BY SIZE
                                  applied-user
                                              DELIMITED BY SPACE
                             INTO ws-refuse-reason
                           END-STRING
                           SET applied-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF ws-applied-file-status NOT = "35"
               CLOSE applied-file
           END-IF.

      *> Second pass: the package is known good, so each detail is
      *> turned into whatever transaction this master needs and
      *> queued for approval under the importing user.
       BUILD-IMPORT-TRANS.
           OPEN INPUT resp-file
           IF ws-resp-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot open master, status "
                       ws-resp-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           OPEN EXTEND pend-file
           IF ws-pend-file-status NOT = "00"
               OPEN OUTPUT pend-file
           END-IF
           IF ws-pend-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot open pending file,"
                       " status " ws-pend-file-status
               CLOSE resp-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           OPEN OUTPUT list-file
           IF ws-list-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot open listing,"
                       " status " ws-list-file-status
               CLOSE resp-file
               CLOSE pend-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF

           MOVE "Promotion package import listing" TO ws-list-line
           WRITE list-file-rec FROM ws-list-line
           MOVE SPACES TO ws-list-line
           STRING "PACKAGE "          DELIMITED BY SIZE
                  ws-pkg-source-env   DELIMITED BY SPACE
                  " "                 DELIMITED BY SIZE
                  ws-pkg-created-ts   DELIMITED BY SIZE
                  " CUT BY "          DELIMITED BY SIZE
                  ws-pkg-created-by   DELIMITED BY SPACE
                  " CHANGES AFTER "   DELIMITED BY SIZE
                  ws-pkg-since-ts     DELIMITED BY SIZE
                  " INTO "            DELIMITED BY SIZE
                  ws-env-tag          DELIMITED BY SPACE
                  " BY "              DELIMITED BY SIZE
                  ws-user             DELIMITED BY SPACE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line
           MOVE "DECISION A KEY              LG SEG FROM     CHANGED"
             TO ws-list-line
           MOVE "SUBMIT/APPROVE" TO ws-list-line(60:14)
           MOVE "T TEXT" TO ws-list-line(78:6)
           WRITE list-file-rec FROM ws-list-line

           OPEN INPUT promo-file
           IF ws-promo-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot reopen package,"
                       " status " ws-promo-file-status
                       ", package not marked applied"
               CLOSE resp-file
               CLOSE pend-file
               CLOSE list-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE "N" TO ws-promo-eof
           PERFORM UNTIL promo-eof
               READ promo-file
                   AT END
                       SET promo-eof TO TRUE
                   NOT AT END
                       IF promo-is-detail
                           PERFORM DECIDE-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE promo-file

           CLOSE resp-file
           CLOSE pend-file
           IF ws-pend-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot close pending file,"
                       " status " ws-pend-file-status
                       ", package not marked applied"
               CLOSE list-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           CLOSE list-file.

       DECIDE-ONE-DETAIL.
           MOVE SPACES TO ws-action
           MOVE promo-key TO resp-file-key
           MOVE promo-lang TO resp-file-lang
           MOVE promo-seg TO resp-file-seg
           MOVE promo-from TO resp-file-from
           READ resp-file
               INVALID KEY
                   IF promo-op-put
                       MOVE "A" TO ws-action
                       MOVE "ADD" TO ws-decision
                       ADD 1 TO ws-add-count
                   ELSE
                       MOVE "IN STEP" TO ws-decision
                       ADD 1 TO ws-same-count
                   END-IF
               NOT INVALID KEY
                   IF promo-op-remove
                       MOVE "D" TO ws-action
                       MOVE "DELETE" TO ws-decision
                       ADD 1 TO ws-delete-count
                   ELSE
                       IF resp-file-type = promo-type
                           AND resp-file-to = promo-to
                           AND resp-file-text = promo-text
                           MOVE "IN STEP" TO ws-decision
                           ADD 1 TO ws-same-count
                       ELSE
                           MOVE "C" TO ws-action
                           MOVE "CHANGE" TO ws-decision
                           ADD 1 TO ws-change-count
                       END-IF
                   END-IF
           END-READ
           IF ws-action NOT = SPACES
               PERFORM QUEUE-ONE-TRANS
           END-IF
           PERFORM WRITE-DECISION-LINE.

      *> Queued the way QueryMaintSubmit queues an analyst's
      *> transaction, so an imported item is indistinguishable in
      *> review from one submitted by hand. DECIDE-ONE-DETAIL only
      *> ever asks for an add, change, or delete, and the first pass
      *> has already turned away any malformed detail.
       QUEUE-ONE-TRANS.
           MOVE SPACES TO pend-file-rec
           MOVE "P" TO pend-status
           MOVE ws-import-ts TO pend-submit-ts
           MOVE ws-user TO pend-submitter
           MOVE SPACES TO pend-approver
           MOVE ws-action TO pend-action
           MOVE promo-key TO pend-key
           MOVE promo-lang TO pend-lang
           MOVE promo-seg TO pend-seg
           MOVE promo-from TO pend-from
           IF promo-op-put
               MOVE promo-type TO pend-type
               MOVE promo-to TO pend-to
               MOVE promo-text TO pend-text
           END-IF
           WRITE pend-file-rec
           ADD 1 TO ws-queued-count.

       WRITE-DECISION-LINE.
           MOVE SPACES TO ws-list-line
           STRING ws-decision         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ws-action           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-key           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-lang          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-seg           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-from          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-changed-ts    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-changed-by    DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  promo-approved-by   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-type          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  promo-text          DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line.

       RECORD-PACKAGE-APPLIED.
           OPEN EXTEND applied-file
           IF ws-applied-file-status NOT = "00"
               OPEN OUTPUT applied-file
           END-IF
           IF ws-applied-file-status NOT = "00"
               DISPLAY "QUERYPROMOIMPORT: cannot record package,"
                       " status " ws-applied-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE SPACES TO applied-file-rec
           MOVE ws-pkg-source-env TO applied-source-env
           MOVE ws-pkg-created-ts TO applied-created-ts
           MOVE ws-import-ts TO applied-import-ts
           MOVE ws-user TO applied-user
           MOVE ws-queued-count TO applied-count
           WRITE applied-file-rec
           CLOSE applied-file.

       END PROGRAM QueryPromoImport.
