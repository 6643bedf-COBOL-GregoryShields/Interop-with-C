      *>
      *> QUERY_MAINT_USER names the submitter and is mandatory - an
      *> unattributed pending item could never be approved correctly.
      *> Where data/query-owners.dat names an owner for the key, an item
      *> submitted by anyone else is flagged on the review listing, so
      *> the approver knows the owner has not asked for the change.
      *>
      *> QUERY_MAINT_TRANS names the transaction file when it is not
      *> the analysts' data/query-maint-trans.dat, for instance the
      *> transactions QueryXlateImport builds from a translation
      *> worksheet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trans-file ASSIGN TO ws-trans-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trans-file-status.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-review-file-status.

           SELECT owner-file ASSIGN TO "data/query-owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-owner-file-status.


       DATA DIVISION.

       FD  review-file.
       01  review-file-rec            PIC X(160).

       FD  owner-file.

       COPY "qryowner.cpy".

       WORKING-STORAGE SECTION.
       01 ws-trans-file-status        PIC XX.
       01 ws-pend-file-status         PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-chglog-file-status       PIC XX.
       01 ws-review-file-status       PIC XX.
       01 ws-owner-file-status        PIC XX.

       01 ws-trans-eof                PIC X VALUE "N".
           88 trans-eof               VALUE "Y".
       01 ws-pend-eof                 PIC X VALUE "N".
           88 pend-eof                VALUE "Y".
       01 ws-owner-eof                PIC X VALUE "N".
           88 owner-eof               VALUE "Y".

       01 ws-trans-name               PIC X(40)
           VALUE "data/query-maint-trans.dat".
       01 ws-trans-name-env           PIC X(40).
       01 ws-submitter                PIC X(08).
       01 ws-submit-ts                PIC X(14).
       01 ws-master-open              PIC X VALUE "N".
       01 ws-review-line              PIC X(160).
       01 ws-master-text              PIC X(60).

      *> Key and owner from the registry, for the review listing; a
      *> missing registry leaves the table empty and the listing
      *> silent about ownership.
       01 ws-owner-known              PIC X VALUE "N".
           88 owner-registry-read     VALUE "Y".
       01 ws-own-max                  PIC 9(4) VALUE 2000.
       01 ws-own-count                PIC 9(4) VALUE 0.
       01 ws-own-full                 PIC X VALUE "N".
           88 own-table-full          VALUE "Y".
       01 ws-own-table.
           05 ws-own-entry OCCURS 2000 TIMES.
               10 ws-own-key          PIC X(16).
               10 ws-own-id           PIC X(08).
       01 ws-own-sub                  PIC 9(4).
       01 ws-not-owner-count          PIC 9(05) VALUE 0.


       PROCEDURE DIVISION.

           STOP RUN
       END-IF

       ACCEPT ws-trans-name-env FROM ENVIRONMENT "QUERY_MAINT_TRANS"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT
       IF ws-trans-name-env NOT = SPACES
           MOVE ws-trans-name-env TO ws-trans-name
       END-IF

       OPEN INPUT trans-file
       IF ws-trans-file-status NOT = "00"
           DISPLAY "QUERYMAINTSUBMIT: cannot open transactions,"
       CLOSE pend-file
       CLOSE chglog-file

       PERFORM LOAD-OWNER-TABLE
       PERFORM WRITE-REVIEW-LISTING

       MOVE ws-queued-count TO ws-count-disp
       DISPLAY "QUERYMAINTSUBMIT: queued " ws-count-disp
               " transactions for approval"
       IF ws-not-owner-count > 0
           MOVE ws-not-owner-count TO ws-count-disp
           DISPLAY "QUERYMAINTSUBMIT: " ws-count-disp
                   " pending items not submitted by the key's owner"
       END-IF
       IF ws-error-count > 0
           MOVE ws-error-count TO ws-count-disp
           DISPLAY "QUERYMAINTSUBMIT: rejected " ws-count-disp
                  ws-master-text         DELIMITED BY SIZE
             INTO ws-review-line
           END-STRING
           WRITE review-file-rec FROM ws-review-line
           IF owner-registry-read AND pend-key NOT = SPACES
               PERFORM WRITE-OWNER-WARNING
           END-IF.

      *> A listing has no key to own; every other action is checked
      *> against the registry. A key nobody owns is noted as well,
      *> since the recertification report will raise it anyway.
       WRITE-OWNER-WARNING.
           PERFORM VARYING ws-own-sub FROM 1 BY 1
                   UNTIL ws-own-sub > ws-own-count
                      OR ws-own-key(ws-own-sub) = pend-key
               CONTINUE
           END-PERFORM
           MOVE SPACES TO ws-review-line
           IF ws-own-sub > ws-own-count
               IF NOT own-table-full
                   MOVE "   NOTE: NO REGISTERED OWNER FOR THIS KEY"
                     TO ws-review-line
               END-IF
           ELSE
               IF ws-own-id(ws-own-sub) NOT = pend-submitter
                   ADD 1 TO ws-not-owner-count
                   STRING "   WARNING: SUBMITTER " DELIMITED BY SIZE
                          pend-submitter           DELIMITED BY SPACE
                          " IS NOT THE REGISTERED OWNER "
                                                   DELIMITED BY SIZE
                          ws-own-id(ws-own-sub)    DELIMITED BY SPACE
                     INTO ws-review-line
                   END-STRING
               END-IF
           END-IF
           IF ws-review-line NOT = SPACES
               WRITE review-file-rec FROM ws-review-line
           END-IF.

       LOAD-OWNER-TABLE.
           OPEN INPUT owner-file
           IF ws-owner-file-status = "00"
               SET owner-registry-read TO TRUE
           ELSE
               SET owner-eof TO TRUE
           END-IF
           PERFORM UNTIL owner-eof
               READ owner-file
                   AT END
                       SET owner-eof TO TRUE
                   NOT AT END
                       IF ws-own-count LESS THAN ws-own-max
                           ADD 1 TO ws-own-count
                           MOVE owner-key TO ws-own-key(ws-own-count)
                           MOVE owner-id TO ws-own-id(ws-own-count)
                       ELSE
                           SET own-table-full TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF owner-registry-read
               CLOSE owner-file
           END-IF.

       FETCH-MASTER-TEXT.
           IF master-open
