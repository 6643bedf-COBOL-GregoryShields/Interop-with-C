       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryPromoExport.


      *> Cuts a promotion package: the approved maintenance applied to
      *> this environment's master since a named point, ready to carry
      *> to the next environment in the chain. Every record the change
      *> log shows was added, changed, deleted, or rolled back after
      *> the cutoff is written once, as the master holds it now, so a
      *> record touched five times travels as its final state and a
      *> record added and then deleted travels as a removal. The
      *> package is sealed with a count and a ChecksumCall sum in its
      *> trailer; QueryPromoImport refuses anything that does not add
      *> up.
      *>
      *>     QUERY_PROMO_SINCE   CCYYMMDDHHMMSS; log entries stamped
      *>                         after it are promoted. Mandatory - an
      *>                         empty cutoff would ship the whole log
      *>     QUERY_MAINT_USER    who is cutting the package; mandatory
      *>     QUERY_ENV           this environment (default TEST)
      *>     QUERY_PROMO_TARGET  the environment the package is bound
      *>                         for; defaults to the next one in the
      *>                         chain, TEST to QA and QA to PROD
      *>     QUERY_PROMO_FILE    the package (data/query-promo.pkg)
      *>
      *> A master whose own seal does not verify is never promoted
      *> from (return code 8); nothing to promote is return code 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT chglog-file ASSIGN TO "data/query-maint.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chglog-file-status.

           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT promo-file ASSIGN TO ws-promo-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-promo-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  chglog-file.
       01  chglog-file-rec            PIC X(160).

       FD  resp-file.

       COPY "qryresp.cpy".

       FD  promo-file.

       COPY "qrypromo.cpy".

       WORKING-STORAGE SECTION.
       01 ws-chglog-file-status       PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-promo-file-status        PIC XX.

       01 ws-chglog-eof               PIC X VALUE "N".
           88 chglog-eof              VALUE "Y".
       01 ws-seal-eof                 PIC X VALUE "N".
           88 seal-eof                VALUE "Y".

      *> Fixed column split of a QueryMaint change-log line; this must
      *> stay in step with WRITE-CHANGE-LOG in querymaint.cbl.
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

       01 ws-since-ts                 PIC X(14).
       01 ws-user                     PIC X(08).
       01 ws-env-tag                  PIC X(10).
       01 ws-target-env               PIC X(10).
       01 ws-promo-name               PIC X(40)
           VALUE "data/query-promo.pkg".
       01 ws-promo-name-env           PIC X(40).
       01 ws-created-ts               PIC X(14).

      *> One row per master record the log shows was altered after the
      *> cutoff, with the latest log entry that altered it.
       01 ws-touch-max                PIC 9(4) VALUE 4000.
       01 ws-touch-count              PIC 9(4) VALUE 0.
       01 ws-touch-table.
           05 ws-touch-entry OCCURS 4000 TIMES.
               10 ws-touch-rec-key.
                   15 ws-touch-key    PIC X(16).
                   15 ws-touch-lang   PIC X(02).
                   15 ws-touch-seg    PIC X(03).
                   15 ws-touch-from   PIC X(08).
               10 ws-touch-ts         PIC X(14).
               10 ws-touch-by-sub     PIC X(08).
               10 ws-touch-by-app     PIC X(08).
       01 ws-touch-sub                PIC 9(4).
       01 ws-touch-hold               PIC X(59).
       01 ws-hunt-rec-key             PIC X(29).
       01 ws-sort-i                   PIC 9(4).
       01 ws-sort-j                   PIC 9(4).
       01 ws-sort-min                 PIC 9(4).

       COPY "qryctl.cpy".

       01 ws-sum-rec                  PIC X(160).
       01 ws-sum-rec-len              USAGE BINARY-LONG.
       01 ws-sum-result               USAGE BINARY-LONG.
       01 ws-file-checksum            USAGE BINARY-LONG.
       01 ws-file-count               PIC 9(05).
       01 ws-ctl-found                PIC X VALUE "N".
           88 ctl-record-found        VALUE "Y".
       01 ws-ctl-count                PIC 9(05).
       01 ws-ctl-sum                  PIC 9(10).

       01 ws-pkg-checksum             USAGE BINARY-LONG.
       01 ws-put-count                PIC 9(05) VALUE 0.
       01 ws-remove-count             PIC 9(05) VALUE 0.
       01 ws-detail-count             PIC 9(05) VALUE 0.
       01 ws-count-disp               PIC 9(05).


       PROCEDURE DIVISION.

       PERFORM LOAD-EXPORT-PARMS

       PERFORM VERIFY-SOURCE-SEAL
       PERFORM COLLECT-TOUCHED-RECORDS

       IF ws-touch-count = 0
           DISPLAY "QUERYPROMOEXPORT: no applied changes after "
                   ws-since-ts ", no package written"
           MOVE 4 TO return-code
           STOP RUN
       END-IF

       PERFORM SORT-TOUCH-TABLE
       PERFORM WRITE-PROMO-PACKAGE

       MOVE ws-detail-count TO ws-count-disp
       DISPLAY "QUERYPROMOEXPORT: packaged " ws-count-disp
               " records for " FUNCTION TRIM(ws-target-env)
       MOVE ws-remove-count TO ws-count-disp
       DISPLAY "QUERYPROMOEXPORT: of which removals " ws-count-disp

       STOP RUN.

       LOAD-EXPORT-PARMS.
           ACCEPT ws-since-ts FROM ENVIRONMENT "QUERY_PROMO_SINCE"
               ON EXCEPTION
                   MOVE SPACES TO ws-since-ts
           END-ACCEPT
           IF ws-since-ts = SPACES OR ws-since-ts NOT NUMERIC
               DISPLAY "QUERYPROMOEXPORT: QUERY_PROMO_SINCE must name"
                       " the cutoff as CCYYMMDDHHMMSS"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ACCEPT ws-user FROM ENVIRONMENT "QUERY_MAINT_USER"
               ON EXCEPTION
                   MOVE SPACES TO ws-user
           END-ACCEPT
           IF ws-user = SPACES
               DISPLAY "QUERYPROMOEXPORT: QUERY_MAINT_USER must name"
                       " who is cutting the package"
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
           MOVE SPACES TO ws-target-env
           ACCEPT ws-target-env FROM ENVIRONMENT "QUERY_PROMO_TARGET"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-target-env = SPACES
               EVALUATE ws-env-tag
                   WHEN "TEST"
                       MOVE "QA" TO ws-target-env
                   WHEN "QA"
                       MOVE "PROD" TO ws-target-env
               END-EVALUATE
           END-IF
           IF ws-target-env = SPACES OR ws-target-env = ws-env-tag
               DISPLAY "QUERYPROMOEXPORT: no target environment for "
                       ws-env-tag ", set QUERY_PROMO_TARGET"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ACCEPT ws-promo-name-env FROM ENVIRONMENT "QUERY_PROMO_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-promo-name-env NOT = SPACES
               MOVE ws-promo-name-env TO ws-promo-name
           END-IF.

      *> Promoting from a master that fails its own seal would carry
      *> an unexplained edit into the next environment under a fresh,
      *> valid seal; recount and re-checksum exactly as Query does
      *> before anything is packaged.
       VERIFY-SOURCE-SEAL.
           OPEN INPUT resp-file
           IF ws-resp-file-status NOT = "00"
               DISPLAY "QUERYPROMOEXPORT: cannot open master, status "
                       ws-resp-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           MOVE 0 TO ws-file-count
           MOVE 0 TO ws-file-checksum
           MOVE 98 TO ws-sum-rec-len
           PERFORM UNTIL seal-eof
               READ resp-file NEXT
                   AT END
                       SET seal-eof TO TRUE
                   NOT AT END
                       IF resp-file-type = "C"
                           AND resp-file-key = resp-ctl-key-value
                           SET ctl-record-found TO TRUE
                           MOVE resp-file-text TO resp-ctl-text
                           MOVE resp-ctl-count TO ws-ctl-count
                           MOVE resp-ctl-sum TO ws-ctl-sum
                       END-IF
                       IF resp-file-type NOT = "C"
                           ADD 1 TO ws-file-count
                           MOVE resp-file-rec TO ws-sum-rec
                           CALL "ChecksumCall" USING ws-sum-rec
                                                     ws-sum-rec-len
                                                     ws-sum-result
                           ADD ws-sum-result TO ws-file-checksum
                       END-IF
               END-READ
           END-PERFORM
           CLOSE resp-file
           IF NOT ctl-record-found
               OR ws-ctl-count NOT = ws-file-count
               OR ws-ctl-sum NOT = ws-file-checksum
               DISPLAY "QUERYPROMOEXPORT: master seal does not"
                       " verify, nothing promoted"
               MOVE 8 TO return-code
               STOP RUN
           END-IF.

      *> Only lines whose status says the master was actually altered
      *> count; a rollback alters the master just as surely as the
      *> change it reverses, so UNDONE lines are promoted too.
       COLLECT-TOUCHED-RECORDS.
           OPEN INPUT chglog-file
           IF ws-chglog-file-status NOT = "00"
               DISPLAY "QUERYPROMOEXPORT: cannot open change log,"
                       " status " ws-chglog-file-status
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

       COLLECT-ONE-LINE.
           IF log-ts(1:14) NUMERIC
               AND log-ts(1:14) > ws-since-ts
               AND log-seg NUMERIC
               AND (log-status = "ADDED"
                    OR log-status = "CHANGED"
                    OR log-status = "DELETED"
                    OR log-status = "UNDONE-A"
                    OR log-status = "UNDONE-C"
                    OR log-status = "UNDONE-D")
               MOVE SPACES TO ws-hunt-rec-key
               STRING log-key DELIMITED BY SIZE
                      log-lang DELIMITED BY SIZE
                      log-seg DELIMITED BY SIZE
                      log-from DELIMITED BY SIZE
                 INTO ws-hunt-rec-key
               END-STRING
               PERFORM VARYING ws-touch-sub FROM 1 BY 1
                       UNTIL ws-touch-sub > ws-touch-count
                          OR ws-touch-rec-key(ws-touch-sub)
                                                  = ws-hunt-rec-key
                   CONTINUE
               END-PERFORM
               IF ws-touch-sub > ws-touch-count
                   IF ws-touch-count LESS THAN ws-touch-max
                       ADD 1 TO ws-touch-count
                       MOVE ws-hunt-rec-key
                         TO ws-touch-rec-key(ws-touch-count)
                   ELSE
                       DISPLAY "QUERYPROMOEXPORT: more than "
                               ws-touch-max " records changed after"
                               " cutoff, no package written"
                       MOVE 12 TO return-code
                       STOP RUN
                   END-IF
               END-IF
               MOVE log-ts(1:14) TO ws-touch-ts(ws-touch-sub)
               MOVE log-by-sub TO ws-touch-by-sub(ws-touch-sub)
               MOVE log-by-app TO ws-touch-by-app(ws-touch-sub)
           END-IF.

      *> Straight selection sort on the record key, so the package
      *> and the importer's transactions follow master order.
       SORT-TOUCH-TABLE.
           PERFORM VARYING ws-sort-i FROM 1 BY 1
                   UNTIL ws-sort-i NOT LESS THAN ws-touch-count
               MOVE ws-sort-i TO ws-sort-min
               PERFORM VARYING ws-sort-j FROM ws-sort-i BY 1
                       UNTIL ws-sort-j > ws-touch-count
                   IF ws-touch-rec-key(ws-sort-j)
                           < ws-touch-rec-key(ws-sort-min)
                       MOVE ws-sort-j TO ws-sort-min
                   END-IF
               END-PERFORM
               IF ws-sort-min NOT = ws-sort-i
                   MOVE ws-touch-entry(ws-sort-i) TO ws-touch-hold
                   MOVE ws-touch-entry(ws-sort-min)
                     TO ws-touch-entry(ws-sort-i)
                   MOVE ws-touch-hold TO ws-touch-entry(ws-sort-min)
               END-IF
           END-PERFORM.

       WRITE-PROMO-PACKAGE.
           OPEN INPUT resp-file
           IF ws-resp-file-status NOT = "00"
               DISPLAY "QUERYPROMOEXPORT: cannot open master, status "
                       ws-resp-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           OPEN OUTPUT promo-file
           IF ws-promo-file-status NOT = "00"
               DISPLAY "QUERYPROMOEXPORT: cannot open package, status "
                       ws-promo-file-status
               CLOSE resp-file
               MOVE 12 TO return-code
               STOP RUN
           END-IF

           MOVE 0 TO ws-pkg-checksum
           MOVE 160 TO ws-sum-rec-len
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-created-ts

           MOVE SPACES TO promo-rec
           MOVE "H" TO promo-rec-type
           MOVE ws-env-tag TO promo-source-env
           MOVE ws-target-env TO promo-target-env
           MOVE ws-since-ts TO promo-since-ts
           MOVE ws-created-ts TO promo-created-ts
           MOVE ws-user TO promo-created-by
           PERFORM WRITE-SEALED-RECORD

           PERFORM VARYING ws-touch-sub FROM 1 BY 1
                   UNTIL ws-touch-sub > ws-touch-count
               PERFORM WRITE-PROMO-DETAIL
           END-PERFORM

           MOVE SPACES TO promo-rec
           MOVE "T" TO promo-rec-type
           MOVE ws-detail-count TO promo-count
           MOVE ws-pkg-checksum TO promo-checksum
           WRITE promo-rec

           CLOSE resp-file
           CLOSE promo-file.

      *> The record travels as the master holds it now; if it is gone,
      *> only its key travels, as a removal.
       WRITE-PROMO-DETAIL.
           MOVE ws-touch-key(ws-touch-sub) TO resp-file-key
           MOVE ws-touch-lang(ws-touch-sub) TO resp-file-lang
           MOVE ws-touch-seg(ws-touch-sub) TO resp-file-seg
           MOVE ws-touch-from(ws-touch-sub) TO resp-file-from
           MOVE SPACES TO promo-rec
           MOVE "D" TO promo-rec-type
           READ resp-file
               INVALID KEY
                   MOVE "R" TO promo-op
                   MOVE ws-touch-key(ws-touch-sub) TO promo-key
                   MOVE ws-touch-lang(ws-touch-sub) TO promo-lang
                   MOVE ws-touch-seg(ws-touch-sub) TO promo-seg
                   MOVE ws-touch-from(ws-touch-sub) TO promo-from
                   ADD 1 TO ws-remove-count
               NOT INVALID KEY
                   MOVE "P" TO promo-op
                   MOVE resp-file-key TO promo-key
                   MOVE resp-file-lang TO promo-lang
                   MOVE resp-file-seg TO promo-seg
                   MOVE resp-file-from TO promo-from
                   MOVE resp-file-type TO promo-type
                   MOVE resp-file-to TO promo-to
                   MOVE resp-file-text TO promo-text
                   ADD 1 TO ws-put-count
           END-READ
           MOVE ws-touch-ts(ws-touch-sub) TO promo-changed-ts
           MOVE ws-touch-by-sub(ws-touch-sub) TO promo-changed-by
           MOVE ws-touch-by-app(ws-touch-sub) TO promo-approved-by
           ADD 1 TO ws-detail-count
           PERFORM WRITE-SEALED-RECORD.

       WRITE-SEALED-RECORD.
           MOVE promo-rec TO ws-sum-rec
           CALL "ChecksumCall" USING ws-sum-rec
                                     ws-sum-rec-len
                                     ws-sum-result
           ADD ws-sum-result TO ws-pkg-checksum
           WRITE promo-rec.

       END PROGRAM QueryPromoExport.
