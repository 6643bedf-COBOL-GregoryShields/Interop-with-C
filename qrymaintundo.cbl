      *> QUERY_UNDO_TO names the cutoff as CCYYMMDDHHMMSS; log entries
      *> stamped after it are reversed. The variable is mandatory - an
      *> empty cutoff would silently unwind the whole log.
      *>
      *> Each reversed add or change is logged as a REVERSED line
      *> carrying the image the rollback took off the master, followed
      *> by its UNDONE line carrying the image put back, so the change
      *> log alone accounts for every text the master ever held.
      *>
      *> QUERY_MAINT_USER names who is running the rollback and is
      *> mandatory, as it is for QueryMaintSubmit; both lines carry it
      *> in the BY= column, so every change to the master is owned.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FILE SECTION.
       FD  chglog-file.
       01  chglog-file-rec            PIC X(160).

       FD  resp-file.


      *> Fixed column split of a QueryMaint change-log line; this must
      *> stay in step with WRITE-CHANGE-LOG in querymaint.cbl.
       01 ws-chglog-line              PIC X(160).
       01 ws-chglog-parsed REDEFINES ws-chglog-line.
           05 log-ts                  PIC X(21).
           05 FILLER                  PIC X(01).
           05 log-old-type            PIC X(01).
           05 log-old-to              PIC X(08).
           05 log-old-text            PIC X(60).
           05 FILLER                  PIC X(21).

       01 ws-cutoff-ts                PIC X(14).
       01 ws-user                     PIC X(08).

       01 ws-undo-max                 PIC 9(4) VALUE 4000.
       01 ws-undo-count               PIC 9(4) VALUE 0.
       01 ws-timestamp                PIC X(21).
       01 ws-log-status               PIC X(08).

      *> The master image an add or change rollback is about to
      *> replace, for the REVERSED line.
       01 ws-rev-type                 PIC X(01).
       01 ws-rev-to                   PIC X(08).
       01 ws-rev-text                 PIC X(60).


       PROCEDURE DIVISION.

           STOP RUN
       END-IF

       ACCEPT ws-user FROM ENVIRONMENT "QUERY_MAINT_USER"
           ON EXCEPTION
               MOVE SPACES TO ws-user
       END-ACCEPT
       IF ws-user = SPACES
           DISPLAY "QUERYMAINTUNDO: QUERY_MAINT_USER must name"
                   " who is running the rollback"
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM COLLECT-UNDO-ENTRIES

       IF ws-undo-count = 0
               WHEN "DELETED"
                   PERFORM UNDO-A-DELETE
           END-EVALUATE
           IF ws-log-status = "UNDONE-A" OR ws-log-status = "UNDONE-C"
               PERFORM WRITE-REVERSED-LOG
           END-IF
           PERFORM WRITE-UNDO-LOG.

       UNDO-AN-ADD.
                   MOVE "UD-FAIL" TO ws-log-status
                   ADD 1 TO ws-error-count
               NOT INVALID KEY
                   PERFORM HOLD-REVERSED-IMAGE
                   DELETE resp-file
                       INVALID KEY
                           MOVE "UD-FAIL" TO ws-log-status
                   MOVE "UD-FAIL" TO ws-log-status
                   ADD 1 TO ws-error-count
               NOT INVALID KEY
                   PERFORM HOLD-REVERSED-IMAGE
                   MOVE ws-undo-old-type(ws-undo-sub)
                     TO resp-file-type
                   MOVE ws-undo-old-to(ws-undo-sub) TO resp-file-to
                   ADD 1 TO ws-undone-count
           END-WRITE.

       HOLD-REVERSED-IMAGE.
           MOVE resp-file-type TO ws-rev-type
           MOVE resp-file-to TO ws-rev-to
           MOVE resp-file-text TO ws-rev-text.

      *> Rollback lines land in the same change log, in the same
      *> columns, under action U; their statuses are not reversible,
      *> so a later rollback will not try to undo the undo.
                  ws-undo-old-type(ws-undo-sub)  DELIMITED BY SIZE
                  ws-undo-old-to(ws-undo-sub)    DELIMITED BY SIZE
                  ws-undo-old-text(ws-undo-sub)  DELIMITED BY SIZE
                  " BY="                         DELIMITED BY SIZE
                  ws-user                        DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
             INTO ws-chglog-line
           END-STRING
           WRITE chglog-file-rec FROM ws-chglog-line.

      *> REVERSED is not a reversible status either, and every reader
      *> that selects applied actions by status passes it by; its OLD=
      *> is the master image as it stood before the rollback, in the
      *> same sense as OLD= on every other line.
       WRITE-REVERSED-LOG.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-chglog-line
           STRING ws-timestamp                   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  "U"                            DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  ws-undo-key(ws-undo-sub)       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  ws-undo-lang(ws-undo-sub)      DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  ws-undo-seg(ws-undo-sub)       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  ws-undo-from(ws-undo-sub)      DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  "REVERSED"                     DELIMITED BY SIZE
                  " OLD="                        DELIMITED BY SIZE
                  ws-rev-type                    DELIMITED BY SIZE
                  ws-rev-to                      DELIMITED BY SIZE
                  ws-rev-text                    DELIMITED BY SIZE
                  " BY="                         DELIMITED BY SIZE
                  ws-user                        DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
             INTO ws-chglog-line
           END-STRING
           WRITE chglog-file-rec FROM ws-chglog-line.
