       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryXlateImport.


      *> Reads back a worksheet completed by the translation vendor
      *> (cut by QueryXlateExport, layout in qryxlate.cpy) and turns
      *> each acceptable translation into a maintenance transaction
      *> in data/query-xlate-trans.dat. Nothing reaches the master
      *> from here: the transactions are queued by QueryMaintSubmit
      *> under the translator's ID (run it with the same
      *> QUERY_MAINT_USER and QUERY_MAINT_TRANS naming that file) and
      *> applied by QueryMaint once someone else approves them.
      *>
      *> A translated line is refused when
      *>     - it is longer than the 60 characters of a segment;
      *>     - it drops a placeholder the English carries, adds one
      *>       the English does not, or carries a malformed one;
      *>     - the English it was made from is no longer the serving
      *>       version of that segment, or is not serving at all;
      *>     - the segment has gained a serving translation in the
      *>       meantime, or the same segment was already accepted
      *>       earlier in the worksheet.
      *> A line left blank is skipped. The translation row takes the
      *> effective dates of the English version it translates, so the
      *> two are superseded together.
      *>
      *>     QUERY_MAINT_USER    the translator; mandatory
      *>     QUERY_XLATE_FILE    the completed worksheet
      *>                         (data/query-xlate-worksheet.txt)
      *>
      *> data/query-xlate-import.txt lists every line's fate. Return
      *> code 8 means at least one line was refused, 4 that nothing
      *> was translated.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT xlate-file ASSIGN TO ws-xlate-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xlate-file-status.

           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

           SELECT trans-file ASSIGN TO "data/query-xlate-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trans-file-status.

           SELECT list-file ASSIGN TO "data/query-xlate-import.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  xlate-file.

       COPY "qryxlate.cpy".

       FD  resp-file.

       COPY "qryresp.cpy".

       FD  trans-file.
       01  trans-file-rec.
           05 trans-action            PIC X(01).
           05 trans-key               PIC X(16).
           05 trans-lang              PIC X(02).
           05 trans-seg               PIC X(03).
           05 trans-type              PIC X(01).
           05 trans-from              PIC X(08).
           05 trans-to                PIC X(08).
           05 trans-text              PIC X(60).

       FD  list-file.
       01  list-file-rec              PIC X(160).

       WORKING-STORAGE SECTION.
       01 ws-xlate-file-status        PIC XX.
       01 ws-resp-file-status         PIC XX.
       01 ws-trans-file-status        PIC XX.
       01 ws-list-file-status         PIC XX.

       01 ws-xlate-eof                PIC X VALUE "N".
           88 xlate-eof               VALUE "Y".
       01 ws-scan-eof                 PIC X VALUE "N".
           88 scan-eof                VALUE "Y".

       01 ws-user                     PIC X(08).
       01 ws-xlate-name               PIC X(40)
           VALUE "data/query-xlate-worksheet.txt".
       01 ws-xlate-name-env           PIC X(40).
       01 ws-today                    PIC X(08).

       01 ws-target-lang              PIC X(02) VALUE SPACES.
       01 ws-export-ts                PIC X(14).
       01 ws-export-by                PIC X(08).

       01 ws-xlated-text              PIC X(113).
       01 ws-xlated-len               PIC 9(03).
       01 ws-len-disp                 PIC ZZ9.
       01 ws-decision                 PIC X(08).
       01 ws-reject-reason            PIC X(40).

      *> The serving row of one key, language and segment, as
      *> FIND-SERVING-ROW leaves it: the in-window row with the latest
      *> effective-from, the version Query would serve today.
       01 ws-find-lang                PIC X(02).
       01 ws-find-found               PIC X VALUE "N".
           88 find-found              VALUE "Y".
       01 ws-find-from                PIC X(08).
       01 ws-find-to                  PIC X(08).
       01 ws-find-text                PIC X(60).
       01 ws-row-active               PIC X.
           88 row-active              VALUE "Y".

      *> Placeholder counts, English against translation, in the order
      *> of ws-token-name.
       01 ws-token-names.
           05 FILLER                  PIC X(05) VALUE "&DATE".
           05 FILLER                  PIC X(05) VALUE "&ENV ".
           05 FILLER                  PIC X(05) VALUE "&KEY ".
           05 FILLER                  PIC X(05) VALUE "&P1  ".
           05 FILLER                  PIC X(05) VALUE "&P2  ".
           05 FILLER                  PIC X(05) VALUE "&P3  ".
           05 FILLER                  PIC X(05) VALUE "&P4  ".
           05 FILLER                  PIC X(05) VALUE "&P5  ".
       01 ws-token-name-table REDEFINES ws-token-names.
           05 ws-token-name           PIC X(05) OCCURS 8 TIMES.
       01 ws-token-counts.
           05 ws-token-count          PIC 9(02) OCCURS 8 TIMES.
       01 ws-source-counts.
           05 ws-source-count         PIC 9(02) OCCURS 8 TIMES.
       01 ws-bad-token-count          PIC 9(02).
       01 ws-bad-token                PIC X(05).
       01 ws-token-sub                PIC 9(01).
       01 ws-scan-text                PIC X(60).
       01 ws-scan-ptr                 PIC 9(03).
       01 ws-scan-remain              PIC 9(03).

      *> Key and segment of every line accepted so far, so a line the
      *> vendor repeated is not queued twice.
       01 ws-done-max                 PIC 9(4) VALUE 4000.
       01 ws-done-count               PIC 9(4) VALUE 0.
       01 ws-done-table.
           05 ws-done-entry OCCURS 4000 TIMES.
               10 ws-done-key         PIC X(16).
               10 ws-done-seg         PIC X(03).
       01 ws-done-sub                 PIC 9(4).

       01 ws-line-count               PIC 9(05) VALUE 0.
       01 ws-accept-count             PIC 9(05) VALUE 0.
       01 ws-reject-count             PIC 9(05) VALUE 0.
       01 ws-skip-count               PIC 9(05) VALUE 0.
       01 ws-count-disp               PIC 9(05).

       01 ws-list-line                PIC X(160).


       PROCEDURE DIVISION.

       PERFORM LOAD-IMPORT-PARMS

       OPEN INPUT xlate-file
       IF ws-xlate-file-status NOT = "00"
           DISPLAY "QUERYXLATEIMPORT: cannot open worksheet, status "
                   ws-xlate-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM READ-WORKSHEET-HEADER
       IF ws-target-lang = SPACES
           DISPLAY "QUERYXLATEIMPORT: worksheet refused, no header"
                   " line naming a language"
           CLOSE xlate-file
           MOVE 8 TO return-code
           STOP RUN
       END-IF

       OPEN INPUT resp-file
       IF ws-resp-file-status NOT = "00"
           DISPLAY "QUERYXLATEIMPORT: cannot open master, status "
                   ws-resp-file-status
           CLOSE xlate-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       OPEN OUTPUT trans-file
       IF ws-trans-file-status NOT = "00"
           DISPLAY "QUERYXLATEIMPORT: cannot open transactions,"
                   " status " ws-trans-file-status
           CLOSE xlate-file
           CLOSE resp-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       OPEN OUTPUT list-file
       IF ws-list-file-status NOT = "00"
           DISPLAY "QUERYXLATEIMPORT: cannot open listing, status "
                   ws-list-file-status
           CLOSE xlate-file
           CLOSE resp-file
           CLOSE trans-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM WRITE-LIST-HEADING

       PERFORM UNTIL xlate-eof
           READ xlate-file
               AT END
                   SET xlate-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN xlate-is-segment
                           PERFORM CHECK-ONE-LINE
                       WHEN xlate-is-note
                           CONTINUE
                       WHEN xlate-rec = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM REFUSE-STRAY-LINE
                   END-EVALUATE
           END-READ
       END-PERFORM

       PERFORM WRITE-LIST-SUMMARY

       CLOSE xlate-file
       CLOSE resp-file
       CLOSE trans-file
       CLOSE list-file

       MOVE ws-accept-count TO ws-count-disp
       DISPLAY "QUERYXLATEIMPORT: accepted " ws-count-disp
               " translations into data/query-xlate-trans.dat"
       MOVE ws-reject-count TO ws-count-disp
       DISPLAY "QUERYXLATEIMPORT: refused " ws-count-disp
       MOVE ws-skip-count TO ws-count-disp
       DISPLAY "QUERYXLATEIMPORT: left blank " ws-count-disp
       IF ws-accept-count > 0
           DISPLAY "QUERYXLATEIMPORT: queue them with QueryMaintSubmit"
                   " as " FUNCTION TRIM(ws-user) ","
                   " QUERY_MAINT_TRANS=data/query-xlate-trans.dat"
       END-IF
       IF ws-reject-count > 0
           MOVE 8 TO return-code
       ELSE
           IF ws-accept-count = 0
               MOVE 4 TO return-code
           END-IF
       END-IF

       STOP RUN.

       LOAD-IMPORT-PARMS.
           ACCEPT ws-user FROM ENVIRONMENT "QUERY_MAINT_USER"
               ON EXCEPTION
                   MOVE SPACES TO ws-user
           END-ACCEPT
           IF ws-user = SPACES
               DISPLAY "QUERYXLATEIMPORT: QUERY_MAINT_USER must name"
                       " the translator"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ACCEPT ws-xlate-name-env FROM ENVIRONMENT "QUERY_XLATE_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-xlate-name-env NOT = SPACES
               MOVE ws-xlate-name-env TO ws-xlate-name
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today.

      *> The header must come before the first segment line; notes
      *> and blank lines ahead of it are allowed, since a vendor's
      *> tools sometimes add their own.
       READ-WORKSHEET-HEADER.
           PERFORM UNTIL xlate-eof OR ws-target-lang NOT = SPACES
               READ xlate-file
                   AT END
                       SET xlate-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN xlate-is-note
                               CONTINUE
                           WHEN xlate-rec = SPACES
                               CONTINUE
                           WHEN xlate-is-header
                               AND xlate-hdr-lang(1:1) >= "A"
                               AND xlate-hdr-lang(1:1) <= "Z"
                               AND xlate-hdr-lang(2:1) >= "A"
                               AND xlate-hdr-lang(2:1) <= "Z"
                               MOVE xlate-hdr-lang TO ws-target-lang
                               MOVE xlate-hdr-export-ts
                                 TO ws-export-ts
                               MOVE xlate-hdr-by TO ws-export-by
                           WHEN OTHER
                               SET xlate-eof TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       WRITE-LIST-HEADING.
           MOVE SPACES TO ws-list-line
           STRING "Translation import, language " DELIMITED BY SIZE
                  ws-target-lang         DELIMITED BY SIZE
                  ", worksheet cut "     DELIMITED BY SIZE
                  ws-export-ts           DELIMITED BY SIZE
                  " by "                 DELIMITED BY SIZE
                  ws-export-by           DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line
           MOVE SPACES TO ws-list-line
           STRING "TRANSLATOR "          DELIMITED BY SIZE
                  ws-user                DELIMITED BY SIZE
                  "  WORKSHEET "         DELIMITED BY SIZE
                  ws-xlate-name          DELIMITED BY SPACE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line
           MOVE SPACES TO ws-list-line
           WRITE list-file-rec FROM ws-list-line
           MOVE "DECISION A KEY              SEG REASON" TO ws-list-line
           MOVE "TRANSLATION" TO ws-list-line(74:11)
           WRITE list-file-rec FROM ws-list-line.

      *> Each check runs only while the line is still clean, so the
      *> reason listed is the first one found.
       CHECK-ONE-LINE.
           ADD 1 TO ws-line-count
           MOVE SPACES TO ws-reject-reason
           MOVE SPACES TO trans-file-rec
           MOVE FUNCTION TRIM(xlate-target) TO ws-xlated-text
           IF ws-xlated-text = SPACES
               ADD 1 TO ws-skip-count
               MOVE "SKIPPED" TO ws-decision
               PERFORM WRITE-DECISION-LINE
               EXIT PARAGRAPH
           END-IF

           IF xlate-key = SPACES OR xlate-seg NOT NUMERIC
               MOVE "MALFORMED LINE" TO ws-reject-reason
           END-IF

           IF ws-reject-reason = SPACES
               COMPUTE ws-xlated-len =
                   FUNCTION LENGTH(FUNCTION TRIM(xlate-target))
               IF ws-xlated-len > 60
                   MOVE ws-xlated-len TO ws-len-disp
                   STRING "TOO LONG, "        DELIMITED BY SIZE
                          FUNCTION TRIM(ws-len-disp)
                                              DELIMITED BY SIZE
                          " CHARACTERS OF 60" DELIMITED BY SIZE
                     INTO ws-reject-reason
                   END-STRING
               END-IF
           END-IF

           IF ws-reject-reason = SPACES
               PERFORM VARYING ws-done-sub FROM 1 BY 1
                       UNTIL ws-done-sub > ws-done-count
                          OR (ws-done-key(ws-done-sub) = xlate-key
                              AND ws-done-seg(ws-done-sub) = xlate-seg)
                   CONTINUE
               END-PERFORM
               IF ws-done-sub NOT > ws-done-count
                   MOVE "SEGMENT ALREADY ACCEPTED ABOVE"
                     TO ws-reject-reason
               END-IF
           END-IF

           IF ws-reject-reason = SPACES
               MOVE ws-target-lang TO ws-find-lang
               PERFORM FIND-SERVING-ROW
               IF find-found
                   MOVE "ALREADY TRANSLATED SINCE EXPORT"
                     TO ws-reject-reason
               END-IF
           END-IF

           IF ws-reject-reason = SPACES
               MOVE SPACES TO ws-find-lang
               PERFORM FIND-SERVING-ROW
               EVALUATE TRUE
                   WHEN NOT find-found
                       MOVE "ENGLISH NO LONGER SERVING"
                         TO ws-reject-reason
                   WHEN ws-find-from NOT = xlate-version
                       OR ws-find-text NOT = xlate-source
                       MOVE "ENGLISH CHANGED SINCE EXPORT"
                         TO ws-reject-reason
                   WHEN OTHER
                       PERFORM CHECK-PLACEHOLDERS
               END-EVALUATE
           END-IF

           IF ws-reject-reason = SPACES
               PERFORM QUEUE-TRANSLATION
           ELSE
               ADD 1 TO ws-reject-count
               MOVE "REFUSED" TO ws-decision
           END-IF
           PERFORM WRITE-DECISION-LINE.

       REFUSE-STRAY-LINE.
           ADD 1 TO ws-line-count
           ADD 1 TO ws-reject-count
           MOVE SPACES TO trans-file-rec
           MOVE SPACES TO ws-xlated-text
           MOVE SPACES TO xlate-key
           MOVE SPACES TO xlate-seg
           MOVE "REFUSED" TO ws-decision
           MOVE "NOT A SEGMENT LINE" TO ws-reject-reason
           PERFORM WRITE-DECISION-LINE.

      *> Positions on the first version of the segment and walks its
      *> versions, which sit in effective-from order, keeping the last
      *> one in window today.
       FIND-SERVING-ROW.
           MOVE "N" TO ws-find-found
           MOVE "N" TO ws-scan-eof
           MOVE LOW-VALUES TO resp-file-rec-key
           MOVE xlate-key TO resp-file-key
           MOVE ws-find-lang TO resp-file-lang
           MOVE xlate-seg TO resp-file-seg
           START resp-file KEY NOT LESS THAN resp-file-rec-key
               INVALID KEY
                   SET scan-eof TO TRUE
           END-START
           PERFORM UNTIL scan-eof
               READ resp-file NEXT
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       IF resp-file-key NOT = xlate-key
                           OR resp-file-lang NOT = ws-find-lang
                           OR resp-file-seg NOT = xlate-seg
                           SET scan-eof TO TRUE
                       ELSE
                           PERFORM NOTE-SERVING-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-SERVING-CANDIDATE.
           MOVE "Y" TO ws-row-active
           IF resp-file-type NOT = "R"
               MOVE "N" TO ws-row-active
           END-IF
           IF resp-file-from NOT = SPACES
               AND resp-file-from > ws-today
               MOVE "N" TO ws-row-active
           END-IF
           IF resp-file-to NOT = SPACES
               AND resp-file-to < ws-today
               MOVE "N" TO ws-row-active
           END-IF
           IF row-active
               SET find-found TO TRUE
               MOVE resp-file-from TO ws-find-from
               MOVE resp-file-to TO ws-find-to
               MOVE resp-file-text TO ws-find-text
           END-IF.

      *> The translation must use each token exactly as often as the
      *> serving English does. A malformed token would reach callers
      *> as literal text, so it is refused rather than counted.
       CHECK-PLACEHOLDERS.
           MOVE ws-find-text TO ws-scan-text
           PERFORM COUNT-PLACEHOLDERS
           MOVE ws-token-counts TO ws-source-counts
           MOVE ws-xlated-text(1:60) TO ws-scan-text
           PERFORM COUNT-PLACEHOLDERS
           PERFORM VARYING ws-token-sub FROM 1 BY 1
                   UNTIL ws-token-sub > 8
                      OR ws-reject-reason NOT = SPACES
               EVALUATE TRUE
                   WHEN ws-token-count(ws-token-sub)
                            < ws-source-count(ws-token-sub)
                       STRING "DROPS PLACEHOLDER " DELIMITED BY SIZE
                              ws-token-name(ws-token-sub)
                                                   DELIMITED BY SPACE
                         INTO ws-reject-reason
                       END-STRING
                   WHEN ws-token-count(ws-token-sub)
                            > ws-source-count(ws-token-sub)
                       STRING "ADDS PLACEHOLDER " DELIMITED BY SIZE
                              ws-token-name(ws-token-sub)
                                                   DELIMITED BY SPACE
                         INTO ws-reject-reason
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF ws-reject-reason = SPACES AND ws-bad-token-count > 0
               STRING "MALFORMED PLACEHOLDER " DELIMITED BY SIZE
                      ws-bad-token             DELIMITED BY SPACE
                 INTO ws-reject-reason
               END-STRING
           END-IF.

      *> Walks the text the way SUBSTITUTE-PLACEHOLDERS in query.cbl
      *> does; an ampersand followed by a letter or digit that forms
      *> no token is counted as malformed, a bare one is prose.
       COUNT-PLACEHOLDERS.
           INITIALIZE ws-token-counts
           MOVE 0 TO ws-bad-token-count
           MOVE SPACES TO ws-bad-token
           MOVE 1 TO ws-scan-ptr
           PERFORM COUNT-ONE-POSITION
               UNTIL ws-scan-ptr > 60.

       COUNT-ONE-POSITION.
           COMPUTE ws-scan-remain = 60 - ws-scan-ptr + 1
           EVALUATE TRUE
               WHEN ws-scan-text(ws-scan-ptr:1) NOT = "&"
                   ADD 1 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 5
                AND ws-scan-text(ws-scan-ptr:5) = "&DATE"
                   ADD 1 TO ws-token-count(1)
                   ADD 5 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 4
                AND ws-scan-text(ws-scan-ptr:4) = "&ENV"
                   ADD 1 TO ws-token-count(2)
                   ADD 4 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 4
                AND ws-scan-text(ws-scan-ptr:4) = "&KEY"
                   ADD 1 TO ws-token-count(3)
                   ADD 4 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 3
                AND ws-scan-text(ws-scan-ptr:2) = "&P"
                AND ws-scan-text(ws-scan-ptr + 2:1) >= "1"
                AND ws-scan-text(ws-scan-ptr + 2:1) <= "5"
                   MOVE ws-scan-text(ws-scan-ptr + 2:1)
                     TO ws-token-sub
                   ADD 3 TO ws-token-sub
                   ADD 1 TO ws-token-count(ws-token-sub)
                   ADD 3 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 2
                AND ((ws-scan-text(ws-scan-ptr + 1:1) >= "A"
                      AND ws-scan-text(ws-scan-ptr + 1:1) <= "Z")
                     OR (ws-scan-text(ws-scan-ptr + 1:1) >= "a"
                         AND ws-scan-text(ws-scan-ptr + 1:1) <= "z")
                     OR (ws-scan-text(ws-scan-ptr + 1:1) >= "0"
                         AND ws-scan-text(ws-scan-ptr + 1:1) <= "9"))
                   IF ws-bad-token-count = 0
                       MOVE ws-scan-text(ws-scan-ptr:ws-scan-remain)
                         TO ws-bad-token
                   END-IF
                   ADD 1 TO ws-bad-token-count
                   ADD 1 TO ws-scan-ptr
               WHEN OTHER
                   ADD 1 TO ws-scan-ptr
           END-EVALUATE.

      *> The translation row is keyed like the English version it
      *> translates; a row already there (out of window, or another
      *> type) is changed in place rather than added alongside.
       QUEUE-TRANSLATION.
           MOVE xlate-key TO trans-key
           MOVE ws-target-lang TO trans-lang
           MOVE xlate-seg TO trans-seg
           MOVE "R" TO trans-type
           MOVE ws-find-from TO trans-from
           MOVE ws-find-to TO trans-to
           MOVE ws-xlated-text(1:60) TO trans-text
           MOVE xlate-key TO resp-file-key
           MOVE ws-target-lang TO resp-file-lang
           MOVE xlate-seg TO resp-file-seg
           MOVE ws-find-from TO resp-file-from
           READ resp-file
               INVALID KEY
                   MOVE "A" TO trans-action
               NOT INVALID KEY
                   MOVE "C" TO trans-action
           END-READ
           WRITE trans-file-rec
           IF ws-done-count NOT LESS THAN ws-done-max
               DISPLAY "QUERYXLATEIMPORT: more than " ws-done-max
                       " translations in one worksheet"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ADD 1 TO ws-done-count
           MOVE xlate-key TO ws-done-key(ws-done-count)
           MOVE xlate-seg TO ws-done-seg(ws-done-count)
           ADD 1 TO ws-accept-count
           MOVE "ACCEPTED" TO ws-decision.

       WRITE-DECISION-LINE.
           MOVE SPACES TO ws-list-line
           STRING ws-decision         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  trans-action        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  xlate-key           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  xlate-seg           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ws-reject-reason    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ws-xlated-text      DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line.

       WRITE-LIST-SUMMARY.
           MOVE SPACES TO ws-list-line
           WRITE list-file-rec FROM ws-list-line
           MOVE ws-line-count TO ws-count-disp
           MOVE SPACES TO ws-list-line
           STRING "LINES READ=  "     DELIMITED BY SIZE
                  ws-count-disp       DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line
           MOVE ws-accept-count TO ws-count-disp
           MOVE SPACES TO ws-list-line
           STRING "ACCEPTED=    "     DELIMITED BY SIZE
                  ws-count-disp       DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line
           MOVE ws-reject-count TO ws-count-disp
           MOVE SPACES TO ws-list-line
           STRING "REFUSED=     "     DELIMITED BY SIZE
                  ws-count-disp       DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line
           MOVE ws-skip-count TO ws-count-disp
           MOVE SPACES TO ws-list-line
           STRING "LEFT BLANK=  "     DELIMITED BY SIZE
                  ws-count-disp       DELIMITED BY SIZE
             INTO ws-list-line
           END-STRING
           WRITE list-file-rec FROM ws-list-line.

       END PROGRAM QueryXlateImport.
