       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryXlateExport.


      *> Cuts a translator worksheet for one language: every segment
      *> of default-language R text that is serving today and has no
      *> row of its own in that language serving today - exactly the
      *> segments for which Query would fall back to the English. Each
      *> line shows the key, segment, the English text, the 60
      *> character limit of a response segment, and the placeholders
      *> (&DATE, &ENV, &KEY, &P1-&P5) the translation must carry
      *> unchanged. The segment's winning version is chosen as Query
      *> chooses it: the in-window row with the latest effective-from.
      *>
      *> The layout is in qryxlate.cpy. The completed worksheet comes
      *> back through QueryXlateImport, which checks every line
      *> against the master as it stands then.
      *>
      *>     QUERY_XLATE_LANG    the language wanted, e.g. FR; mandatory
      *>     QUERY_XLATE_FILE    the worksheet written
      *>                         (data/query-xlate-worksheet.txt)
      *>     QUERY_MAINT_USER    who cut it, recorded in the header
      *>
      *> Return code 4 means nothing is owed in that language.

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

           SELECT xlate-file ASSIGN TO ws-xlate-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xlate-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  resp-file.

       COPY "qryresp.cpy".

       FD  xlate-file.

       COPY "qryxlate.cpy".

       WORKING-STORAGE SECTION.
       01 ws-resp-file-status         PIC XX.
       01 ws-xlate-file-status        PIC XX.

       01 ws-resp-eof                 PIC X VALUE "N".
           88 resp-eof                VALUE "Y".

       01 ws-target-lang              PIC X(02).
       01 ws-user                     PIC X(08).
       01 ws-xlate-name               PIC X(40)
           VALUE "data/query-xlate-worksheet.txt".
       01 ws-xlate-name-env           PIC X(40).
       01 ws-export-ts                PIC X(14).
       01 ws-today                    PIC X(08).

       01 ws-row-active               PIC X.
           88 row-active              VALUE "Y".

      *> The default-language segments of the key being read, each
      *> with its winning version so far and whether a row in the
      *> target language is serving for it. The master holds a key's
      *> default-language rows first (blank sorts low), so every
      *> segment is known before its translations are met.
       01 ws-cur-key                  PIC X(16) VALUE SPACES.
       01 ws-segtab-count             PIC 9(4) VALUE 0.
       01 ws-segtab-table.
           05 ws-segtab-entry OCCURS 1000 TIMES.
               10 ws-segtab-seg       PIC 9(03).
               10 ws-segtab-from      PIC X(08).
               10 ws-segtab-text      PIC X(60).
               10 ws-segtab-xlated    PIC X(01).
       01 ws-segtab-sub               PIC 9(4).

       01 ws-scan-text                PIC X(60).
       01 ws-scan-ptr                 PIC 9(03).
       01 ws-scan-remain              PIC 9(03).
       01 ws-keep-list                PIC X(30).
       01 ws-keep-ptr                 PIC 9(03).
       01 ws-keep-full                PIC X VALUE "N".
           88 keep-list-full          VALUE "Y".

       01 ws-line-count               PIC 9(05) VALUE 0.
       01 ws-key-count                PIC 9(05) VALUE 0.
       01 ws-key-written              PIC X VALUE "N".
       01 ws-count-disp               PIC 9(05).


       PROCEDURE DIVISION.

       PERFORM LOAD-EXPORT-PARMS

       OPEN INPUT resp-file
       IF ws-resp-file-status NOT = "00"
           DISPLAY "QUERYXLATEEXPORT: cannot open master, status "
                   ws-resp-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       OPEN OUTPUT xlate-file
       IF ws-xlate-file-status NOT = "00"
           DISPLAY "QUERYXLATEEXPORT: cannot open worksheet, status "
                   ws-xlate-file-status
           CLOSE resp-file
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM WRITE-WORKSHEET-HEADER

       PERFORM UNTIL resp-eof
           READ resp-file
               AT END
                   SET resp-eof TO TRUE
               NOT AT END
                   IF resp-file-key NOT = ws-cur-key
                       PERFORM FLUSH-KEY-SEGMENTS
                       MOVE resp-file-key TO ws-cur-key
                   END-IF
                   IF resp-file-type = "R"
                       PERFORM NOTE-ONE-ROW
                   END-IF
           END-READ
       END-PERFORM
       PERFORM FLUSH-KEY-SEGMENTS

       CLOSE resp-file
       CLOSE xlate-file

       MOVE ws-line-count TO ws-count-disp
       DISPLAY "QUERYXLATEEXPORT: " ws-count-disp
               " segments owed in " ws-target-lang
       MOVE ws-key-count TO ws-count-disp
       DISPLAY "QUERYXLATEEXPORT: across " ws-count-disp " keys,"
               " written to " FUNCTION TRIM(ws-xlate-name)
       IF ws-line-count = 0
           MOVE 4 TO return-code
       END-IF

       STOP RUN.

       LOAD-EXPORT-PARMS.
           ACCEPT ws-target-lang FROM ENVIRONMENT "QUERY_XLATE_LANG"
               ON EXCEPTION
                   MOVE SPACES TO ws-target-lang
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(ws-target-lang) TO ws-target-lang
           IF ws-target-lang(1:1) < "A" OR ws-target-lang(1:1) > "Z"
               OR ws-target-lang(2:1) < "A"
               OR ws-target-lang(2:1) > "Z"
               DISPLAY "QUERYXLATEEXPORT: QUERY_XLATE_LANG must name"
                       " the two-letter language wanted"
               MOVE 12 TO return-code
               STOP RUN
           END-IF
           ACCEPT ws-user FROM ENVIRONMENT "QUERY_MAINT_USER"
               ON EXCEPTION
                   MOVE SPACES TO ws-user
           END-ACCEPT
           ACCEPT ws-xlate-name-env FROM ENVIRONMENT "QUERY_XLATE_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-xlate-name-env NOT = SPACES
               MOVE ws-xlate-name-env TO ws-xlate-name
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-export-ts
           MOVE ws-export-ts(1:8) TO ws-today.

      *> The instructions travel with the worksheet, since the people
      *> filling it in never see this system.
       WRITE-WORKSHEET-HEADER.
           MOVE SPACES TO xlate-rec
           SET xlate-is-header TO TRUE
           MOVE ws-target-lang TO xlate-hdr-lang
           MOVE ws-export-ts TO xlate-hdr-export-ts
           MOVE ws-user TO xlate-hdr-by
           WRITE xlate-rec

           MOVE SPACES TO xlate-rec
           STRING "* Translation worksheet, language "
                                         DELIMITED BY SIZE
                  ws-target-lang         DELIMITED BY SIZE
                  ", cut "               DELIMITED BY SIZE
                  ws-export-ts           DELIMITED BY SIZE
             INTO xlate-rec
           END-STRING
           WRITE xlate-rec
           MOVE "* Type the translation under TRANSLATION (column 128)."
             TO xlate-rec
           WRITE xlate-rec
           MOVE "* Change nothing else on the line."
             TO xlate-rec
           WRITE xlate-rec
           MOVE "* At most 60 characters. Keep every placeholder under"
             TO xlate-rec
           WRITE xlate-rec
           MOVE "* KEEP exactly as written, and add no others."
             TO xlate-rec
           WRITE xlate-rec
           MOVE "* Leave TRANSLATION blank to skip a segment."
             TO xlate-rec
           WRITE xlate-rec
           MOVE SPACES TO xlate-rec
           MOVE "*" TO xlate-rec(1:1)
           MOVE "KEY" TO xlate-rec(3:3)
           MOVE "SEG" TO xlate-rec(20:3)
           MOVE "VERSION" TO xlate-rec(24:7)
           MOVE "MX" TO xlate-rec(33:2)
           MOVE "KEEP" TO xlate-rec(36:4)
           MOVE "ENGLISH" TO xlate-rec(67:7)
           MOVE "TRANSLATION" TO xlate-rec(128:11)
           WRITE xlate-rec.

       NOTE-ONE-ROW.
           MOVE "Y" TO ws-row-active
           IF resp-file-from NOT = SPACES
               AND resp-file-from > ws-today
               MOVE "N" TO ws-row-active
           END-IF
           IF resp-file-to NOT = SPACES
               AND resp-file-to < ws-today
               MOVE "N" TO ws-row-active
           END-IF
           IF row-active
               PERFORM VARYING ws-segtab-sub FROM 1 BY 1
                       UNTIL ws-segtab-sub > ws-segtab-count
                          OR ws-segtab-seg(ws-segtab-sub)
                                                   = resp-file-seg
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN resp-file-lang = SPACES
                       PERFORM NOTE-DEFAULT-ROW
                   WHEN resp-file-lang = ws-target-lang
                       AND ws-segtab-sub NOT > ws-segtab-count
                       MOVE "Y" TO ws-segtab-xlated(ws-segtab-sub)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Rows of one segment arrive in effective-from order, so a
      *> later in-window row is the newer version and replaces the
      *> one held.
       NOTE-DEFAULT-ROW.
           IF ws-segtab-sub > ws-segtab-count
               ADD 1 TO ws-segtab-count
               MOVE resp-file-seg TO ws-segtab-seg(ws-segtab-count)
               MOVE resp-file-from TO ws-segtab-from(ws-segtab-count)
               MOVE resp-file-text TO ws-segtab-text(ws-segtab-count)
               MOVE "N" TO ws-segtab-xlated(ws-segtab-count)
           ELSE
               IF resp-file-from > ws-segtab-from(ws-segtab-sub)
                   MOVE resp-file-from
                     TO ws-segtab-from(ws-segtab-sub)
                   MOVE resp-file-text
                     TO ws-segtab-text(ws-segtab-sub)
               END-IF
           END-IF.

       FLUSH-KEY-SEGMENTS.
           MOVE "N" TO ws-key-written
           PERFORM VARYING ws-segtab-sub FROM 1 BY 1
                   UNTIL ws-segtab-sub > ws-segtab-count
               IF ws-segtab-xlated(ws-segtab-sub) NOT = "Y"
                   PERFORM WRITE-SEGMENT-LINE
               END-IF
           END-PERFORM
           IF ws-key-written = "Y"
               ADD 1 TO ws-key-count
           END-IF
           MOVE 0 TO ws-segtab-count.

       WRITE-SEGMENT-LINE.
           MOVE ws-segtab-text(ws-segtab-sub) TO ws-scan-text
           PERFORM LIST-PLACEHOLDERS
           MOVE SPACES TO xlate-rec
           SET xlate-is-segment TO TRUE
           MOVE ws-cur-key TO xlate-key
           MOVE ws-segtab-seg(ws-segtab-sub) TO xlate-seg
           MOVE ws-segtab-from(ws-segtab-sub) TO xlate-version
           MOVE 60 TO xlate-max-len
           MOVE ws-keep-list TO xlate-keep
           MOVE ws-segtab-text(ws-segtab-sub) TO xlate-source
           WRITE xlate-rec
           ADD 1 TO ws-line-count
           MOVE "Y" TO ws-key-written.

      *> Walks the text the way SUBSTITUTE-PLACEHOLDERS in query.cbl
      *> does and lists each token it would replace, once per use, so
      *> a text that says &P1 twice shows it twice. A malformed token
      *> is literal text to Query and is left for the translator to
      *> translate like any other word.
       LIST-PLACEHOLDERS.
           MOVE SPACES TO ws-keep-list
           MOVE 1 TO ws-keep-ptr
           MOVE "N" TO ws-keep-full
           MOVE 1 TO ws-scan-ptr
           PERFORM LIST-ONE-POSITION
               UNTIL ws-scan-ptr > 60
           IF keep-list-full
               MOVE "..." TO ws-keep-list(28:3)
           END-IF.

       LIST-ONE-POSITION.
           COMPUTE ws-scan-remain = 60 - ws-scan-ptr + 1
           EVALUATE TRUE
               WHEN ws-scan-text(ws-scan-ptr:1) NOT = "&"
                   ADD 1 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 5
                AND ws-scan-text(ws-scan-ptr:5) = "&DATE"
                   STRING "&DATE "       DELIMITED BY SIZE
                     INTO ws-keep-list
                     WITH POINTER ws-keep-ptr
                     ON OVERFLOW
                         SET keep-list-full TO TRUE
                   END-STRING
                   ADD 5 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 4
                AND (ws-scan-text(ws-scan-ptr:4) = "&ENV"
                     OR ws-scan-text(ws-scan-ptr:4) = "&KEY")
                   STRING ws-scan-text(ws-scan-ptr:4)
                                         DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                     INTO ws-keep-list
                     WITH POINTER ws-keep-ptr
                     ON OVERFLOW
                         SET keep-list-full TO TRUE
                   END-STRING
                   ADD 4 TO ws-scan-ptr
               WHEN ws-scan-remain NOT LESS THAN 3
                AND ws-scan-text(ws-scan-ptr:2) = "&P"
                AND ws-scan-text(ws-scan-ptr + 2:1) >= "1"
                AND ws-scan-text(ws-scan-ptr + 2:1) <= "5"
                   STRING ws-scan-text(ws-scan-ptr:3)
                                         DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                     INTO ws-keep-list
                     WITH POINTER ws-keep-ptr
                     ON OVERFLOW
                         SET keep-list-full TO TRUE
                   END-STRING
                   ADD 3 TO ws-scan-ptr
               WHEN OTHER
                   ADD 1 TO ws-scan-ptr
           END-EVALUATE.

       END PROGRAM QueryXlateExport.
