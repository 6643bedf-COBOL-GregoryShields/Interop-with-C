       FILE-CONTROL.
           SELECT resp-file ASSIGN TO "data/query-responses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resp-file-rec-key
               FILE STATUS IS ws-resp-file-status.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-keyhit-file-status.

           SELECT caller-file ASSIGN TO "data/query-callers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-caller-file-status.


       DATA DIVISION.

       COPY "qryresp.cpy".

       FD  audit-file.
       01  audit-file-rec             PIC X(100).

       FD  diag-file.
       01  diag-file-rec              PIC X(80).
       FD  keyhit-file.
       01  keyhit-file-rec            PIC X(26).

       FD  caller-file.

       COPY "qrycaller.cpy".

       WORKING-STORAGE SECTION.
       01 ws-resp-file-status         PIC XX.
       01 ws-audit-file-status        PIC XX.
       01 ws-stats-file-status        PIC XX.
       01 ws-miss-file-status         PIC XX.
       01 ws-keyhit-file-status       PIC XX.
       01 ws-caller-file-status       PIC XX.
       01 ws-miss-line                PIC X(40).

       01 ws-total-calls              PIC 9(9) VALUE 0.
       01 ws-stats-line               PIC X(80).

       01 ws-build-id                 PIC X(40)
           VALUE "QUERY BUILD 2026-10-15 REV-11".

       01 ws-diag-sentinel-len        USAGE BINARY-LONG
           VALUE -1.
       01 ws-audit-buf-max            PIC 9(4) VALUE 50.
       01 ws-audit-buf-count          PIC 9(4) VALUE 0.
       01 ws-audit-buf-table.
           05 ws-audit-buf-line       PIC X(100) OCCURS 50 TIMES.
       01 ws-audit-flush-sub          PIC 9(4).

       01 ws-miss-buf-max             PIC 9(4) VALUE 50.
      *> One row per canonical key served since startup; a hit that
      *> arrived through an alias lands on the key the alias resolved
      *> to. The drain sentinel writes the counts out with the stats.
      *> Rows are kept in key order, so a hit finds its row by halving
      *> the table rather than walking it, and a new key is slotted in
      *> at its place. A key arriving after the table is full goes
      *> uncounted; that is logged once, and QueryCapRpt shows how
      *> close the master's key count has come to ws-hit-max.
       01 ws-hit-max                  PIC 9(5) VALUE 20000.
       01 ws-hit-count                PIC 9(5) VALUE 0.
       01 ws-hit-table.
           05 ws-hit-entry OCCURS 20000 TIMES.
               10 ws-hit-key          PIC X(16).
               10 ws-hit-tally        PIC 9(9).
       01 ws-hit-sub                  PIC 9(5).
       01 ws-hit-low                  PIC 9(5).
       01 ws-hit-high                 PIC 9(5).
       01 ws-hit-mid                  PIC 9(5).
       01 ws-hit-shift                PIC 9(5).
       01 ws-hit-full-logged          PIC X VALUE "N".
           88 hit-full-logged         VALUE "Y".
       01 ws-keyhit-line              PIC X(26).

       01 ws-sim-len                  USAGE BINARY-LONG.
       01 ws-timestamp                PIC X(21).
       01 ws-orig-len-disp            PIC -(10)9.
       01 ws-rc-disp                  PIC 9(3).
       01 ws-audit-line               PIC X(100).

      *> Service time of the call in milliseconds, from entry to the
      *> moment its audit line is buffered, at the hundredth-of-a-
      *> second resolution of the system clock. ws-call-class tells
      *> the SLA report what kind of call paid it:
      *>     L  lookup
      *>     I  lookup that also verified the master, at startup or
      *>        because it had been resealed since the last call
      *>     R  operator reload
      *>     D  drain
      *>     G  diagnostic
       01 ws-call-start               PIC X(21).
       01 ws-call-end                 PIC X(21).
       01 ws-call-start-hs            USAGE BINARY-LONG.
       01 ws-call-end-hs              USAGE BINARY-LONG.
       01 ws-elapsed-ms               PIC 9(7).
       01 ws-call-class               PIC X(01).

       01 ws-resp-table-loaded        PIC X VALUE "N".
           88 resp-table-loaded       VALUE "Y".
       01 ws-ctl-found                PIC X VALUE "N".
           88 ctl-record-found        VALUE "Y".

      *> The master stays open between calls once it has been read
      *> through for its seal; lookups then read it by key. The control
      *> text seen at that read-through is kept, and a call that finds
      *> a different one in the file knows the master has been
      *> resealed under it and verifies it again before serving.
       01 ws-resp-open                PIC X VALUE "N".
           88 resp-file-open          VALUE "Y".
       01 ws-seen-ctl-text            PIC X(60) VALUE SPACES.
       01 ws-reload-by                PIC X(08) VALUE SPACES.

       COPY "qryctl.cpy".

       01 ws-sum-rec                  PIC X(98).
       01 ws-file-count-disp          PIC 9(5).
       01 ws-file-sum-disp            PIC 9(10).

      *> The keys served most recently, each with every record the
      *> master holds under it - all languages, all dated versions,
      *> aliases and restrictions alike - in master order. A key is
      *> read from the master the first time it is asked for and kept
      *> until it is the least recently used key and its slot is
      *> wanted; a key the master does not hold is kept too, with no
      *> rows, so an unknown key asked for over and over costs one
      *> read. The master's size is bounded only by what the indexed
      *> file holds. The cache is emptied whenever the master is
      *> verified again. A call touches at most three keys (the key,
      *> the key an alias names, DEFAULT), so the slot a call is
      *> working from is never the one its next read takes over.
       01 ws-cache-max                PIC 9(4) VALUE 100.
       01 ws-cache-row-max            PIC 9(4) VALUE 100.
       01 ws-cache-count              PIC 9(4) VALUE 0.
       01 ws-cache-clock              PIC 9(18) VALUE 0.
       01 ws-cache-table.
           05 ws-cache-entry OCCURS 100 TIMES.
               10 ws-cache-key        PIC X(16).
               10 ws-cache-used       PIC 9(18).
               10 ws-cache-rows       PIC 9(4).
               10 ws-cache-row OCCURS 100 TIMES.
                   15 ws-row-lang     PIC X(02).
                   15 ws-row-seg      PIC X(03).
                   15 ws-row-type     PIC X(01).
                   15 ws-row-from     PIC X(08).
                   15 ws-row-to       PIC X(08).
                   15 ws-row-text     PIC X(60).
       01 ws-cache-sub                PIC 9(4).
       01 ws-cache-oldest             PIC 9(4).
       01 ws-row-sub                  PIC 9(4).
       01 ws-found-slot               PIC 9(4) VALUE 0.
       01 ws-key-rows-full            PIC X VALUE "N".
           88 key-rows-full           VALUE "Y".
       01 ws-fetch-done               PIC X VALUE "N".
           88 fetch-done              VALUE "Y".

      *> Restrictions, like aliases, are date-checked on every call
      *> against the served key's cached rows, so a staged restriction
      *> takes hold at midnight.
       01 ws-restrict-sub             PIC 9(4).
       01 ws-restrict-best            PIC 9(4).
       01 ws-restrict-best-from       PIC X(08).
       01 ws-restrict-class-list.
           05 ws-restrict-class       PIC X(08) OCCURS 6 TIMES.
       01 ws-restrict-class-sub       PIC 9(4).

      *> The caller registry as of the last load or operator reload.
       01 ws-caller-max               PIC 9(4) VALUE 200.
       01 ws-caller-count             PIC 9(4) VALUE 0.
       01 ws-caller-truncated         PIC X VALUE "N".
           88 caller-table-truncated  VALUE "Y".
       01 ws-caller-table.
           05 ws-caller-entry OCCURS 200 TIMES.
               10 ws-caller-tbl-id    PIC X(08).
               10 ws-caller-tbl-status
                                      PIC X(01).
               10 ws-caller-tbl-class PIC X(08) OCCURS 5 TIMES.
       01 ws-caller-sub               PIC 9(4).
       01 ws-caller-class-sub         PIC 9(4).
       01 ws-caller-count-disp        PIC 9(4).

      *> QUERY_CALLER_REQUIRED=Y refuses every call that does not name
      *> a registered caller; by default an anonymous call still reads
      *> unrestricted keys, so existing callers keep working until
      *> they are registered.
       01 ws-caller-required          PIC X VALUE "N".
           88 caller-id-required      VALUE "Y".
       01 ws-caller-id                PIC X(08).
       01 ws-caller-part              PIC X(80).
       01 ws-caller-colons            PIC 9(4).
       01 ws-request-key              PIC X(16).
       01 ws-caller-refused           PIC X VALUE "N".
           88 caller-refused          VALUE "Y".
       01 ws-caller-entitled          PIC X VALUE "N".
           88 caller-entitled         VALUE "Y".

      *> What resolution found, held until the entitlement check has
      *> passed: a refused call must not count as a miss or fallback.
       01 ws-miss-pending             PIC X VALUE "N".
           88 miss-pending            VALUE "Y".
       01 ws-miss-key                 PIC X(16).
       01 ws-fallback-pending         PIC X VALUE "N".
           88 fallback-pending        VALUE "Y".
       01 ws-fallback-key             PIC X(16).
       01 ws-served-default           PIC X VALUE "N".
           88 served-from-default     VALUE "Y".

       01 ws-final-result             PIC X(8192).
       01 ws-result-len               PIC 9(5).

       PROCEDURE DIVISION EXTERN USING data-reference length-reference.

       MOVE FUNCTION CURRENT-DATE TO ws-call-start
       MOVE length-reference TO ws-orig-length-ref
       ADD 1 TO ws-total-calls
       MOVE SPACES TO ws-caller-id
       MOVE SPACES TO ws-request-key
       IF resp-table-loaded
           MOVE "L" TO ws-call-class
       ELSE
           MOVE "I" TO ws-call-class
       END-IF

       PERFORM INIT-ONCE
       IF length-reference NOT LESS THAN 0
           AND length-reference NOT GREATER THAN 8192
           PERFORM CHECK-MASTER-CURRENT
       END-IF

       EVALUATE TRUE
           WHEN length-reference = ws-diag-sentinel-len
               MOVE "G" TO ws-call-class
               PERFORM RUN-DIAGNOSTIC
               MOVE 12 TO return-code
           WHEN length-reference = ws-reload-sentinel-len
               MOVE "R" TO ws-call-class
               PERFORM RELOAD-RESPONSE-TABLE
           WHEN length-reference = ws-drain-sentinel-len
               MOVE "D" TO ws-call-class
               SET drain-requested TO TRUE
               MOVE 0 TO return-code
           WHEN length-reference < 0 OR length-reference > 8192
               ADD 1 TO ws-rejected-calls
           WHEN OTHER
               PERFORM BUILD-RESPONSE
               IF caller-refused
                   MOVE 20 TO return-code
                   ADD 1 TO ws-rejected-calls
               ELSE
                   IF ws-result-len LESS THAN OR EQUAL TO
                                                   length-reference
                       MOVE ws-final-result TO data-reference
                       MOVE ws-result-len TO length-reference
                       MOVE 0 TO return-code
                   ELSE
                       MOVE 4 TO return-code
                       ADD 1 TO ws-rejected-calls
                   END-IF
               END-IF
       END-EVALUATE

      *> A drain does its writing before the clock stops, so its
      *> service time is the stall the host actually sat through; its
      *> own audit line follows it out at once.
       IF drain-requested
           PERFORM DRAIN-SERVICE-FILES
       END-IF
       PERFORM MEASURE-SERVICE-TIME
       PERFORM WRITE-AUDIT-RECORD
       IF drain-requested
           PERFORM FLUSH-AUDIT-BUFFER
           MOVE "N" TO ws-drain-requested
       END-IF

       INIT-ONCE.
           IF NOT resp-table-loaded
               PERFORM LOAD-RESPONSE-TABLE
               PERFORM LOAD-CALLER-TABLE
               PERFORM LOAD-ENV-TAG
               MOVE "Y" TO ws-resp-table-loaded
           END-IF.

       RELOAD-RESPONSE-TABLE.
           MOVE "OPERATOR" TO ws-reload-by
           PERFORM LOAD-RESPONSE-TABLE
           PERFORM LOAD-CALLER-TABLE
           PERFORM LOG-RELOAD-EVENT
           IF resp-file-verified
               MOVE 0 TO return-code

       LOG-RELOAD-EVENT.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE ws-file-count TO ws-file-count-disp
           MOVE ws-caller-count TO ws-caller-count-disp
           MOVE SPACES TO ws-audit-line
           STRING ws-timestamp        DELIMITED BY SIZE
                  " RELOAD VERIFIED=" DELIMITED BY SIZE
                  ws-resp-verified    DELIMITED BY SIZE
                  " ENTRIES="         DELIMITED BY SIZE
                  ws-file-count-disp  DELIMITED BY SIZE
                  " CALLERS="         DELIMITED BY SIZE
                  ws-caller-count-disp
                                      DELIMITED BY SIZE
                  " BY="              DELIMITED BY SIZE
                  ws-reload-by        DELIMITED BY SIZE
             INTO ws-audit-line
           END-STRING
           PERFORM BUFFER-AUDIT-LINE
           PERFORM FLUSH-AUDIT-BUFFER.

      *> The master is read on demand, so every lookup first makes
      *> sure it is still the master that was verified: the control
      *> record is read by key, and if it has been resealed since (a
      *> QueryMaint apply, a promotion, an undo) the master is read
      *> through and verified afresh and every cached key dropped,
      *> just as an operator reload would, before the call is served.
       CHECK-MASTER-CURRENT.
           IF resp-file-open
               MOVE SPACES TO resp-file-rec-key
               MOVE resp-ctl-key-value TO resp-file-key
               MOVE 0 TO resp-file-seg
               READ resp-file
                   INVALID KEY
                       MOVE SPACES TO resp-file-text
               END-READ
               IF resp-file-text NOT = ws-seen-ctl-text
                   MOVE "I" TO ws-call-class
                   MOVE "RESEAL" TO ws-reload-by
                   PERFORM LOAD-RESPONSE-TABLE
                   PERFORM LOG-RELOAD-EVENT
               END-IF
           END-IF.

       LOAD-ENV-TAG.
           ACCEPT ws-env-tag FROM ENVIRONMENT "QUERY_ENV"
               ON EXCEPTION
                   MOVE "TEST" TO ws-env-tag
           END-ACCEPT.

      *> The whole master is read through once for its seal, and then
      *> left open for the keyed reads that serve lookups; nothing but
      *> the count and checksum is held from the read-through. It is
      *> opened shared so that QueryMaint can still apply and reseal
      *> while Query holds it. A master rebuilt whole by QueryRespLoad
      *> is a new file and is picked up by an operator reload.
       LOAD-RESPONSE-TABLE.
           MOVE 0 TO ws-cache-count
           MOVE 0 TO ws-file-count
           MOVE 0 TO ws-file-checksum
           MOVE "N" TO ws-resp-verified
           MOVE "N" TO ws-ctl-found
           MOVE SPACES TO ws-seen-ctl-text
           IF resp-file-open
               CLOSE resp-file
               MOVE "N" TO ws-resp-open
           END-IF
           OPEN INPUT SHARING WITH ALL OTHER resp-file
           IF ws-resp-file-status = "00"
               SET resp-file-open TO TRUE
               PERFORM UNTIL ws-resp-file-status NOT = "00"
                   READ resp-file NEXT
                       AT END
                           MOVE "10" TO ws-resp-file-status
                       NOT AT END
                           PERFORM LOAD-ONE-RESP-RECORD
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VERIFY-RESP-FILE.

       LOAD-ONE-RESP-RECORD.
           IF resp-file-type = "C"
               SET ctl-record-found TO TRUE
               MOVE resp-file-text TO resp-ctl-text
               MOVE resp-file-text TO ws-seen-ctl-text
           ELSE
               ADD 1 TO ws-file-count
               MOVE resp-file-rec TO ws-sum-rec
               CALL "ChecksumCall" USING ws-sum-rec ws-sum-rec-len
                                         ws-sum-result
               ADD ws-sum-result TO ws-file-checksum
           END-IF.

      *> The registry is re-read with the master, so an operator
      *> reload picks up a newly registered or suspended caller. A
      *> missing registry simply means no caller is known: anonymous
      *> calls still read unrestricted keys, and every named caller
      *> is refused.
       LOAD-CALLER-TABLE.
           MOVE 0 TO ws-caller-count
           MOVE "N" TO ws-caller-truncated
           MOVE "N" TO ws-caller-required
           ACCEPT ws-caller-required
               FROM ENVIRONMENT "QUERY_CALLER_REQUIRED"
               ON EXCEPTION
                   MOVE "N" TO ws-caller-required
           END-ACCEPT
           OPEN INPUT caller-file
           IF ws-caller-file-status = "00"
               PERFORM UNTIL ws-caller-file-status NOT = "00"
                   READ caller-file
                       AT END
                           MOVE "10" TO ws-caller-file-status
                       NOT AT END
                           PERFORM LOAD-ONE-CALLER-RECORD
                   END-READ
               END-PERFORM
               CLOSE caller-file
           ELSE
               IF ws-caller-file-status NOT = "35"
                   PERFORM LOG-CALLER-REGISTRY-ERROR
               END-IF
           END-IF
           IF caller-table-truncated
               PERFORM LOG-CALLER-FULL-WARNING
           END-IF.

       LOAD-ONE-CALLER-RECORD.
           IF caller-id NOT = SPACES
               IF ws-caller-count LESS THAN ws-caller-max
                   ADD 1 TO ws-caller-count
                   MOVE FUNCTION UPPER-CASE(caller-id)
                     TO ws-caller-tbl-id(ws-caller-count)
                   MOVE caller-status
                     TO ws-caller-tbl-status(ws-caller-count)
                   PERFORM VARYING ws-caller-class-sub FROM 1 BY 1
                           UNTIL ws-caller-class-sub > 5
                       MOVE caller-class(ws-caller-class-sub)
                         TO ws-caller-tbl-class(ws-caller-count,
                                                ws-caller-class-sub)
                   END-PERFORM
               ELSE
                   SET caller-table-truncated TO TRUE
               END-IF
           END-IF.

               AND resp-ctl-sum = ws-file-checksum
               SET resp-file-verified TO TRUE
           ELSE
               PERFORM LOG-INTEGRITY-FAILURE
           END-IF.

           PERFORM BUFFER-AUDIT-LINE
           PERFORM FLUSH-AUDIT-BUFFER.

       LOG-CALLER-REGISTRY-ERROR.
           MOVE SPACES TO ws-audit-line
           STRING "ERROR CALLER-REGISTRY-UNREADABLE STATUS="
                                              DELIMITED BY SIZE
                  ws-caller-file-status      DELIMITED BY SIZE
             INTO ws-audit-line
           END-STRING
           PERFORM BUFFER-AUDIT-LINE
           PERFORM FLUSH-AUDIT-BUFFER.

       LOG-CALLER-FULL-WARNING.
           MOVE SPACES TO ws-audit-line
           STRING "ERROR CALLER-TABLE-FULL AT-MAX="
                                              DELIMITED BY SIZE
                  ws-caller-max              DELIMITED BY SIZE
             INTO ws-audit-line
           END-STRING
           PERFORM BUFFER-AUDIT-LINE
           PERFORM FLUSH-AUDIT-BUFFER.

       LOG-KEY-ROWS-FULL.
           MOVE SPACES TO ws-audit-line
           STRING "ERROR KEY-ROWS-FULL KEY="  DELIMITED BY SIZE
                  ws-search-key              DELIMITED BY SIZE
                  " AT-MAX="                 DELIMITED BY SIZE
                  ws-cache-row-max           DELIMITED BY SIZE
             INTO ws-audit-line
           END-STRING
           PERFORM BUFFER-AUDIT-LINE
           PERFORM FLUSH-AUDIT-BUFFER.

       LOG-HIT-TABLE-FULL.
           MOVE SPACES TO ws-audit-line
           STRING "ERROR KEYHIT-TABLE-FULL AT-MAX="
                                              DELIMITED BY SIZE
                  ws-hit-max                 DELIMITED BY SIZE
             INTO ws-audit-line
           END-STRING
           PERFORM BUFFER-AUDIT-LINE.

      *> A refused call gets no text at all, not even DEFAULT, and
      *> leaves no hit or miss behind; the audit line is its record.
       BUILD-RESPONSE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-current-date
           PERFORM EXTRACT-LOOKUP-KEY
           PERFORM CHECK-CALLER-IDENTITY
           IF NOT caller-refused
               PERFORM FIND-RESP-ENTRY
               PERFORM CHECK-KEY-ENTITLEMENT
           END-IF
           IF NOT caller-refused
               PERFORM RECORD-RESOLUTION-MISSES
           END-IF
           IF caller-refused
               MOVE SPACES TO ws-final-result
               MOVE 0 TO ws-result-len
           ELSE
               PERFORM ASSEMBLE-RESPONSE
           END-IF.

       RECORD-RESOLUTION-MISSES.
           IF fallback-pending
               ADD 1 TO ws-lang-fallbacks
               PERFORM WRITE-FALLBACK-RECORD
           END-IF
           IF miss-pending
               PERFORM WRITE-MISS-RECORD
           END-IF.

       ASSEMBLE-RESPONSE.
           MOVE SPACES TO ws-final-result
           MOVE 1 TO ws-build-ptr
           IF ws-best-sub > 0
               MOVE ws-cache-key(ws-found-slot) TO ws-found-key
               PERFORM COUNT-KEY-HIT
               MOVE ws-row-lang(ws-found-slot, ws-best-sub)
                 TO ws-found-lang
               PERFORM APPEND-ACTIVE-SEGMENTS
           ELSE
               STRING "Here I am"                 DELIMITED BY SIZE
      *> staged change that restates only one segment of a
      *> multi-segment key cuts that segment over at midnight while
      *> the untouched segments keep serving their current text. The
      *> cached rows of one key and language are adjacent, in segment
      *> then effective-from order, so one pass collects everything.
       APPEND-ACTIVE-SEGMENTS.
           MOVE ws-row-seg(ws-found-slot, ws-best-sub) TO ws-cur-seg
           MOVE 0 TO ws-segbest-sub
           MOVE LOW-VALUES TO ws-best-from
           PERFORM VARYING ws-scan-sub FROM ws-best-sub BY 1
                   UNTIL ws-scan-sub > ws-cache-rows(ws-found-slot)
                      OR ws-row-lang(ws-found-slot, ws-scan-sub)
                                               NOT = ws-found-lang
               IF ws-row-type(ws-found-slot, ws-scan-sub) = "R"
                   IF ws-row-seg(ws-found-slot, ws-scan-sub)
                                               NOT = ws-cur-seg
                       PERFORM APPEND-BEST-OF-SEGMENT
                       MOVE ws-row-seg(ws-found-slot, ws-scan-sub)
                         TO ws-cur-seg
                       MOVE 0 TO ws-segbest-sub
                       MOVE LOW-VALUES TO ws-best-from
                   END-IF
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF entry-active
                       AND ws-row-from(ws-found-slot, ws-scan-sub)
                                               > ws-best-from
                       MOVE ws-scan-sub TO ws-segbest-sub
                       MOVE ws-row-from(ws-found-slot, ws-scan-sub)
                         TO ws-best-from
                   END-IF
               END-IF
           END-PERFORM
           PERFORM APPEND-BEST-OF-SEGMENT.
                     WITH POINTER ws-build-ptr
                   END-STRING
               END-IF
               STRING FUNCTION TRIM
                          (ws-row-text(ws-found-slot, ws-segbest-sub))
                                                  DELIMITED BY SIZE
                 INTO ws-final-result
                 WITH POINTER ws-build-ptr
      *> example "GREETING;SMITH". A buffer without semicolons is a
      *> bare key, as it always was. The key may carry a language
      *> suffix after a slash, "GREETING/FR;SMITH"; without one the
      *> default-language text is served. A registered caller names
      *> itself ahead of the key with a colon, "BRANCH:GREETING/FR";
      *> a key with no colon is an anonymous call.
       EXTRACT-LOOKUP-KEY.
           MOVE SPACES TO ws-lookup-key
           MOVE SPACES TO ws-req-lang
           MOVE SPACES TO ws-key-raw
           MOVE SPACES TO ws-key-part
           MOVE SPACES TO ws-lang-part
           MOVE SPACES TO ws-caller-part
           MOVE SPACES TO ws-caller-id
           MOVE SPACES TO ws-parm-table
           IF length-reference > 0
               UNSTRING data-reference(1:length-reference)
                   INTO ws-key-part
                        ws-lang-part
               END-UNSTRING
               MOVE 0 TO ws-caller-colons
               INSPECT ws-key-part TALLYING ws-caller-colons
                   FOR ALL ":"
               IF ws-caller-colons > 0
                   MOVE ws-key-part TO ws-key-raw
                   MOVE SPACES TO ws-key-part
                   UNSTRING ws-key-raw DELIMITED BY ":"
                       INTO ws-caller-part
                            ws-key-part
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE
                            (FUNCTION TRIM(ws-caller-part))
                     TO ws-caller-part
                   MOVE ws-caller-part TO ws-caller-id
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-key-part))
                 TO ws-lookup-key
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ws-lang-part))
                 TO ws-req-lang
           END-IF
           MOVE ws-lookup-key TO ws-request-key.

      *> A named caller must be registered and active; a name longer
      *> than a registry ID can never match one, so it is refused
      *> rather than cut down to something that might.
       CHECK-CALLER-IDENTITY.
           MOVE "N" TO ws-caller-refused
           MOVE 0 TO ws-caller-sub
           IF ws-caller-id = SPACES
               IF caller-id-required
                   SET caller-refused TO TRUE
               END-IF
           ELSE
               IF ws-caller-part(9:) NOT = SPACES
                   SET caller-refused TO TRUE
               ELSE
                   PERFORM VARYING ws-caller-sub FROM 1 BY 1
                           UNTIL ws-caller-sub > ws-caller-count
                              OR ws-caller-tbl-id(ws-caller-sub)
                                                  = ws-caller-id
                       CONTINUE
                   END-PERFORM
                   IF ws-caller-sub > ws-caller-count
                       MOVE 0 TO ws-caller-sub
                       SET caller-refused TO TRUE
                   ELSE
                       IF ws-caller-tbl-status(ws-caller-sub) NOT = "A"
                           SET caller-refused TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The restriction that governs a key is the in-window X record
      *> with the latest effective-from, the same rule that picks a
      *> segment's winning version. The check is made on the key that
      *> is actually about to be served, so an alias cannot reach a
      *> restricted key around its restriction; DEFAULT text served
      *> for an unknown key is never restricted.
       CHECK-KEY-ENTITLEMENT.
           IF ws-best-sub > 0
               AND NOT served-from-default
               MOVE 0 TO ws-restrict-best
               MOVE LOW-VALUES TO ws-restrict-best-from
               PERFORM VARYING ws-restrict-sub FROM 1 BY 1
                       UNTIL ws-restrict-sub >
                                         ws-cache-rows(ws-found-slot)
                   MOVE ws-restrict-sub TO ws-scan-sub
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF ws-row-type(ws-found-slot, ws-restrict-sub) = "X"
                       AND entry-active
                       AND ws-row-from(ws-found-slot, ws-restrict-sub)
                               > ws-restrict-best-from
                       MOVE ws-restrict-sub TO ws-restrict-best
                       MOVE ws-row-from(ws-found-slot, ws-restrict-sub)
                         TO ws-restrict-best-from
                   END-IF
               END-PERFORM
               IF ws-restrict-best > 0
                   PERFORM CHECK-CALLER-CLASSES
                   IF NOT caller-entitled
                       SET caller-refused TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-CALLER-CLASSES.
           MOVE "N" TO ws-caller-entitled
           IF ws-caller-sub > 0
               MOVE SPACES TO ws-restrict-class-list
               UNSTRING ws-row-text(ws-found-slot, ws-restrict-best)
                   DELIMITED BY ALL SPACES
                   INTO ws-restrict-class(1)
                        ws-restrict-class(2)
                        ws-restrict-class(3)
                        ws-restrict-class(4)
                        ws-restrict-class(5)
                        ws-restrict-class(6)
               END-UNSTRING
               PERFORM VARYING ws-restrict-class-sub FROM 1 BY 1
                       UNTIL ws-restrict-class-sub > 6
                   IF ws-restrict-class(ws-restrict-class-sub)
                                                   NOT = SPACES
                       PERFORM VARYING ws-caller-class-sub FROM 1 BY 1
                               UNTIL ws-caller-class-sub > 5
                           IF ws-caller-tbl-class(ws-caller-sub,
                                                  ws-caller-class-sub)
                               = ws-restrict-class
                                              (ws-restrict-class-sub)
                               SET caller-entitled TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> Response text may carry &DATE, &ENV, &KEY, and &P1 through
      *> An exact key always wins; an alias is consulted only after an
      *> exact miss, so an alias record can never shadow a real key.
       FIND-RESP-ENTRY.
           MOVE "N" TO ws-miss-pending
           MOVE "N" TO ws-fallback-pending
           MOVE "N" TO ws-served-default
           MOVE ws-lookup-key TO ws-search-key
           PERFORM SEARCH-WITH-LANG-FALLBACK
           IF ws-best-sub = 0
               PERFORM RESOLVE-ALIAS-KEY
           END-IF
           IF ws-best-sub = 0
               IF ws-lookup-key NOT = SPACES
                   SET miss-pending TO TRUE
                   MOVE ws-lookup-key TO ws-miss-key
               END-IF
               SET served-from-default TO TRUE
               PERFORM FIND-DEFAULT-ENTRY
           END-IF.

      *> is missing, the default-language text serves in its place and
      *> the debt is counted and recorded in the misses file as
      *> KEY/LANG, so the miss report doubles as the list of
      *> translations still owed. Both wait for BUILD-RESPONSE to
      *> find the caller entitled.
       SEARCH-WITH-LANG-FALLBACK.
           MOVE ws-req-lang TO ws-search-lang
           PERFORM SEARCH-RESP-TABLE
           IF ws-best-sub = 0
               AND ws-req-lang NOT = SPACES
               MOVE SPACES TO ws-search-lang
               PERFORM SEARCH-RESP-TABLE
               IF ws-best-sub > 0
                   SET fallback-pending TO TRUE
                   MOVE ws-search-key TO ws-fallback-key
               END-IF
           END-IF.

      *> winning version of each segment is chosen there, per segment,
      *> so a staged change takes over at midnight with no reload.
       SEARCH-RESP-TABLE.
           PERFORM FETCH-CACHED-KEY
           MOVE ws-cache-sub TO ws-found-slot
           MOVE 0 TO ws-best-sub
           PERFORM VARYING ws-scan-sub FROM 1 BY 1
                   UNTIL ws-scan-sub > ws-cache-rows(ws-found-slot)
                      OR ws-best-sub > 0
               IF ws-row-lang(ws-found-slot, ws-scan-sub)
                                               = ws-search-lang
                   AND ws-row-type(ws-found-slot, ws-scan-sub) = "R"
                   PERFORM CHECK-ENTRY-ACTIVE
                   IF entry-active
                       MOVE ws-scan-sub TO ws-best-sub
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ENTRY-ACTIVE.
           MOVE "Y" TO ws-entry-active
           IF ws-row-from(ws-found-slot, ws-scan-sub) NOT = SPACES
               AND ws-row-from(ws-found-slot, ws-scan-sub)
                                               > ws-current-date
               MOVE "N" TO ws-entry-active
           END-IF
           IF ws-row-to(ws-found-slot, ws-scan-sub) NOT = SPACES
               AND ws-row-to(ws-found-slot, ws-scan-sub)
                                               < ws-current-date
               MOVE "N" TO ws-entry-active
           END-IF.

      *> Leaves ws-cache-sub on the slot holding ws-search-key, reading
      *> the key from the master into a free slot, or else into the
      *> least recently used one, when it is not already held.
       FETCH-CACHED-KEY.
           ADD 1 TO ws-cache-clock
           PERFORM VARYING ws-cache-sub FROM 1 BY 1
                   UNTIL ws-cache-sub > ws-cache-count
                      OR ws-cache-key(ws-cache-sub) = ws-search-key
               CONTINUE
           END-PERFORM
           IF ws-cache-sub > ws-cache-count
               IF ws-cache-count LESS THAN ws-cache-max
                   ADD 1 TO ws-cache-count
                   MOVE ws-cache-count TO ws-cache-sub
               ELSE
                   PERFORM FIND-OLDEST-CACHE-SLOT
               END-IF
               PERFORM READ-KEY-INTO-CACHE
           END-IF
           MOVE ws-cache-clock TO ws-cache-used(ws-cache-sub).

       FIND-OLDEST-CACHE-SLOT.
           MOVE 1 TO ws-cache-sub
           PERFORM VARYING ws-cache-oldest FROM 2 BY 1
                   UNTIL ws-cache-oldest > ws-cache-count
               IF ws-cache-used(ws-cache-oldest)
                                       < ws-cache-used(ws-cache-sub)
                   MOVE ws-cache-oldest TO ws-cache-sub
               END-IF
           END-PERFORM.

      *> Every record under the key comes in, whatever its type and
      *> language, in master order. A key with more records than a
      *> slot holds keeps the first ws-cache-row-max of them - the
      *> restrictions and the default language sort first - and the
      *> overflow is logged; QueryCapRpt lists keys nearing the limit.
       READ-KEY-INTO-CACHE.
           MOVE ws-search-key TO ws-cache-key(ws-cache-sub)
           MOVE 0 TO ws-cache-rows(ws-cache-sub)
           MOVE "N" TO ws-key-rows-full
           MOVE "N" TO ws-fetch-done
           IF resp-file-open
               MOVE LOW-VALUES TO resp-file-rec-key
               MOVE ws-search-key TO resp-file-key
               START resp-file KEY IS NOT LESS THAN resp-file-rec-key
                   INVALID KEY
                       SET fetch-done TO TRUE
               END-START
               PERFORM UNTIL fetch-done
                   READ resp-file NEXT
                       AT END
                           SET fetch-done TO TRUE
                       NOT AT END
                           IF resp-file-key = ws-search-key
                               PERFORM KEEP-ONE-KEY-ROW
                           ELSE
                               SET fetch-done TO TRUE
                           END-IF
                   END-READ
                   IF ws-resp-file-status NOT = "00"
                       SET fetch-done TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF key-rows-full
               PERFORM LOG-KEY-ROWS-FULL
           END-IF.

       KEEP-ONE-KEY-ROW.
           IF ws-cache-rows(ws-cache-sub) LESS THAN ws-cache-row-max
               ADD 1 TO ws-cache-rows(ws-cache-sub)
               MOVE ws-cache-rows(ws-cache-sub) TO ws-row-sub
               MOVE resp-file-lang
                 TO ws-row-lang(ws-cache-sub, ws-row-sub)
               MOVE resp-file-seg
                 TO ws-row-seg(ws-cache-sub, ws-row-sub)
               MOVE resp-file-type
                 TO ws-row-type(ws-cache-sub, ws-row-sub)
               MOVE resp-file-from
                 TO ws-row-from(ws-cache-sub, ws-row-sub)
               MOVE resp-file-to
                 TO ws-row-to(ws-cache-sub, ws-row-sub)
               MOVE resp-file-text
                 TO ws-row-text(ws-cache-sub, ws-row-sub)
           ELSE
               SET key-rows-full TO TRUE
           END-IF.

      *> An alias is the in-window A record of the looked-up key with
      *> the latest effective-from, date-checked on every call like
      *> the text it points at, so a dated alias also cuts over at
      *> midnight. Its text names the canonical key.
       RESOLVE-ALIAS-KEY.
           MOVE ws-lookup-key TO ws-search-key
           PERFORM FETCH-CACHED-KEY
           MOVE ws-cache-sub TO ws-found-slot
           MOVE 0 TO ws-row-sub
           MOVE LOW-VALUES TO ws-best-from
           PERFORM VARYING ws-scan-sub FROM 1 BY 1
                   UNTIL ws-scan-sub > ws-cache-rows(ws-found-slot)
               PERFORM CHECK-ENTRY-ACTIVE
               IF ws-row-type(ws-found-slot, ws-scan-sub) = "A"
                   AND entry-active
                   AND ws-row-from(ws-found-slot, ws-scan-sub)
                                               > ws-best-from
                   MOVE ws-scan-sub TO ws-row-sub
                   MOVE ws-row-from(ws-found-slot, ws-scan-sub)
                     TO ws-best-from
               END-IF
           END-PERFORM
           IF ws-row-sub > 0
               MOVE ws-row-text(ws-found-slot, ws-row-sub)(1:16)
                 TO ws-lookup-key
               MOVE ws-lookup-key TO ws-search-key
               PERFORM SEARCH-WITH-LANG-FALLBACK
           END-IF.
       WRITE-MISS-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-miss-line
           STRING ws-miss-key          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ws-timestamp         DELIMITED BY SIZE
             INTO ws-miss-line
       WRITE-FALLBACK-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-miss-line
           MOVE ws-fallback-key TO ws-miss-line(1:16)
           MOVE ws-timestamp TO ws-miss-line(18:21)
           MOVE ws-req-lang TO ws-miss-line(39:2)
           ADD 1 TO ws-miss-buf-count
       FIND-DEFAULT-ENTRY.
           MOVE "DEFAULT" TO ws-search-key
           MOVE SPACES TO ws-search-lang
           PERFORM SEARCH-RESP-TABLE.

       RUN-DIAGNOSTIC.
           PERFORM BUILD-RESPONSE
           END-STRING
           WRITE diag-file-rec FROM ws-diag-line.

      *> A call whose audit line is about to fill the buffer pays for
      *> the flush, so the flush happens here, inside the measured
      *> time, rather than after the clock has stopped.
       MEASURE-SERVICE-TIME.
           IF ws-audit-buf-count + 1 NOT LESS THAN ws-audit-buf-max
               PERFORM FLUSH-AUDIT-BUFFER
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ws-call-end
           COMPUTE ws-call-start-hs =
               FUNCTION NUMVAL(ws-call-start(9:2)) * 360000
                 + FUNCTION NUMVAL(ws-call-start(11:2)) * 6000
                 + FUNCTION NUMVAL(ws-call-start(13:2)) * 100
                 + FUNCTION NUMVAL(ws-call-start(15:2))
           COMPUTE ws-call-end-hs =
               FUNCTION NUMVAL(ws-call-end(9:2)) * 360000
                 + FUNCTION NUMVAL(ws-call-end(11:2)) * 6000
                 + FUNCTION NUMVAL(ws-call-end(13:2)) * 100
                 + FUNCTION NUMVAL(ws-call-end(15:2))
           IF ws-call-end-hs < ws-call-start-hs
               ADD 8640000 TO ws-call-end-hs
           END-IF
           COMPUTE ws-elapsed-ms =
               (ws-call-end-hs - ws-call-start-hs) * 10
               ON SIZE ERROR
                   MOVE 9999999 TO ws-elapsed-ms
           END-COMPUTE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE ws-orig-length-ref TO ws-orig-len-disp
                  ws-orig-len-disp    DELIMITED BY SIZE
                  " RC="              DELIMITED BY SIZE
                  ws-rc-disp          DELIMITED BY SIZE
                  " APP="             DELIMITED BY SIZE
                  ws-caller-id        DELIMITED BY SIZE
                  " KEY="             DELIMITED BY SIZE
                  ws-request-key      DELIMITED BY SIZE
                  " MS="              DELIMITED BY SIZE
                  ws-elapsed-ms       DELIMITED BY SIZE
                  " CL="              DELIMITED BY SIZE
                  ws-call-class       DELIMITED BY SIZE
             INTO ws-audit-line
           END-STRING
           PERFORM BUFFER-AUDIT-LINE.
           END-IF.

       COUNT-KEY-HIT.
           MOVE 1 TO ws-hit-low
           MOVE ws-hit-count TO ws-hit-high
           MOVE 0 TO ws-hit-sub
           PERFORM UNTIL ws-hit-low > ws-hit-high OR ws-hit-sub > 0
               COMPUTE ws-hit-mid = (ws-hit-low + ws-hit-high) / 2
               EVALUATE TRUE
                   WHEN ws-hit-key(ws-hit-mid) = ws-found-key
                       MOVE ws-hit-mid TO ws-hit-sub
                   WHEN ws-hit-key(ws-hit-mid) < ws-found-key
                       COMPUTE ws-hit-low = ws-hit-mid + 1
                   WHEN OTHER
                       COMPUTE ws-hit-high = ws-hit-mid - 1
               END-EVALUATE
           END-PERFORM
           IF ws-hit-sub > 0
               ADD 1 TO ws-hit-tally(ws-hit-sub)
           ELSE
               IF ws-hit-count LESS THAN ws-hit-max
                   PERFORM VARYING ws-hit-shift FROM ws-hit-count BY -1
                           UNTIL ws-hit-shift < ws-hit-low
                       MOVE ws-hit-entry(ws-hit-shift)
                         TO ws-hit-entry(ws-hit-shift + 1)
                   END-PERFORM
                   ADD 1 TO ws-hit-count
                   MOVE ws-found-key TO ws-hit-key(ws-hit-low)
                   MOVE 1 TO ws-hit-tally(ws-hit-low)
               ELSE
                   IF NOT hit-full-logged
                       SET hit-full-logged TO TRUE
                       PERFORM LOG-HIT-TABLE-FULL
                   END-IF
               END-IF
           END-IF.

