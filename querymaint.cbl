       01 ws-today                    PIC X(08).
       01 ws-dates-ok                 PIC X.
           88 trans-dates-ok          VALUE "Y".
       01 ws-type-ok                  PIC X.
           88 trans-type-ok           VALUE "Y".

       01 ws-live-flag                PIC X(08).
       01 ws-hold-key                 PIC X(16).

       ADD-RESP-RECORD.
           PERFORM CHECK-TRANS-DATES
           PERFORM CHECK-TRANS-TYPE
           IF trans-key = SPACES OR trans-seg NOT NUMERIC
               OR NOT trans-type-ok
               OR NOT trans-dates-ok
               MOVE "BAD-REC" TO ws-log-status
               ADD 1 TO ws-error-count
      *> version to a new start date is a delete and an add.
       CHANGE-RESP-RECORD.
           PERFORM CHECK-TRANS-DATES
           PERFORM CHECK-TRANS-TYPE
           IF NOT trans-type-ok
               OR NOT trans-dates-ok
               MOVE "BAD-REC" TO ws-log-status
               ADD 1 TO ws-error-count
               MOVE "N" TO ws-dates-ok
           END-IF.

      *> A restriction record sits ahead of the key's segments, in
      *> the default language at segment 000, and must name at least
      *> one entitlement class; anything else would never be found
      *> by Query, leaving the key open while looking restricted.
       CHECK-TRANS-TYPE.
           MOVE "Y" TO ws-type-ok
           IF trans-type NOT = "R" AND trans-type NOT = "A"
               AND trans-type NOT = "X"
               MOVE "N" TO ws-type-ok
           END-IF
           IF trans-type = "X"
               AND (trans-lang NOT = SPACES OR trans-seg NOT = "000"
                    OR trans-text = SPACES)
               MOVE "N" TO ws-type-ok
           END-IF.

      *> The OLD= image carries the record type, to-date, and text the
      *> master held before the transaction, so QueryMaintUndo can put
      *> an exact prior version back; the line columns are fixed and
