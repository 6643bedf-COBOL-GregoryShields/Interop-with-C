      *> Record layout of the caller registry, data/query-callers.dat:
      *> one line per application allowed to identify itself to Query.
      *> COPY this into the FD of any program that reads or maintains
      *> the registry, so the column split stays in exactly one place.
      *>
      *> caller-id is the name the application puts in front of the
      *> key in its buffer, "BRANCH:POLICY/FR;SMITH". caller-status A
      *> lets the application call; S suspends it, and every call
      *> made under a suspended (or unregistered) ID is refused.
      *> caller-class lists up to five entitlement classes; a
      *> restricted key (a type X record in the master) is served
      *> only to a caller holding one of the classes the record names.
       01 caller-rec.
           05 caller-id               PIC X(08).
           05 FILLER                  PIC X(01).
           05 caller-status           PIC X(01).
               88 caller-active       VALUE "A".
               88 caller-suspended    VALUE "S".
           05 FILLER                  PIC X(01).
           05 caller-class-list.
               10 caller-class-entry  OCCURS 5 TIMES.
                   15 caller-class    PIC X(08).
                   15 FILLER          PIC X(01).
           05 caller-desc             PIC X(40).
           05 FILLER                  PIC X(04).
