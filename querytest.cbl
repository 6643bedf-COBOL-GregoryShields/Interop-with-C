       01 ws-expect-rc-disp           PIC 9(3).
       01 ws-case-len-disp            PIC -(10)9.

       01 ws-case-max                 PIC 9(4) VALUE 23.
       01 ws-case-table.
           05 ws-case-entry OCCURS 23 TIMES.
               10 ws-case-len         USAGE BINARY-LONG.
               10 ws-case-key         PIC X(32).
               10 ws-case-expect-rc   PIC 9(3).
               10 ws-case-desc        PIC X(30).

           MOVE 0              TO ws-case-expect-rc(15)
           MOVE "language fallback"     TO ws-case-desc(15)

      *> Caller cases run against the sample registry: BRANCH holds
      *> class INTERNAL, FRONTEND holds CUSTOMER, RETIRED is
      *> suspended; BRANCHPOLICY is restricted to INTERNAL.
           MOVE 200            TO ws-case-len(16)
           MOVE "BRANCH:BRANCHPOLICY" TO ws-case-key(16)
           MOVE 0              TO ws-case-expect-rc(16)
           MOVE "entitled caller, restricted" TO ws-case-desc(16)

           MOVE 200            TO ws-case-len(17)
           MOVE "FRONTEND:BRANCHPOLICY" TO ws-case-key(17)
           MOVE 20             TO ws-case-expect-rc(17)
           MOVE "unentitled caller refused" TO ws-case-desc(17)

           MOVE 200            TO ws-case-len(18)
           MOVE "BRANCHPOLICY"  TO ws-case-key(18)
           MOVE 20             TO ws-case-expect-rc(18)
           MOVE "anonymous, restricted key" TO ws-case-desc(18)

           MOVE 40             TO ws-case-len(19)
           MOVE "frontend:GREETING/FR" TO ws-case-key(19)
           MOVE 0              TO ws-case-expect-rc(19)
           MOVE "named caller, open key" TO ws-case-desc(19)

           MOVE 40             TO ws-case-len(20)
           MOVE "NOBODY:GREETING" TO ws-case-key(20)
           MOVE 20             TO ws-case-expect-rc(20)
           MOVE "unregistered caller refused" TO ws-case-desc(20)

           MOVE 40             TO ws-case-len(21)
           MOVE "RETIRED:GREETING" TO ws-case-key(21)
           MOVE 20             TO ws-case-expect-rc(21)
           MOVE "suspended caller refused" TO ws-case-desc(21)

           MOVE 200            TO ws-case-len(22)
           MOVE "FRONTEND:BRANCHPOLICY/FR" TO ws-case-key(22)
           MOVE 20             TO ws-case-expect-rc(22)
           MOVE "restriction holds in fallback" TO ws-case-desc(22)

      *> The drain stays the last case on purpose: it flushes the
      *> audit and miss buffers and rewrites the stats and key-hit
      *> files, so everything the cases above generated survives the
      *> run for inspection.
           MOVE -3             TO ws-case-len(23)
           MOVE SPACES         TO ws-case-key(23)
           MOVE 0              TO ws-case-expect-rc(23)
           MOVE "drain buffered output" TO ws-case-desc(23).

       SETUP-REPORT.
           OPEN OUTPUT report-file
