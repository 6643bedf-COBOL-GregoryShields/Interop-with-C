      *> Record layout of the content owner registry,
      *> data/query-owners.dat: one line per response key that has a
      *> business owner on record. COPY this into the FD of any
      *> program that reads or maintains the registry, so the column
      *> split stays in exactly one place.
      *>
      *> owner-cycle is the review cycle in months; the key's text is
      *> due for recertification that many months after
      *> owner-cert-ts, the moment the owner last certified it (blank
      *> if never). owner-certifier is who did so. QueryOwnerMaint is
      *> the only program that writes the registry, and it logs every
      *> assignment and certification to data/query-maint.log.
       01 owner-rec.
           05 owner-key               PIC X(16).
           05 FILLER                  PIC X(01).
           05 owner-id                PIC X(08).
           05 FILLER                  PIC X(01).
           05 owner-cycle             PIC 9(03).
           05 FILLER                  PIC X(01).
           05 owner-cert-ts           PIC X(14).
           05 FILLER                  PIC X(01).
           05 owner-certifier         PIC X(08).
           05 FILLER                  PIC X(27).
