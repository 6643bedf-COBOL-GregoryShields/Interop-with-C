      *> Record layout of a promotion package, the transport file that
      *> carries approved maintenance from one environment's master to
      *> the next (TEST to QA to PROD). COPY this into the FD of any
      *> program that writes or reads a package, so the column split
      *> stays in exactly one place.
      *>
      *> A package is one H header, any number of D details, and one
      *> T trailer, in that order. The header names the environment
      *> the package was cut from and the one it is bound for, the
      *> log point it starts after, and who cut it and when; source
      *> environment plus creation timestamp identify the package.
      *>
      *> Each detail carries one master record as the source master
      *> holds it now: op P (put) with its full image, or op R
      *> (remove) when the record has been deleted at the source. The
      *> importing side decides add, change, or delete against its
      *> own master. The last log entry that touched the record, and
      *> who submitted and approved it, ride along for the reviewer.
      *>
      *> The trailer is the seal: the count of details, and the sum
      *> of ChecksumCall over the full 160-byte image of the header
      *> and every detail.
       01 promo-rec.
           05 promo-rec-type          PIC X(01).
               88 promo-is-header     VALUE "H".
               88 promo-is-detail     VALUE "D".
               88 promo-is-trailer    VALUE "T".
           05 promo-body              PIC X(159).
           05 promo-header REDEFINES promo-body.
               10 promo-source-env    PIC X(10).
               10 promo-target-env    PIC X(10).
               10 promo-since-ts      PIC X(14).
               10 promo-created-ts    PIC X(14).
               10 promo-created-by    PIC X(08).
               10 FILLER              PIC X(103).
           05 promo-detail REDEFINES promo-body.
               10 promo-op            PIC X(01).
                   88 promo-op-put    VALUE "P".
                   88 promo-op-remove VALUE "R".
               10 promo-image.
                   15 promo-key       PIC X(16).
                   15 promo-lang      PIC X(02).
                   15 promo-seg       PIC X(03).
                   15 promo-from      PIC X(08).
                   15 promo-type      PIC X(01).
                   15 promo-to        PIC X(08).
                   15 promo-text      PIC X(60).
               10 promo-changed-ts    PIC X(14).
               10 promo-changed-by    PIC X(08).
               10 promo-approved-by   PIC X(08).
               10 FILLER              PIC X(30).
           05 promo-trailer REDEFINES promo-body.
               10 promo-count         PIC 9(05).
               10 promo-checksum      PIC 9(10).
               10 FILLER              PIC X(144).
