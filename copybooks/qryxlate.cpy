      *> Record layout of a translation worksheet, written by
      *> QueryXlateExport for the translation vendor and read back,
      *> completed, by QueryXlateImport. One H line carries the target
      *> language and when the worksheet was cut; each S line is one
      *> default-language segment still owed in that language; lines
      *> starting "*" are instructions and column headings for the
      *> translator and are ignored on the way back in.
      *>
      *> The vendor types the translation into xlate-target, the last
      *> column, and touches nothing else. xlate-target is wider than
      *> a response segment so that over-long text arrives whole and
      *> can be refused rather than silently cut. xlate-version is the
      *> effective-from of the English row that was exported, and
      *> with xlate-source it identifies exactly which text was
      *> translated.
       01 xlate-rec.
           05 xlate-rec-type          PIC X(01).
               88 xlate-is-header     VALUE "H".
               88 xlate-is-segment    VALUE "S".
               88 xlate-is-note       VALUE "*".
           05 xlate-body              PIC X(239).
           05 xlate-header REDEFINES xlate-body.
               10 FILLER              PIC X(01).
               10 xlate-hdr-lang      PIC X(02).
               10 FILLER              PIC X(01).
               10 xlate-hdr-export-ts PIC X(14).
               10 FILLER              PIC X(01).
               10 xlate-hdr-by        PIC X(08).
               10 FILLER              PIC X(212).
           05 xlate-segment REDEFINES xlate-body.
               10 FILLER              PIC X(01).
               10 xlate-key           PIC X(16).
               10 FILLER              PIC X(01).
               10 xlate-seg           PIC X(03).
               10 FILLER              PIC X(01).
               10 xlate-version       PIC X(08).
               10 FILLER              PIC X(01).
               10 xlate-max-len       PIC 9(02).
               10 FILLER              PIC X(01).
               10 xlate-keep          PIC X(30).
               10 FILLER              PIC X(01).
               10 xlate-source        PIC X(60).
               10 FILLER              PIC X(01).
               10 xlate-target        PIC X(113).
