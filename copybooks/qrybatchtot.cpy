      *> Record layout of the header and trailer QueryBatch writes on
      *> its output, data/query-batch-output.dat. The header is the
      *> first line and the trailer the last, with the result records
      *> and the run summary line between them; an output file with no
      *> trailer was cut short and must not be used.
      *>
      *> Both carry the batch ID and business date from the input
      *> header (blank ID and the run date when the input had none).
      *> The trailer adds the count of result records, the hash total
      *> of their request fields (worked as on the input trailer, see
      *> qrybatchctl.cpy), and the count of result records by the
      *> return code Query gave; INVALID counts requests rejected
      *> before the call for a non-numeric maximum length.
       01 batch-tot-rec.
           05 batch-tot-tag           PIC X(08).
               88 batch-tot-header    VALUE "~HEADER".
               88 batch-tot-trailer   VALUE "~TRAILER".
           05 FILLER                  PIC X(01).
           05 batch-tot-id            PIC X(12).
           05 FILLER                  PIC X(01).
           05 batch-tot-date          PIC X(08).
           05 FILLER                  PIC X(01).
           05 batch-tot-count         PIC 9(09).
           05 FILLER                  PIC X(01).
           05 batch-tot-hash          PIC 9(15).
           05 FILLER                  PIC X(01).
           05 batch-tot-by-rc.
               10 batch-tot-rc000     PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-rc004     PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-rc008     PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-rc012     PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-rc016     PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-rc020     PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-rc-other  PIC 9(09).
               10 FILLER              PIC X(01).
               10 batch-tot-invalid   PIC 9(09).
