      *> Record layout of the optional header and trailer on QueryBatch
      *> input, data/query-batch-input.dat. COPY this into the FD of
      *> any program that reads the batch input, after the request
      *> record it redefines, so the column split stays in one place.
      *>
      *> A header, when present, is the first record and names the
      *> batch and its business date. A trailer, when present, is the
      *> last record and repeats both, with the count of request
      *> records between them and their hash total. The hash total is
      *> the sum of ChecksumCall over the full 64-byte request field
      *> of every request record, trailing spaces included. Count and
      *> hash on a header are not used and may be left blank.
       01 batch-ctl-rec.
           05 batch-ctl-tag           PIC X(08).
               88 batch-ctl-header    VALUE "~HEADER".
               88 batch-ctl-trailer   VALUE "~TRAILER".
           05 FILLER                  PIC X(01).
           05 batch-ctl-id            PIC X(12).
           05 FILLER                  PIC X(01).
           05 batch-ctl-date          PIC X(08).
           05 FILLER                  PIC X(01).
           05 batch-ctl-count         PIC 9(09).
           05 FILLER                  PIC X(01).
           05 batch-ctl-hash          PIC 9(15).
           05 FILLER                  PIC X(14).
