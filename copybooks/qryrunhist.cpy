      *> Record layout of the nightly run history,
      *> data/query-nightly-history.dat, which QueryNightly extends as
      *> it goes and reads back to decide where a restart resumes.
      *> Every line carries the run it belongs to; hist-run-id is the
      *> moment the run first started and stays the same across its
      *> restarts.
      *>
      *> hist-event is one of
      *>     BEGIN     a new run starts (step 00)
      *>     RESUME    a failed run is restarted at hist-step-no
      *>     STARTED   a step is about to run
      *>     OK        the step ended within its maximum return code
      *>     FAILED    the step ended above it; the run stops here
      *>     SKIPPED   the step ended OK in an earlier attempt of the
      *>               same run and is not run again
      *>     COMPLETE  every step ended OK
      *>     STOPPED   the run stopped on a failed step
      *> On COMPLETE and STOPPED lines hist-rc is the return code the
      *> run handed back to the scheduler.
       01 hist-rec.
           05 hist-run-id             PIC X(14).
           05 FILLER                  PIC X(01).
           05 hist-step-no            PIC 9(02).
           05 FILLER                  PIC X(01).
           05 hist-step-name          PIC X(16).
           05 FILLER                  PIC X(01).
           05 hist-event              PIC X(08).
               88 hist-begin          VALUE "BEGIN".
               88 hist-resume         VALUE "RESUME".
               88 hist-started        VALUE "STARTED".
               88 hist-ok             VALUE "OK".
               88 hist-failed         VALUE "FAILED".
               88 hist-skipped        VALUE "SKIPPED".
               88 hist-complete       VALUE "COMPLETE".
               88 hist-stopped        VALUE "STOPPED".
           05 FILLER                  PIC X(01).
           05 hist-start-ts           PIC X(14).
           05 FILLER                  PIC X(01).
           05 hist-end-ts             PIC X(14).
           05 FILLER                  PIC X(01).
           05 hist-rc                 PIC 9(03).
           05 FILLER                  PIC X(01).
           05 hist-max-rc             PIC 9(03).
           05 FILLER                  PIC X(19).
