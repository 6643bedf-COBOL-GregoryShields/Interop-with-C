      *> Record layout of the nightly step-control file,
      *> data/query-nightly-steps.dat, read by QueryNightly: one line
      *> per step of the overnight stream, in the order the steps run.
      *> Lines starting "*" are comments, and blank lines are skipped.
      *>
      *> step-name identifies the step in the run history, so it must
      *> be unique and should not be renamed while a run is waiting to
      *> be restarted. step-max-rc is the highest return code the step
      *> may end with for the stream to carry on. step-command is the
      *> shell command that runs the step, environment settings
      *> included, for example "QUERY_UNLOAD_MODE=COMPARE qryunload".
       01 step-rec.
           05 step-name               PIC X(16).
           05 FILLER                  PIC X(01).
           05 step-max-rc             PIC 9(03).
           05 FILLER                  PIC X(01).
           05 step-command            PIC X(99).
