       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueryNightly.


      *> Driver for the overnight batch stream. The steps and their
      *> order come from the step-control file (layout in
      *> qrystep.cpy); each step is a shell command with the highest
      *> return code it may end with. Steps run one after another,
      *> and the first step to end above its maximum stops the
      *> stream, so no later step runs on the back of a failed one.
      *>
      *> Every step's start, end and return code go to the run
      *> history, data/query-nightly-history.dat (layout in
      *> qryrunhist.cpy). When the last run recorded there stopped, or
      *> died part way, the next invocation resumes it: steps that
      *> already ended OK in that run are skipped, and the stream
      *> picks up at the step that failed. A step such as
      *> QueryAuditArch is therefore never run twice for one night.
      *>
      *> Every step sees the run's business date, the CCYYMMDD the run
      *> began on, as QUERY_NIGHTLY_RUN_DATE. A resumed run keeps the
      *> date it began with, so a step restarted after midnight still
      *> works on the same night's data.
      *>
      *>     QUERY_NIGHTLY_STEPS    the step-control file (default
      *>                            data/query-nightly-steps.dat)
      *>     QUERY_NIGHTLY_RESTART  NEW starts a fresh run from the
      *>                            first step even though the last
      *>                            run did not complete; by default
      *>                            an unfinished run is resumed
      *>
      *> A one-page summary of the run, earlier attempts included, is
      *> written to data/query-nightly-summary.txt. The return code for
      *> the scheduler is the highest step return code when every step
      *> ended OK, 8 when the stream stopped on a failed step (rerun
      *> to resume it), and 12 when the driver itself cannot work: no
      *> usable step-control file, or a run history it cannot write.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT step-file ASSIGN TO ws-step-name-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-step-file-status.

           SELECT hist-file ASSIGN TO "data/query-nightly-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-file-status.

           SELECT summary-file
               ASSIGN TO "data/query-nightly-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-summary-file-status.


       DATA DIVISION.

       FILE SECTION.
       FD  step-file.

       COPY "qrystep.cpy".

       FD  hist-file.

       COPY "qryrunhist.cpy".

       FD  summary-file.
       01  summary-file-rec           PIC X(100).

       WORKING-STORAGE SECTION.
       01 ws-step-file-status         PIC XX.
       01 ws-hist-file-status         PIC XX.
       01 ws-summary-file-status      PIC XX.

       01 ws-step-eof                 PIC X VALUE "N".
           88 step-eof                VALUE "Y".
       01 ws-hist-eof                 PIC X VALUE "N".
           88 hist-eof                VALUE "Y".

       01 ws-step-name-file           PIC X(60)
           VALUE "data/query-nightly-steps.dat".
       01 ws-step-name-env            PIC X(60).
       01 ws-restart-mode             PIC X(08).
           88 restart-new             VALUE "NEW".

      *> The stream as the step-control file defines it, with what
      *> the current run has recorded against each step so far.
       01 ws-step-max                 PIC 9(2) VALUE 30.
       01 ws-step-count               PIC 9(2) VALUE 0.
       01 ws-step-table.
           05 ws-step-entry OCCURS 30 TIMES.
               10 ws-step-tbl-name    PIC X(16).
               10 ws-step-tbl-max     PIC 9(03).
               10 ws-step-tbl-command PIC X(99).
               10 ws-step-state       PIC X(08).
               10 ws-step-rc          PIC 9(03).
               10 ws-step-start       PIC X(14).
               10 ws-step-end         PIC X(14).
               10 ws-step-earlier     PIC X(01).
       01 ws-step-sub                 PIC 9(2).
       01 ws-find-sub                 PIC 9(2).
       01 ws-line-count               PIC 9(5) VALUE 0.
       01 ws-control-errors           PIC 9(3) VALUE 0.

      *> What the history says about the most recent run.
       01 ws-last-run-id              PIC X(14) VALUE SPACES.
       01 ws-last-run-ended           PIC X VALUE "N".
           88 last-run-ended          VALUE "Y".
       01 ws-attempt                  PIC 9(3) VALUE 0.

       01 ws-run-id                   PIC X(14).
       01 ws-resuming                 PIC X VALUE "N".
           88 run-resuming            VALUE "Y".
       01 ws-resume-sub               PIC 9(2) VALUE 0.
       01 ws-stopped                  PIC X VALUE "N".
           88 run-stopped             VALUE "Y".
       01 ws-stop-sub                 PIC 9(2) VALUE 0.
       01 ws-run-rc                   PIC 9(3) VALUE 0.

       01 ws-now                      PIC X(21).
       01 ws-sys-status               USAGE BINARY-LONG.
       01 ws-step-rc-work             USAGE BINARY-LONG.

       01 ws-sub-disp                 PIC 9(2).
       01 ws-rc-disp                  PIC 9(3).
       01 ws-attempt-disp             PIC ZZ9.
       01 ws-status-disp              PIC X(20).
       01 ws-report-line              PIC X(100).


       PROCEDURE DIVISION.

       MOVE FUNCTION CURRENT-DATE TO ws-now
       ACCEPT ws-step-name-env FROM ENVIRONMENT "QUERY_NIGHTLY_STEPS"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT
       IF ws-step-name-env NOT = SPACES
           MOVE ws-step-name-env TO ws-step-name-file
       END-IF
       MOVE SPACES TO ws-restart-mode
       ACCEPT ws-restart-mode FROM ENVIRONMENT "QUERY_NIGHTLY_RESTART"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT
       MOVE FUNCTION UPPER-CASE(ws-restart-mode) TO ws-restart-mode

       PERFORM LOAD-STEP-TABLE
       IF ws-control-errors > 0 OR ws-step-count = 0
           DISPLAY "QUERYNIGHTLY: step-control file "
                   FUNCTION TRIM(ws-step-name-file)
                   " unusable, nothing run"
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       PERFORM READ-RUN-HISTORY

       IF ws-last-run-id NOT = SPACES
           AND NOT last-run-ended
           AND NOT restart-new
           SET run-resuming TO TRUE
           MOVE ws-last-run-id TO ws-run-id
           ADD 1 TO ws-attempt
       ELSE
           MOVE ws-now(1:14) TO ws-run-id
           MOVE 1 TO ws-attempt
           PERFORM CLEAR-STEP-STATES
       END-IF
       SET ENVIRONMENT "QUERY_NIGHTLY_RUN_DATE" TO ws-run-id(1:8)

       OPEN EXTEND hist-file
       IF ws-hist-file-status NOT = "00"
           OPEN OUTPUT hist-file
       END-IF
       IF ws-hist-file-status NOT = "00"
           DISPLAY "QUERYNIGHTLY: cannot write run history, status "
                   ws-hist-file-status
           MOVE 12 TO return-code
           STOP RUN
       END-IF

       IF run-resuming
           PERFORM FIND-RESUME-STEP
           IF ws-resume-sub > ws-step-count
               DISPLAY "QUERYNIGHTLY: closing run " ws-run-id
                       ", every step already ended OK"
           ELSE
               DISPLAY "QUERYNIGHTLY: resuming run " ws-run-id
                       " at step "
                       ws-step-tbl-name(ws-resume-sub)
           END-IF
       ELSE
           MOVE 1 TO ws-resume-sub
           MOVE SPACES TO hist-rec
           SET hist-begin TO TRUE
           MOVE 0 TO hist-step-no
           PERFORM WRITE-RUN-EVENT
       END-IF

       PERFORM VARYING ws-step-sub FROM 1 BY 1
               UNTIL ws-step-sub > ws-step-count OR run-stopped
           PERFORM RUN-ONE-STEP
       END-PERFORM

       PERFORM SET-RUN-RC
       MOVE SPACES TO hist-rec
       IF run-stopped
           SET hist-stopped TO TRUE
           MOVE ws-stop-sub TO hist-step-no
           MOVE ws-step-tbl-name(ws-stop-sub) TO hist-step-name
       ELSE
           SET hist-complete TO TRUE
           MOVE 0 TO hist-step-no
       END-IF
       MOVE ws-run-rc TO hist-rc
       PERFORM WRITE-RUN-EVENT
       CLOSE hist-file

       PERFORM WRITE-RUN-SUMMARY

       IF run-stopped
           DISPLAY "QUERYNIGHTLY: run " ws-run-id " stopped at step "
                   ws-step-tbl-name(ws-stop-sub)
       ELSE
           DISPLAY "QUERYNIGHTLY: run " ws-run-id " complete"
       END-IF
       MOVE ws-run-rc TO return-code

       STOP RUN.

      *> Every line is checked before anything runs, so a mistyped
      *> control file stops the stream before its first step rather
      *> than half way through.
       LOAD-STEP-TABLE.
           OPEN INPUT step-file
           IF ws-step-file-status NOT = "00"
               DISPLAY "QUERYNIGHTLY: cannot open step-control file, "
                       "status " ws-step-file-status
               ADD 1 TO ws-control-errors
               SET step-eof TO TRUE
           END-IF
           PERFORM UNTIL step-eof
               READ step-file
                   AT END
                       SET step-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-line-count
                       IF step-rec NOT = SPACES
                           AND step-rec(1:1) NOT = "*"
                           PERFORM LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           IF ws-step-file-status NOT = "35"
               CLOSE step-file
           END-IF.

       LOAD-ONE-STEP.
           MOVE FUNCTION UPPER-CASE(step-name) TO step-name
           IF step-name = SPACES
               OR step-max-rc NOT NUMERIC
               OR step-command = SPACES
               DISPLAY "QUERYNIGHTLY: control line " ws-line-count
                       " needs a name, a 3-digit maximum return code"
                       " and a command"
               ADD 1 TO ws-control-errors
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ws-find-sub FROM 1 BY 1
                   UNTIL ws-find-sub > ws-step-count
                      OR ws-step-tbl-name(ws-find-sub) = step-name
               CONTINUE
           END-PERFORM
           IF ws-find-sub NOT > ws-step-count
               DISPLAY "QUERYNIGHTLY: control line " ws-line-count
                       " repeats step " step-name
               ADD 1 TO ws-control-errors
               EXIT PARAGRAPH
           END-IF
           IF ws-step-count NOT LESS THAN ws-step-max
               DISPLAY "QUERYNIGHTLY: more than " ws-step-max
                       " steps in the step-control file"
               ADD 1 TO ws-control-errors
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-step-count
           MOVE step-name TO ws-step-tbl-name(ws-step-count)
           MOVE step-max-rc TO ws-step-tbl-max(ws-step-count)
           MOVE step-command TO ws-step-tbl-command(ws-step-count)
           MOVE SPACES TO ws-step-state(ws-step-count)
           MOVE 0 TO ws-step-rc(ws-step-count)
           MOVE SPACES TO ws-step-start(ws-step-count)
           MOVE SPACES TO ws-step-end(ws-step-count)
           MOVE "N" TO ws-step-earlier(ws-step-count).

      *> Only the most recent run matters: a BEGIN line starts a new
      *> one and forgets whatever came before it. Step lines are
      *> matched to the current control file by name.
       READ-RUN-HISTORY.
           OPEN INPUT hist-file
           IF ws-hist-file-status NOT = "00"
               SET hist-eof TO TRUE
           END-IF
           PERFORM UNTIL hist-eof
               READ hist-file
                   AT END
                       SET hist-eof TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-HIST-LINE
               END-READ
           END-PERFORM
           IF ws-hist-file-status NOT = "35"
               CLOSE hist-file
           END-IF.

       NOTE-ONE-HIST-LINE.
           EVALUATE TRUE
               WHEN hist-begin
                   MOVE hist-run-id TO ws-last-run-id
                   MOVE "N" TO ws-last-run-ended
                   MOVE 1 TO ws-attempt
                   PERFORM CLEAR-STEP-STATES
               WHEN hist-run-id NOT = ws-last-run-id
                   CONTINUE
               WHEN hist-resume
                   ADD 1 TO ws-attempt
                   MOVE "N" TO ws-last-run-ended
               WHEN hist-complete
                   SET last-run-ended TO TRUE
               WHEN hist-stopped
                   MOVE "N" TO ws-last-run-ended
               WHEN hist-started OR hist-ok OR hist-failed
                   PERFORM VARYING ws-find-sub FROM 1 BY 1
                           UNTIL ws-find-sub > ws-step-count
                              OR ws-step-tbl-name(ws-find-sub)
                                                 = hist-step-name
                       CONTINUE
                   END-PERFORM
                   IF ws-find-sub NOT > ws-step-count
                       MOVE hist-event TO ws-step-state(ws-find-sub)
                       MOVE hist-rc TO ws-step-rc(ws-find-sub)
                       MOVE hist-start-ts
                         TO ws-step-start(ws-find-sub)
                       MOVE hist-end-ts TO ws-step-end(ws-find-sub)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-STEP-STATES.
           PERFORM VARYING ws-find-sub FROM 1 BY 1
                   UNTIL ws-find-sub > ws-step-count
               MOVE SPACES TO ws-step-state(ws-find-sub)
               MOVE 0 TO ws-step-rc(ws-find-sub)
               MOVE SPACES TO ws-step-start(ws-find-sub)
               MOVE SPACES TO ws-step-end(ws-find-sub)
               MOVE "N" TO ws-step-earlier(ws-find-sub)
           END-PERFORM.

      *> The run resumes at the first step that has not ended OK -
      *> the one that failed, or the one the driver died in. A run
      *> whose every step ended OK, but which died before recording
      *> that, has nothing left to run and is simply closed off.
       FIND-RESUME-STEP.
           PERFORM VARYING ws-resume-sub FROM 1 BY 1
                   UNTIL ws-resume-sub > ws-step-count
                      OR ws-step-state(ws-resume-sub) NOT = "OK"
               CONTINUE
           END-PERFORM
           MOVE SPACES TO hist-rec
           SET hist-resume TO TRUE
           IF ws-resume-sub > ws-step-count
               MOVE 0 TO hist-step-no
           ELSE
               MOVE ws-resume-sub TO hist-step-no
               MOVE ws-step-tbl-name(ws-resume-sub) TO hist-step-name
           END-IF
           PERFORM WRITE-RUN-EVENT.

      *> A step that ended OK in an earlier attempt of this run is
      *> passed over and recorded as SKIPPED; only steps from the
      *> resume point on are run again.
       RUN-ONE-STEP.
           IF ws-step-sub < ws-resume-sub
               AND ws-step-state(ws-step-sub) = "OK"
               MOVE "Y" TO ws-step-earlier(ws-step-sub)
               MOVE SPACES TO hist-rec
               SET hist-skipped TO TRUE
               PERFORM FILL-STEP-EVENT
               PERFORM WRITE-HIST-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE ws-now(1:14) TO ws-step-start(ws-step-sub)
           MOVE SPACES TO ws-step-end(ws-step-sub)
           MOVE 0 TO ws-step-rc(ws-step-sub)
           MOVE "STARTED" TO ws-step-state(ws-step-sub)
           MOVE SPACES TO hist-rec
           SET hist-started TO TRUE
           PERFORM FILL-STEP-EVENT
           PERFORM WRITE-HIST-LINE
           DISPLAY "QUERYNIGHTLY: step " ws-step-tbl-name(ws-step-sub)
                   " started"

           CALL "SYSTEM" USING ws-step-tbl-command(ws-step-sub)
               RETURNING ws-sys-status
           END-CALL
           PERFORM DECODE-STEP-RC

           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE ws-now(1:14) TO ws-step-end(ws-step-sub)
           MOVE ws-step-rc-work TO ws-step-rc(ws-step-sub)
           MOVE SPACES TO hist-rec
           IF ws-step-rc(ws-step-sub) > ws-step-tbl-max(ws-step-sub)
               MOVE "FAILED" TO ws-step-state(ws-step-sub)
               SET hist-failed TO TRUE
               SET run-stopped TO TRUE
               MOVE ws-step-sub TO ws-stop-sub
           ELSE
               MOVE "OK" TO ws-step-state(ws-step-sub)
               SET hist-ok TO TRUE
           END-IF
           PERFORM FILL-STEP-EVENT
           PERFORM WRITE-HIST-LINE
           MOVE ws-step-rc(ws-step-sub) TO ws-rc-disp
           DISPLAY "QUERYNIGHTLY: step " ws-step-tbl-name(ws-step-sub)
                   " ended RC=" ws-rc-disp " "
                   ws-step-state(ws-step-sub).

      *> The shell hands back a wait status with the command's exit
      *> code in its second byte; a command the shell could not start
      *> at all comes back as 127, and one it could not even attempt
      *> as a negative status, which is taken as 255.
       DECODE-STEP-RC.
           MOVE 0 TO return-code
           IF ws-sys-status < 0
               MOVE 255 TO ws-step-rc-work
           ELSE
               IF ws-sys-status > 255
                   DIVIDE ws-sys-status BY 256
                       GIVING ws-step-rc-work
               ELSE
                   MOVE ws-sys-status TO ws-step-rc-work
               END-IF
           END-IF
           IF ws-step-rc-work > 255
               MOVE 255 TO ws-step-rc-work
           END-IF.

       FILL-STEP-EVENT.
           MOVE ws-step-sub TO hist-step-no
           MOVE ws-step-tbl-name(ws-step-sub) TO hist-step-name
           MOVE ws-step-start(ws-step-sub) TO hist-start-ts
           MOVE ws-step-end(ws-step-sub) TO hist-end-ts
           MOVE ws-step-rc(ws-step-sub) TO hist-rc
           MOVE ws-step-tbl-max(ws-step-sub) TO hist-max-rc.

       WRITE-RUN-EVENT.
           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE ws-now(1:14) TO hist-start-ts
           MOVE ws-now(1:14) TO hist-end-ts
           PERFORM WRITE-HIST-LINE.

      *> Each line goes out as it happens, so a driver that dies mid-
      *> step still leaves the STARTED line a restart resumes from.
       WRITE-HIST-LINE.
           MOVE ws-run-id TO hist-run-id
           WRITE hist-rec
           CLOSE hist-file
           OPEN EXTEND hist-file
           IF ws-hist-file-status NOT = "00"
               DISPLAY "QUERYNIGHTLY: run history lost, status "
                       ws-hist-file-status
               MOVE 12 TO return-code
               STOP RUN
           END-IF.

       SET-RUN-RC.
           MOVE 0 TO ws-run-rc
           IF run-stopped
               MOVE 8 TO ws-run-rc
           ELSE
               PERFORM VARYING ws-step-sub FROM 1 BY 1
                       UNTIL ws-step-sub > ws-step-count
                   IF ws-step-rc(ws-step-sub) > ws-run-rc
                       MOVE ws-step-rc(ws-step-sub) TO ws-run-rc
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-RUN-SUMMARY.
           OPEN OUTPUT summary-file
           IF ws-summary-file-status NOT = "00"
               DISPLAY "QUERYNIGHTLY: cannot write summary, status "
                       ws-summary-file-status
               EXIT PARAGRAPH
           END-IF
           MOVE "Nightly batch run summary" TO ws-report-line
           WRITE summary-file-rec FROM ws-report-line
           MOVE ws-attempt TO ws-attempt-disp
           MOVE SPACES TO ws-report-line
           STRING "RUN "                    DELIMITED BY SIZE
                  ws-run-id                 DELIMITED BY SIZE
                  "  ATTEMPT "              DELIMITED BY SIZE
                  FUNCTION TRIM(ws-attempt-disp)
                                            DELIMITED BY SIZE
                  "  CONTROL FILE "         DELIMITED BY SIZE
                  FUNCTION TRIM(ws-step-name-file)
                                            DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE summary-file-rec FROM ws-report-line
           IF run-resuming AND ws-resume-sub NOT > ws-step-count
               MOVE SPACES TO ws-report-line
               STRING "RESUMED AT STEP "    DELIMITED BY SIZE
                      ws-step-tbl-name(ws-resume-sub)
                                            DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
               WRITE summary-file-rec FROM ws-report-line
           END-IF
           MOVE SPACES TO ws-report-line
           WRITE summary-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           MOVE "NO STEP" TO ws-report-line(1:7)
           MOVE "MAX" TO ws-report-line(22:3)
           MOVE "RC" TO ws-report-line(27:2)
           MOVE "STATUS" TO ws-report-line(31:6)
           MOVE "STARTED" TO ws-report-line(52:7)
           MOVE "ENDED" TO ws-report-line(67:5)
           WRITE summary-file-rec FROM ws-report-line
           PERFORM VARYING ws-step-sub FROM 1 BY 1
                   UNTIL ws-step-sub > ws-step-count
               PERFORM WRITE-SUMMARY-STEP
           END-PERFORM
           MOVE SPACES TO ws-report-line
           WRITE summary-file-rec FROM ws-report-line
           MOVE ws-run-rc TO ws-rc-disp
           MOVE SPACES TO ws-report-line
           IF run-stopped
               STRING "RUN STOPPED AT STEP "   DELIMITED BY SIZE
                      ws-step-tbl-name(ws-stop-sub)
                                               DELIMITED BY SPACE
                      " - rerun to resume there" DELIMITED BY SIZE
                 INTO ws-report-line
               END-STRING
           ELSE
               MOVE "RUN COMPLETE" TO ws-report-line
           END-IF
           WRITE summary-file-rec FROM ws-report-line
           MOVE SPACES TO ws-report-line
           STRING "OVERALL RC=" DELIMITED BY SIZE
                  ws-rc-disp    DELIMITED BY SIZE
             INTO ws-report-line
           END-STRING
           WRITE summary-file-rec FROM ws-report-line
           CLOSE summary-file.

       WRITE-SUMMARY-STEP.
           EVALUATE TRUE
               WHEN ws-step-earlier(ws-step-sub) = "Y"
                   MOVE "OK, EARLIER ATTEMPT" TO ws-status-disp
               WHEN ws-step-state(ws-step-sub) = "OK"
                   MOVE "OK" TO ws-status-disp
               WHEN ws-step-state(ws-step-sub) = "FAILED"
                   MOVE "FAILED, OVER MAX" TO ws-status-disp
               WHEN OTHER
                   MOVE "NOT RUN" TO ws-status-disp
           END-EVALUATE
           MOVE ws-step-sub TO ws-sub-disp
           MOVE SPACES TO ws-report-line
           MOVE ws-sub-disp TO ws-report-line(1:2)
           MOVE ws-step-tbl-name(ws-step-sub) TO ws-report-line(4:16)
           MOVE ws-step-tbl-max(ws-step-sub) TO ws-rc-disp
           MOVE ws-rc-disp TO ws-report-line(22:3)
           IF ws-status-disp NOT = "NOT RUN"
               MOVE ws-step-rc(ws-step-sub) TO ws-rc-disp
               MOVE ws-rc-disp TO ws-report-line(26:3)
               MOVE ws-step-start(ws-step-sub)
                 TO ws-report-line(52:14)
               MOVE ws-step-end(ws-step-sub) TO ws-report-line(67:14)
           END-IF
           MOVE ws-status-disp TO ws-report-line(31:20)
           WRITE summary-file-rec FROM ws-report-line.

       END PROGRAM QueryNightly.
