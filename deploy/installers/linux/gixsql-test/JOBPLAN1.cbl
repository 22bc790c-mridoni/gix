      * job-plan record (JOBPLAN): one line per step with its
      * program, up to three predecessor steps, and the on-failure
      * action - S stops the chain at that point, C lets it
      * continue with the steps that don't depend on it. A step
      * that loads an inbound file names it as its file gate: the
      * FILWAT1 watcher must find that file complete and proved
      * (see its EXPFILES entry) before the step is released. A
      * pay-cycle step names the step before it as its balance
      * gate: the BALCHK1 balancing job must find that step's
      * ledger totals tied to its own predecessor's before this
      * one is released.
      *----------------------------------------------------------*
           01 JOB-PLAN-RECORD.
               05 JP-STEP          PIC X(08).
               05 JP-PRED-2        PIC X(08).
               05 JP-PRED-3        PIC X(08).
               05 JP-ON-FAIL       PIC X(01).
               05 JP-WAIT-FILE     PIC X(08).
               05 JP-BAL-STEP      PIC X(08).
               05 FILLER           PIC X(23).

      *    plan-state record (JOBSTATE): step and its last
      *    recorded outcome, appended by the generated script as
      *    each step finishes - C complete, F failed, H held by its
      *    file or balance gate - the newest record for a step wins
           01 PLAN-STATE-RECORD.
               05 PS-STEP          PIC X(08).
               05 PS-STATUS        PIC X(01).
                   10 ST-PRED-2        PIC X(08).
                   10 ST-PRED-3        PIC X(08).
                   10 ST-ON-FAIL       PIC X(01).
                   10 ST-WAIT-FILE     PIC X(08).
                   10 ST-BAL-STEP      PIC X(08).
                   10 ST-DONE-SW       PIC X(01).
                       88 ST-DONE      VALUE 'Y'.
                   10 ST-SCHEDULED-SW  PIC X(01).
                   MOVE JP-PRED-2 TO ST-PRED-2(STEP-COUNT)
                   MOVE JP-PRED-3 TO ST-PRED-3(STEP-COUNT)
                   MOVE JP-ON-FAIL TO ST-ON-FAIL(STEP-COUNT)
                   MOVE JP-WAIT-FILE TO ST-WAIT-FILE(STEP-COUNT)
                   MOVE JP-BAL-STEP TO ST-BAL-STEP(STEP-COUNT)
                   MOVE 'N' TO ST-DONE-SW(STEP-COUNT)
                   MOVE 'N' TO ST-SCHEDULED-SW(STEP-COUNT)
               END-IF
      * didn't need it... they did, so the scheduler simply never
      * re-schedules them until the step completes on a rerun).
      * A step return code up to 4 counts as complete, the shop's
      * warning convention. A gated step runs inside the watcher's
      * success branch; a file that never comes right records the
      * step held (H) and takes the same on-failure action, so the
      * rerun resumes at it once the file is there. A balance-
      * gated step runs the same way inside BALCHK1's success
      * branch - a predecessor out of balance holds it (H) until
      * the difference is explained or corrected.
      *----------------------------------------------------------*
       500-EMIT-STEP.
           MOVE SPACES TO RUN-SCRIPT-LINE
                  ' program ' DELIMITED BY SIZE
                  ST-PROGRAM(STEP-IDX) DELIMITED BY SIZE
               INTO RUN-SCRIPT-LINE
           IF ST-WAIT-FILE(STEP-IDX) NOT = SPACES
               STRING ' gated on ' DELIMITED BY SIZE
                      ST-WAIT-FILE(STEP-IDX) DELIMITED BY SIZE
                   INTO RUN-SCRIPT-LINE(37:20)
           END-IF
           IF ST-BAL-STEP(STEP-IDX) NOT = SPACES
               STRING ' balanced on ' DELIMITED BY SIZE
                      ST-BAL-STEP(STEP-IDX) DELIMITED BY SIZE
                   INTO RUN-SCRIPT-LINE(57:21)
           END-IF
           WRITE RUN-SCRIPT-LINE

           IF ST-WAIT-FILE(STEP-IDX) NOT = SPACES
               MOVE SPACES TO RUN-SCRIPT-LINE
               STRING 'FILWAT_FILE=' DELIMITED BY SIZE
                      ST-WAIT-FILE(STEP-IDX) DELIMITED BY SPACE
                      ' FILWAT_STEP=' DELIMITED BY SIZE
                      ST-STEP(STEP-IDX) DELIMITED BY SPACE
                      ' ./FILWAT1' DELIMITED BY SIZE
                   INTO RUN-SCRIPT-LINE
               WRITE RUN-SCRIPT-LINE
               MOVE 'if [ $? -le 4 ]; then' TO RUN-SCRIPT-LINE
               WRITE RUN-SCRIPT-LINE
           END-IF

           IF ST-BAL-STEP(STEP-IDX) NOT = SPACES
               MOVE SPACES TO RUN-SCRIPT-LINE
               STRING 'BAL_STEP=' DELIMITED BY SIZE
                      ST-BAL-STEP(STEP-IDX) DELIMITED BY SPACE
                      ' ./BALCHK1' DELIMITED BY SIZE
                   INTO RUN-SCRIPT-LINE
               WRITE RUN-SCRIPT-LINE
               MOVE 'if [ $? -le 4 ]; then' TO RUN-SCRIPT-LINE
               WRITE RUN-SCRIPT-LINE
           END-IF

           MOVE SPACES TO RUN-SCRIPT-LINE
           STRING './' DELIMITED BY SIZE
                  ST-PROGRAM(STEP-IDX) DELIMITED BY SPACE
                  'F" >> $JOBSTATE; ' DELIMITED BY SIZE
                  FAIL-CLAUSE DELIMITED BY SIZE
               INTO RUN-SCRIPT-LINE
           WRITE RUN-SCRIPT-LINE

           IF ST-BAL-STEP(STEP-IDX) NOT = SPACES
               MOVE SPACES TO RUN-SCRIPT-LINE
               STRING 'else echo "' DELIMITED BY SIZE
                      ST-STEP(STEP-IDX) DELIMITED BY SIZE
                      'H" >> $JOBSTATE; ' DELIMITED BY SIZE
                      FAIL-CLAUSE DELIMITED BY SIZE
                   INTO RUN-SCRIPT-LINE
               WRITE RUN-SCRIPT-LINE
           END-IF

           IF ST-WAIT-FILE(STEP-IDX) NOT = SPACES
               MOVE SPACES TO RUN-SCRIPT-LINE
               STRING 'else echo "' DELIMITED BY SIZE
                      ST-STEP(STEP-IDX) DELIMITED BY SIZE
                      'H" >> $JOBSTATE; ' DELIMITED BY SIZE
                      FAIL-CLAUSE DELIMITED BY SIZE
                   INTO RUN-SCRIPT-LINE
               WRITE RUN-SCRIPT-LINE
           END-IF.
