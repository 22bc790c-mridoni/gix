               88 JOB-MATCH-FOUND  VALUE 'Y'.
           01 JOB-MATCH-IDX        PIC 9(3) COMP.

      *    inbound-file alerts the watcher raised in the night
           01 ALERT-COUNT          PIC 9(3) COMP VALUE 0.
           01 ALERT-IDX            PIC 9(3) COMP.
           01 ALERT-TABLE.
               05 ALERT-ENTRY OCCURS 50 TIMES.
                   10 AL-TS            PIC X(16).
                   10 AL-FILE          PIC X(08).
                   10 AL-STEP          PIC X(08).
                   10 AL-ROWS          PIC 9(8).
                   10 AL-STATUS        PIC X(4).

      *    typical-duration reference (RUNTYPS): program, minutes
           01 TYPICAL-RECORD.
               05 TYP-PROGRAM      PIC X(10).
      * against its typical minutes from RUNTYPS, rows processed -
      * and closes with a red-flag section for jobs that never
      * wrote an END record, ended with a non-OK status, or ran
      * past their typical duration, and every inbound-file alert
      * the FILWAT1 watcher raised - a file late, never arrived
      * or failing its trailer proof. One page instead of a dozen
      * job logs to tail.
      *----------------------------------------------------------*
       000-MAIN.
           END-READ.

       200-FOLD-STATUS-RECORD.
           IF RS-EVENT-ALERT
               IF ALERT-COUNT < 50
                   ADD 1 TO ALERT-COUNT
                   MOVE RS-TS TO AL-TS(ALERT-COUNT)
                   MOVE RS-STEP(1:8) TO AL-FILE(ALERT-COUNT)
                   MOVE RS-STEP(9:8) TO AL-STEP(ALERT-COUNT)
                   MOVE RS-ROWS TO AL-ROWS(ALERT-COUNT)
                   MOVE RS-STATUS TO AL-STATUS(ALERT-COUNT)
               END-IF
               GO TO 200-FOLD-EXIT
           END-IF

           MOVE 'N' TO JOB-MATCH-SW
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > JOB-COUNT
               PERFORM 500-WRITE-RED-FLAGS
           END-PERFORM

           PERFORM VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT
               PERFORM 550-WRITE-FILE-ALERT
           END-PERFORM

           CLOSE MONITOR-REPORT.

       400-WRITE-JOB-LINE.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 550-WRITE-FILE-ALERT
      * LATE - not there by its expected-by time (the watcher kept
      * waiting); MISS - still not there when the watcher gave up;
      * BAD - arrived but failed its trailer proof. MISS and BAD
      * both left the gated step unreleased.
      *----------------------------------------------------------*
       550-WRITE-FILE-ALERT.
           ADD 1 TO RED-FLAG-COUNT
           MOVE SPACES TO MONITOR-REPORT-LINE
           STRING 'FILE ' DELIMITED BY SIZE
                  AL-FILE(ALERT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-STATUS(ALERT-IDX) DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  AL-TS(ALERT-IDX) DELIMITED BY SIZE
                  ' GATING STEP ' DELIMITED BY SIZE
                  AL-STEP(ALERT-IDX) DELIMITED BY SIZE
                  ' RECORDS=' DELIMITED BY SIZE
                  AL-ROWS(ALERT-IDX) DELIMITED BY SIZE
               INTO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE.
