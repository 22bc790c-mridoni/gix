
      *----------------------------------------------------------*
      * raw time-clock punch (TIMECLK): one line per employee per
      * day with the hours worked and the shift code. Clocks that
      * report the punch pair add the in and out clock times,
      * HHMM; an out time not after the in time is a shift that
      * ran past midnight. Blank times pay no shift premium. A
      * clock that also punches the meal period adds the meal-out
      * and meal-in times, HHMM; blank meal times on a timed punch
      * mean no meal was taken. The project or work-order code the
      * day's hours are charged to follows, blank for none.
      *----------------------------------------------------------*
           01 TIME-CLOCK-RECORD.
               05 TCK-ENO          PIC 9(04).
               05 TCK-DATE         PIC 9(08).
               05 TCK-HOURS        PIC 9(02)V99.
               05 TCK-SHIFT        PIC X(01).
               05 TCK-IN-HHMM      PIC 9(04).
               05 TCK-IN-FIELDS REDEFINES TCK-IN-HHMM.
                   10 TCK-IN-HH    PIC 9(02).
                   10 TCK-IN-MM    PIC 9(02).
               05 TCK-OUT-HHMM     PIC 9(04).
               05 TCK-OUT-FIELDS REDEFINES TCK-OUT-HHMM.
                   10 TCK-OUT-HH   PIC 9(02).
                   10 TCK-OUT-MM   PIC 9(02).
               05 TCK-MEAL-OUT-HHMM PIC 9(04).
               05 TCK-MEAL-OUT-FIELDS REDEFINES TCK-MEAL-OUT-HHMM.
                   10 TCK-MEAL-OUT-HH PIC 9(02).
                   10 TCK-MEAL-OUT-MM PIC 9(02).
               05 TCK-MEAL-IN-HHMM PIC 9(04).
               05 TCK-MEAL-IN-FIELDS REDEFINES TCK-MEAL-IN-HHMM.
                   10 TCK-MEAL-IN-HH PIC 9(02).
                   10 TCK-MEAL-IN-MM PIC 9(02).
               05 TCK-PROJECT      PIC X(08).
               05 FILLER           PIC X(39).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 OT-THRESHOLD-TEXT    PIC X(4).
           01 OT-THRESHOLD-HOURS   PIC 9(3)V99 VALUE 40.00.

      *    FLSA classification from the employee's job code (see
      *    JOBMNT1): an exempt employee's hours are all regular -
      *    no overtime split and no weekly-maximum overtime flag.
      *    No EMPJOB row counts as non-exempt, the old behaviour.
           01 EMP-EXEMPT-FLAG      PIC X(1).
               88 EMP-EXEMPT       VALUE 'Y'.

           01 PUNCH-READ-COUNT     PIC 9(6) VALUE 0.
           01 PUNCH-BAD-COUNT      PIC 9(6) VALUE 0.
           01 EMP-WRITTEN-COUNT    PIC 9(6) VALUE 0.
           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).
           01 TSA-MGR-ENO          PIC 9(4).
           01 TSA-STATUS           PIC X(1).
           01 TSA-REASON           PIC X(20).
           01 TSA-DECIDED-BY       PIC 9(4).
           01 APPROVAL-ROWS-COUNT  PIC 9(6) VALUE 0.

      *    approved time off from the self-service PTOREQ requests
      *    (WEBTEST001 PTOREQ/PTOAPPR): the period's approved hours
      *    by type follow the employee's ordinary line as PTO draw
      *    lines, so PAYCALC1 draws the balance. An employee on
      *    approved leave with no punches at all gets the draw
      *    lines on their own, and their TSAPPROVAL row goes in
      *    already approved - the manager approved the time off.
      *    A request this job draws is stamped T (taken onto the
      *    hours file); PAYCALC1 marks exactly those drawn, and a
      *    re-run draws them again with any newly approved.
           01 PTO-ENO              PIC 9(4).
           01 PTO-TYPE-WORK        PIC X(1).
           01 PTO-DRAW-HOURS       PIC 9(3)V99.
           01 PTO-EOF-SW           PIC X.
               88 PTO-EOF          VALUE 'Y'.
           01 TSA-LEAVE-ONLY-SW    PIC X VALUE 'N'.
               88 TSA-LEAVE-ONLY   VALUE 'Y'.
           01 PTO-LINE-COUNT       PIC 9(6) VALUE 0.
           01 PTO-LEAVE-ONLY-COUNT PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * schedule validation against the WSCHED master (SCHMNT1):
      * each employee's effective-dated weekly pattern says which
      * manager's approval; a punched day whose hours deviate from
      * the shift length by more than TS_DEV_MAX flags too; and a
      * scheduled day with no punch at all lists on the TSMISS
      * missing-time report. The pattern's start time is not
      * checked against the punch clock times; hours are what
      * validate. An employee with no pattern on file is not
      * schedule-checked.
      *----------------------------------------------------------*
           01 DEV-MAX-TEXT         PIC X(4).
           01 DEV-MAX-HOURS        PIC 9(2)V99 VALUE 2.00.
               88 DAY-PUNCHED      VALUE 'Y'.
           01 MISSING-COUNT        PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * holiday pay from the HOLCAL calendar (HOLMNT1): every paid
      * holiday of the employee's company inside the pay period
      * generates the day's PAID_HOURS on one holiday-pay line for
      * an active or paid-leave employee hired by that day, and
      * hours punched on such a holiday generate one worked-
      * holiday premium line on top of the ordinary hours they
      * already pay. Both lines price through their ERNCODE rows,
      * so the rate and taxability stay the pay office's to set.
      * A period missing from PERCAL generates no holiday lines.
      *----------------------------------------------------------*
           01 HOLIDAY-EARN-CODE    PIC X(3) VALUE 'HOL'.
           01 HOLIDAY-WORK-CODE    PIC X(3) VALUE 'HWP'.
           01 PERIOD-START-DATE    PIC 9(8) VALUE 0.
           01 PERIOD-END-DATE      PIC 9(8) VALUE 0.
           01 PERIOD-FOUND-SW      PIC X VALUE 'N'.
               88 PERIOD-FOUND     VALUE 'Y'.
           01 HOL-COMPANY          PIC X(3).
           01 HOL-DATE             PIC 9(8).
           01 HOL-PAID-HOURS       PIC 9(2)V99.
           01 HOL-PAY-HOURS        PIC 9(3)V99.
           01 HOL-WORK-HOURS       PIC 9(3)V99.
           01 HOL-ELIGIBLE-SW      PIC X.
               88 HOL-ELIGIBLE     VALUE 'Y'.
      *    'N' for a leave-only group, which has no punches to
      *    find worked holiday hours in
           01 HOL-PUNCHES-SW       PIC X VALUE 'N'.
               88 HOL-HAS-PUNCHES  VALUE 'Y'.
           01 HOLIDAY-LINE-COUNT   PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * shift and weekend premiums from the SHFTPREM rules
      * (SHPMNT1), keyed by company and department - a department
      * with no rules of its own takes the company-wide rules kept
      * under a blank department. Each punch pair with clock times
      * splits against every rule's time-of-day window on the
      * rule's weekday (zero is every day); a window whose end is
      * not after its start runs past midnight, and a punch may
      * too. The minutes inside each rule's window total to one
      * premium line per rule under the rule's own earnings code,
      * carrying the rule's flat-per-hour or percent-of-rate
      * premium for the calculation to price. The premium pays on
      * top: the same hours stay on the ordinary regular/overtime
      * line at base rate.
      *----------------------------------------------------------*
           01 SHP-COMPANY          PIC X(3).
           01 SHP-DEPT             PIC X(4).
           01 SHP-DEPT-RULES       PIC 9(6).
           01 SHP-RULE-COUNT       PIC 9(2) COMP VALUE 0.
           01 SHP-RULE-IDX         PIC 9(2) COMP.
           01 SHP-RULE-TABLE.
               05 SHP-RULE OCCURS 6 TIMES.
                   10 SR-DOW           PIC 9(1).
                   10 SR-START-MIN     PIC 9(4) COMP.
                   10 SR-END-MIN       PIC 9(4) COMP.
                   10 SR-PREM-TYPE     PIC X(1).
                   10 SR-PREM-RATE     PIC 9(3)V9(4).
                   10 SR-EARN-CODE     PIC X(3).
                   10 SR-MINUTES       PIC 9(5) COMP.
           01 SHP-FETCH-DOW        PIC 9(1).
           01 SHP-FETCH-START      PIC 9(4).
           01 SHP-FETCH-END        PIC 9(4).
           01 SHP-FETCH-TYPE       PIC X(1).
           01 SHP-FETCH-RATE       PIC 9(3)V9(4).
           01 SHP-FETCH-CODE       PIC X(3).
           01 CLOCK-TIMES-OK-SW    PIC X.
               88 CLOCK-TIMES-OK   VALUE 'Y'.
           01 CLOCK-HHMM           PIC 9(4).
           01 CLOCK-HH             PIC 9(2).
           01 CLOCK-MM             PIC 9(2).
           01 CLOCK-MINUTES        PIC 9(4) COMP.
           01 PUNCH-IN-MIN         PIC 9(4) COMP.
           01 PUNCH-OUT-MIN        PIC 9(4) COMP.
           01 PUNCH-DOW            PIC 9(1).
           01 WIN-DAY-OFFSET       PIC S9(1) COMP.
           01 WIN-DOW              PIC S9(2) COMP.
           01 WIN-START            PIC S9(5) COMP.
           01 WIN-END              PIC S9(5) COMP.
           01 OVERLAP-START        PIC S9(5) COMP.
           01 OVERLAP-END          PIC S9(5) COMP.
           01 PREMIUM-HOURS        PIC 9(3)V99.
           01 PREMIUM-LINE-COUNT   PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * meal-break compliance from the BRKRULE master (BRKLD1),
      * keyed by the work state - the department's DEPT_ST, the
      * employee's own state when the department has none - and
      * the rule in force at the period end. Every timed punch of
      * a non-exempt employee working past the rule's threshold is
      * checked for a meal period that was missed, shorter than
      * the minimum, or started after the threshold. Each such day
      * records on BRKVIOL for the compliance report (BRKRPT1) and
      * pays one premium hour at the regular rate under the rule's
      * earnings code - at most one premium per work day. A state
      * with no rule is not checked.
      *----------------------------------------------------------*
           01 BRK-WORK-ST          PIC X(2).
           01 BRK-RULE-DATE        PIC 9(8).
           01 BRK-RULE-FOUND-SW    PIC X.
               88 BRK-RULE-FOUND   VALUE 'Y'.
           01 BRK-MEAL-AFTER-MIN   PIC 9(4).
           01 BRK-MEAL-MINUTES     PIC 9(3).
           01 BRK-WAIVE-UPTO-MIN   PIC 9(4).
           01 BRK-EARN-CODE        PIC X(3).
           01 BRK-WORKED-MIN       PIC 9(4) COMP.
           01 BRK-WORKED-HOURS     PIC 9(2)V99.
           01 BRK-MEAL-OUT-MIN     PIC 9(4) COMP.
           01 BRK-MEAL-IN-MIN      PIC 9(4) COMP.
           01 BRK-MEAL-LENGTH      PIC 9(4).
           01 BRK-MEAL-START       PIC 9(4).
           01 BRK-VIOL-TYPE        PIC X(1).
               88 BRK-VIOL-NONE    VALUE ' '.
               88 BRK-VIOL-MISSED  VALUE 'M'.
               88 BRK-VIOL-SHORT   VALUE 'S'.
               88 BRK-VIOL-LATE    VALUE 'L'.
           01 BRK-VIOL-DATE        PIC 9(8).
           01 BRK-LAST-VIOL-DATE   PIC 9(8).
           01 BRK-PREMIUM-COUNT    PIC 9(2) COMP.
           01 BRK-PREMIUM-HOURS    PIC 9(3)V99.
           01 MEAL-VIOLATION-COUNT PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * project labor charging: each punch's project code, when
      * it names an open project on the PROJECT master (PRJMNT1),
      * records the day's hours on PRJHOURS for the costing run
      * (PRJCOST1) to price. An unknown or closed code flags as an
      * anomaly - the hours still pay, they just cost to no
      * project. A re-run replaces the employee's period rows.
      *----------------------------------------------------------*
           01 PRJ-CODE             PIC X(8).
           01 PRJ-STATUS           PIC X(1).
           01 PRJ-WORK-DATE        PIC 9(8).
           01 PRJ-HOURS            PIC 9(2)V99.
           01 PROJECT-ROWS-COUNT   PIC 9(6) VALUE 0.

      *    per-employee punch accumulation for the period
           01 TS-EMP-COUNT         PIC 9(3) COMP VALUE 0.
           01 TS-EMP-IDX           PIC 9(3) COMP.
                   10 TE-PUNCH OCCURS 31 TIMES.
                       15 TP-DATE      PIC 9(8).
                       15 TP-HOURS     PIC 9(2)V99.
                       15 TP-IN-HHMM   PIC 9(4).
                       15 TP-OUT-HHMM  PIC 9(4).
                       15 TP-TIMED     PIC X(1).
                       15 TP-MEAL-OUT  PIC 9(4).
                       15 TP-MEAL-IN   PIC 9(4).
                       15 TP-MEAL-TAKEN PIC X(1).
                       15 TP-PROJECT   PIC X(8).
           01 TS-MATCH-SW          PIC X.
               88 TS-MATCH-FOUND   VALUE 'Y'.
           01 TS-MATCH-IDX         PIC 9(3) COMP.
           01 BEST-IDX             PIC 9(2) COMP.
           01 SWAP-DATE            PIC 9(8).
           01 SWAP-HOURS           PIC 9(2)V99.
           01 SWAP-IN-HHMM         PIC 9(4).
           01 SWAP-OUT-HHMM        PIC 9(4).
           01 SWAP-TIMED           PIC X(1).
           01 SWAP-MEAL-OUT        PIC 9(4).
           01 SWAP-MEAL-IN         PIC 9(4).
           01 SWAP-MEAL-TAKEN      PIC X(1).
           01 SWAP-PROJECT         PIC X(8).

           01 TOTAL-HOURS          PIC 9(4)V99.
           01 REG-HOURS            PIC 9(3)V99.
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE HOLCRSR CURSOR FOR
               SELECT HOL_DATE, PAID_HOURS
                   FROM HOLCAL
                   WHERE COMPANY_CODE = :HOL-COMPANY
                     AND HOL_DATE >= :PERIOD-START-DATE
                     AND HOL_DATE <= :PERIOD-END-DATE
                     AND PAID_HOURS > 0
                   ORDER BY HOL_DATE
           END-EXEC.

           EXEC SQL
               DECLARE SHPCRSR CURSOR FOR
               SELECT DOW, START_HHMM, END_HHMM, PREM_TYPE,
                      PREM_RATE, EARN_CODE
                   FROM SHFTPREM
                   WHERE COMPANY_CODE = :SHP-COMPANY
                     AND DEPT = :SHP-DEPT
                   ORDER BY RULE_SEQ
           END-EXEC.

      *  describes BRKVIOL's real column shape so the precompiler
      *  can flag a statement that doesn't line up with it
           EXEC SQL
               DECLARE TABLE BRKVIOL
                   (PERIOD_ID      DECIMAL(6,0)  NOT NULL,
                    ENO            DECIMAL(4,0)  NOT NULL,
                    WORK_DATE      DECIMAL(8,0)  NOT NULL,
                    VIOL_TYPE      CHAR(1)       NOT NULL,
                    DEPT           CHAR(4)       NOT NULL,
                    MGR_ENO        DECIMAL(4,0)  NOT NULL,
                    WORK_ST        CHAR(2)       NOT NULL,
                    WORKED_HOURS   DECIMAL(4,2)  NOT NULL,
                    MEAL_MINUTES   DECIMAL(4,0)  NOT NULL,
                    MEAL_START_MIN DECIMAL(4,0)  NOT NULL,
                    EARN_CODE      CHAR(3)       NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE PRJHOURS
                   (PERIOD_ID      DECIMAL(6,0)  NOT NULL,
                    ENO            DECIMAL(4,0)  NOT NULL,
                    WORK_DATE      DECIMAL(8,0)  NOT NULL,
                    PROJ_CODE      CHAR(8)       NOT NULL,
                    DEPT           CHAR(4)       NOT NULL,
                    HOURS          DECIMAL(4,2)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE PTOREQ
                   (REQ_ID          DECIMAL(8,0) NOT NULL,
                    ENO             DECIMAL(4,0) NOT NULL,
                    PTO_TYPE        CHAR(1)      NOT NULL,
                    START_DATE      DECIMAL(8,0) NOT NULL,
                    END_DATE        DECIMAL(8,0) NOT NULL,
                    HOURS           DECIMAL(5,2) NOT NULL,
                    PERIOD_ID       DECIMAL(6,0) NOT NULL,
                    MGR_ENO         DECIMAL(4,0) NOT NULL,
                    STATUS          CHAR(1)      NOT NULL,
                    REQUEST_DATE    DECIMAL(8,0) NOT NULL,
                    DECIDED_BY      DECIMAL(4,0),
                    DECISION_REASON CHAR(20),
                    DECIDED_DATE    DECIMAL(8,0))
           END-EXEC.

           EXEC SQL
               DECLARE PTOCRSR CURSOR FOR
               SELECT DISTINCT ENO
                   FROM PTOREQ
                   WHERE PERIOD_ID = :PERIOD-ID
                     AND STATUS IN ('A', 'T')
                   ORDER BY ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * punches, seven-day streaks, missing days - and each
      * employee's clean period total splits at the weekly
      * overtime threshold into the regular/overtime buckets of
      * the HOURSIN file PAYCALC1 reads - non-exempt staff only;
      * an FLSA-exempt job's hours all stay regular. Anomalies go to the
      * TSANOM report before anything reaches the pay run. Punched
      * meal periods are held to the work state's meal-break rule,
      * and each violation day earns a premium hour.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
               GO TO 100-EXIT
           END-IF.

           EXEC SQL
               SELECT START_DATE, END_DATE
                   INTO :PERIOD-START-DATE, :PERIOD-END-DATE
                   FROM PERCAL
                   WHERE PERIOD_ID = :PERIOD-ID
           END-EXEC.
           IF SQLCODE = 0
               SET PERIOD-FOUND TO TRUE
           ELSE
               DISPLAY 'TIMESHT1 PERIOD ' PERIOD-ID
                   ' NOT ON PERCAL - NO HOLIDAY LINES, SQLCODE: '
                   SQLCODE
           END-IF.

       100-MAIN.
           OPEN INPUT TIME-CLOCK-FILE.
           IF CLOCK-FILE-STATUS NOT = '00'
                   UNTIL TS-EMP-IDX > TS-EMP-COUNT
               PERFORM 400-PROCESS-EMPLOYEE THRU 400-PROCESS-EXIT
           END-PERFORM.
           PERFORM 446-WRITE-LEAVE-ONLY-GROUPS
               THRU 446-LEAVE-EXIT.
           CLOSE PAY-HOURS-FILE.

           CLOSE ANOMALY-REPORT.
           DISPLAY 'TIMESHT1 ANOMALIES      : ' ANOMALY-COUNT.
           DISPLAY 'TIMESHT1 APPROVALS OPEN : ' APPROVAL-ROWS-COUNT.
           DISPLAY 'TIMESHT1 MISSING DAYS   : ' MISSING-COUNT.
           DISPLAY 'TIMESHT1 HOLIDAY LINES  : ' HOLIDAY-LINE-COUNT.
           DISPLAY 'TIMESHT1 PREMIUM LINES  : ' PREMIUM-LINE-COUNT.
           DISPLAY 'TIMESHT1 PTO DRAW LINES : ' PTO-LINE-COUNT.
           DISPLAY 'TIMESHT1 LEAVE-ONLY EMPS: ' PTO-LEAVE-ONLY-COUNT.
           DISPLAY 'TIMESHT1 MEAL VIOLATIONS: ' MEAL-VIOLATION-COUNT.
           DISPLAY 'TIMESHT1 PROJECT CHARGES: ' PROJECT-ROWS-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.
                   TE-PUNCH-COUNT(TS-MATCH-IDX))
               MOVE TCK-HOURS TO TP-HOURS(TS-MATCH-IDX,
                   TE-PUNCH-COUNT(TS-MATCH-IDX))
               MOVE TCK-PROJECT TO TP-PROJECT(TS-MATCH-IDX,
                   TE-PUNCH-COUNT(TS-MATCH-IDX))
               PERFORM 310-GATHER-CLOCK-TIMES
           END-IF.
       300-GATHER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 310-GATHER-CLOCK-TIMES
      * The punch pair's clock times, when the clock sent them:
      * blank times just leave the punch untimed, but times that
      * are present and not a real HHMM flag as an anomaly - the
      * hours still pay, the premium split does not.
      *----------------------------------------------------------*
       310-GATHER-CLOCK-TIMES.
           MOVE 'N' TO TP-TIMED(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 0 TO TP-IN-HHMM(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 0 TO TP-OUT-HHMM(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 'N' TO TP-MEAL-TAKEN(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 0 TO TP-MEAL-OUT(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 0 TO TP-MEAL-IN(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           IF TIME-CLOCK-RECORD(18:8) = SPACES
               GO TO 310-GATHER-CLOCK-EXIT
           END-IF

           MOVE 'Y' TO CLOCK-TIMES-OK-SW
           IF TCK-IN-HHMM NOT NUMERIC OR TCK-OUT-HHMM NOT NUMERIC
               MOVE 'N' TO CLOCK-TIMES-OK-SW
           ELSE
               IF TCK-IN-HH > 23 OR TCK-IN-MM > 59
                       OR TCK-OUT-HH > 23 OR TCK-OUT-MM > 59
                   MOVE 'N' TO CLOCK-TIMES-OK-SW
               END-IF
           END-IF
           IF NOT CLOCK-TIMES-OK
               MOVE SPACES TO ANOMALY-LINE
               STRING 'ENO=' DELIMITED BY SIZE
                      TCK-ENO DELIMITED BY SIZE
                      ' UNREADABLE CLOCK TIMES ON ' DELIMITED BY SIZE
                      TCK-DATE DELIMITED BY SIZE
                      ' - NO SHIFT PREMIUM' DELIMITED BY SIZE
                   INTO ANOMALY-LINE
               WRITE ANOMALY-LINE
               ADD 1 TO ANOMALY-COUNT
               GO TO 310-GATHER-CLOCK-EXIT
           END-IF

           MOVE TCK-IN-HHMM TO TP-IN-HHMM(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE TCK-OUT-HHMM TO TP-OUT-HHMM(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 'Y' TO TP-TIMED(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           PERFORM 315-GATHER-MEAL-TIMES.
       310-GATHER-CLOCK-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 315-GATHER-MEAL-TIMES
      * The timed punch's meal pair: blank is no meal taken, a
      * real pair is kept for the break check, and times present
      * but unreadable flag as an anomaly and leave the day out of
      * the meal check ('X') rather than pay a premium on a guess.
      *----------------------------------------------------------*
       315-GATHER-MEAL-TIMES.
           IF TIME-CLOCK-RECORD(26:8) = SPACES
               GO TO 315-GATHER-MEAL-EXIT
           END-IF

           MOVE 'Y' TO CLOCK-TIMES-OK-SW
           IF TCK-MEAL-OUT-HHMM NOT NUMERIC
                   OR TCK-MEAL-IN-HHMM NOT NUMERIC
               MOVE 'N' TO CLOCK-TIMES-OK-SW
           ELSE
               IF TCK-MEAL-OUT-HH > 23 OR TCK-MEAL-OUT-MM > 59
                       OR TCK-MEAL-IN-HH > 23 OR TCK-MEAL-IN-MM > 59
                   MOVE 'N' TO CLOCK-TIMES-OK-SW
               END-IF
           END-IF
           IF NOT CLOCK-TIMES-OK
               MOVE 'X' TO TP-MEAL-TAKEN(TS-MATCH-IDX,
                   TE-PUNCH-COUNT(TS-MATCH-IDX))
               MOVE SPACES TO ANOMALY-LINE
               STRING 'ENO=' DELIMITED BY SIZE
                      TCK-ENO DELIMITED BY SIZE
                      ' UNREADABLE MEAL TIMES ON ' DELIMITED BY SIZE
                      TCK-DATE DELIMITED BY SIZE
                      ' - MEAL NOT CHECKED' DELIMITED BY SIZE
                   INTO ANOMALY-LINE
               WRITE ANOMALY-LINE
               ADD 1 TO ANOMALY-COUNT
               GO TO 315-GATHER-MEAL-EXIT
           END-IF

           MOVE TCK-MEAL-OUT-HHMM TO TP-MEAL-OUT(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE TCK-MEAL-IN-HHMM TO TP-MEAL-IN(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX))
           MOVE 'Y' TO TP-MEAL-TAKEN(TS-MATCH-IDX,
               TE-PUNCH-COUNT(TS-MATCH-IDX)).
       315-GATHER-MEAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-PROCESS-EMPLOYEE
      * One employee's period: status check against MISCDATA,
           PERFORM 410-SORT-EMPLOYEE-PUNCHES

           EXEC SQL
               DELETE FROM PRJHOURS
                   WHERE PERIOD_ID = :PERIOD-ID
                     AND ENO = :TE-ENO(TS-EMP-IDX)
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'TIMESHT1 PRJHOURS DELETE SQLCODE: ' SQLCODE
                   ' ENO: ' TE-ENO(TS-EMP-IDX)
           END-IF

           EXEC SQL
               SELECT MISCDATA, COMPANY, DEPT, ST
                   INTO :MISCDATA, :COMPANY-CODE, :DEPT, :ST
                   FROM EMPTABLE
                   WHERE ENO = :TE-ENO(TS-EMP-IDX)
           END-EXEC
               GO TO 400-PROCESS-EXIT
           END-IF

           MOVE 'N' TO EMP-EXEMPT-FLAG
           EXEC SQL
               SELECT J.EXEMPT_FLAG INTO :EMP-EXEMPT-FLAG
                   FROM EMPJOB E, JOBCODE J
                   WHERE E.ENO = :TE-ENO(TS-EMP-IDX)
                     AND J.JOB_CODE = E.JOB_CODE
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO EMP-EXEMPT-FLAG
           END-IF

           MOVE TE-ENO(TS-EMP-IDX) TO SCHED-ENO
           PERFORM 433-CHECK-HAS-SCHEDULE

               ADD TP-HOURS(TS-EMP-IDX, PUNCH-IDX) TO TOTAL-HOURS
           END-PERFORM

           IF TOTAL-HOURS > WEEKLY-MAX-HOURS AND NOT EMP-EXEMPT
               PERFORM 490-WRITE-EMP-ANOMALY-HDR
               MOVE TOTAL-HOURS TO HOURS-EDIT
               STRING 'WEEKLY TOTAL ' DELIMITED BY SIZE
               ADD 1 TO ANOMALY-COUNT
           END-IF

           IF TOTAL-HOURS > OT-THRESHOLD-HOURS AND NOT EMP-EXEMPT
               MOVE OT-THRESHOLD-HOURS TO REG-HOURS
               COMPUTE OT-HOURS = TOTAL-HOURS - OT-THRESHOLD-HOURS
           ELSE
           MOVE TE-ENO(TS-EMP-IDX) TO PH-ENO
           MOVE REG-HOURS TO PH-REG-HOURS
           MOVE OT-HOURS TO PH-OT-HOURS
      *    badge punches never carry PTO - approved time off
      *    follows on its own draw lines
           MOVE SPACE TO PH-PTO-TYPE
           MOVE 0 TO PH-PTO-HOURS
           WRITE PAY-HOURS-LINE FROM PAY-HOURS-RECORD
           ADD 1 TO EMP-WRITTEN-COUNT
           PERFORM 440-WRITE-APPROVAL-REQUEST

           MOVE TE-ENO(TS-EMP-IDX) TO PTO-ENO
           PERFORM 442-WRITE-PTO-DRAW-LINES

           PERFORM VARYING PUNCH-IDX FROM 1 BY 1
                   UNTIL PUNCH-IDX > TE-PUNCH-COUNT(TS-EMP-IDX)
               IF TP-PROJECT(TS-EMP-IDX, PUNCH-IDX) NOT = SPACES
                   PERFORM 480-CHARGE-PROJECT-HOURS
                       THRU 480-CHARGE-EXIT
               END-IF
           END-PERFORM

           IF PERIOD-FOUND
               SET HOL-HAS-PUNCHES TO TRUE
               PERFORM 450-WRITE-HOLIDAY-LINES
                   THRU 450-HOLIDAY-EXIT
           END-IF

           PERFORM 460-WRITE-PREMIUM-LINES
               THRU 460-PREMIUM-EXIT

           PERFORM 470-CHECK-MEAL-BREAKS
               THRU 470-MEAL-EXIT.
       400-PROCESS-EXIT.
           EXIT.

      * whole-row delete-and-insert keeps a re-run idempotent and
      * resets any earlier decision, since the hours it covered
      * have changed. An employee whose department has no manager
      * carries manager zero - the chase report flags those. A
      * leave-only employee's row goes in approved by the manager
      * who approved the time off.
      *----------------------------------------------------------*
       440-WRITE-APPROVAL-REQUEST.
           MOVE 0 TO TSA-MGR-ENO
               MOVE 0 TO TSA-MGR-ENO
           END-IF

           MOVE 'P' TO TSA-STATUS
           MOVE SPACES TO TSA-REASON
           MOVE 0 TO TSA-DECIDED-BY
           IF TSA-LEAVE-ONLY
               MOVE 'A' TO TSA-STATUS
               MOVE 'APPROVED TIME OFF' TO TSA-REASON
               MOVE TSA-MGR-ENO TO TSA-DECIDED-BY
           END-IF

           EXEC SQL
               DELETE FROM TSAPPROVAL
                   WHERE PERIOD_ID = :PERIOD-ID
                   (PERIOD_ID, ENO, MGR_ENO, REG_HOURS, OT_HOURS,
                    STATUS, DECISION_REASON, DECIDED_BY)
                   VALUES (:PERIOD-ID, :PH-ENO, :TSA-MGR-ENO,
                           :PH-REG-HOURS, :PH-OT-HOURS, :TSA-STATUS,
                           :TSA-REASON, :TSA-DECIDED-BY)
           END-EXEC

           IF SQLCODE = 0
               IF NOT TSA-LEAVE-ONLY
                   ADD 1 TO APPROVAL-ROWS-COUNT
               END-IF
           ELSE
               DISPLAY 'TIMESHT1 TSAPPROVAL INSERT SQLCODE: '
                   SQLCODE ' ENO: ' PH-ENO
           END-IF.

      *----------------------------------------------------------*
      * 442-WRITE-PTO-DRAW-LINES
      * PTO-ENO's approved time off for the period: one draw line
      * per PTO type carrying the type's approved hours, no
      * worked hours. A type with nothing approved writes no line.
      * The approved requests are stamped T before they are
      * summed, so the line carries exactly the requests stamped
      * and one approved mid-run waits for the next run.
      *----------------------------------------------------------*
       442-WRITE-PTO-DRAW-LINES.
           MOVE 'V' TO PTO-TYPE-WORK
           PERFORM 444-WRITE-ONE-PTO-LINE
           MOVE 'S' TO PTO-TYPE-WORK
           PERFORM 444-WRITE-ONE-PTO-LINE.

       444-WRITE-ONE-PTO-LINE.
           EXEC SQL
               UPDATE PTOREQ
                   SET STATUS = 'T'
                   WHERE PERIOD_ID = :PERIOD-ID
                     AND ENO = :PTO-ENO
                     AND PTO_TYPE = :PTO-TYPE-WORK
                     AND STATUS = 'A'
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'TIMESHT1 PTOREQ UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' PTO-ENO
           END-IF

           MOVE 0 TO PTO-DRAW-HOURS
           EXEC SQL
               SELECT COALESCE(SUM(HOURS), 0) INTO :PTO-DRAW-HOURS
                   FROM PTOREQ
                   WHERE PERIOD_ID = :PERIOD-ID
                     AND ENO = :PTO-ENO
                     AND PTO_TYPE = :PTO-TYPE-WORK
                     AND STATUS = 'T'
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TIMESHT1 PTOREQ READ SQLCODE: ' SQLCODE
                   ' ENO: ' PTO-ENO
               MOVE 0 TO PTO-DRAW-HOURS
           END-IF

           IF PTO-DRAW-HOURS > 0
               MOVE SPACES TO PAY-HOURS-RECORD
               MOVE PTO-ENO TO PH-ENO
               MOVE 0 TO PH-REG-HOURS
               MOVE 0 TO PH-OT-HOURS
               MOVE PTO-TYPE-WORK TO PH-PTO-TYPE
               MOVE PTO-DRAW-HOURS TO PH-PTO-HOURS
               WRITE PAY-HOURS-LINE FROM PAY-HOURS-RECORD
               ADD 1 TO PTO-LINE-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 446-WRITE-LEAVE-ONLY-GROUPS
      * Employees with approved time off in the period but no
      * punches on the clock file: the draw lines, and the holiday
      * line for any paid holiday they are eligible for, make up
      * their whole group. Terminated staff and numbers no longer
      * on EMPTABLE report as anomalies and draw nothing.
      *----------------------------------------------------------*
       446-WRITE-LEAVE-ONLY-GROUPS.
           EXEC SQL
               OPEN PTOCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TIMESHT1 PTOREQ OPEN SQLCODE: ' SQLCODE
               GO TO 446-LEAVE-EXIT
           END-IF

           MOVE 'N' TO PTO-EOF-SW
           PERFORM 447-FETCH-LEAVE-EMPLOYEE
           PERFORM UNTIL PTO-EOF
               PERFORM 448-WRITE-ONE-LEAVE-GROUP
                   THRU 448-LEAVE-GROUP-EXIT
               PERFORM 447-FETCH-LEAVE-EMPLOYEE
           END-PERFORM

           EXEC SQL
               CLOSE PTOCRSR
           END-EXEC.
       446-LEAVE-EXIT.
           EXIT.

       447-FETCH-LEAVE-EMPLOYEE.
           EXEC SQL
               FETCH PTOCRSR INTO :PTO-ENO
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'TIMESHT1 PTOREQ FETCH SQLCODE: ' SQLCODE
               END-IF
               SET PTO-EOF TO TRUE
           END-IF.

       448-WRITE-ONE-LEAVE-GROUP.
           MOVE 'N' TO TS-MATCH-SW
           PERFORM VARYING TS-MATCH-IDX FROM 1 BY 1
                   UNTIL TS-MATCH-IDX > TS-EMP-COUNT
                      OR TS-MATCH-FOUND
               IF TE-ENO(TS-MATCH-IDX) = PTO-ENO
                   SET TS-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TS-MATCH-FOUND
               GO TO 448-LEAVE-GROUP-EXIT
           END-IF

           EXEC SQL
               SELECT MISCDATA, COMPANY
                   INTO :MISCDATA, :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :PTO-ENO
           END-EXEC
           IF SQLCODE <> 0 OR MISC-STATUS-CODE = 'TE'
               MOVE SPACES TO ANOMALY-LINE
               STRING 'ENO=' DELIMITED BY SIZE
                      PTO-ENO DELIMITED BY SIZE
                      ' APPROVED LEAVE NOT PAID - NOT ACTIVE'
                          DELIMITED BY SIZE
                   INTO ANOMALY-LINE
               WRITE ANOMALY-LINE
               ADD 1 TO ANOMALY-COUNT
               GO TO 448-LEAVE-GROUP-EXIT
           END-IF

           PERFORM 442-WRITE-PTO-DRAW-LINES

           IF PERIOD-FOUND
               MOVE 'N' TO HOL-PUNCHES-SW
               PERFORM 450-WRITE-HOLIDAY-LINES
                   THRU 450-HOLIDAY-EXIT
           END-IF

           MOVE SPACES TO PAY-HOURS-RECORD
           MOVE PTO-ENO TO PH-ENO
           MOVE 0 TO PH-REG-HOURS
           MOVE 0 TO PH-OT-HOURS
           SET TSA-LEAVE-ONLY TO TRUE
           PERFORM 440-WRITE-APPROVAL-REQUEST
           MOVE 'N' TO TSA-LEAVE-ONLY-SW
           ADD 1 TO PTO-LEAVE-ONLY-COUNT.
       448-LEAVE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 450-WRITE-HOLIDAY-LINES
      * The period's paid holidays for the employee's company: the
      * holiday hours of every day the employee is eligible for
      * total onto one holiday-pay line, and the hours punched on
      * any of those days total onto one worked-holiday premium
      * line, both following the employee's ordinary line so the
      * group stays together for the calculation. PTO-ENO names
      * the employee, for a punched group and a leave-only one
      * alike.
      *----------------------------------------------------------*
       450-WRITE-HOLIDAY-LINES.
           MOVE 0 TO HOL-PAY-HOURS
           MOVE 0 TO HOL-WORK-HOURS
           MOVE COMPANY-CODE TO HOL-COMPANY

           EXEC SQL
               OPEN HOLCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TIMESHT1 HOLCAL OPEN SQLCODE: ' SQLCODE
                   ' ENO: ' PTO-ENO
               GO TO 450-HOLIDAY-EXIT
           END-IF

           PERFORM 455-FETCH-HOLIDAY
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 458-APPLY-ONE-HOLIDAY
               PERFORM 455-FETCH-HOLIDAY
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'TIMESHT1 HOLCAL FETCH SQLCODE: ' SQLCODE
                   ' ENO: ' PTO-ENO
           END-IF

           EXEC SQL
               CLOSE HOLCRSR
           END-EXEC

           IF HOL-PAY-HOURS > 0
               MOVE SPACES TO PAY-HOURS-RECORD
               MOVE PTO-ENO TO PH-ENO
               MOVE HOL-PAY-HOURS TO PH-REG-HOURS
               MOVE 0 TO PH-OT-HOURS
               MOVE SPACE TO PH-PTO-TYPE
               MOVE 0 TO PH-PTO-HOURS
               MOVE HOLIDAY-EARN-CODE TO PH-EARN-CODE
               WRITE PAY-HOURS-LINE FROM PAY-HOURS-RECORD
               ADD 1 TO HOLIDAY-LINE-COUNT
           END-IF

           IF HOL-WORK-HOURS > 0
               MOVE SPACES TO PAY-HOURS-RECORD
               MOVE PTO-ENO TO PH-ENO
               MOVE HOL-WORK-HOURS TO PH-REG-HOURS
               MOVE 0 TO PH-OT-HOURS
               MOVE SPACE TO PH-PTO-TYPE
               MOVE 0 TO PH-PTO-HOURS
               MOVE HOLIDAY-WORK-CODE TO PH-EARN-CODE
               WRITE PAY-HOURS-LINE FROM PAY-HOURS-RECORD
               ADD 1 TO HOLIDAY-LINE-COUNT
           END-IF.
       450-HOLIDAY-EXIT.
           EXIT.

       455-FETCH-HOLIDAY.
           EXEC SQL
               FETCH HOLCRSR
                   INTO :HOL-DATE, :HOL-PAID-HOURS
           END-EXEC.

      *    holiday pay needs the employee hired by the day and not
      *    on unpaid leave; the worked premium follows the punches
       458-APPLY-ONE-HOLIDAY.
           MOVE 'N' TO HOL-ELIGIBLE-SW
           IF MISC-STATUS-CODE = 'AC' OR MISC-STATUS-CODE = 'LP'
               IF MISC-HIRE-DATE NUMERIC
                       AND MISC-HIRE-DATE <= HOL-DATE
                   SET HOL-ELIGIBLE TO TRUE
               END-IF
           END-IF
           IF HOL-ELIGIBLE
               ADD HOL-PAID-HOURS TO HOL-PAY-HOURS
           END-IF

           IF HOL-HAS-PUNCHES
               PERFORM VARYING PUNCH-IDX FROM 1 BY 1
                       UNTIL PUNCH-IDX > TE-PUNCH-COUNT(TS-EMP-IDX)
                   IF TP-DATE(TS-EMP-IDX, PUNCH-IDX) = HOL-DATE
                       ADD TP-HOURS(TS-EMP-IDX, PUNCH-IDX)
                           TO HOL-WORK-HOURS
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------*
      * 460-WRITE-PREMIUM-LINES
      * The employee's shift premium rules against every timed
      * punch, then one premium line per rule that caught any
      * minutes, hours rounded to the hundredth.
      *----------------------------------------------------------*
       460-WRITE-PREMIUM-LINES.
           PERFORM 462-LOAD-PREMIUM-RULES
               THRU 462-LOAD-EXIT
           IF SHP-RULE-COUNT = 0
               GO TO 460-PREMIUM-EXIT
           END-IF

           PERFORM VARYING PUNCH-IDX FROM 1 BY 1
                   UNTIL PUNCH-IDX > TE-PUNCH-COUNT(TS-EMP-IDX)
               IF TP-TIMED(TS-EMP-IDX, PUNCH-IDX) = 'Y'
                   PERFORM 465-SPLIT-ONE-PUNCH
               END-IF
           END-PERFORM

           PERFORM VARYING SHP-RULE-IDX FROM 1 BY 1
                   UNTIL SHP-RULE-IDX > SHP-RULE-COUNT
               IF SR-MINUTES(SHP-RULE-IDX) > 0
                   COMPUTE PREMIUM-HOURS ROUNDED =
                       SR-MINUTES(SHP-RULE-IDX) / 60
                   MOVE SPACES TO PAY-HOURS-RECORD
                   MOVE TE-ENO(TS-EMP-IDX) TO PH-ENO
                   MOVE PREMIUM-HOURS TO PH-REG-HOURS
                   MOVE 0 TO PH-OT-HOURS
                   MOVE SPACE TO PH-PTO-TYPE
                   MOVE 0 TO PH-PTO-HOURS
                   MOVE SR-EARN-CODE(SHP-RULE-IDX) TO PH-EARN-CODE
                   MOVE SR-PREM-TYPE(SHP-RULE-IDX) TO PH-PREM-TYPE
                   MOVE SR-PREM-RATE(SHP-RULE-IDX) TO PH-PREM-RATE
                   WRITE PAY-HOURS-LINE FROM PAY-HOURS-RECORD
                   ADD 1 TO PREMIUM-LINE-COUNT
               END-IF
           END-PERFORM.
       460-PREMIUM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 462-LOAD-PREMIUM-RULES
      * The department's own rules, or the company-wide blank-
      * department rules when it has none. The table holds six; a
      * department carrying more reports the overflow rather than
      * paying some rules silently short.
      *----------------------------------------------------------*
       462-LOAD-PREMIUM-RULES.
           MOVE 0 TO SHP-RULE-COUNT
           MOVE COMPANY-CODE TO SHP-COMPANY
           MOVE DEPT TO SHP-DEPT
           MOVE 0 TO SHP-DEPT-RULES
           EXEC SQL
               SELECT COUNT(*) INTO :SHP-DEPT-RULES
                   FROM SHFTPREM
                   WHERE COMPANY_CODE = :SHP-COMPANY
                     AND DEPT = :SHP-DEPT
           END-EXEC
           IF SQLCODE <> 0 OR SHP-DEPT-RULES = 0
               MOVE SPACES TO SHP-DEPT
           END-IF

           EXEC SQL
               OPEN SHPCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TIMESHT1 SHFTPREM OPEN SQLCODE: ' SQLCODE
                   ' ENO: ' TE-ENO(TS-EMP-IDX)
               GO TO 462-LOAD-EXIT
           END-IF

           PERFORM 463-FETCH-PREMIUM-RULE
           PERFORM UNTIL SQLCODE <> 0 OR SHP-RULE-COUNT >= 6
               ADD 1 TO SHP-RULE-COUNT
               MOVE SHP-FETCH-DOW TO SR-DOW(SHP-RULE-COUNT)
               MOVE SHP-FETCH-START TO CLOCK-HHMM
               PERFORM 468-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO SR-START-MIN(SHP-RULE-COUNT)
               MOVE SHP-FETCH-END TO CLOCK-HHMM
               PERFORM 468-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO SR-END-MIN(SHP-RULE-COUNT)
               MOVE SHP-FETCH-TYPE TO SR-PREM-TYPE(SHP-RULE-COUNT)
               MOVE SHP-FETCH-RATE TO SR-PREM-RATE(SHP-RULE-COUNT)
               MOVE SHP-FETCH-CODE TO SR-EARN-CODE(SHP-RULE-COUNT)
               MOVE 0 TO SR-MINUTES(SHP-RULE-COUNT)
               PERFORM 463-FETCH-PREMIUM-RULE
           END-PERFORM
           IF SQLCODE = 0
               PERFORM 490-WRITE-EMP-ANOMALY-HDR
               MOVE 'MORE THAN 6 PREMIUM RULES - EXTRAS NOT PAID'
                   TO ANOMALY-LINE(22:50)
               WRITE ANOMALY-LINE
               ADD 1 TO ANOMALY-COUNT
           END-IF
           IF SQLCODE < 0
               DISPLAY 'TIMESHT1 SHFTPREM FETCH SQLCODE: ' SQLCODE
                   ' ENO: ' TE-ENO(TS-EMP-IDX)
           END-IF

           EXEC SQL
               CLOSE SHPCRSR
           END-EXEC.
       462-LOAD-EXIT.
           EXIT.

       463-FETCH-PREMIUM-RULE.
           EXEC SQL
               FETCH SHPCRSR
                   INTO :SHP-FETCH-DOW, :SHP-FETCH-START,
                        :SHP-FETCH-END, :SHP-FETCH-TYPE,
                        :SHP-FETCH-RATE, :SHP-FETCH-CODE
           END-EXEC.

      *----------------------------------------------------------*
      * 465-SPLIT-ONE-PUNCH
      * Minutes are counted from midnight of the punch date, so a
      * punch running past midnight ends beyond 1440. Each rule's
      * window is laid on the day before, the punch date and the
      * day after - whichever of those weekdays the rule covers -
      * and the punch minutes falling inside count to the rule.
      *----------------------------------------------------------*
       465-SPLIT-ONE-PUNCH.
           MOVE TP-IN-HHMM(TS-EMP-IDX, PUNCH-IDX) TO CLOCK-HHMM
           PERFORM 468-CLOCK-TO-MINUTES
           MOVE CLOCK-MINUTES TO PUNCH-IN-MIN
           MOVE TP-OUT-HHMM(TS-EMP-IDX, PUNCH-IDX) TO CLOCK-HHMM
           PERFORM 468-CLOCK-TO-MINUTES
           MOVE CLOCK-MINUTES TO PUNCH-OUT-MIN
           IF PUNCH-OUT-MIN NOT > PUNCH-IN-MIN
               ADD 1440 TO PUNCH-OUT-MIN
           END-IF

           COMPUTE SCHED-DATE-INT = FUNCTION INTEGER-OF-DATE(
               TP-DATE(TS-EMP-IDX, PUNCH-IDX))
           COMPUTE PUNCH-DOW = FUNCTION MOD(SCHED-DATE-INT, 7)
           IF PUNCH-DOW = 0
               MOVE 7 TO PUNCH-DOW
           END-IF

           PERFORM VARYING SHP-RULE-IDX FROM 1 BY 1
                   UNTIL SHP-RULE-IDX > SHP-RULE-COUNT
               PERFORM VARYING WIN-DAY-OFFSET FROM -1 BY 1
                       UNTIL WIN-DAY-OFFSET > 1
                   PERFORM 467-OVERLAP-ONE-WINDOW
               END-PERFORM
           END-PERFORM.

       467-OVERLAP-ONE-WINDOW.
           COMPUTE WIN-DOW = PUNCH-DOW + WIN-DAY-OFFSET
           IF WIN-DOW < 1
               ADD 7 TO WIN-DOW
           END-IF
           IF WIN-DOW > 7
               SUBTRACT 7 FROM WIN-DOW
           END-IF

           IF SR-DOW(SHP-RULE-IDX) = 0
                   OR SR-DOW(SHP-RULE-IDX) = WIN-DOW
               COMPUTE WIN-START = WIN-DAY-OFFSET * 1440
                   + SR-START-MIN(SHP-RULE-IDX)
               COMPUTE WIN-END = WIN-DAY-OFFSET * 1440
                   + SR-END-MIN(SHP-RULE-IDX)
               IF SR-END-MIN(SHP-RULE-IDX)
                       NOT > SR-START-MIN(SHP-RULE-IDX)
                   ADD 1440 TO WIN-END
               END-IF

               MOVE WIN-START TO OVERLAP-START
               IF PUNCH-IN-MIN > OVERLAP-START
                   MOVE PUNCH-IN-MIN TO OVERLAP-START
               END-IF
               MOVE WIN-END TO OVERLAP-END
               IF PUNCH-OUT-MIN < OVERLAP-END
                   MOVE PUNCH-OUT-MIN TO OVERLAP-END
               END-IF
               IF OVERLAP-END > OVERLAP-START
                   COMPUTE SR-MINUTES(SHP-RULE-IDX) =
                       SR-MINUTES(SHP-RULE-IDX)
                     + OVERLAP-END - OVERLAP-START
               END-IF
           END-IF.

       468-CLOCK-TO-MINUTES.
           DIVIDE CLOCK-HHMM BY 100
               GIVING CLOCK-HH REMAINDER CLOCK-MM
           COMPUTE CLOCK-MINUTES = CLOCK-HH * 60 + CLOCK-MM.

      *----------------------------------------------------------*
      * 470-CHECK-MEAL-BREAKS
      * The employee's earlier violations for the period clear
      * first so a re-run records only what the punches now show;
      * then the work state's rule, every timed punch against it,
      * and one premium line carrying an hour per violation day.
      * The premium prices as 100 percent of the hourly rate, so
      * the earnings code only needs to exist on ERNCODE for its
      * taxability. Exempt staff are outside the meal rules.
      *----------------------------------------------------------*
       470-CHECK-MEAL-BREAKS.
           EXEC SQL
               DELETE FROM BRKVIOL
                   WHERE PERIOD_ID = :PERIOD-ID
                     AND ENO = :PH-ENO
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'TIMESHT1 BRKVIOL DELETE SQLCODE: ' SQLCODE
                   ' ENO: ' PH-ENO
           END-IF

           IF EMP-EXEMPT
               GO TO 470-MEAL-EXIT
           END-IF

           PERFORM 472-LOAD-BREAK-RULE
           IF NOT BRK-RULE-FOUND
               GO TO 470-MEAL-EXIT
           END-IF

           MOVE 0 TO BRK-PREMIUM-COUNT
           MOVE 0 TO BRK-LAST-VIOL-DATE
           PERFORM VARYING PUNCH-IDX FROM 1 BY 1
                   UNTIL PUNCH-IDX > TE-PUNCH-COUNT(TS-EMP-IDX)
               IF TP-TIMED(TS-EMP-IDX, PUNCH-IDX) = 'Y'
                       AND TP-MEAL-TAKEN(TS-EMP-IDX, PUNCH-IDX)
                           NOT = 'X'
                   PERFORM 475-CHECK-ONE-MEAL
                       THRU 475-MEAL-EXIT
               END-IF
           END-PERFORM

           IF BRK-PREMIUM-COUNT > 0
               MOVE BRK-PREMIUM-COUNT TO BRK-PREMIUM-HOURS
               MOVE SPACES TO PAY-HOURS-RECORD
               MOVE TE-ENO(TS-EMP-IDX) TO PH-ENO
               MOVE BRK-PREMIUM-HOURS TO PH-REG-HOURS
               MOVE 0 TO PH-OT-HOURS
               MOVE SPACE TO PH-PTO-TYPE
               MOVE 0 TO PH-PTO-HOURS
               MOVE BRK-EARN-CODE TO PH-EARN-CODE
               MOVE 'P' TO PH-PREM-TYPE
               MOVE 100 TO PH-PREM-RATE
               WRITE PAY-HOURS-LINE FROM PAY-HOURS-RECORD
               ADD 1 TO PREMIUM-LINE-COUNT
           END-IF.
       470-MEAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 472-LOAD-BREAK-RULE
      * The work state the shop floor answers to: the employee's
      * department's DEPT_ST, else the employee's own state. The
      * newest rule effective at the period end - or at the last
      * punch when the period is not on PERCAL - applies.
      *----------------------------------------------------------*
       472-LOAD-BREAK-RULE.
           MOVE 'N' TO BRK-RULE-FOUND-SW
           MOVE SPACES TO BRK-WORK-ST
           EXEC SQL
               SELECT DEPT_ST INTO :BRK-WORK-ST
                   FROM DEPTTBL
                   WHERE DEPT = :DEPT
           END-EXEC
           IF SQLCODE <> 0 OR BRK-WORK-ST = SPACES
               MOVE ST TO BRK-WORK-ST
           END-IF

           IF PERIOD-FOUND
               MOVE PERIOD-END-DATE TO BRK-RULE-DATE
           ELSE
               MOVE TP-DATE(TS-EMP-IDX, TE-PUNCH-COUNT(TS-EMP-IDX))
                   TO BRK-RULE-DATE
           END-IF

           EXEC SQL
               SELECT MEAL_AFTER_MIN, MEAL_MINUTES, WAIVE_UPTO_MIN,
                      EARN_CODE
                   INTO :BRK-MEAL-AFTER-MIN, :BRK-MEAL-MINUTES,
                        :BRK-WAIVE-UPTO-MIN, :BRK-EARN-CODE
                   FROM BRKRULE
                   WHERE ST = :BRK-WORK-ST
                     AND EFF_DATE <= :BRK-RULE-DATE
                   ORDER BY EFF_DATE DESC
                   FETCH FIRST 1 ROWS ONLY
           END-EXEC
           IF SQLCODE = 0
               SET BRK-RULE-FOUND TO TRUE
           ELSE
               IF SQLCODE <> 100
                   DISPLAY 'TIMESHT1 BRKRULE READ SQLCODE: '
                       SQLCODE ' ENO: ' PH-ENO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 475-CHECK-ONE-MEAL
      * The hours worked decide whether a meal was owed. With no
      * meal punched it is missed, unless the shift sits inside
      * the waiver; a punched meal is short under the minimum
      * length, or late when it started past the threshold from
      * the shift start. Clock minutes count from the punch-in
      * day's midnight, so a meal past midnight runs beyond 1440.
      * A second punch on a day that already owes a premium
      * records nothing more.
      *----------------------------------------------------------*
       475-CHECK-ONE-MEAL.
           MOVE SPACE TO BRK-VIOL-TYPE
           MOVE TP-DATE(TS-EMP-IDX, PUNCH-IDX) TO BRK-VIOL-DATE
           IF BRK-VIOL-DATE = BRK-LAST-VIOL-DATE
               GO TO 475-MEAL-EXIT
           END-IF
           MOVE TP-HOURS(TS-EMP-IDX, PUNCH-IDX) TO BRK-WORKED-HOURS
           COMPUTE BRK-WORKED-MIN ROUNDED = BRK-WORKED-HOURS * 60
           IF BRK-WORKED-MIN NOT > BRK-MEAL-AFTER-MIN
               GO TO 475-MEAL-EXIT
           END-IF

           MOVE 0 TO BRK-MEAL-LENGTH
           MOVE 0 TO BRK-MEAL-START
           IF TP-MEAL-TAKEN(TS-EMP-IDX, PUNCH-IDX) = 'N'
               IF BRK-WORKED-MIN > BRK-WAIVE-UPTO-MIN
                   SET BRK-VIOL-MISSED TO TRUE
               END-IF
           ELSE
               MOVE TP-IN-HHMM(TS-EMP-IDX, PUNCH-IDX) TO CLOCK-HHMM
               PERFORM 468-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO PUNCH-IN-MIN
               MOVE TP-MEAL-OUT(TS-EMP-IDX, PUNCH-IDX) TO CLOCK-HHMM
               PERFORM 468-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO BRK-MEAL-OUT-MIN
               IF BRK-MEAL-OUT-MIN < PUNCH-IN-MIN
                   ADD 1440 TO BRK-MEAL-OUT-MIN
               END-IF
               MOVE TP-MEAL-IN(TS-EMP-IDX, PUNCH-IDX) TO CLOCK-HHMM
               PERFORM 468-CLOCK-TO-MINUTES
               MOVE CLOCK-MINUTES TO BRK-MEAL-IN-MIN
               IF BRK-MEAL-IN-MIN < BRK-MEAL-OUT-MIN
                   ADD 1440 TO BRK-MEAL-IN-MIN
               END-IF
               COMPUTE BRK-MEAL-LENGTH =
                   BRK-MEAL-IN-MIN - BRK-MEAL-OUT-MIN
               COMPUTE BRK-MEAL-START =
                   BRK-MEAL-OUT-MIN - PUNCH-IN-MIN
               EVALUATE TRUE
                   WHEN BRK-MEAL-LENGTH < BRK-MEAL-MINUTES
                       SET BRK-VIOL-SHORT TO TRUE
                   WHEN BRK-MEAL-START > BRK-MEAL-AFTER-MIN
                       SET BRK-VIOL-LATE TO TRUE
               END-EVALUATE
           END-IF

           IF BRK-VIOL-NONE
               GO TO 475-MEAL-EXIT
           END-IF

           MOVE BRK-VIOL-DATE TO BRK-LAST-VIOL-DATE
           ADD 1 TO BRK-PREMIUM-COUNT
           ADD 1 TO MEAL-VIOLATION-COUNT

           EXEC SQL
               INSERT INTO BRKVIOL
                   (PERIOD_ID, ENO, WORK_DATE, VIOL_TYPE, DEPT,
                    MGR_ENO, WORK_ST, WORKED_HOURS, MEAL_MINUTES,
                    MEAL_START_MIN, EARN_CODE)
                   VALUES (:PERIOD-ID, :PH-ENO, :BRK-VIOL-DATE,
                           :BRK-VIOL-TYPE, :DEPT, :TSA-MGR-ENO,
                           :BRK-WORK-ST, :BRK-WORKED-HOURS,
                           :BRK-MEAL-LENGTH, :BRK-MEAL-START,
                           :BRK-EARN-CODE)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TIMESHT1 BRKVIOL INSERT SQLCODE: '
                   SQLCODE ' ENO: ' PH-ENO ' DATE: ' BRK-VIOL-DATE
           END-IF.
       475-MEAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 480-CHARGE-PROJECT-HOURS
      * One punch's hours onto its project, charged from the
      * employee's home department; the project must be on the
      * master and open.
      *----------------------------------------------------------*
       480-CHARGE-PROJECT-HOURS.
           MOVE TP-PROJECT(TS-EMP-IDX, PUNCH-IDX) TO PRJ-CODE
           MOVE TP-DATE(TS-EMP-IDX, PUNCH-IDX) TO PRJ-WORK-DATE
           MOVE TP-HOURS(TS-EMP-IDX, PUNCH-IDX) TO PRJ-HOURS

           MOVE SPACE TO PRJ-STATUS
           EXEC SQL
               SELECT STATUS INTO :PRJ-STATUS
                   FROM PROJECT
                   WHERE PROJ_CODE = :PRJ-CODE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'TIMESHT1 PROJECT READ SQLCODE: ' SQLCODE
                   ' ENO: ' PH-ENO
               GO TO 480-CHARGE-EXIT
           END-IF
           IF SQLCODE = 100 OR PRJ-STATUS NOT = 'O'
               PERFORM 490-WRITE-EMP-ANOMALY-HDR
               STRING 'PROJECT ' DELIMITED BY SIZE
                      PRJ-CODE DELIMITED BY SIZE
                      ' NOT OPEN ON ' DELIMITED BY SIZE
                      PRJ-WORK-DATE DELIMITED BY SIZE
                      ' - HOURS NOT COSTED' DELIMITED BY SIZE
                   INTO ANOMALY-LINE(22:60)
               WRITE ANOMALY-LINE
               ADD 1 TO ANOMALY-COUNT
               GO TO 480-CHARGE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO PRJHOURS
                   (PERIOD_ID, ENO, WORK_DATE, PROJ_CODE, DEPT,
                    HOURS)
                   VALUES (:PERIOD-ID, :PH-ENO, :PRJ-WORK-DATE,
                           :PRJ-CODE, :DEPT, :PRJ-HOURS)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO PROJECT-ROWS-COUNT
           ELSE
               DISPLAY 'TIMESHT1 PRJHOURS INSERT SQLCODE: '
                   SQLCODE ' ENO: ' PH-ENO ' DATE: ' PRJ-WORK-DATE
           END-IF.
       480-CHARGE-EXIT.
           EXIT.

       410-SORT-EMPLOYEE-PUNCHES.
           PERFORM VARYING PUNCH-IDX FROM 1 BY 1
                   UNTIL PUNCH-IDX >= TE-PUNCH-COUNT(TS-EMP-IDX)
                       TO SWAP-DATE
                   MOVE TP-HOURS(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-HOURS
                   MOVE TP-IN-HHMM(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-IN-HHMM
                   MOVE TP-OUT-HHMM(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-OUT-HHMM
                   MOVE TP-TIMED(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-TIMED
                   MOVE TP-MEAL-OUT(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-MEAL-OUT
                   MOVE TP-MEAL-IN(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-MEAL-IN
                   MOVE TP-MEAL-TAKEN(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-MEAL-TAKEN
                   MOVE TP-PROJECT(TS-EMP-IDX, PUNCH-IDX)
                       TO SWAP-PROJECT
                   MOVE TP-DATE(TS-EMP-IDX, BEST-IDX)
                       TO TP-DATE(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-HOURS(TS-EMP-IDX, BEST-IDX)
                       TO TP-HOURS(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-IN-HHMM(TS-EMP-IDX, BEST-IDX)
                       TO TP-IN-HHMM(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-OUT-HHMM(TS-EMP-IDX, BEST-IDX)
                       TO TP-OUT-HHMM(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-TIMED(TS-EMP-IDX, BEST-IDX)
                       TO TP-TIMED(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-MEAL-OUT(TS-EMP-IDX, BEST-IDX)
                       TO TP-MEAL-OUT(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-MEAL-IN(TS-EMP-IDX, BEST-IDX)
                       TO TP-MEAL-IN(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-MEAL-TAKEN(TS-EMP-IDX, BEST-IDX)
                       TO TP-MEAL-TAKEN(TS-EMP-IDX, PUNCH-IDX)
                   MOVE TP-PROJECT(TS-EMP-IDX, BEST-IDX)
                       TO TP-PROJECT(TS-EMP-IDX, PUNCH-IDX)
                   MOVE SWAP-DATE
                       TO TP-DATE(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-HOURS
                       TO TP-HOURS(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-IN-HHMM
                       TO TP-IN-HHMM(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-OUT-HHMM
                       TO TP-OUT-HHMM(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-TIMED
                       TO TP-TIMED(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-MEAL-OUT
                       TO TP-MEAL-OUT(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-MEAL-IN
                       TO TP-MEAL-IN(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-MEAL-TAKEN
                       TO TP-MEAL-TAKEN(TS-EMP-IDX, BEST-IDX)
                   MOVE SWAP-PROJECT
                       TO TP-PROJECT(TS-EMP-IDX, BEST-IDX)
               END-IF
           END-PERFORM.

