      * cap trims the balance an employee may carry into a new
      * calendar year. Accrual hours carry two implied decimals
      * (0346 = 3.46 hours per period), the cap one (03200 =
      * 320.0 hours). The forfeiture rule says what the YEARROL1
      * year-end rollover does with the balance:
      *   F - the hours over the carryover cap are forfeited
      *       (a blank loads as F; a zero cap carries everything)
      *   A - the whole balance is forfeited, use it or lose it
      *----------------------------------------------------------*
           01 PTO-POLICY-RECORD.
               05 PTP-TYPE         PIC X(01).
               05 PTP-SVC-YEARS-MIN PIC 9(02).
               05 PTP-ACCRUAL-HOURS PIC 9(02)V99.
               05 PTP-CARRYOVER-CAP PIC 9(04)V9.
               05 PTP-FORFEIT-RULE PIC X(01).
                   88 PTP-FORFEIT-OVER-CAP VALUE 'F'.
                   88 PTP-FORFEIT-ALL      VALUE 'A'.
               05 FILLER           PIC X(67).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
                   (PTO_TYPE       CHAR(1)       NOT NULL,
                    SVC_YEARS_MIN  DECIMAL(2,0)  NOT NULL,
                    ACCRUAL_HOURS  DECIMAL(4,2)  NOT NULL,
                    CARRYOVER_CAP  DECIMAL(5,1)  NOT NULL,
                    FORFEIT_RULE   CHAR(1)       NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.
       300-LOAD-POLICY-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           IF PTP-FORFEIT-RULE = SPACE
               SET PTP-FORFEIT-OVER-CAP TO TRUE
           END-IF

           IF (NOT PTP-TYPE-VACATION AND NOT PTP-TYPE-SICK)
                   OR PTP-SVC-YEARS-MIN NOT NUMERIC
                   OR PTP-ACCRUAL-HOURS NOT NUMERIC
                   OR PTP-CARRYOVER-CAP NOT NUMERIC
                   OR (NOT PTP-FORFEIT-OVER-CAP
                       AND NOT PTP-FORFEIT-ALL)
               DISPLAY 'PTOPLD1 BAD FEED LINE SKIPPED: ['
                   PTO-POLICY-LINE(1:12) ']'
               ADD 1 TO ROWS-SKIP-COUNT
               EXEC SQL
                   INSERT INTO PTOPLCY
                       (PTO_TYPE, SVC_YEARS_MIN, ACCRUAL_HOURS,
                        CARRYOVER_CAP, FORFEIT_RULE)
                       VALUES (:PTP-TYPE, :PTP-SVC-YEARS-MIN,
                               :PTP-ACCRUAL-HOURS,
                               :PTP-CARRYOVER-CAP,
                               :PTP-FORFEIT-RULE)
               END-EXEC

               IF SQLCODE = 0
