                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

           SELECT OPTIONAL BALANCE-LEDGER-FILE
               ASSIGN TO EXTERNAL BALLEDG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-LEDGER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  RUN-STATUS-LINE         PIC X(80).

       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BALANCE-LEDGER-LINE.

       01  BALANCE-LEDGER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL

           COPY RUNSTAT.

           COPY BALLEDG.

      *----------------------------------------------------------*
      * monthly sales transaction feed (SALESIN): one line per
      * sale with the selling employee, the sale amount in its
      * original currency, and the sale date. A returned ('R') or
      * cancelled ('X') sale carries the original amount and
      * reverses the commission on it - a clawback.
      *----------------------------------------------------------*
           01 SALES-TRANS-RECORD.
               05 SLS-ENO          PIC 9(04).
               05 SLS-AMOUNT       PIC 9(09)V99.
               05 SLS-SALE-DATE    PIC 9(08).
               05 SLS-CURRENCY     PIC X(03).
               05 SLS-TRAN-TYPE    PIC X(01).
                   88 SLS-TYPE-SALE     VALUE ' ' 'S'.
                   88 SLS-TYPE-REVERSAL VALUE 'R' 'X'.
               05 FILLER           PIC X(53).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 SALE-AMOUNT-USD      PIC S9(9)V99 COMP-3 VALUE 0.
           01 SALE-COMMISSION      PIC S9(7)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------*
      * draw and clawback settlement. COMDRAW holds each rep's
      * guaranteed draw (DRAWLD1 keeps the terms) and the balance
      * still to be recovered - draws advanced above commission
      * earned plus clawbacks the period's commission could not
      * absorb. A rep on an active draw is paid at least the draw;
      * commission above the draw recovers the balance first, and
      * whatever is left over is carried to the next period.
      *----------------------------------------------------------*
           01 COMM-FIND-ENO        PIC 9(4).
           01 DR-ENO               PIC 9(4).
           01 DR-DRAW-AMOUNT       PIC S9(7)V99.
           01 DR-END-PERIOD        PIC 9(6).
           01 DR-RECOVER-BAL       PIC S9(9)V99.
           01 DR-PRIOR-BAL         PIC S9(9)V99.
           01 DR-LAST-PERIOD       PIC 9(6).
           01 SETTLE-AVAILABLE     PIC S9(9)V99 COMP-3.
           01 SETTLE-EXCESS        PIC S9(9)V99 COMP-3.
           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.
           01 REVERSAL-COUNT       PIC 9(8) COMP-3 VALUE 0.
           01 DRAW-REP-COUNT       PIC 9(3) COMP VALUE 0.

      *    per-employee accumulation for the register summary and
      *    the commission pay detail lines
           01 COMM-SUM-IDX         PIC 9(3) COMP.
                   10 CS-COM-RATE      PIC S9V99 COMP-3.
                   10 CS-SALES-USD     PIC S9(11)V99 COMP-3.
                   10 CS-COMMISSION    PIC S9(9)V99 COMP-3.
                   10 CS-CLAWBACK      PIC S9(9)V99 COMP-3.
                   10 CS-DRAW-ROW-SW   PIC X.
                       88 CS-HAS-DRAW-ROW VALUE 'Y'.
                   10 CS-DRAW-AMOUNT   PIC S9(7)V99 COMP-3.
                   10 CS-OPEN-BAL      PIC S9(9)V99 COMP-3.
                   10 CS-DRAW-PAID     PIC S9(9)V99 COMP-3.
                   10 CS-RECOVERED     PIC S9(9)V99 COMP-3.
                   10 CS-NET-PAY       PIC S9(9)V99 COMP-3.
                   10 CS-CLOSE-BAL     PIC S9(9)V99 COMP-3.
           01 COMM-MATCH-SW        PIC X VALUE 'N'.
               88 COMM-MATCH-FOUND VALUE 'Y'.
           01 COMM-OVERFLOW-SW     PIC X VALUE 'N'.
           01 AMT-EDIT-2           PIC Z(8)9.99.
           01 AMT-EDIT-3           PIC Z(8)9.99.
           01 RATE-EDIT            PIC 9.99.
           01 SIGNED-EDIT-1        PIC -(8)9.99.
           01 SIGNED-EDIT-2        PIC -(8)9.99.
           01 TRAN-TYPE-TEXT       PIC X(7).

           01 COMM-ENO-HASH        PIC 9(10) VALUE 0.
           01 TOTAL-COMMISSION     PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-COMM-DISP      PIC Z(10)9.99.
           01 TOTAL-EARNED         PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-DRAW-PAID      PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-RECOVERED      PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-CARRY-FWD      PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-SIGNED-DISP    PIC -(10)9.99.

       EXEC SQL
            INCLUDE SQLCA
               ORDER BY CURR_CODE
           END-EXEC.

      *  describes COMDRAW's real column shape so the precompiler
      *  can flag a statement that doesn't line up with it
           EXEC SQL
               DECLARE TABLE COMDRAW
                   (ENO             DECIMAL(4,0)  NOT NULL,
                    DRAW_AMOUNT     DECIMAL(9,2)  NOT NULL,
                    DRAW_END_PERIOD DECIMAL(6,0)  NOT NULL,
                    RECOVER_BAL     DECIMAL(11,2) NOT NULL,
                    PRIOR_BAL       DECIMAL(11,2) NOT NULL,
                    LAST_PERIOD     DECIMAL(6,0)  NOT NULL)
           END-EXEC.

      *  reps on a draw this period are paid whether they sold or
      *  not, so they enter the accumulation before the sales do
           EXEC SQL
               DECLARE DRAWCRSR CURSOR FOR
               SELECT D.ENO
                 FROM COMDRAW D, EMPTABLE E
               WHERE D.DRAW_AMOUNT > 0
                 AND D.DRAW_END_PERIOD >= :PERIOD-ID
                 AND E.ENO = D.ENO
                 AND (:COMPANY-FILTER = ' '
                      OR E.COMPANY = :COMPANY-FILTER)
               ORDER BY D.ENO
           END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.

           OPEN OUTPUT COMMISSION-REGISTER.

           PERFORM 150-LOAD-DRAW-REPS.

           PERFORM 200-READ-SALES-RECORD.
           PERFORM UNTIL SALES-EOF
               PERFORM 300-PROCESS-SALE
               GO TO 100-CLOSE
           END-IF.

      *    the draw balances move only with a register that is
      *    released; a failed update refuses the run the same way
           PERFORM 550-SETTLE-DRAWS.
           IF DB-ERROR
               EXEC SQL ROLLBACK END-EXEC
               CLOSE COMMISSION-REGISTER
               OPEN OUTPUT COMMISSION-REGISTER
               MOVE SPACES TO COMMISSION-REGISTER-LINE
               STRING 'RUN REFUSED - DRAW BALANCES NOT UPDATED, '
                          DELIMITED BY SIZE
                      'NO REGISTER RELEASED' DELIMITED BY SIZE
                   INTO COMMISSION-REGISTER-LINE
               WRITE COMMISSION-REGISTER-LINE
               CLOSE COMMISSION-REGISTER
               DISPLAY 'COMCALC1 COMDRAW UPDATE FAILED - NO REGISTER '
                   'OR PAY DETAILS RELEASED'
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO RUN-STATUS-RECORD
               SET RS-EVENT-END TO TRUE
               MOVE 'COMMISSION' TO RS-STEP
               MOVE SALES-READ-COUNT TO RS-ROWS
               MOVE 'FAIL' TO RS-STATUS
               PERFORM 980-WRITE-RUN-STATUS
               GO TO 100-CLOSE
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 600-WRITE-REGISTER-SUMMARY.
           CLOSE COMMISSION-REGISTER.

           PERFORM 700-WRITE-COMMISSION-DETAILS.
           PERFORM 885-POST-BALANCE-TOTALS.

           MOVE TOTAL-COMMISSION TO TOTAL-COMM-DISP.
           DISPLAY 'COMCALC1 SALES READ      : ' SALES-READ-COUNT.
           DISPLAY 'COMCALC1 SALES SKIPPED   : ' SALES-SKIP-COUNT.
           DISPLAY 'COMCALC1 RETURNS/CANCELS : ' REVERSAL-COUNT.
           DISPLAY 'COMCALC1 EMPLOYEES PAID  : ' COMM-EMP-COUNT.
           DISPLAY 'COMCALC1 REPS ON DRAW    : ' DRAW-REP-COUNT.
           MOVE TOTAL-EARNED TO TOTAL-SIGNED-DISP.
           DISPLAY 'COMCALC1 EARNED TOTAL    : ' TOTAL-SIGNED-DISP.
           MOVE TOTAL-DRAW-PAID TO TOTAL-SIGNED-DISP.
           DISPLAY 'COMCALC1 DRAW ADVANCED   : ' TOTAL-SIGNED-DISP.
           MOVE TOTAL-RECOVERED TO TOTAL-SIGNED-DISP.
           DISPLAY 'COMCALC1 DRAW RECOVERED  : ' TOTAL-SIGNED-DISP.
           MOVE TOTAL-CARRY-FWD TO TOTAL-SIGNED-DISP.
           DISPLAY 'COMCALC1 CARRIED FORWARD : ' TOTAL-SIGNED-DISP.
           DISPLAY 'COMCALC1 COMMISSION TOTAL: ' TOTAL-COMM-DISP.

           MOVE SPACES TO RUN-STATUS-RECORD.
       100-EXIT.
           STOP RUN.

       150-LOAD-DRAW-REPS.
           EXEC SQL
               OPEN DRAWCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'COMCALC1 DRAW OPEN SQLCODE: ' SQLCODE
           ELSE
               PERFORM 160-FETCH-DRAW-REP
               PERFORM UNTIL SQLCODE <> 0
                   MOVE DR-ENO TO COMM-FIND-ENO
                   PERFORM 410-FIND-OR-ADD-EMPLOYEE
                   PERFORM 160-FETCH-DRAW-REP
               END-PERFORM
               EXEC SQL
                   CLOSE DRAWCRSR
               END-EXEC
           END-IF.

       160-FETCH-DRAW-REP.
           EXEC SQL
               FETCH DRAWCRSR INTO :DR-ENO
           END-EXEC.

       200-READ-SALES-RECORD.
           READ SALES-TRANS-FILE INTO SALES-TRANS-RECORD
               AT END

           IF SLS-ENO NOT NUMERIC OR SLS-AMOUNT NOT NUMERIC
                   OR SLS-SALE-DATE NOT NUMERIC
                   OR NOT (SLS-TYPE-SALE OR SLS-TYPE-REVERSAL)
               DISPLAY 'COMCALC1 BAD SALES RECORD SKIPPED: ['
                   SALES-TRANS-LINE(1:26) ']'
               ADD 1 TO SALES-SKIP-COUNT
           END-IF.

       400-ACCUMULATE-SALE.
           MOVE SLS-ENO TO COMM-FIND-ENO
           PERFORM 410-FIND-OR-ADD-EMPLOYEE

           IF COMM-MATCH-FOUND
               PERFORM 860-LOOKUP-CURRENCY-RATE
               COMPUTE SALE-AMOUNT-USD ROUNDED =
                   SLS-AMOUNT * CURR-RATE
      *        a return or cancellation takes back the commission
      *        at the rep's rate, as the original sale earned it
               IF SLS-TYPE-REVERSAL
                   COMPUTE SALE-AMOUNT-USD = 0 - SALE-AMOUNT-USD
                   ADD 1 TO REVERSAL-COUNT
               END-IF

               COMPUTE SALE-COMMISSION ROUNDED =
                   SALE-AMOUNT-USD
                   TO CS-SALES-USD(COMM-MATCH-IDX)
               ADD SALE-COMMISSION
                   TO CS-COMMISSION(COMM-MATCH-IDX)
               IF SLS-TYPE-REVERSAL
                   SUBTRACT SALE-COMMISSION
                       FROM CS-CLAWBACK(COMM-MATCH-IDX)
               END-IF
               ADD SALE-COMMISSION TO TOTAL-EARNED

               PERFORM 500-WRITE-REGISTER-DETAIL
           END-IF.

      *----------------------------------------------------------*
      * 410-FIND-OR-ADD-EMPLOYEE
      * Locates COMM-FIND-ENO in the accumulation table, joining
      * EMPTABLE for the COM rate and COMDRAW for the draw terms
      * and balance on first sight. A sale keying an unknown
      * employee is logged and skipped.
      *----------------------------------------------------------*
       410-FIND-OR-ADD-EMPLOYEE.
           MOVE 'N' TO COMM-MATCH-SW
           PERFORM VARYING COMM-SUM-IDX FROM 1 BY 1
                   UNTIL COMM-SUM-IDX > COMM-EMP-COUNT
               IF CS-ENO(COMM-SUM-IDX) = COMM-FIND-ENO
                   SET COMM-MATCH-FOUND TO TRUE
                   MOVE COMM-SUM-IDX TO COMM-MATCH-IDX
               END-IF

           IF NOT COMM-MATCH-FOUND
               EXEC SQL
                   SELECT LNAME, FNAME, DEPT, COM, COMPANY,
                          MISCDATA
                       INTO :LNAME, :FNAME, :DEPT, :COM,
                            :COMPANY-CODE, :MISCDATA
                       FROM EMPTABLE
                       WHERE ENO = :COMM-FIND-ENO
               END-EXEC

               IF SQLCODE = 100
                   DISPLAY 'COMCALC1 ENO NOT ON EMPTABLE, SKIPPED: '
                       COMM-FIND-ENO
                   ADD 1 TO SALES-SKIP-COUNT
               ELSE
                   IF SQLCODE <> 0
                       DISPLAY 'COMCALC1 EMPTABLE LOOKUP SQLCODE: '
                           SQLCODE ' ENO: ' COMM-FIND-ENO
                       ADD 1 TO SALES-SKIP-COUNT
                   ELSE
                   IF COMPANY-FILTER NOT = SPACES
                       SET COMM-TABLE-OVERFLOW TO TRUE
                       ADD 1 TO SALES-SKIP-COUNT
                       DISPLAY 'COMCALC1 EMPLOYEE TABLE FULL - '
                           'ENO NOT ACCUMULATED: ' COMM-FIND-ENO
                   ELSE
                       ADD 1 TO COMM-EMP-COUNT
                       MOVE COMM-FIND-ENO TO CS-ENO(COMM-EMP-COUNT)
                       MOVE SPACES TO EMP-FULL-NAME
                       STRING FNAME DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                       MOVE COM TO CS-COM-RATE(COMM-EMP-COUNT)
                       MOVE 0 TO CS-SALES-USD(COMM-EMP-COUNT)
                       MOVE 0 TO CS-COMMISSION(COMM-EMP-COUNT)
                       MOVE 0 TO CS-CLAWBACK(COMM-EMP-COUNT)
                       SET COMM-MATCH-FOUND TO TRUE
                       MOVE COMM-EMP-COUNT TO COMM-MATCH-IDX
                       PERFORM 420-LOAD-DRAW-TERMS
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 420-LOAD-DRAW-TERMS
      * The rep's draw and the balance the period opens with. A
      * rerun of a period already settled opens from the balance
      * that period started with, so it settles the same way
      * again. A terminated rep's draw has stopped; the balance
      * stays for recovery.
      *----------------------------------------------------------*
       420-LOAD-DRAW-TERMS.
           MOVE 'N' TO CS-DRAW-ROW-SW(COMM-MATCH-IDX)
           MOVE 0 TO CS-DRAW-AMOUNT(COMM-MATCH-IDX)
           MOVE 0 TO CS-OPEN-BAL(COMM-MATCH-IDX)

           EXEC SQL
               SELECT DRAW_AMOUNT, DRAW_END_PERIOD, RECOVER_BAL,
                      PRIOR_BAL, LAST_PERIOD
                   INTO :DR-DRAW-AMOUNT, :DR-END-PERIOD,
                        :DR-RECOVER-BAL, :DR-PRIOR-BAL,
                        :DR-LAST-PERIOD
                   FROM COMDRAW
                   WHERE ENO = :COMM-FIND-ENO
           END-EXEC

           IF SQLCODE = 0
               SET CS-HAS-DRAW-ROW(COMM-MATCH-IDX) TO TRUE
               IF DR-LAST-PERIOD = PERIOD-ID
                   MOVE DR-PRIOR-BAL TO CS-OPEN-BAL(COMM-MATCH-IDX)
               ELSE
                   MOVE DR-RECOVER-BAL TO CS-OPEN-BAL(COMM-MATCH-IDX)
               END-IF
               IF DR-DRAW-AMOUNT > 0
                       AND DR-END-PERIOD >= PERIOD-ID
                       AND MISC-STATUS-CODE NOT = 'TE'
                   MOVE DR-DRAW-AMOUNT
                       TO CS-DRAW-AMOUNT(COMM-MATCH-IDX)
                   ADD 1 TO DRAW-REP-COUNT
               END-IF
           ELSE
               IF SQLCODE <> 100
                   DISPLAY 'COMCALC1 COMDRAW READ SQLCODE: ' SQLCODE
                       ' ENO: ' COMM-FIND-ENO
               END-IF
           END-IF.

       500-WRITE-REGISTER-DETAIL.
           MOVE SLS-AMOUNT TO AMT-EDIT-1
           MOVE SALE-AMOUNT-USD TO SIGNED-EDIT-1
           MOVE SALE-COMMISSION TO SIGNED-EDIT-2
           EVALUATE SLS-TRAN-TYPE
               WHEN 'R'
                   MOVE ' RETURN' TO TRAN-TYPE-TEXT
               WHEN 'X'
                   MOVE ' CANCEL' TO TRAN-TYPE-TEXT
               WHEN OTHER
                   MOVE SPACES TO TRAN-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO COMMISSION-REGISTER-LINE
           STRING 'ENO=' DELIMITED BY SIZE
                  SLS-ENO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SLS-CURRENCY DELIMITED BY SIZE
                  ' USD=' DELIMITED BY SIZE
                  SIGNED-EDIT-1 DELIMITED BY SIZE
                  ' COMMISSION=' DELIMITED BY SIZE
                  SIGNED-EDIT-2 DELIMITED BY SIZE
                  TRAN-TYPE-TEXT DELIMITED BY SIZE
               INTO COMMISSION-REGISTER-LINE
           WRITE COMMISSION-REGISTER-LINE.

      *----------------------------------------------------------*
      * 550-SETTLE-DRAWS
      * Per rep: commission earned net of clawbacks; a net loss
      * adds to the balance owed. On a draw, a shortfall below the
      * draw is advanced and added to the balance, and only the
      * commission above the draw recovers it; with no draw all
      * the commission is available for recovery. The closing
      * balance goes back to COMDRAW for the next period.
      *----------------------------------------------------------*
       550-SETTLE-DRAWS.
           PERFORM VARYING COMM-SUM-IDX FROM 1 BY 1
                   UNTIL COMM-SUM-IDX > COMM-EMP-COUNT OR DB-ERROR
               PERFORM 560-SETTLE-ONE-REP
               PERFORM 570-SAVE-DRAW-BALANCE THRU 570-SAVE-EXIT
           END-PERFORM.

       560-SETTLE-ONE-REP.
           MOVE CS-OPEN-BAL(COMM-SUM-IDX) TO CS-CLOSE-BAL(COMM-SUM-IDX)
           MOVE 0 TO CS-DRAW-PAID(COMM-SUM-IDX)
           MOVE 0 TO CS-RECOVERED(COMM-SUM-IDX)

           IF CS-COMMISSION(COMM-SUM-IDX) < 0
               SUBTRACT CS-COMMISSION(COMM-SUM-IDX)
                   FROM CS-CLOSE-BAL(COMM-SUM-IDX)
               MOVE 0 TO SETTLE-AVAILABLE
           ELSE
               MOVE CS-COMMISSION(COMM-SUM-IDX) TO SETTLE-AVAILABLE
           END-IF

           IF SETTLE-AVAILABLE < CS-DRAW-AMOUNT(COMM-SUM-IDX)
               COMPUTE CS-DRAW-PAID(COMM-SUM-IDX) =
                   CS-DRAW-AMOUNT(COMM-SUM-IDX) - SETTLE-AVAILABLE
               ADD CS-DRAW-PAID(COMM-SUM-IDX)
                   TO CS-CLOSE-BAL(COMM-SUM-IDX)
               MOVE CS-DRAW-AMOUNT(COMM-SUM-IDX)
                   TO CS-NET-PAY(COMM-SUM-IDX)
           ELSE
               COMPUTE SETTLE-EXCESS =
                   SETTLE-AVAILABLE - CS-DRAW-AMOUNT(COMM-SUM-IDX)
               IF CS-CLOSE-BAL(COMM-SUM-IDX) > 0
                   IF SETTLE-EXCESS < CS-CLOSE-BAL(COMM-SUM-IDX)
                       MOVE SETTLE-EXCESS
                           TO CS-RECOVERED(COMM-SUM-IDX)
                   ELSE
                       MOVE CS-CLOSE-BAL(COMM-SUM-IDX)
                           TO CS-RECOVERED(COMM-SUM-IDX)
                   END-IF
                   SUBTRACT CS-RECOVERED(COMM-SUM-IDX)
                       FROM CS-CLOSE-BAL(COMM-SUM-IDX)
               END-IF
               COMPUTE CS-NET-PAY(COMM-SUM-IDX) =
                   SETTLE-AVAILABLE - CS-RECOVERED(COMM-SUM-IDX)
           END-IF

           ADD CS-NET-PAY(COMM-SUM-IDX) TO TOTAL-COMMISSION
           ADD CS-DRAW-PAID(COMM-SUM-IDX) TO TOTAL-DRAW-PAID
           ADD CS-RECOVERED(COMM-SUM-IDX) TO TOTAL-RECOVERED
           ADD CS-CLOSE-BAL(COMM-SUM-IDX) TO TOTAL-CARRY-FWD.

      *    a rep with no COMDRAW row gets one only when a clawback
      *    leaves something to carry forward
       570-SAVE-DRAW-BALANCE.
           MOVE CS-ENO(COMM-SUM-IDX) TO DR-ENO
           MOVE CS-OPEN-BAL(COMM-SUM-IDX) TO DR-PRIOR-BAL
           MOVE CS-CLOSE-BAL(COMM-SUM-IDX) TO DR-RECOVER-BAL

           IF CS-HAS-DRAW-ROW(COMM-SUM-IDX)
               EXEC SQL
                   UPDATE COMDRAW
                       SET RECOVER_BAL = :DR-RECOVER-BAL,
                           PRIOR_BAL = :DR-PRIOR-BAL,
                           LAST_PERIOD = :PERIOD-ID
                       WHERE ENO = :DR-ENO
               END-EXEC
           ELSE
               IF DR-RECOVER-BAL = 0
                   GO TO 570-SAVE-EXIT
               END-IF
               EXEC SQL
                   INSERT INTO COMDRAW
                       (ENO, DRAW_AMOUNT, DRAW_END_PERIOD,
                        RECOVER_BAL, PRIOR_BAL, LAST_PERIOD)
                       VALUES (:DR-ENO, 0, 0, :DR-RECOVER-BAL,
                               :DR-PRIOR-BAL, :PERIOD-ID)
               END-EXEC
           END-IF

           IF SQLCODE <> 0
               DISPLAY 'COMCALC1 COMDRAW UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' DR-ENO
               SET DB-ERROR TO TRUE
           END-IF.
       570-SAVE-EXIT.
           EXIT.

       600-WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO COMMISSION-REGISTER-LINE
           MOVE '--- COMMISSION SUMMARY BY EMPLOYEE ---'

           PERFORM VARYING COMM-SUM-IDX FROM 1 BY 1
                   UNTIL COMM-SUM-IDX > COMM-EMP-COUNT
               MOVE CS-SALES-USD(COMM-SUM-IDX) TO SIGNED-EDIT-1
               MOVE CS-COMMISSION(COMM-SUM-IDX) TO SIGNED-EDIT-2
               MOVE CS-COM-RATE(COMM-SUM-IDX) TO RATE-EDIT
               MOVE SPACES TO COMMISSION-REGISTER-LINE
               STRING 'ENO=' DELIMITED BY SIZE
                      ' RATE=' DELIMITED BY SIZE
                      RATE-EDIT DELIMITED BY SIZE
                      ' SALES-USD=' DELIMITED BY SIZE
                      SIGNED-EDIT-1 DELIMITED BY SIZE
                      ' EARNED=' DELIMITED BY SIZE
                      SIGNED-EDIT-2 DELIMITED BY SIZE
                   INTO COMMISSION-REGISTER-LINE
               WRITE COMMISSION-REGISTER-LINE
               PERFORM 610-WRITE-DRAW-LINE
           END-PERFORM.

      *    the settlement under each rep's summary line
       610-WRITE-DRAW-LINE.
           MOVE CS-CLAWBACK(COMM-SUM-IDX) TO AMT-EDIT-1
           MOVE CS-DRAW-PAID(COMM-SUM-IDX) TO AMT-EDIT-2
           MOVE CS-RECOVERED(COMM-SUM-IDX) TO AMT-EDIT-3
           MOVE CS-NET-PAY(COMM-SUM-IDX) TO SIGNED-EDIT-1
           MOVE CS-CLOSE-BAL(COMM-SUM-IDX) TO SIGNED-EDIT-2
           MOVE SPACES TO COMMISSION-REGISTER-LINE
           STRING '         CLAWBACK=' DELIMITED BY SIZE
                  AMT-EDIT-1 DELIMITED BY SIZE
                  ' DRAW=' DELIMITED BY SIZE
                  AMT-EDIT-2 DELIMITED BY SIZE
                  ' RECOVERED=' DELIMITED BY SIZE
                  AMT-EDIT-3 DELIMITED BY SIZE
                  ' NET-PAYABLE=' DELIMITED BY SIZE
                  SIGNED-EDIT-1 DELIMITED BY SIZE
                  ' CARRY-FWD=' DELIMITED BY SIZE
                  SIGNED-EDIT-2 DELIMITED BY SIZE
               INTO COMMISSION-REGISTER-LINE
           WRITE COMMISSION-REGISTER-LINE.

      *----------------------------------------------------------*
      * 700-WRITE-COMMISSION-DETAILS
      * Appends one commission ('C') pay detail line per employee,
      * carrying the net payable after draw and recovery, to the
      * period's PAYDTL file - so the statement print and
      * downstream payment/posting steps carry commissions with
      * the regular pay - and to the cumulative PAYHIST register
      * the retro-pay and year-end runs read.
               MOVE 0 TO PD-PAY-RATE
               MOVE 0 TO PD-REG-HOURS
               MOVE 0 TO PD-OT-HOURS
               MOVE CS-NET-PAY(COMM-SUM-IDX) TO PD-GROSS-PAY
               MOVE SPACES TO PD-TAX-STATE
               MOVE 0 TO PD-TAX-AMOUNT
               MOVE CS-NET-PAY(COMM-SUM-IDX) TO PD-TAXABLE-PAY
               MOVE 0 TO PD-DEDUCTION-COUNT
               MOVE CS-NET-PAY(COMM-SUM-IDX) TO PD-NET-PAY
               WRITE PAY-DETAIL-LINE FROM PAY-DETAIL-RECORD
               WRITE PAY-HISTORY-LINE FROM PAY-DETAIL-RECORD
               ADD PD-EMPLOYEE-NO TO COMM-ENO-HASH
                   CURR-LOOKUP-CODE
           END-IF.

      *----------------------------------------------------------*
      * 885-POST-BALANCE-TOTALS
      * The commission section's gross and net (the same figure -
      * commission lines carry no withholding) into the balancing
      * ledger (see BALLEDG) beside the calculation's own.
      *----------------------------------------------------------*
       885-POST-BALANCE-TOTALS.
           MOVE SPACES TO BALANCE-LEDGER-RECORD
           MOVE PERIOD-ID TO BL-PERIOD-ID
           MOVE 'GROSS' TO BL-MEASURE
           MOVE COMM-EMP-COUNT TO BL-COUNT
           MOVE TOTAL-COMMISSION TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'NET' TO BL-MEASURE
           PERFORM 985-POST-BALANCE-LEDGER.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.

      *----------------------------------------------------------*
      * 985-POST-BALANCE-LEDGER
      * Appends one balancing-ledger record (see BALLEDG) for the
      * BALCHK1 balancing job; the caller has filled BL-PERIOD-ID,
      * BL-MEASURE, BL-COUNT and BL-AMOUNT.
      *----------------------------------------------------------*
       985-POST-BALANCE-LEDGER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO BL-TS
           MOVE 'COMCALC1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
