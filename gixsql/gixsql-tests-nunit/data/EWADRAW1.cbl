       IDENTIFICATION DIVISION.

       PROGRAM-ID. EWADRAW1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DRAW-REQUEST-INPUT
               ASSIGN TO EXTERNAL EWAIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAW-REGISTER
               ASSIGN TO EXTERNAL EWAREG
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DRAW-REQUEST-INPUT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DRAW-REQUEST-LINE.

       01  DRAW-REQUEST-LINE       PIC X(80).

       FD  PAY-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-DETAIL-LINE.

       01  PAY-DETAIL-LINE         PIC X(450).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  DRAW-REGISTER
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DRAW-REG-LINE.

       01  DRAW-REG-LINE           PIC X(80).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY TRAILER.

           COPY RUNSTAT.

      *----------------------------------------------------------*
      * earned-wage draw request (EWAIN): one line per employee
      * asking for an advance against the scheduled period named
      * by EWA_PERIOD, with the amount asked for. The draw pays
      * under its own run id (EWA_RUN, never a scheduled PERCAL
      * period) the way an off-cycle run does: the run enters the
      * calendar in CALCULATED status and its details flag
      * PD-RECORD-TYPE 'W', so ACHGEN1 pays it through its
      * ordinary gate. A draw is an advance of wages already
      * earned, not pay of its own - it carries no gross and no
      * tax; the period's regular calculation taxes the wages and
      * takes the draw back off the net (see DRAWLEDGER).
      *----------------------------------------------------------*
           01 DRAW-REQUEST-RECORD.
               05 DR-ENO           PIC 9(04).
               05 DR-AMOUNT        PIC 9(05)V99.
               05 FILLER           PIC X(69).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 INPUT-FILE-STATUS    PIC XX.
           01 INPUT-EOF-SW         PIC X VALUE 'N'.
               88 INPUT-EOF        VALUE 'Y'.

           01 RUN-ID-TEXT          PIC X(6).
           01 RUN-ID               PIC 9(6).
           01 RUN-EXISTS-COUNT     PIC 9(6).
           01 EWA-PERIOD-TEXT      PIC X(6).
           01 EWA-PERIOD           PIC 9(6).
           01 EWA-PERIOD-STATUS    PIC X(1).
           01 TAX-YEAR             PIC 9(4).

      *    the share of estimated net an employee may draw, whole
      *    percent (EWA_MAX_PCT); the rest stays for the payday
      *    deductions the estimate does not see
           01 EWA-MAX-PCT-TEXT     PIC X(3).
           01 EWA-MAX-PCT          PIC 9(3) VALUE 50.

           01 LINES-READ-COUNT     PIC 9(6) VALUE 0.
           01 DETAIL-WRITE-COUNT   PIC 9(6) VALUE 0.
           01 LINES-SKIP-COUNT     PIC 9(6) VALUE 0.
           01 LINES-CUT-COUNT      PIC 9(6) VALUE 0.

           01 PAY-ENO-HASH         PIC 9(10) VALUE 0.
           01 DRAW-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           01 DRAW-TOTAL-DISP      PIC Z(10)9.99.

           01 EMP-FULL-NAME        PIC X(20).
           01 DEPT-DIGITS          PIC X(3).
           01 SKIP-REASON          PIC X(30).

      *    earned-to-date work: the approved TSAPPROVAL hours for
      *    the period priced at the current rate, straight time
      *    plus overtime at time and a half, then the same
      *    highest-floor state and federal brackets OFFCYC1
      *    applies, so the estimate of net is the one the
      *    off-cycle run would compute on the same wages
           01 APPROVAL-STATUS      PIC X(1).
           01 APPR-REG-HOURS       PIC S9(3)V99 COMP-3 VALUE 0.
           01 APPR-OT-HOURS        PIC S9(3)V99 COMP-3 VALUE 0.
           01 OT-MULTIPLIER        PIC 9V99 VALUE 1.50.
           01 EARNED-GROSS         PIC S9(9)V99 COMP-3 VALUE 0.
           01 GROSS-FOR-TAX        PIC S9(9)V99 COMP-3 VALUE 0.
           01 BRKT-FLOOR           PIC S9(9)V99 COMP-3 VALUE 0.
           01 BRKT-RATE            PIC S9V9(4) COMP-3 VALUE 0.
           01 BRKT-FLAT            PIC S9(7)V99 COMP-3 VALUE 0.
           01 TAX-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
           01 FED-FILING-STATUS    PIC X(1).
           01 FED-EXEMPT-FLAG      PIC X(1).
           01 FED-TAX-AMOUNT       PIC S9(7)V99 COMP-3 VALUE 0.
           01 EST-NET-PAY          PIC S9(9)V99 COMP-3 VALUE 0.
           01 OPEN-DRAW-BALANCE    PIC S9(9)V99 COMP-3 VALUE 0.
           01 DRAW-ROOM            PIC S9(9)V99 COMP-3 VALUE 0.
           01 DRAW-PAID            PIC S9(7)V99 COMP-3 VALUE 0.
           01 DRAW-IN-RUN-COUNT    PIC 9(6).
           01 NEXT-DRAW-ID         PIC 9(6) VALUE 0.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 ASKED-EDIT           PIC Z(4)9.99.
           01 AMOUNT-EDIT          PIC Z(4)9.99.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the draw ledger: one row per draw paid, its balance
      *  drawn down by the regular calculation's recovery and
      *  closed at zero; an open balance the period's net could
      *  not cover stays open and recovers the period after
           EXEC SQL
               DECLARE TABLE DRAWLEDGER
                   (DRAW_ID       DECIMAL(6,0)  NOT NULL,
                    ENO           DECIMAL(4,0)  NOT NULL,
                    PERIOD_ID     DECIMAL(6,0)  NOT NULL,
                    DRAW_RUN      DECIMAL(6,0)  NOT NULL,
                    DRAW_DATE     DECIMAL(8,0)  NOT NULL,
                    AMOUNT        DECIMAL(9,2)  NOT NULL,
                    BALANCE       DECIMAL(9,2)  NOT NULL,
                    STATUS        CHAR(1)       NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE DRAWCTL
                   (NEXT_DRAW_ID DECIMAL(6,0) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE EWBRKT CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM STTAXTBL
               WHERE TAX_YEAR = :TAX-YEAR
                 AND ST = :ST
                 AND BRACKET_FLOOR <= :GROSS-FOR-TAX
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

           EXEC SQL
               DECLARE EWFBRKT CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM FEDTAXTBL
               WHERE TAX_YEAR = :TAX-YEAR
                 AND FILING_STATUS = :FED-FILING-STATUS
                 AND BRACKET_FLOOR <= :GROSS-FOR-TAX
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Earned-wage access draws: pays each EWAIN request up to
      * the employee's share of the net already earned in the
      * open period, less whatever draws are still outstanding,
      * and books each draw on DRAWLEDGER for PAYCALC1 to take
      * back on payday. Replaces the off-cycle run plus manual
      * overpayment item the hardship advances used to need.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "EWA_RUN" UPON ENVIRONMENT-NAME.
           ACCEPT RUN-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF RUN-ID-TEXT NOT NUMERIC
               DISPLAY 'EWADRAW1 EWA_RUN NOT SET OR NOT '
                   'NUMERIC: [' RUN-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE RUN-ID-TEXT TO RUN-ID.

           DISPLAY "EWA_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT EWA-PERIOD-TEXT FROM ENVIRONMENT-VALUE.
           IF EWA-PERIOD-TEXT NOT NUMERIC
               DISPLAY 'EWADRAW1 EWA_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' EWA-PERIOD-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE EWA-PERIOD-TEXT TO EWA-PERIOD.

           DISPLAY "EWA_MAX_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT EWA-MAX-PCT-TEXT FROM ENVIRONMENT-VALUE.
           IF EWA-MAX-PCT-TEXT NUMERIC
               MOVE EWA-MAX-PCT-TEXT TO EWA-MAX-PCT
           END-IF.
           IF EWA-MAX-PCT > 100
               MOVE 100 TO EWA-MAX-PCT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.
           MOVE RUN-DATE-TEXT(1:4) TO TAX-YEAR.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'EWADRAW1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *    the draw run id takes the same double-pay defense the
      *    off-cycle run does: an id already on the calendar is
      *    refused
           MOVE 0 TO RUN-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RUN-EXISTS-COUNT
                   FROM PERCAL
                   WHERE PERIOD_ID = :RUN-ID
           END-EXEC.
           IF SQLCODE < 0 OR RUN-EXISTS-COUNT > 0
               DISPLAY 'EWADRAW1 RUN ID ' RUN-ID
                   ' ALREADY ON PERCAL - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

      *    draws advance only against a period still open: one
      *    already calculated would never take them back
           MOVE SPACE TO EWA-PERIOD-STATUS.
           EXEC SQL
               SELECT STATUS INTO :EWA-PERIOD-STATUS
                   FROM PERCAL
                   WHERE PERIOD_ID = :EWA-PERIOD
           END-EXEC.
           IF SQLCODE <> 0 OR EWA-PERIOD-STATUS NOT = 'O'
               DISPLAY 'EWADRAW1 PERIOD ' EWA-PERIOD
                   ' NOT OPEN ON PERCAL [' EWA-PERIOD-STATUS
                   '] - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'EWA-DRAW' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-MAIN.
           OPEN INPUT DRAW-REQUEST-INPUT.
           IF INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'EWADRAW1 CANNOT OPEN EWAIN, STATUS: '
                   INPUT-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT PAY-DETAIL-FILE.
           OPEN EXTEND PAY-HISTORY-FILE.
           OPEN OUTPUT DRAW-REGISTER.

           PERFORM 200-READ-REQUEST.
           PERFORM UNTIL INPUT-EOF
               PERFORM 300-DRAW-ONE-REQUEST THRU 300-DRAW-EXIT
               PERFORM 200-READ-REQUEST
           END-PERFORM.

           PERFORM 890-WRITE-FILE-TRAILER.

           CLOSE PAY-DETAIL-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE DRAW-REGISTER.
           CLOSE DRAW-REQUEST-INPUT.

           IF DETAIL-WRITE-COUNT > 0
               PERFORM 700-ENTER-RUN-ON-CALENDAR
           END-IF.

           MOVE DRAW-TOTAL TO DRAW-TOTAL-DISP.
           DISPLAY 'EWADRAW1 RUN ID          : ' RUN-ID.
           DISPLAY 'EWADRAW1 AGAINST PERIOD  : ' EWA-PERIOD.
           DISPLAY 'EWADRAW1 REQUESTS READ   : ' LINES-READ-COUNT.
           DISPLAY 'EWADRAW1 DRAWS PAID      : ' DETAIL-WRITE-COUNT.
           DISPLAY 'EWADRAW1 DRAWS CUT TO CAP: ' LINES-CUT-COUNT.
           DISPLAY 'EWADRAW1 REQUESTS SKIPPED: ' LINES-SKIP-COUNT.
           DISPLAY 'EWADRAW1 DRAW TOTAL      : ' DRAW-TOTAL-DISP.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'EWA-DRAW' TO RS-STEP
           MOVE DETAIL-WRITE-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-REQUEST.
           READ DRAW-REQUEST-INPUT INTO DRAW-REQUEST-RECORD
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 300-DRAW-ONE-REQUEST
      * One request in: the employee must have approved hours for
      * the period, and at most one draw per employee per run (the
      * payment register's key). The draw is the smaller of what
      * was asked and the room under the cap; a request cut to the
      * cap pays what fits and says so on the register, and no
      * room at all skips the request with its reason.
      *----------------------------------------------------------*
       300-DRAW-ONE-REQUEST.
           ADD 1 TO LINES-READ-COUNT

           IF DR-ENO NOT NUMERIC OR DR-AMOUNT NOT NUMERIC
                   OR DR-AMOUNT = 0
               DISPLAY 'EWADRAW1 BAD REQUEST SKIPPED: ['
                   DRAW-REQUEST-LINE(1:11) ']'
               ADD 1 TO LINES-SKIP-COUNT
               GO TO 300-DRAW-EXIT
           END-IF

           EXEC SQL
               SELECT LNAME, FNAME, ST, DEPT, PAYRATE,
                      CURRENCY_CODE, COMPANY
                   INTO :LNAME, :FNAME, :ST, :DEPT, :PAYRATE,
                        :CURRENCY-CODE, :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :DR-ENO
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'NOT ON EMPTABLE' TO SKIP-REASON
               PERFORM 560-SKIP-REQUEST
               GO TO 300-DRAW-EXIT
           END-IF

           MOVE 0 TO DRAW-IN-RUN-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :DRAW-IN-RUN-COUNT
                   FROM DRAWLEDGER
                   WHERE ENO = :DR-ENO
                     AND DRAW_RUN = :RUN-ID
           END-EXEC
           IF SQLCODE <> 0 OR DRAW-IN-RUN-COUNT > 0
               MOVE 'ALREADY DRAWN THIS RUN' TO SKIP-REASON
               PERFORM 560-SKIP-REQUEST
               GO TO 300-DRAW-EXIT
           END-IF

           PERFORM 400-COMPUTE-EARNED-NET THRU 400-COMPUTE-EXIT
           IF EARNED-GROSS <= 0
               MOVE 'NO APPROVED HOURS' TO SKIP-REASON
               PERFORM 560-SKIP-REQUEST
               GO TO 300-DRAW-EXIT
           END-IF

      *    everything still outstanding counts against the room -
      *    this period's earlier draws and any balance rolled
      *    forward unrecovered from before
           MOVE 0 TO OPEN-DRAW-BALANCE
           EXEC SQL
               SELECT COALESCE(SUM(BALANCE), 0)
                   INTO :OPEN-DRAW-BALANCE
                   FROM DRAWLEDGER
                   WHERE ENO = :DR-ENO
                     AND STATUS = 'O'
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'LEDGER UNREADABLE' TO SKIP-REASON
               PERFORM 560-SKIP-REQUEST
               GO TO 300-DRAW-EXIT
           END-IF

           COMPUTE DRAW-ROOM ROUNDED =
               EST-NET-PAY * EWA-MAX-PCT / 100
                 - OPEN-DRAW-BALANCE
           IF DRAW-ROOM <= 0
               MOVE 'NO ROOM UNDER CAP' TO SKIP-REASON
               PERFORM 560-SKIP-REQUEST
               GO TO 300-DRAW-EXIT
           END-IF

           MOVE SPACES TO SKIP-REASON
           IF DR-AMOUNT > DRAW-ROOM
               MOVE DRAW-ROOM TO DRAW-PAID
               MOVE 'CUT TO CAP' TO SKIP-REASON
               ADD 1 TO LINES-CUT-COUNT
           ELSE
               MOVE DR-AMOUNT TO DRAW-PAID
           END-IF

           PERFORM 500-BOOK-DRAW THRU 500-BOOK-EXIT
           IF SQLCODE <> 0
               MOVE 'LEDGER WRITE FAILED' TO SKIP-REASON
               PERFORM 560-SKIP-REQUEST
               GO TO 300-DRAW-EXIT
           END-IF

           PERFORM 600-WRITE-PAY-DETAIL
           PERFORM 550-WRITE-REGISTER-LINE.
       300-DRAW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-COMPUTE-EARNED-NET
      * Earned so far: the period's TSAPPROVAL hours, approved
      * only - pending or rejected hours are not yet earned as
      * far as payroll knows - priced at the current rate, less
      * estimated state and federal withholding.
      *----------------------------------------------------------*
       400-COMPUTE-EARNED-NET.
           MOVE 0 TO EARNED-GROSS
           MOVE 0 TO EST-NET-PAY
           MOVE SPACE TO APPROVAL-STATUS
           EXEC SQL
               SELECT STATUS, REG_HOURS, OT_HOURS
                   INTO :APPROVAL-STATUS, :APPR-REG-HOURS,
                        :APPR-OT-HOURS
                   FROM TSAPPROVAL
                   WHERE PERIOD_ID = :EWA-PERIOD
                     AND ENO = :DR-ENO
           END-EXEC
           IF SQLCODE <> 0 OR APPROVAL-STATUS NOT = 'A'
               GO TO 400-COMPUTE-EXIT
           END-IF

           COMPUTE EARNED-GROSS ROUNDED =
               (PAYRATE * APPR-REG-HOURS)
             + (PAYRATE * OT-MULTIPLIER * APPR-OT-HOURS)
           MOVE EARNED-GROSS TO GROSS-FOR-TAX
           MOVE 0 TO TAX-AMOUNT

           EXEC SQL
               OPEN EWBRKT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH EWBRKT
                       INTO :BRKT-FLOOR, :BRKT-RATE, :BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE TAX-AMOUNT ROUNDED =
                       BRKT-FLAT
                     + (BRKT-RATE * (GROSS-FOR-TAX - BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE EWBRKT
               END-EXEC
           END-IF

           PERFORM 450-COMPUTE-FED-WITHHOLDING
               THRU 450-FED-EXIT

           COMPUTE EST-NET-PAY =
               EARNED-GROSS - TAX-AMOUNT - FED-TAX-AMOUNT.
       400-COMPUTE-EXIT.
           EXIT.

       450-COMPUTE-FED-WITHHOLDING.
           MOVE 0 TO FED-TAX-AMOUNT
           MOVE 'S' TO FED-FILING-STATUS
           MOVE 'N' TO FED-EXEMPT-FLAG

           EXEC SQL
               SELECT FILING_STATUS, EXEMPT_FLAG
                   INTO :FED-FILING-STATUS, :FED-EXEMPT-FLAG
                   FROM FEDELECT
                   WHERE ENO = :DR-ENO
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO FED-FILING-STATUS
               MOVE 'N' TO FED-EXEMPT-FLAG
           END-IF

           IF FED-EXEMPT-FLAG = 'Y'
               GO TO 450-FED-EXIT
           END-IF

           EXEC SQL
               OPEN EWFBRKT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH EWFBRKT
                       INTO :BRKT-FLOOR, :BRKT-RATE, :BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE FED-TAX-AMOUNT ROUNDED =
                       BRKT-FLAT
                     + (BRKT-RATE * (GROSS-FOR-TAX - BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE EWFBRKT
               END-EXEC
           END-IF.
       450-FED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-BOOK-DRAW
      * Opens the draw's ledger item under the next DRAWCTL id,
      * the balance the full amount, the way OVPMNT1 numbers its
      * overpayment items.
      *----------------------------------------------------------*
       500-BOOK-DRAW.
           MOVE 0 TO NEXT-DRAW-ID
           EXEC SQL
               SELECT NEXT_DRAW_ID INTO :NEXT-DRAW-ID
                   FROM DRAWCTL
           END-EXEC
           IF SQLCODE = 100
               MOVE 1 TO NEXT-DRAW-ID
               EXEC SQL
                   INSERT INTO DRAWCTL (NEXT_DRAW_ID) VALUES (1)
               END-EXEC
           END-IF
           IF SQLCODE <> 0
               DISPLAY 'EWADRAW1 DRAWCTL SQLCODE: ' SQLCODE
               GO TO 500-BOOK-EXIT
           END-IF

           EXEC SQL
               INSERT INTO DRAWLEDGER
                   (DRAW_ID, ENO, PERIOD_ID, DRAW_RUN, DRAW_DATE,
                    AMOUNT, BALANCE, STATUS)
                   VALUES (:NEXT-DRAW-ID, :DR-ENO, :EWA-PERIOD,
                           :RUN-ID, :RUN-DATE, :DRAW-PAID,
                           :DRAW-PAID, 'O')
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'EWADRAW1 DRAWLEDGER INSERT SQLCODE: '
                   SQLCODE ' ENO: ' DR-ENO
               GO TO 500-BOOK-EXIT
           END-IF

           EXEC SQL
               UPDATE DRAWCTL
                   SET NEXT_DRAW_ID = :NEXT-DRAW-ID + 1
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'EWADRAW1 DRAWCTL UPDATE SQLCODE: ' SQLCODE
           END-IF.
       500-BOOK-EXIT.
           EXIT.

       550-WRITE-REGISTER-LINE.
           MOVE DR-AMOUNT TO ASKED-EDIT
           MOVE DRAW-PAID TO AMOUNT-EDIT
           MOVE SPACES TO DRAW-REG-LINE
           STRING RUN-ID-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DR-ENO DELIMITED BY SIZE
                  ' ASKED ' DELIMITED BY SIZE
                  ASKED-EDIT DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SKIP-REASON DELIMITED BY SIZE
               INTO DRAW-REG-LINE
           WRITE DRAW-REG-LINE.

       560-SKIP-REQUEST.
           DISPLAY 'EWADRAW1 REQUEST SKIPPED, ENO ' DR-ENO
               ': ' SKIP-REASON
           ADD 1 TO LINES-SKIP-COUNT
           MOVE 0 TO DRAW-PAID
           PERFORM 550-WRITE-REGISTER-LINE.

      *----------------------------------------------------------*
      * 600-WRITE-PAY-DETAIL
      * The draw's 'W'-typed pay detail record: no gross, no tax,
      * the draw as net pay - what ACHGEN1 deposits.
      *----------------------------------------------------------*
       600-WRITE-PAY-DETAIL.
           MOVE SPACES TO PAY-DETAIL-RECORD
           MOVE 0 TO PD-DEDUCTION-COUNT
           MOVE 0 TO PD-EARN-COUNT

           PERFORM 610-DERIVE-DEPT-NUMBER

           MOVE DR-ENO TO PD-EMPLOYEE-NO
           MOVE SPACE TO PD-GENDER

           MOVE SPACES TO EMP-FULL-NAME
           STRING FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LNAME DELIMITED BY SPACE
               INTO EMP-FULL-NAME
           MOVE EMP-FULL-NAME TO PD-EMPLOYEE-NAME

           MOVE RUN-ID TO PD-PERIOD-ID
           SET PD-TYPE-WAGE-DRAW TO TRUE
           MOVE DEPT TO PD-DEPT
           MOVE CURRENCY-CODE TO PD-CURRENCY-CODE
           MOVE PAYRATE TO PD-PAY-RATE
           MOVE 0 TO PD-REG-HOURS
           MOVE 0 TO PD-OT-HOURS
           MOVE 0 TO PD-GROSS-PAY
           MOVE ST TO PD-TAX-STATE
           MOVE 0 TO PD-TAX-AMOUNT
           MOVE 0 TO PD-FED-TAX-AMOUNT
           MOVE 0 TO PD-TAXABLE-PAY
           MOVE DRAW-PAID TO PD-NET-PAY

           WRITE PAY-DETAIL-LINE FROM PAY-DETAIL-RECORD
           WRITE PAY-HISTORY-LINE FROM PAY-DETAIL-RECORD

           ADD 1 TO DETAIL-WRITE-COUNT
           ADD PD-EMPLOYEE-NO TO PAY-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD DRAW-PAID TO DRAW-TOTAL.

       610-DERIVE-DEPT-NUMBER.
           MOVE 0 TO PD-DEPARTMENT-NUMBER
           MOVE DEPT(2:3) TO DEPT-DIGITS

           IF DEPT(1:1) = 'D'
               EVALUATE TRUE
                   WHEN DEPT-DIGITS NUMERIC
                       MOVE DEPT-DIGITS(2:2)
                           TO PD-DEPARTMENT-NUMBER
                   WHEN DEPT-DIGITS(1:2) NUMERIC
                           AND DEPT-DIGITS(3:1) = SPACE
                       MOVE DEPT-DIGITS(1:2)
                           TO PD-DEPARTMENT-NUMBER
                   WHEN DEPT-DIGITS(1:1) NUMERIC
                           AND DEPT-DIGITS(2:2) = SPACES
                       MOVE DEPT-DIGITS(1:1)
                           TO PD-DEPARTMENT-NUMBER
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * 700-ENTER-RUN-ON-CALENDAR
      * The draw run enters PERCAL in CALCULATED status, dated
      * today, and releases itself through the variance gate, as
      * the off-cycle run does.
      *----------------------------------------------------------*
       700-ENTER-RUN-ON-CALENDAR.
           EXEC SQL
               INSERT INTO PERCAL
                   (PERIOD_ID, START_DATE, END_DATE, STATUS,
                    GROUP_CODE)
                   VALUES (:RUN-ID, :RUN-DATE, :RUN-DATE, 'C',
                           'MO')
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO PERCAL_AUDIT
                       (PERIOD_ID, AUDIT_ACTION, OLD_STATUS,
                        NEW_STATUS, AUDIT_USER, JOB_NAME, AUDIT_TS)
                       VALUES (:RUN-ID, 'EWADRAW', ' ', 'C',
                               :DBUSR, 'EWADRAW1',
                               CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLSTATE <> SQLSTATE-SUCCESS
                   DISPLAY 'EWADRAW1 PERCAL AUDIT SQLCODE: '
                       SQLCODE
               END-IF

               EXEC SQL
                   INSERT INTO VARRELSE
                       (PERIOD_ID, RELEASED_BY, RELEASE_TS)
                       VALUES (:RUN-ID, :DBUSR,
                               CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLSTATE <> SQLSTATE-SUCCESS
                   DISPLAY 'EWADRAW1 VARRELSE INSERT SQLCODE: '
                       SQLCODE
               END-IF
           ELSE
               DISPLAY 'EWADRAW1 PERCAL INSERT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      * 890-WRITE-FILE-TRAILER
      * The standard control-total trailer (see TRAILER). A draw
      * carries no gross, so the amount control is over net pay
      * (PD-NET-PAY, column 182) - the money ACHGEN1 moves.
      *----------------------------------------------------------*
       890-WRITE-FILE-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE DETAIL-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE PAY-ENO-HASH TO FTR-KEY-HASH
           MOVE DRAW-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 004 TO FTR-KEY-OFFSET
           MOVE 04 TO FTR-KEY-LENGTH
           MOVE 182 TO FTR-AMT-OFFSET
           MOVE 012 TO FTR-AMT-LENGTH
           WRITE PAY-DETAIL-LINE FROM FILE-TRAILER-RECORD.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
      * RUNMON1 batch-window monitor.
      *----------------------------------------------------------*
       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'EWADRAW1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
