       IDENTIFICATION DIVISION.

       PROGRAM-ID. INVREC1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARRIER-BILL-FILE
               ASSIGN TO EXTERNAL CARRBILL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-FILE-STATUS.

           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT INVOICE-REPORT-FILE
               ASSIGN TO EXTERNAL INVRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CARRIER-BILL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CARRIER-BILL-LINE.

       01  CARRIER-BILL-LINE       PIC X(80).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  INVOICE-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INVOICE-REPORT-LINE.

       01  INVOICE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * carrier premium bill (CARRBILL): one line per person per
      * plan the carrier billed for the month, with the coverage
      * tier it billed at and the premium charged. Plans are our
      * DEDMAST codes, as the enrollment feed sent them.
      *----------------------------------------------------------*
           01 CARRIER-BILL-RECORD.
               05 CB-CARRIER-ID    PIC X(06).
               05 CB-BILL-MONTH    PIC 9(06).
               05 CB-ENO           PIC 9(04).
               05 CB-DED-CODE      PIC X(04).
               05 CB-COVERAGE      PIC X(02).
               05 CB-PREMIUM       PIC 9(05)V99.
               05 FILLER           PIC X(51).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 BILL-FILE-STATUS     PIC XX.
           01 HISTORY-FILE-STATUS  PIC XX.
           01 BILL-EOF-SW          PIC X VALUE 'N'.
               88 BILL-EOF         VALUE 'Y'.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.

      *    the carrier and the billing month (INVREC_CARRIER,
      *    INVREC_MONTH as YYYYMM), and the difference in dollars
      *    below which a premium or deduction still agrees
      *    (INVREC_TOLERANCE, default 0.50 - a weekly group's
      *    deductions never sum to the monthly figure exactly)
           01 CARRIER-ID           PIC X(6).
           01 BILL-MONTH-TEXT      PIC X(6).
           01 BILL-MONTH           PIC 9(6).
           01 MONTH-START-DATE     PIC 9(8).
           01 MONTH-END-DATE       PIC 9(8).
           01 TOLERANCE-TEXT       PIC X(5).
           01 MATCH-TOLERANCE      PIC 9(3)V99 VALUE 0.50.

      *    the pay runs whose period ended in the billing month
           01 MP-COUNT             PIC 9(2) COMP VALUE 0.
           01 MP-IDX               PIC 9(2) COMP.
           01 MP-TABLE.
               05 MP-PERIOD-ID OCCURS 40 TIMES PIC 9(6).
           01 MP-PERIOD-FETCH      PIC 9(6).
           01 MP-MATCH-SW          PIC X.
               88 MP-MATCH-FOUND   VALUE 'Y'.

      *    the carrier's plans with their monthly premium and the
      *    employee's share of it
           01 PL-COUNT             PIC 9(2) COMP VALUE 0.
           01 PL-IDX               PIC 9(2) COMP.
           01 PL-TABLE.
               05 PL-ENTRY OCCURS 50 TIMES.
                   10 PL-DED-CODE      PIC X(4).
                   10 PL-CALC-METHOD   PIC X(1).
                   10 PL-PREMIUM       PIC S9(7)V99 COMP-3.
                   10 PL-SHARE         PIC S9V9(4) COMP-3.
           01 PL-MATCH-SW          PIC X.
               88 PL-MATCH-FOUND   VALUE 'Y'.
           01 PL-MATCH-IDX         PIC 9(2) COMP.
           01 FETCH-DED-CODE       PIC X(4).
           01 FETCH-CALC-METHOD    PIC X(1).
           01 FETCH-PREMIUM        PIC S9(7)V99 COMP-3.
           01 FETCH-SHARE          PIC S9V9(4) COMP-3.
           01 FETCH-ENO            PIC 9(4).

      *    one entry per person per plan, from any of the three
      *    sources: enrolled on DEDENROLL, deducted on the month's
      *    pay history, billed on the carrier's invoice
           01 PP-COUNT             PIC 9(4) COMP VALUE 0.
           01 PP-IDX               PIC 9(4) COMP.
           01 PP-TABLE.
               05 PP-ENTRY OCCURS 3000 TIMES.
                   10 PP-ENO           PIC 9(4).
                   10 PP-DED-CODE      PIC X(4).
                   10 PP-PLAN-IDX      PIC 9(2) COMP.
                   10 PP-ENROLLED-SW   PIC X(1).
                       88 PP-ENROLLED  VALUE 'Y'.
                   10 PP-BILLED-SW     PIC X(1).
                       88 PP-BILLED    VALUE 'Y'.
                   10 PP-BILL-COVERAGE PIC X(2).
                   10 PP-BILLED-AMT    PIC S9(7)V99 COMP-3.
                   10 PP-DEDUCTED-AMT  PIC S9(7)V99 COMP-3.
           01 PP-MATCH-SW          PIC X.
               88 PP-MATCH-FOUND   VALUE 'Y'.
           01 PP-MATCH-IDX         PIC 9(4) COMP.
           01 PP-OVERFLOW-SW       PIC X VALUE 'N'.
               88 PP-OVERFLOW      VALUE 'Y'.
           01 LOOKUP-ENO           PIC 9(4).
           01 LOOKUP-DED-CODE      PIC X(4).

           01 DED-IDX              PIC 9(2).
           01 SENT-COVERAGE        PIC X(2).
           01 EXPECTED-PREMIUM     PIC S9(7)V99 COMP-3.
           01 EXPECTED-DEDUCTION   PIC S9(7)V99 COMP-3.
           01 DIFF-AMOUNT          PIC S9(7)V99 COMP-3.
           01 IMPACT-AMOUNT        PIC S9(7)V99 COMP-3.
           01 SECTION-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
           01 SECTION-COUNT        PIC 9(6) VALUE 0.
           01 SECTION-TITLE        PIC X(40).
           01 SECTION-CODE         PIC X(1).
               88 SECTION-BILLED-NOT-ENROLLED VALUE '1'.
               88 SECTION-ENROLLED-NOT-BILLED VALUE '2'.
               88 SECTION-RATE-MISMATCH       VALUE '3'.
               88 SECTION-DEDUCTION-MISMATCH  VALUE '4'.
           01 EXCEPTION-SW         PIC X.
               88 IS-EXCEPTION     VALUE 'Y'.

           01 BILLED-EDIT          PIC Z(5)9.99.
           01 EXPECT-EDIT          PIC Z(5)9.99.
           01 DEDUCT-EDIT          PIC Z(5)9.99-.
           01 IMPACT-EDIT          PIC Z(5)9.99-.
           01 TOTAL-EDIT           PIC Z(8)9.99-.

           01 BILL-READ-COUNT      PIC 9(6) VALUE 0.
           01 BILL-SKIP-COUNT      PIC 9(6) VALUE 0.
           01 HIST-READ-COUNT      PIC 9(6) VALUE 0.
           01 EXCEPTION-COUNT      PIC 9(6) VALUE 0.
           01 BILLED-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
           01 BILLED-TOTAL-DISP    PIC Z(8)9.99.
           01 NET-IMPACT           PIC S9(9)V99 COMP-3 VALUE 0.
           01 NET-IMPACT-DISP      PIC Z(8)9.99-.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE INVPRD CURSOR FOR
               SELECT PERIOD_ID
                 FROM PERCAL
               WHERE END_DATE >= :MONTH-START-DATE
                 AND END_DATE <= :MONTH-END-DATE
               ORDER BY PERIOD_ID
           END-EXEC.

           EXEC SQL
               DECLARE INVPLN CURSOR FOR
               SELECT DM.DED_CODE, DM.CALC_METHOD, DM.DED_AMOUNT,
                      DM.EMPLOYEE_SHARE
                 FROM CARRPLAN CP, DEDMAST DM
               WHERE CP.CARRIER_ID = :CARRIER-ID
                 AND DM.DED_CODE = CP.DED_CODE
               ORDER BY DM.DED_CODE
           END-EXEC.

           EXEC SQL
               DECLARE INVENR CURSOR FOR
               SELECT DE.ENO, DE.DED_CODE
                 FROM DEDENROLL DE, CARRPLAN CP
               WHERE CP.CARRIER_ID = :CARRIER-ID
                 AND DE.DED_CODE = CP.DED_CODE
               ORDER BY DE.ENO, DE.DED_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Carrier premium invoice reconciliation: the carrier's
      * monthly bill against who we have enrolled in its plans
      * (DEDENROLL) and what the month's pay runs actually
      * deducted for them (PD-DEDUCTION on the pay history). The
      * report lists, each with its dollar impact:
      *   billed but not enrolled  - the premium billed, to claw
      *                              back from the carrier
      *   enrolled but not billed  - the monthly premium, coverage
      *                              at risk or a bill to come
      *   rate mismatch            - billed less the plan's
      *                              monthly premium (DEDMAST), or
      *                              a tier other than the feed
      *                              sent
      *   deduction mismatch       - the employee share the plan
      *                              calls for less what the pay
      *                              runs took
      * Percent-of-pay plans have no fixed premium and are
      * checked for enrollment only.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "INVREC_CARRIER" UPON ENVIRONMENT-NAME.
           ACCEPT CARRIER-ID FROM ENVIRONMENT-VALUE.
           DISPLAY "INVREC_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT BILL-MONTH-TEXT FROM ENVIRONMENT-VALUE.
           IF CARRIER-ID = SPACES OR BILL-MONTH-TEXT NOT NUMERIC
               DISPLAY 'INVREC1 INVREC_CARRIER AND INVREC_MONTH '
                   '(YYYYMM) REQUIRED: [' CARRIER-ID '] ['
                   BILL-MONTH-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE BILL-MONTH-TEXT TO BILL-MONTH.
           COMPUTE MONTH-START-DATE = BILL-MONTH * 100 + 1.
           IF FUNCTION TEST-DATE-YYYYMMDD(MONTH-START-DATE) NOT = 0
               DISPLAY 'INVREC1 INVREC_MONTH NOT A VALID MONTH: '
                   BILL-MONTH-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           COMPUTE MONTH-END-DATE = BILL-MONTH * 100 + 31.

           DISPLAY "INVREC_TOLERANCE" UPON ENVIRONMENT-NAME.
           ACCEPT TOLERANCE-TEXT FROM ENVIRONMENT-VALUE.
           IF TOLERANCE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(TOLERANCE-TEXT) = 0
                   COMPUTE MATCH-TOLERANCE =
                       FUNCTION NUMVAL(TOLERANCE-TEXT)
               END-IF
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'INVREC1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           PERFORM 150-LOAD-PLANS THRU 150-LOAD-EXIT.
           IF PL-COUNT = 0
               DISPLAY 'INVREC1 NO PLANS ON CARRPLAN FOR CARRIER '
                   CARRIER-ID ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 170-LOAD-MONTH-PERIODS THRU 170-LOAD-EXIT.
           PERFORM 200-LOAD-ENROLLMENT THRU 200-LOAD-EXIT.
           PERFORM 300-LOAD-DEDUCTIONS THRU 300-LOAD-EXIT.
           PERFORM 400-LOAD-BILL THRU 400-LOAD-EXIT.

           IF PP-OVERFLOW
               DISPLAY 'INVREC1 PERSON/PLAN TABLE FULL AT 3000 - '
                   'RECONCILIATION INCOMPLETE'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 600-WRITE-REPORT.

           MOVE BILLED-TOTAL TO BILLED-TOTAL-DISP.
           MOVE NET-IMPACT TO NET-IMPACT-DISP.
           DISPLAY 'INVREC1 CARRIER          : ' CARRIER-ID.
           DISPLAY 'INVREC1 BILL MONTH       : ' BILL-MONTH.
           DISPLAY 'INVREC1 PAY RUNS IN MONTH: ' MP-COUNT.
           DISPLAY 'INVREC1 BILL LINES READ  : ' BILL-READ-COUNT.
           DISPLAY 'INVREC1 BILL LINES SKIPPED: ' BILL-SKIP-COUNT.
           DISPLAY 'INVREC1 HISTORY READ     : ' HIST-READ-COUNT.
           DISPLAY 'INVREC1 BILLED TOTAL     : ' BILLED-TOTAL-DISP.
           DISPLAY 'INVREC1 EXCEPTIONS       : ' EXCEPTION-COUNT.
           DISPLAY 'INVREC1 NET DOLLAR IMPACT: ' NET-IMPACT-DISP.

           IF EXCEPTION-COUNT > 0 OR BILL-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       150-LOAD-PLANS.
           EXEC SQL
               OPEN INVPLN
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'INVREC1 PLAN OPEN SQLCODE: ' SQLCODE
               GO TO 150-LOAD-EXIT
           END-IF

           PERFORM 155-FETCH-PLAN
           PERFORM UNTIL SQLCODE <> 0
               IF PL-COUNT < 50
                   ADD 1 TO PL-COUNT
                   MOVE FETCH-DED-CODE TO PL-DED-CODE(PL-COUNT)
                   MOVE FETCH-CALC-METHOD TO PL-CALC-METHOD(PL-COUNT)
                   MOVE FETCH-PREMIUM TO PL-PREMIUM(PL-COUNT)
                   MOVE FETCH-SHARE TO PL-SHARE(PL-COUNT)
               ELSE
                   DISPLAY 'INVREC1 PLAN TABLE FULL - PLAN '
                       FETCH-DED-CODE ' NOT RECONCILED'
               END-IF
               PERFORM 155-FETCH-PLAN
           END-PERFORM

           EXEC SQL
               CLOSE INVPLN
           END-EXEC.
       150-LOAD-EXIT.
           EXIT.

       155-FETCH-PLAN.
           EXEC SQL
               FETCH INVPLN
                   INTO :FETCH-DED-CODE, :FETCH-CALC-METHOD,
                        :FETCH-PREMIUM, :FETCH-SHARE
           END-EXEC.

       170-LOAD-MONTH-PERIODS.
           EXEC SQL
               OPEN INVPRD
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'INVREC1 PERCAL OPEN SQLCODE: ' SQLCODE
               GO TO 170-LOAD-EXIT
           END-IF

           PERFORM 175-FETCH-PERIOD
           PERFORM UNTIL SQLCODE <> 0
               IF MP-COUNT < 40
                   ADD 1 TO MP-COUNT
                   MOVE MP-PERIOD-FETCH TO MP-PERIOD-ID(MP-COUNT)
               END-IF
               PERFORM 175-FETCH-PERIOD
           END-PERFORM

           EXEC SQL
               CLOSE INVPRD
           END-EXEC.
       170-LOAD-EXIT.
           EXIT.

       175-FETCH-PERIOD.
           EXEC SQL
               FETCH INVPRD INTO :MP-PERIOD-FETCH
           END-EXEC.

       200-LOAD-ENROLLMENT.
           EXEC SQL
               OPEN INVENR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'INVREC1 ENROLLMENT OPEN SQLCODE: ' SQLCODE
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 205-FETCH-ENROLLMENT
           PERFORM UNTIL SQLCODE <> 0
               MOVE FETCH-ENO TO LOOKUP-ENO
               MOVE FETCH-DED-CODE TO LOOKUP-DED-CODE
               PERFORM 500-FIND-PERSON-PLAN THRU 500-FIND-EXIT
               IF PP-MATCH-FOUND
                   MOVE 'Y' TO PP-ENROLLED-SW(PP-MATCH-IDX)
               END-IF
               PERFORM 205-FETCH-ENROLLMENT
           END-PERFORM

           EXEC SQL
               CLOSE INVENR
           END-EXEC.
       200-LOAD-EXIT.
           EXIT.

       205-FETCH-ENROLLMENT.
           EXEC SQL
               FETCH INVENR INTO :FETCH-ENO, :FETCH-DED-CODE
           END-EXEC.

      *----------------------------------------------------------*
      * 300-LOAD-DEDUCTIONS
      * Every pay history record of a run that ended in the month
      * - regular, off-cycle, manual and void alike, voids carrying
      * their reversing sign - adds its itemized deductions in the
      * carrier's plans to the person's plan entry.
      *----------------------------------------------------------*
       300-LOAD-DEDUCTIONS.
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'INVREC1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                   ADD 1 TO HIST-READ-COUNT
                   PERFORM 320-CHECK-MONTH-PERIOD
                   IF MP-MATCH-FOUND
                       PERFORM 330-FOLD-DEDUCTIONS
                   END-IF
               END-IF
               PERFORM 310-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       300-LOAD-EXIT.
           EXIT.

       310-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       320-CHECK-MONTH-PERIOD.
           MOVE 'N' TO MP-MATCH-SW
           PERFORM VARYING MP-IDX FROM 1 BY 1
                   UNTIL MP-IDX > MP-COUNT
               IF MP-PERIOD-ID(MP-IDX) = PD-PERIOD-ID
                   SET MP-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM.

       330-FOLD-DEDUCTIONS.
           IF PD-DEDUCTION-COUNT NOT NUMERIC
               MOVE 0 TO PD-DEDUCTION-COUNT
           END-IF
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > PD-DEDUCTION-COUNT
                      OR DED-IDX > 5
               MOVE PD-EMPLOYEE-NO TO LOOKUP-ENO
               MOVE PD-DED-CODE(DED-IDX) TO LOOKUP-DED-CODE
               PERFORM 500-FIND-PERSON-PLAN THRU 500-FIND-EXIT
               IF PP-MATCH-FOUND
                   ADD PD-DED-AMOUNT(DED-IDX)
                       TO PP-DEDUCTED-AMT(PP-MATCH-IDX)
               END-IF
           END-PERFORM.

       400-LOAD-BILL.
           OPEN INPUT CARRIER-BILL-FILE
           IF BILL-FILE-STATUS NOT = '00'
               DISPLAY 'INVREC1 CANNOT OPEN CARRBILL, STATUS: '
                   BILL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 400-LOAD-EXIT
           END-IF

           PERFORM 410-READ-BILL
           PERFORM UNTIL BILL-EOF
               ADD 1 TO BILL-READ-COUNT
               PERFORM 420-FOLD-BILL-LINE THRU 420-FOLD-EXIT
               PERFORM 410-READ-BILL
           END-PERFORM

           CLOSE CARRIER-BILL-FILE.
       400-LOAD-EXIT.
           EXIT.

       410-READ-BILL.
           READ CARRIER-BILL-FILE INTO CARRIER-BILL-RECORD
               AT END
                   SET BILL-EOF TO TRUE
           END-READ.

      *    another carrier's or another month's line, or one that
      *    will not read, is not this bill - logged and left out
       420-FOLD-BILL-LINE.
           IF CB-CARRIER-ID NOT = CARRIER-ID
                   OR CB-BILL-MONTH NOT NUMERIC
                   OR CB-BILL-MONTH NOT = BILL-MONTH
                   OR CB-ENO NOT NUMERIC
                   OR CB-PREMIUM NOT NUMERIC
               DISPLAY 'INVREC1 BILL LINE SKIPPED: ['
                   CARRIER-BILL-LINE(1:29) ']'
               ADD 1 TO BILL-SKIP-COUNT
               GO TO 420-FOLD-EXIT
           END-IF

           MOVE CB-ENO TO LOOKUP-ENO
           MOVE CB-DED-CODE TO LOOKUP-DED-CODE
           PERFORM 500-FIND-PERSON-PLAN THRU 500-FIND-EXIT
           IF NOT PP-MATCH-FOUND
               DISPLAY 'INVREC1 BILL PLAN NOT THIS CARRIER''S: '
                   CB-DED-CODE ' ENO ' CB-ENO
               ADD 1 TO BILL-SKIP-COUNT
               GO TO 420-FOLD-EXIT
           END-IF

           MOVE 'Y' TO PP-BILLED-SW(PP-MATCH-IDX)
           MOVE CB-COVERAGE TO PP-BILL-COVERAGE(PP-MATCH-IDX)
           ADD CB-PREMIUM TO PP-BILLED-AMT(PP-MATCH-IDX)
           ADD CB-PREMIUM TO BILLED-TOTAL.
       420-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-FIND-PERSON-PLAN
      * Finds or adds the LOOKUP-ENO/LOOKUP-DED-CODE entry. A plan
      * that is not one of the carrier's finds nothing, so other
      * carriers' deductions fall away here.
      *----------------------------------------------------------*
       500-FIND-PERSON-PLAN.
           MOVE 'N' TO PP-MATCH-SW
           MOVE 'N' TO PL-MATCH-SW
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-COUNT OR PL-MATCH-FOUND
               IF PL-DED-CODE(PL-IDX) = LOOKUP-DED-CODE
                   SET PL-MATCH-FOUND TO TRUE
                   MOVE PL-IDX TO PL-MATCH-IDX
               END-IF
           END-PERFORM
           IF NOT PL-MATCH-FOUND
               GO TO 500-FIND-EXIT
           END-IF

           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-COUNT OR PP-MATCH-FOUND
               IF PP-ENO(PP-IDX) = LOOKUP-ENO
                       AND PP-DED-CODE(PP-IDX) = LOOKUP-DED-CODE
                   SET PP-MATCH-FOUND TO TRUE
                   MOVE PP-IDX TO PP-MATCH-IDX
               END-IF
           END-PERFORM
           IF PP-MATCH-FOUND
               GO TO 500-FIND-EXIT
           END-IF

           IF PP-COUNT >= 3000
               SET PP-OVERFLOW TO TRUE
               GO TO 500-FIND-EXIT
           END-IF
           ADD 1 TO PP-COUNT
           MOVE LOOKUP-ENO TO PP-ENO(PP-COUNT)
           MOVE LOOKUP-DED-CODE TO PP-DED-CODE(PP-COUNT)
           MOVE PL-MATCH-IDX TO PP-PLAN-IDX(PP-COUNT)
           MOVE 'N' TO PP-ENROLLED-SW(PP-COUNT)
           MOVE 'N' TO PP-BILLED-SW(PP-COUNT)
           MOVE SPACES TO PP-BILL-COVERAGE(PP-COUNT)
           MOVE 0 TO PP-BILLED-AMT(PP-COUNT)
           MOVE 0 TO PP-DEDUCTED-AMT(PP-COUNT)
           SET PP-MATCH-FOUND TO TRUE
           MOVE PP-COUNT TO PP-MATCH-IDX.
       500-FIND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 600-WRITE-REPORT
      * One section per exception class, each a pass over the
      * person/plan table with its own count and dollar total.
      *----------------------------------------------------------*
       600-WRITE-REPORT.
           OPEN OUTPUT INVOICE-REPORT-FILE

           MOVE SPACES TO RPT-HDR-TITLE
           STRING 'PREMIUM INVOICE RECON ' DELIMITED BY SIZE
                  CARRIER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BILL-MONTH DELIMITED BY SIZE
               INTO RPT-HDR-TITLE
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE INVOICE-REPORT-LINE FROM RPT-HDR-LINE

           SET SECTION-BILLED-NOT-ENROLLED TO TRUE
           MOVE 'BILLED BUT NOT ENROLLED' TO SECTION-TITLE
           PERFORM 650-WRITE-SECTION

           SET SECTION-ENROLLED-NOT-BILLED TO TRUE
           MOVE 'ENROLLED BUT NOT BILLED' TO SECTION-TITLE
           PERFORM 650-WRITE-SECTION

           SET SECTION-RATE-MISMATCH TO TRUE
           MOVE 'RATE OR TIER MISMATCH' TO SECTION-TITLE
           PERFORM 650-WRITE-SECTION

           SET SECTION-DEDUCTION-MISMATCH TO TRUE
           MOVE 'DEDUCTION MISMATCH' TO SECTION-TITLE
           PERFORM 650-WRITE-SECTION

           WRITE INVOICE-REPORT-LINE FROM RPT-FTR-LINE
           CLOSE INVOICE-REPORT-FILE.

       650-WRITE-SECTION.
           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-TOTAL

           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE SECTION-TITLE TO RPT-DET-TEXT
           WRITE INVOICE-REPORT-LINE FROM RPT-DET-LINE

           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-COUNT
               PERFORM 700-CLASSIFY-ENTRY THRU 700-CLASSIFY-EXIT
               IF IS-EXCEPTION
                   PERFORM 750-WRITE-EXCEPTION
               END-IF
           END-PERFORM

           MOVE SECTION-TOTAL TO TOTAL-EDIT
           MOVE 'TOTAL' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING SECTION-COUNT DELIMITED BY SIZE
                  ' ITEMS  IMPACT ' DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE INVOICE-REPORT-LINE FROM RPT-DET-LINE.

      *----------------------------------------------------------*
      * 700-CLASSIFY-ENTRY
      * Decides whether table entry PP-IDX belongs to the current
      * section and, if so, its dollar impact: positive is money
      * owed back to us, negative money we owe or failed to take.
      *----------------------------------------------------------*
       700-CLASSIFY-ENTRY.
           MOVE 'N' TO EXCEPTION-SW
           MOVE 0 TO IMPACT-AMOUNT
           MOVE PP-PLAN-IDX(PP-IDX) TO PL-IDX
           MOVE PL-PREMIUM(PL-IDX) TO EXPECTED-PREMIUM
           COMPUTE EXPECTED-DEDUCTION ROUNDED =
               PL-PREMIUM(PL-IDX) * PL-SHARE(PL-IDX)

           EVALUATE TRUE
               WHEN SECTION-BILLED-NOT-ENROLLED
                   IF PP-BILLED(PP-IDX) AND NOT PP-ENROLLED(PP-IDX)
                       SET IS-EXCEPTION TO TRUE
                       MOVE PP-BILLED-AMT(PP-IDX) TO IMPACT-AMOUNT
                   END-IF
               WHEN SECTION-ENROLLED-NOT-BILLED
                   IF PP-ENROLLED(PP-IDX) AND NOT PP-BILLED(PP-IDX)
                       SET IS-EXCEPTION TO TRUE
                       COMPUTE IMPACT-AMOUNT = 0 - EXPECTED-PREMIUM
                   END-IF
               WHEN SECTION-RATE-MISMATCH
                   IF NOT PP-ENROLLED(PP-IDX)
                           OR NOT PP-BILLED(PP-IDX)
                           OR PL-CALC-METHOD(PL-IDX) = 'P'
                       GO TO 700-CLASSIFY-EXIT
                   END-IF
                   COMPUTE DIFF-AMOUNT =
                       PP-BILLED-AMT(PP-IDX) - EXPECTED-PREMIUM
                   PERFORM 720-FETCH-SENT-COVERAGE
                   IF FUNCTION ABS(DIFF-AMOUNT) > MATCH-TOLERANCE
                           OR (SENT-COVERAGE NOT = SPACES AND
                               SENT-COVERAGE NOT =
                                   PP-BILL-COVERAGE(PP-IDX))
                       SET IS-EXCEPTION TO TRUE
                       MOVE DIFF-AMOUNT TO IMPACT-AMOUNT
                   END-IF
               WHEN SECTION-DEDUCTION-MISMATCH
                   IF NOT PP-ENROLLED(PP-IDX)
                           OR NOT PP-BILLED(PP-IDX)
                           OR PL-CALC-METHOD(PL-IDX) = 'P'
                       GO TO 700-CLASSIFY-EXIT
                   END-IF
                   COMPUTE DIFF-AMOUNT =
                       EXPECTED-DEDUCTION - PP-DEDUCTED-AMT(PP-IDX)
                   IF FUNCTION ABS(DIFF-AMOUNT) > MATCH-TOLERANCE
                       SET IS-EXCEPTION TO TRUE
                       COMPUTE IMPACT-AMOUNT = 0 - DIFF-AMOUNT
                   END-IF
           END-EVALUATE.
       700-CLASSIFY-EXIT.
           EXIT.

      *    the tier the enrollment feed last told the carrier
       720-FETCH-SENT-COVERAGE.
           MOVE SPACES TO SENT-COVERAGE
           MOVE PP-ENO(PP-IDX) TO LOOKUP-ENO
           MOVE PP-DED-CODE(PP-IDX) TO LOOKUP-DED-CODE
           EXEC SQL
               SELECT COVERAGE INTO :SENT-COVERAGE
                   FROM BENSENT
                   WHERE CARRIER_ID = :CARRIER-ID
                     AND ENO = :LOOKUP-ENO
                     AND DED_CODE = :LOOKUP-DED-CODE
                     AND STATUS = 'A'
           END-EXEC
           IF SQLCODE <> 0
               MOVE SPACES TO SENT-COVERAGE
           END-IF.

       750-WRITE-EXCEPTION.
           ADD 1 TO SECTION-COUNT
           ADD 1 TO EXCEPTION-COUNT
           ADD IMPACT-AMOUNT TO SECTION-TOTAL
           ADD IMPACT-AMOUNT TO NET-IMPACT

           MOVE PP-BILLED-AMT(PP-IDX) TO BILLED-EDIT
           MOVE EXPECTED-PREMIUM TO EXPECT-EDIT
           MOVE PP-DEDUCTED-AMT(PP-IDX) TO DEDUCT-EDIT
           MOVE IMPACT-AMOUNT TO IMPACT-EDIT

           MOVE SPACES TO RPT-DET-KEY
           STRING PP-ENO(PP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PP-DED-CODE(PP-IDX) DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING PP-BILL-COVERAGE(PP-IDX) DELIMITED BY SIZE
                  ' B' DELIMITED BY SIZE
                  BILLED-EDIT DELIMITED BY SIZE
                  ' E' DELIMITED BY SIZE
                  EXPECT-EDIT DELIMITED BY SIZE
                  ' D' DELIMITED BY SIZE
                  DEDUCT-EDIT DELIMITED BY SIZE
                  ' I' DELIMITED BY SIZE
                  IMPACT-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE INVOICE-REPORT-LINE FROM RPT-DET-LINE.
