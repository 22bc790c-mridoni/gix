       IDENTIFICATION DIVISION.

       PROGRAM-ID. TCSTMT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO EXTERNAL TCSTMT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           COPY PAYDTL.

           01  RPT-PAGE-NO         PIC 9(4) VALUE 1.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.

           01 TC-YEAR-TEXT         PIC X(4).
           01 TC-YEAR              PIC 9(4).

           01 HIST-READ-COUNT      PIC 9(8) COMP-3 VALUE 0.
           01 YEAR-REC-COUNT       PIC 9(8) COMP-3 VALUE 0.
           01 STATEMENT-COUNT      PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * employer payroll-tax rates and wage bases, from the same
      * environment settings TAXDEP1 deposits with, so the year's
      * employer tax re-derives from the EMPTAXYTD wages exactly
      *----------------------------------------------------------*
           01 RATE-TEXT            PIC X(5).
           01 BASE-TEXT            PIC X(7).
           01 FICA-RATE            PIC 9V9999 VALUE .0765.
           01 FICA-WAGE-BASE       PIC 9(7) VALUE 160200.
           01 SUI-RATE             PIC 9V9999 VALUE .0270.
           01 SUI-WAGE-BASE        PIC 9(7) VALUE 7000.

      *    the retirement deduction is the employee's own money;
      *    the company's side of it is the RETYTD match
           01 RETIRE-DED-CODE      PIC X(4) VALUE '401K'.
           01 RETIRE-CODE-TEXT     PIC X(4).

      *----------------------------------------------------------*
      * one slot per employee for the year: cash pay from the
      * history (imputed income is taxed, never paid, so it comes
      * off), the department last paid in, and the regular pay
      * runs and their taxable pay the benefit premiums bill on
      *----------------------------------------------------------*
           01 TC-EMP-COUNT         PIC 9(3) COMP VALUE 0.
           01 TC-EMP-IDX           PIC 9(3) COMP.
           01 TC-EMP-TABLE.
               05 TC-EMP-ENTRY OCCURS 200 TIMES.
                   10 TC-ENO           PIC 9(4).
                   10 TC-NAME          PIC X(20).
                   10 TC-DEPT          PIC X(4).
                   10 TC-WC-CLASS      PIC X(4).
                   10 TC-GROSS         PIC S9(11)V99 COMP-3.
                   10 TC-IMPUTED       PIC S9(9)V99 COMP-3.
                   10 TC-REG-COUNT     PIC 9(3) COMP.
                   10 TC-REG-TAXABLE   PIC S9(11)V99 COMP-3.
           01 TC-MATCH-SW          PIC X.
               88 TC-MATCH-FOUND   VALUE 'Y'.
           01 TC-MATCH-IDX         PIC 9(3) COMP.
           01 TC-OVERFLOW-COUNT    PIC 9(6) VALUE 0.
           01 EARN-IDX             PIC 9(2) COMP.

      *----------------------------------------------------------*
      * WCPREMYTD carries the policy year's premium by department
      * and class only; each employee's part is that premium in
      * proportion to their gross among the year's wages in the
      * same department and class
      *----------------------------------------------------------*
           01 WC-SUM-COUNT         PIC 9(3) COMP VALUE 0.
           01 WC-SUM-IDX           PIC 9(3) COMP.
           01 WC-SUM-TABLE.
               05 WC-SUM-ENTRY OCCURS 100 TIMES.
                   10 WC-DEPT          PIC X(4).
                   10 WC-CLASS         PIC X(4).
                   10 WC-GROSS         PIC S9(13)V99 COMP-3.
                   10 WC-PREMIUM       PIC S9(11)V99 COMP-3.
           01 WC-MATCH-SW          PIC X.
               88 WC-MATCH-FOUND   VALUE 'Y'.
           01 WC-MATCH-IDX         PIC 9(3) COMP.
           01 WORK-ENO             PIC 9(4).
           01 WORK-DEPT            PIC X(4).
           01 WORK-CLASS           PIC X(4).
           01 WORK-PREMIUM         PIC S9(11)V99.

      *    one employee's statement figures
           01 CASH-PAY             PIC S9(11)V99 COMP-3.
           01 YTD-WAGES            PIC S9(11)V99 COMP-3.
           01 CAPPED-WAGES         PIC S9(11)V99 COMP-3.
           01 ER-FICA              PIC S9(9)V99 COMP-3.
           01 ER-SUI               PIC S9(9)V99 COMP-3.
           01 ER-MATCH             PIC S9(9)V99 COMP-3.
           01 ER-BENEFITS          PIC S9(9)V99 COMP-3.
           01 ER-WORKCOMP          PIC S9(9)V99 COMP-3.
           01 ER-TOTAL             PIC S9(11)V99 COMP-3.
           01 TOTAL-REWARDS        PIC S9(11)V99 COMP-3.

           01 PLAN-CODE            PIC X(4).
           01 PLAN-DESC            PIC X(30).
           01 PLAN-METHOD          PIC X(1).
           01 PLAN-AMOUNT          PIC S9(7)V99.
           01 PLAN-EMP-SHARE       PIC S9V9(4).
           01 PLAN-PREMIUM         PIC S9(9)V99 COMP-3.
           01 PLAN-ER-SHARE        PIC S9(9)V99 COMP-3.

           01 COMPANY-CASH         PIC S9(13)V99 COMP-3 VALUE 0.
           01 COMPANY-EMPLOYER     PIC S9(13)V99 COMP-3 VALUE 0.

           01 AMOUNT-EDIT          PIC Z(10)9.99-.
           01 ENO-DISP             PIC 9(5).

      *----------------------------------------------------------*
      * statement archiving: each employee's page also files into
      * the EMPDOC repository as a TOTCOMP-typed document named
      * TOTCOMP.yyyy.eeee, the way PAYSTMT1 files pay statements,
      * so the web service's document opcodes return it with the
      * rest of the employee's papers
      *----------------------------------------------------------*
           01  STMT-BUFFER         PIC X(4000).
           01  STMT-BUF-LEN        PIC S9(9) VALUE 0.
           01  BUFFER-LINE-SRC     PIC X(132).
           01  DOC-ID              PIC 9(8) VALUE 0.
           01  DOC-ID-IND          PIC S9(4) COMP.
           01  DOC-OID             PIC S9(9) VALUE 0.
           01  DOC-FILENAME        PIC X(40).
           01  DESCRIPTOR          PIC S9(09).
           01  RESINT              PIC S9(09).
           01  BYTES-WRITTEN       PIC S9(09).
           01  STORED-DATE         PIC 9(8).
           01  RUN-DATE-TEXT       PIC X(21).
           01  DOCS-STORED         PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the employee's benefit plans and what each one costs
           EXEC SQL
               DECLARE TCPLNCRSR CURSOR FOR
               SELECT DM.DED_CODE, DM.DESCRIPTION, DM.CALC_METHOD,
                      DM.DED_AMOUNT, DM.EMPLOYEE_SHARE
                 FROM DEDENROLL DE, DEDMAST DM
               WHERE DE.ENO = :WORK-ENO
                 AND DM.DED_CODE = DE.DED_CODE
                 AND DM.DED_CODE <> :RETIRE-DED-CODE
               ORDER BY DM.PRIORITY, DM.DED_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Annual total compensation statement: what the company
      * spent on each employee in the TC_YEAR calendar year beside
      * the cash they were paid. Cash pay comes from the PAYHIST
      * details; the employer side is the payroll tax on the
      * EMPTAXYTD wages at TAXDEP1's rates and bases, the RETYTD
      * retirement match, the employer's share of every enrolled
      * DEDMAST plan over the year's regular pay runs, and the
      * employee's part of the WCPREMYTD workers' comp premium.
      * One page per employee on the report skeleton, each also
      * archived into EMPDOC for the web service.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "TC_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT TC-YEAR-TEXT FROM ENVIRONMENT-VALUE.
           IF TC-YEAR-TEXT NOT NUMERIC
               DISPLAY 'TCSTMT1 TC_YEAR NOT SET OR NOT NUMERIC: ['
                   TC-YEAR-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE TC-YEAR-TEXT TO TC-YEAR.

           DISPLAY "RETIRE_DED_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-CODE-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-CODE-TEXT NOT = SPACES
               MOVE RETIRE-CODE-TEXT TO RETIRE-DED-CODE
           END-IF.

           PERFORM 050-ACCEPT-RATES.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO STORED-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'TCSTMT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           PERFORM 200-ACCUMULATE-PAY-HISTORY THRU 200-ACCUM-EXIT.
           IF TC-EMP-COUNT = 0
               DISPLAY 'TCSTMT1 NO PAY HISTORY FOR ' TC-YEAR-TEXT
               MOVE 4 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 300-SUM-WORKCOMP-GROSS.

           OPEN OUTPUT PRINT-FILE.
           MOVE 'TOTAL COMPENSATION STATEMENT' TO RPT-HDR-TITLE.

           PERFORM VARYING TC-EMP-IDX FROM 1 BY 1
                   UNTIL TC-EMP-IDX > TC-EMP-COUNT
               PERFORM 400-PRINT-ONE-STATEMENT
               PERFORM 500-ARCHIVE-STATEMENT THRU 500-ARCHIVE-EXIT
           END-PERFORM.

           CLOSE PRINT-FILE.

           DISPLAY 'TCSTMT1 HISTORY RECORDS  : ' HIST-READ-COUNT.
           DISPLAY 'TCSTMT1 YEAR RECORDS     : ' YEAR-REC-COUNT.
           DISPLAY 'TCSTMT1 STATEMENTS       : ' STATEMENT-COUNT.
           DISPLAY 'TCSTMT1 STATEMENTS FILED : ' DOCS-STORED.
           MOVE COMPANY-CASH TO AMOUNT-EDIT.
           DISPLAY 'TCSTMT1 CASH PAY         : ' AMOUNT-EDIT.
           MOVE COMPANY-EMPLOYER TO AMOUNT-EDIT.
           DISPLAY 'TCSTMT1 EMPLOYER COST    : ' AMOUNT-EDIT.

           IF TC-OVERFLOW-COUNT > 0
               DISPLAY 'TCSTMT1 EMPLOYEE TABLE FULL - '
                   TC-OVERFLOW-COUNT ' RECORDS NOT ON A STATEMENT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF DOCS-STORED < STATEMENT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       050-ACCEPT-RATES.
           DISPLAY "EMPTAX_FICA_RATE" UPON ENVIRONMENT-NAME
           ACCEPT RATE-TEXT FROM ENVIRONMENT-VALUE
           IF RATE-TEXT NUMERIC
               COMPUTE FICA-RATE =
                   FUNCTION NUMVAL(RATE-TEXT) / 10000
           END-IF

           DISPLAY "EMPTAX_FICA_BASE" UPON ENVIRONMENT-NAME
           ACCEPT BASE-TEXT FROM ENVIRONMENT-VALUE
           IF BASE-TEXT NUMERIC
               MOVE BASE-TEXT TO FICA-WAGE-BASE
           END-IF

           DISPLAY "EMPTAX_SUI_RATE" UPON ENVIRONMENT-NAME
           ACCEPT RATE-TEXT FROM ENVIRONMENT-VALUE
           IF RATE-TEXT NUMERIC
               COMPUTE SUI-RATE =
                   FUNCTION NUMVAL(RATE-TEXT) / 10000
           END-IF

           DISPLAY "EMPTAX_SUI_BASE" UPON ENVIRONMENT-NAME
           ACCEPT BASE-TEXT FROM ENVIRONMENT-VALUE
           IF BASE-TEXT NUMERIC
               MOVE BASE-TEXT TO SUI-WAGE-BASE
           END-IF.

       200-ACCUMULATE-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'TCSTMT1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               GO TO 200-ACCUM-EXIT
           END-IF.

           PERFORM 210-READ-HISTORY.
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO HIST-READ-COUNT
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-PERIOD-ID(1:4) = TC-YEAR-TEXT
                   ADD 1 TO YEAR-REC-COUNT
                   PERFORM 220-FOLD-DETAIL-RECORD THRU 220-FOLD-EXIT
               END-IF
               PERFORM 210-READ-HISTORY
           END-PERFORM.

           CLOSE PAY-HISTORY-FILE.
       200-ACCUM-EXIT.
           EXIT.

       210-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       220-FOLD-DETAIL-RECORD.
           MOVE 'N' TO TC-MATCH-SW
           PERFORM VARYING TC-EMP-IDX FROM 1 BY 1
                   UNTIL TC-EMP-IDX > TC-EMP-COUNT
               IF TC-ENO(TC-EMP-IDX) = PD-EMPLOYEE-NO
                   SET TC-MATCH-FOUND TO TRUE
                   MOVE TC-EMP-IDX TO TC-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT TC-MATCH-FOUND
               IF TC-EMP-COUNT >= 200
                   ADD 1 TO TC-OVERFLOW-COUNT
                   GO TO 220-FOLD-EXIT
               END-IF
               ADD 1 TO TC-EMP-COUNT
               INITIALIZE TC-EMP-ENTRY(TC-EMP-COUNT)
               MOVE PD-EMPLOYEE-NO TO TC-ENO(TC-EMP-COUNT)
               MOVE PD-EMPLOYEE-NAME TO TC-NAME(TC-EMP-COUNT)
               MOVE TC-EMP-COUNT TO TC-MATCH-IDX
           END-IF

           IF PD-DEPT NOT = SPACES
               MOVE PD-DEPT TO TC-DEPT(TC-MATCH-IDX)
           END-IF
           IF PD-GROSS-PAY NUMERIC
               ADD PD-GROSS-PAY TO TC-GROSS(TC-MATCH-IDX)
           END-IF

           IF PD-TYPE-REGULAR
               ADD 1 TO TC-REG-COUNT(TC-MATCH-IDX)
               IF PD-TAXABLE-PAY NUMERIC
                   ADD PD-TAXABLE-PAY TO TC-REG-TAXABLE(TC-MATCH-IDX)
               END-IF
           END-IF

           IF PD-EARN-COUNT NUMERIC
               PERFORM VARYING EARN-IDX FROM 1 BY 1
                       UNTIL EARN-IDX > PD-EARN-COUNT
                          OR EARN-IDX > 6
                   IF PD-EARN-CODE(EARN-IDX) = 'IMP'
                       ADD PD-EARN-AMOUNT(EARN-IDX)
                           TO TC-IMPUTED(TC-MATCH-IDX)
                   END-IF
               END-PERFORM
           END-IF.
       220-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 300-SUM-WORKCOMP-GROSS
      * Resolves each employee's risk class as WCPREM1 does - the
      * WCOVRD override first, the department's class otherwise -
      * and totals the year's gross by department and class, the
      * base each employee's share of the premium divides over.
      *----------------------------------------------------------*
       300-SUM-WORKCOMP-GROSS.
           PERFORM VARYING TC-EMP-IDX FROM 1 BY 1
                   UNTIL TC-EMP-IDX > TC-EMP-COUNT
               MOVE TC-ENO(TC-EMP-IDX) TO WORK-ENO
               MOVE TC-DEPT(TC-EMP-IDX) TO WORK-DEPT
               PERFORM 310-RESOLVE-CLASS
               MOVE WORK-CLASS TO TC-WC-CLASS(TC-EMP-IDX)
               PERFORM 320-FIND-WORKCOMP-SLOT
               IF WC-MATCH-FOUND
                   ADD TC-GROSS(TC-EMP-IDX) TO WC-GROSS(WC-MATCH-IDX)
               END-IF
           END-PERFORM.

       310-RESOLVE-CLASS.
           MOVE SPACES TO WORK-CLASS
           EXEC SQL
               SELECT CLASS_CODE INTO :WORK-CLASS
                   FROM WCOVRD
                   WHERE ENO = :WORK-ENO
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'TCSTMT1 WCOVRD READ SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
           END-IF

           IF SQLCODE = 100 OR WORK-CLASS = SPACES
               MOVE SPACES TO WORK-CLASS
               EXEC SQL
                   SELECT WC_CLASS INTO :WORK-CLASS
                       FROM DEPTTBL
                       WHERE DEPT = :WORK-DEPT
               END-EXEC
               IF SQLCODE <> 0 AND SQLCODE <> 100
                   DISPLAY 'TCSTMT1 DEPTTBL READ SQLCODE: ' SQLCODE
                       ' DEPT: ' WORK-DEPT
               END-IF
           END-IF

           IF WORK-CLASS = SPACES
               MOVE 'NONE' TO WORK-CLASS
           END-IF.

      *    the department/class slot, its policy-year premium read
      *    from WCPREMYTD on first sight
       320-FIND-WORKCOMP-SLOT.
           MOVE 'N' TO WC-MATCH-SW
           PERFORM VARYING WC-SUM-IDX FROM 1 BY 1
                   UNTIL WC-SUM-IDX > WC-SUM-COUNT
               IF WC-DEPT(WC-SUM-IDX) = WORK-DEPT
                       AND WC-CLASS(WC-SUM-IDX) = WORK-CLASS
                   SET WC-MATCH-FOUND TO TRUE
                   MOVE WC-SUM-IDX TO WC-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT WC-MATCH-FOUND AND WC-SUM-COUNT < 100
               MOVE 0 TO WORK-PREMIUM
               EXEC SQL
                   SELECT PREMIUM INTO :WORK-PREMIUM
                       FROM WCPREMYTD
                       WHERE POLICY_YEAR = :TC-YEAR
                         AND DEPT = :WORK-DEPT
                         AND CLASS_CODE = :WORK-CLASS
               END-EXEC
               IF SQLCODE <> 0
                   IF SQLCODE <> 100
                       DISPLAY 'TCSTMT1 WCPREMYTD READ SQLCODE: '
                           SQLCODE ' DEPT: ' WORK-DEPT
                   END-IF
                   MOVE 0 TO WORK-PREMIUM
               END-IF
               ADD 1 TO WC-SUM-COUNT
               MOVE WORK-DEPT TO WC-DEPT(WC-SUM-COUNT)
               MOVE WORK-CLASS TO WC-CLASS(WC-SUM-COUNT)
               MOVE 0 TO WC-GROSS(WC-SUM-COUNT)
               MOVE WORK-PREMIUM TO WC-PREMIUM(WC-SUM-COUNT)
               SET WC-MATCH-FOUND TO TRUE
               MOVE WC-SUM-COUNT TO WC-MATCH-IDX
           END-IF.

      *----------------------------------------------------------*
      * 400-PRINT-ONE-STATEMENT
      * One page: cash pay, then each thing the company paid on
      * the employee's behalf, then the total of the two.
      *----------------------------------------------------------*
       400-PRINT-ONE-STATEMENT.
           MOVE SPACES TO STMT-BUFFER
           MOVE 0 TO STMT-BUF-LEN
           MOVE TC-ENO(TC-EMP-IDX) TO WORK-ENO
           MOVE TC-DEPT(TC-EMP-IDX) TO WORK-DEPT
           MOVE TC-WC-CLASS(TC-EMP-IDX) TO WORK-CLASS

           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE
           WRITE PRINT-LINE FROM RPT-HDR-LINE
           MOVE RPT-HDR-LINE TO BUFFER-LINE-SRC
           PERFORM 410-BUFFER-LINE

           MOVE WORK-ENO TO ENO-DISP
           MOVE 'EMPLOYEE' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING ENO-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TC-NAME(TC-EMP-IDX) DELIMITED BY SIZE
                  '  YEAR ' DELIMITED BY SIZE
                  TC-YEAR-TEXT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           COMPUTE CASH-PAY =
               TC-GROSS(TC-EMP-IDX) - TC-IMPUTED(TC-EMP-IDX)
           MOVE 'CASH PAY' TO RPT-DET-KEY
           MOVE CASH-PAY TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' WAGES, COMMISSION AND BONUS' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           MOVE SPACES TO RPT-DET-KEY
           MOVE 'PAID BY THE COMPANY ON YOUR BEHALF' TO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           PERFORM 430-COMPUTE-EMPLOYER-TAX
           MOVE 'SOC SEC' TO RPT-DET-KEY
           MOVE ER-FICA TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' SOCIAL SECURITY AND MEDICARE' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           MOVE 'UNEMPLOY' TO RPT-DET-KEY
           MOVE ER-SUI TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' UNEMPLOYMENT INSURANCE' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           PERFORM 440-FETCH-RETIRE-MATCH
           MOVE 'RETIREMENT' TO RPT-DET-KEY
           MOVE ER-MATCH TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' RETIREMENT PLAN MATCH' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           PERFORM 450-PRINT-BENEFIT-PLANS

           PERFORM 470-COMPUTE-WORKCOMP
           MOVE 'WORK COMP' TO RPT-DET-KEY
           MOVE ER-WORKCOMP TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' WORKERS COMPENSATION INSURANCE' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           COMPUTE ER-TOTAL = ER-FICA + ER-SUI + ER-MATCH
                            + ER-BENEFITS + ER-WORKCOMP
           COMPUTE TOTAL-REWARDS = CASH-PAY + ER-TOTAL
           ADD CASH-PAY TO COMPANY-CASH
           ADD ER-TOTAL TO COMPANY-EMPLOYER

           MOVE 'CO TOTAL' TO RPT-DET-KEY
           MOVE ER-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' COMPANY CONTRIBUTIONS' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           MOVE 'TOTAL COMP' TO RPT-DET-KEY
           MOVE TOTAL-REWARDS TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' TOTAL COMPENSATION' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 420-WRITE-DETAIL-LINE

           WRITE PRINT-LINE FROM RPT-FTR-LINE
           MOVE RPT-FTR-LINE TO BUFFER-LINE-SRC
           PERFORM 410-BUFFER-LINE
           ADD 1 TO RPT-PAGE-NO
           ADD 1 TO STATEMENT-COUNT.

      *    the printed line also goes into the page buffer the
      *    archive step files; a page past the buffer stops
      *    buffering and never affects the print
       410-BUFFER-LINE.
           IF STMT-BUF-LEN + 132 <= 4000
               MOVE BUFFER-LINE-SRC
                   TO STMT-BUFFER(STMT-BUF-LEN + 1:132)
               ADD 132 TO STMT-BUF-LEN
           END-IF.

       420-WRITE-DETAIL-LINE.
           WRITE PRINT-LINE FROM RPT-DET-LINE
           MOVE RPT-DET-LINE TO BUFFER-LINE-SRC
           PERFORM 410-BUFFER-LINE.

      *    the year's wages under each base, at TAXDEP1's rates
       430-COMPUTE-EMPLOYER-TAX.
           MOVE 0 TO YTD-WAGES
           EXEC SQL
               SELECT WAGES_PAID INTO :YTD-WAGES
                   FROM EMPTAXYTD
                   WHERE ENO = :WORK-ENO
                     AND TAX_YEAR = :TC-YEAR
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'TCSTMT1 EMPTAXYTD READ SQLCODE: '
                       SQLCODE ' ENO: ' WORK-ENO
               END-IF
               MOVE 0 TO YTD-WAGES
           END-IF

           MOVE YTD-WAGES TO CAPPED-WAGES
           IF CAPPED-WAGES > FICA-WAGE-BASE
               MOVE FICA-WAGE-BASE TO CAPPED-WAGES
           END-IF
           COMPUTE ER-FICA ROUNDED = CAPPED-WAGES * FICA-RATE

           MOVE YTD-WAGES TO CAPPED-WAGES
           IF CAPPED-WAGES > SUI-WAGE-BASE
               MOVE SUI-WAGE-BASE TO CAPPED-WAGES
           END-IF
           COMPUTE ER-SUI ROUNDED = CAPPED-WAGES * SUI-RATE.

       440-FETCH-RETIRE-MATCH.
           MOVE 0 TO ER-MATCH
           EXEC SQL
               SELECT EMP_MATCH INTO :ER-MATCH
                   FROM RETYTD
                   WHERE ENO = :WORK-ENO
                     AND TAX_YEAR = :TC-YEAR
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'TCSTMT1 RETYTD READ SQLCODE: ' SQLCODE
                       ' ENO: ' WORK-ENO
               END-IF
               MOVE 0 TO ER-MATCH
           END-IF.

      *----------------------------------------------------------*
      * 450-PRINT-BENEFIT-PLANS
      * One line per enrolled plan the company pays part of: the
      * premium the plan calls for on each of the year's regular
      * pay runs - a flat amount per run, or a percent of the
      * runs' taxable pay - less the employee's EMPLOYEE_SHARE.
      *----------------------------------------------------------*
       450-PRINT-BENEFIT-PLANS.
           MOVE 0 TO ER-BENEFITS
           EXEC SQL
               OPEN TCPLNCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TCSTMT1 PLAN OPEN SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
           ELSE
               PERFORM 460-FETCH-PLAN
               PERFORM UNTIL SQLCODE <> 0
                   PERFORM 465-PRINT-ONE-PLAN
                   PERFORM 460-FETCH-PLAN
               END-PERFORM
               EXEC SQL
                   CLOSE TCPLNCRSR
               END-EXEC
           END-IF.

       460-FETCH-PLAN.
           EXEC SQL
               FETCH TCPLNCRSR
                   INTO :PLAN-CODE, :PLAN-DESC, :PLAN-METHOD,
                        :PLAN-AMOUNT, :PLAN-EMP-SHARE
           END-EXEC.

       465-PRINT-ONE-PLAN.
           IF PLAN-METHOD = 'P'
               COMPUTE PLAN-PREMIUM ROUNDED =
                   TC-REG-TAXABLE(TC-EMP-IDX) * PLAN-AMOUNT / 100
           ELSE
               COMPUTE PLAN-PREMIUM =
                   PLAN-AMOUNT * TC-REG-COUNT(TC-EMP-IDX)
           END-IF
           COMPUTE PLAN-ER-SHARE ROUNDED =
               PLAN-PREMIUM * (1 - PLAN-EMP-SHARE)

           IF PLAN-ER-SHARE > 0
               ADD PLAN-ER-SHARE TO ER-BENEFITS
               MOVE PLAN-CODE TO RPT-DET-KEY
               MOVE PLAN-ER-SHARE TO AMOUNT-EDIT
               MOVE SPACES TO RPT-DET-TEXT
               STRING AMOUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PLAN-DESC DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               PERFORM 420-WRITE-DETAIL-LINE
           END-IF.

       470-COMPUTE-WORKCOMP.
           MOVE 0 TO ER-WORKCOMP
           PERFORM 320-FIND-WORKCOMP-SLOT
           IF WC-MATCH-FOUND
               IF WC-GROSS(WC-MATCH-IDX) > 0
                   COMPUTE ER-WORKCOMP ROUNDED =
                       WC-PREMIUM(WC-MATCH-IDX)
                         * TC-GROSS(TC-EMP-IDX)
                         / WC-GROSS(WC-MATCH-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 500-ARCHIVE-STATEMENT
      * Files the buffered page into EMPDOC under the TOTCOMP
      * document type through the lo_creat/lo_open/lo_write/
      * lo_close streaming DOCSTOR1 uses. A failure is reported
      * and the print run continues.
      *----------------------------------------------------------*
       500-ARCHIVE-STATEMENT.
           MOVE 0 TO DOC-ID-IND
           EXEC SQL
               SELECT MAX(DOC_ID) INTO :DOC-ID :DOC-ID-IND
                   FROM EMPDOC
           END-EXEC
           IF SQLCODE <> 0 OR DOC-ID-IND < 0
               MOVE 0 TO DOC-ID
           END-IF
           ADD 1 TO DOC-ID

           MOVE SPACES TO DOC-FILENAME
           STRING 'TOTCOMP.' DELIMITED BY SIZE
                  TC-YEAR-TEXT DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WORK-ENO DELIMITED BY SIZE
               INTO DOC-FILENAME

           EXEC SQL
               SELECT lo_creat(-1) INTO :DOC-OID
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TCSTMT1 lo_creat SQLCODE: ' SQLCODE
               GO TO 500-ARCHIVE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO EMPDOC
                   (DOC_ID, ENO, DOC_TYPE, FILENAME, STORED_DATE,
                    BYTE_LENGTH, CONTENT)
                   VALUES (:DOC-ID, :WORK-ENO, 'TOTCOMP',
                           :DOC-FILENAME, :STORED-DATE,
                           :STMT-BUF-LEN, :DOC-OID)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TCSTMT1 EMPDOC INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
               GO TO 500-ARCHIVE-EXIT
           END-IF

           EXEC SQL
               SELECT lo_open(CONTENT, 131072) INTO :DESCRIPTOR
                   FROM EMPDOC WHERE DOC_ID = :DOC-ID
           END-EXEC

           EXEC SQL
               SELECT lo_write(:DESCRIPTOR, :STMT-BUFFER,
                      :STMT-BUF-LEN) INTO :BYTES-WRITTEN
                      FROM EMPDOC WHERE DOC_ID = :DOC-ID
           END-EXEC
           IF BYTES-WRITTEN NOT = STMT-BUF-LEN
               DISPLAY 'TCSTMT1 lo_write SHORT, SQLCODE: '
                   SQLCODE ' ENO: ' WORK-ENO
           END-IF

           EXEC SQL
               SELECT lo_close(:DESCRIPTOR) INTO :RESINT
                   FROM EMPDOC WHERE DOC_ID = :DOC-ID
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           ADD 1 TO DOCS-STORED.
       500-ARCHIVE-EXIT.
           EXIT.
