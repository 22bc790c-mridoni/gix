       IDENTIFICATION DIVISION.

       PROGRAM-ID. PTOLIAB1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIABILITY-REPORT-FILE
               ASSIGN TO EXTERNAL PTOLRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL PTOJRNL
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  LIABILITY-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LIABILITY-REPORT-LINE.

       01  LIABILITY-REPORT-LINE   PIC X(132).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-JOURNAL-LINE.

       01  GL-JOURNAL-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
        INCLUDE CURRWS
       END-EXEC.

           COPY GLJRNL.

           COPY RPTHDR.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.
           01 RUN-DATE-TEXT        PIC X(21).

      *    the month-end the liability is valued at, YYYYMMDD; the
      *    last day of the month before the run by default
           01 ASOF-TEXT            PIC X(8).
           01 ASOF-DATE            PIC 9(8).
           01 ASOF-FIELDS REDEFINES ASOF-DATE.
               05 ASOF-YYYYMM      PIC 9(6).
               05 ASOF-DD          PIC 9(2).
           01 ASOF-INT             PIC 9(8) COMP-3.
           01 MONTH-START-DATE     PIC 9(8).
           01 PRIOR-ASOF-DATE      PIC 9(8).

      *----------------------------------------------------------*
      * only the balance a termination would pay is a liability:
      * TERMPAY1 pays the vacation balance out in full and lets
      * sick time lapse, so vacation ('V') is the one type valued
      *----------------------------------------------------------*
           01 PAYABLE-PTO-TYPE     PIC X(1) VALUE 'V'.

           01 CURR-ASOF-WORK       PIC 9(8).

           01 LB-ENO               PIC 9(4).
           01 LB-HOURS             PIC S9(5)V99.
           01 LB-STATUS            PIC X(2).
           01 LB-LIABILITY         PIC S9(9)V99 COMP-3.
           01 PAYRATE-USD          PIC 9(7)V9999.

      *----------------------------------------------------------*
      * per-department liability: last month-end's booked figure
      * from PTOLIAB, this month-end's valuation, and the change
      * the journal posts. A department that carried a liability
      * last month and has none now posts its full release.
      *----------------------------------------------------------*
           01 DEPT-COUNT           PIC 9(3) COMP VALUE 0.
           01 DEPT-IDX             PIC 9(3) COMP.
           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 100 TIMES.
                   10 DT-DEPT          PIC X(4).
                   10 DT-PRIOR         PIC S9(11)V99 COMP-3.
                   10 DT-CURRENT       PIC S9(11)V99 COMP-3.
                   10 DT-CHANGE        PIC S9(11)V99 COMP-3.
                   10 DT-EMP-COUNT     PIC 9(5) COMP.
                   10 DT-DR-ACCT       PIC X(10).
                   10 DT-CR-ACCT       PIC X(10).
           01 DEPT-MATCH-SW        PIC X.
               88 DEPT-MATCH-FOUND VALUE 'Y'.
           01 DEPT-MATCH-IDX       PIC 9(3) COMP.
           01 DEPT-OVERFLOW-SW     PIC X VALUE 'N'.
               88 DEPT-OVERFLOW    VALUE 'Y'.
           01 FIND-DEPT            PIC X(4).
           01 PRIOR-DEPT           PIC X(4).
           01 PRIOR-AMOUNT         PIC S9(11)V99.
           01 BOOK-AMOUNT          PIC S9(11)V99.

           01 GL-COMPANY           PIC X(3).
           01 MAP-KIND             PIC X(8) VALUE 'PTOLIAB'.
           01 MAP-DEPT             PIC X(4).
           01 MAP-DR-ACCT          PIC X(10).
           01 MAP-CR-ACCT          PIC X(10).
           01 MAP-DR-IND           PIC S9(4) COMP.
           01 MAP-CR-IND           PIC S9(4) COMP.
           01 MAP-FOUND-SW         PIC X.
               88 MAP-FOUND        VALUE 'Y'.
           01 MAP-MISSING-SW       PIC X VALUE 'N'.
               88 MAP-MISSING      VALUE 'Y'.
           01 MAP-TRY              PIC 9(1).
           01 TRY-DEPT             PIC X(4).
           01 TRY-COMPANY          PIC X(3).

           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.

           01 EMP-VALUED-COUNT     PIC 9(6) VALUE 0.
           01 NO-RATE-COUNT        PIC 9(6) VALUE 0.
           01 DEBIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           01 DETAIL-LINE-COUNT    PIC 9(6) VALUE 0.
           01 RUN-PRIOR-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 RUN-CURRENT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-DISP           PIC -(10)9.99.

      *    report lines: one per employee valued, one total per
      *    department with its booked change
           01 LIAB-DETAIL.
               05 LR-DEPT          PIC X(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LR-ENO           PIC X(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LR-HOURS         PIC -(5)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LR-PAYRATE       PIC Z(6)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 LR-CURRENCY      PIC X(3).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LR-USD-RATE      PIC ZZ9.999999.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LR-LIABILITY     PIC -(10)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LR-NOTE          PIC X(50).

           01 LIAB-COLUMNS.
               05 FILLER           PIC X(30) VALUE
                   'DEPT  ENO        HOURS     PAY'.
               05 FILLER           PIC X(30) VALUE
                   'RATE CUR    TO USD       LIABI'.
               05 FILLER           PIC X(12) VALUE
                   'LITY USD    '.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  describes PTOLIAB's real column shape so the precompiler
      *  can flag a statement that doesn't line up with it
           EXEC SQL
               DECLARE TABLE PTOLIAB
                   (ASOF_DATE      DECIMAL(8,0)  NOT NULL,
                    DEPT           CHAR(4)       NOT NULL,
                    EMP_COUNT      DECIMAL(5,0)  NOT NULL,
                    LIAB_AMOUNT    DECIMAL(13,2) NOT NULL,
                    CHANGE_AMOUNT  DECIMAL(13,2) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE CURRCRSR CURSOR FOR
               SELECT CURR_CODE, USD_RATE, ASOF_DATE
                 FROM CURRRATES
               ORDER BY CURR_CODE
           END-EXEC.

      *  last month-end booked, by department
           EXEC SQL
               DECLARE PRIORCRSR CURSOR FOR
               SELECT DEPT, LIAB_AMOUNT
                 FROM PTOLIAB
               WHERE ASOF_DATE = :PRIOR-ASOF-DATE
               ORDER BY DEPT
           END-EXEC.

      *  every payable balance with its owner's current rate
           EXEC SQL
               DECLARE LIABCRSR CURSOR FOR
               SELECT P.ENO, P.BALANCE_HOURS, E.PAYRATE,
                      E.CURRENCY_CODE, E.DEPT, E.MISCDATA
                 FROM PTOBAL P, EMPTABLE E
               WHERE P.PTO_TYPE = :PAYABLE-PTO-TYPE
                 AND P.BALANCE_HOURS > 0
                 AND E.ENO = P.ENO
               ORDER BY E.DEPT, P.ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Month-end PTO liability: every employee's payable leave
      * balance valued at the current PAYRATE, converted to USD
      * through CURRRATES, summed by department and compared with
      * last month-end's booked figure on PTOLIAB. The change in
      * each department posts as a GLJRNL-layout journal (PTOJRNL)
      * through the GLMAP PTOLIAB accounts - expense debit and
      * accrued-liability credit, reversed for a decrease - and
      * the PTOLRPT report lists every balance behind the figure.
      * A re-run for the same month-end replaces its PTOLIAB rows.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.

           DISPLAY "PTO_LIAB_ASOF" UPON ENVIRONMENT-NAME.
           ACCEPT ASOF-TEXT FROM ENVIRONMENT-VALUE.
           IF ASOF-TEXT NUMERIC
               MOVE ASOF-TEXT TO ASOF-DATE
           ELSE
               MOVE RUN-DATE-TEXT(1:8) TO ASOF-DATE
               MOVE 1 TO ASOF-DD
               COMPUTE ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(ASOF-DATE) - 1
               COMPUTE ASOF-DATE =
                   FUNCTION DATE-OF-INTEGER(ASOF-INT)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(ASOF-DATE) NOT = 0
               DISPLAY 'PTOLIAB1 PTO_LIAB_ASOF NOT A DATE: ['
                   ASOF-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *    the prior month-end: the day before this month's first
           COMPUTE MONTH-START-DATE = ASOF-YYYYMM * 100 + 1.
           COMPUTE ASOF-INT =
               FUNCTION INTEGER-OF-DATE(MONTH-START-DATE) - 1.
           COMPUTE PRIOR-ASOF-DATE =
               FUNCTION DATE-OF-INTEGER(ASOF-INT).

           DISPLAY "GL_COMPANY" UPON ENVIRONMENT-NAME.
           ACCEPT GL-COMPANY FROM ENVIRONMENT-VALUE.
           IF GL-COMPANY = SPACES
               MOVE '*' TO GL-COMPANY
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'PTOLIAB1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           PERFORM 850-LOAD-CURRENCY-RATES.

       100-MAIN.
           PERFORM 200-LOAD-PRIOR-LIABILITY.
           IF DB-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT LIABILITY-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'PTO LIABILITY AT ' DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE LIABILITY-REPORT-LINE FROM RPT-HDR-LINE.
           WRITE LIABILITY-REPORT-LINE FROM LIAB-COLUMNS.

           EXEC SQL
               OPEN LIABCRSR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'PTOLIAB1 BALANCE OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 300-FETCH-BALANCE
               PERFORM UNTIL SQLCODE <> 0
                   PERFORM 400-VALUE-ONE-BALANCE
                       THRU 400-VALUE-EXIT
                   PERFORM 300-FETCH-BALANCE
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'PTOLIAB1 BALANCE FETCH SQLCODE: '
                       SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE LIABCRSR
               END-EXEC
           END-IF.

           IF DB-ERROR OR DEPT-OVERFLOW
               IF DEPT-OVERFLOW
                   DISPLAY 'PTOLIAB1 MORE THAN 100 DEPARTMENTS - '
                       'NOTHING BOOKED'
               END-IF
               WRITE LIABILITY-REPORT-LINE FROM RPT-FTR-LINE
               CLOSE LIABILITY-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 500-WRITE-DEPT-TOTALS.
           WRITE LIABILITY-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE LIABILITY-REPORT-FILE.

      *    the mapping gate, before the month-end is booked: an
      *    unmapped department refuses the journal and leaves
      *    PTOLIAB as it was, so the rerun posts the same change
           PERFORM 600-RESOLVE-GL-ACCOUNTS.
           IF MAP-MISSING
               DISPLAY 'PTOLIAB1 UNMAPPED DEPARTMENTS - JOURNAL '
                   'REFUSED, MAINTAIN GLMAP PTOLIAB AND RERUN'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 650-BOOK-MONTH-END.
           IF DB-ERROR
               DISPLAY 'PTOLIAB1 PTOLIAB UPDATE FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 700-WRITE-JOURNAL.

           DISPLAY 'PTOLIAB1 MONTH END       : ' ASOF-DATE.
           DISPLAY 'PTOLIAB1 PRIOR MONTH END : ' PRIOR-ASOF-DATE.
           DISPLAY 'PTOLIAB1 BALANCES VALUED : ' EMP-VALUED-COUNT.
           DISPLAY 'PTOLIAB1 NO CURRENCY RATE: ' NO-RATE-COUNT.
           MOVE RUN-PRIOR-TOTAL TO TOTAL-DISP.
           DISPLAY 'PTOLIAB1 PRIOR LIABILITY : ' TOTAL-DISP.
           MOVE RUN-CURRENT-TOTAL TO TOTAL-DISP.
           DISPLAY 'PTOLIAB1 LIABILITY       : ' TOTAL-DISP.
           DISPLAY 'PTOLIAB1 JOURNAL LINES   : ' DETAIL-LINE-COUNT.

           IF NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-LOAD-PRIOR-LIABILITY.
           EXEC SQL
               OPEN PRIORCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'PTOLIAB1 PRIOR OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 210-FETCH-PRIOR
               PERFORM UNTIL SQLCODE <> 0
                   MOVE PRIOR-DEPT TO FIND-DEPT
                   PERFORM 450-FIND-DEPT
                   IF DEPT-MATCH-FOUND
                       ADD PRIOR-AMOUNT TO DT-PRIOR(DEPT-MATCH-IDX)
                       ADD PRIOR-AMOUNT TO RUN-PRIOR-TOTAL
                   END-IF
                   PERFORM 210-FETCH-PRIOR
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'PTOLIAB1 PRIOR FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE PRIORCRSR
               END-EXEC
           END-IF.

       210-FETCH-PRIOR.
           EXEC SQL
               FETCH PRIORCRSR INTO :PRIOR-DEPT, :PRIOR-AMOUNT
           END-EXEC.

       300-FETCH-BALANCE.
           EXEC SQL
               FETCH LIABCRSR
                   INTO :LB-ENO, :LB-HOURS, :PAYRATE,
                        :CURRENCY-CODE, :DEPT, :MISCDATA
           END-EXEC.

      *----------------------------------------------------------*
      * 400-VALUE-ONE-BALANCE
      * A terminated employee's balance was paid on the final
      * check; anything left there is not a liability to accrue.
      * A currency with no CURRRATES row values at 1.000000 as the
      * shared lookup does, and is flagged for finance to check.
      *----------------------------------------------------------*
       400-VALUE-ONE-BALANCE.
           IF MISC-STATUS-CODE = 'TE'
               GO TO 400-VALUE-EXIT
           END-IF

           MOVE CURRENCY-CODE TO CURR-LOOKUP-CODE
           PERFORM 860-LOOKUP-CURRENCY-RATE
           COMPUTE PAYRATE-USD ROUNDED = PAYRATE * CURR-RATE
           COMPUTE LB-LIABILITY ROUNDED = LB-HOURS * PAYRATE-USD

           MOVE DEPT TO FIND-DEPT
           PERFORM 450-FIND-DEPT
           IF NOT DEPT-MATCH-FOUND
               GO TO 400-VALUE-EXIT
           END-IF
           ADD LB-LIABILITY TO DT-CURRENT(DEPT-MATCH-IDX)
           ADD 1 TO DT-EMP-COUNT(DEPT-MATCH-IDX)
           ADD LB-LIABILITY TO RUN-CURRENT-TOTAL
           ADD 1 TO EMP-VALUED-COUNT

           MOVE SPACES TO LIAB-DETAIL
           MOVE DEPT TO LR-DEPT
           MOVE LB-ENO TO LR-ENO
           MOVE LB-HOURS TO LR-HOURS
           MOVE PAYRATE TO LR-PAYRATE
           MOVE CURRENCY-CODE TO LR-CURRENCY
           MOVE CURR-RATE TO LR-USD-RATE
           MOVE LB-LIABILITY TO LR-LIABILITY
           IF NOT CURR-RATE-FOUND
               ADD 1 TO NO-RATE-COUNT
               MOVE 'NO CURRRATES ROW - VALUED AS USD' TO LR-NOTE
           END-IF
           WRITE LIABILITY-REPORT-LINE FROM LIAB-DETAIL.
       400-VALUE-EXIT.
           EXIT.

      *    the department's slot, added on first sight
       450-FIND-DEPT.
           MOVE 'N' TO DEPT-MATCH-SW
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-MATCH-FOUND
               IF DT-DEPT(DEPT-IDX) = FIND-DEPT
                   SET DEPT-MATCH-FOUND TO TRUE
                   MOVE DEPT-IDX TO DEPT-MATCH-IDX
               END-IF
           END-PERFORM
           IF NOT DEPT-MATCH-FOUND
               IF DEPT-COUNT >= 100
                   SET DEPT-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-MATCH-IDX
                   MOVE FIND-DEPT TO DT-DEPT(DEPT-MATCH-IDX)
                   MOVE 0 TO DT-PRIOR(DEPT-MATCH-IDX)
                   MOVE 0 TO DT-CURRENT(DEPT-MATCH-IDX)
                   MOVE 0 TO DT-EMP-COUNT(DEPT-MATCH-IDX)
                   MOVE SPACES TO DT-DR-ACCT(DEPT-MATCH-IDX)
                   MOVE SPACES TO DT-CR-ACCT(DEPT-MATCH-IDX)
                   SET DEPT-MATCH-FOUND TO TRUE
               END-IF
           END-IF.

       500-WRITE-DEPT-TOTALS.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               COMPUTE DT-CHANGE(DEPT-IDX) =
                   DT-CURRENT(DEPT-IDX) - DT-PRIOR(DEPT-IDX)
               MOVE SPACES TO LIAB-DETAIL
               MOVE DT-DEPT(DEPT-IDX) TO LR-DEPT
               MOVE 'TOT' TO LR-ENO
               MOVE DT-CURRENT(DEPT-IDX) TO LR-LIABILITY
               MOVE DT-PRIOR(DEPT-IDX) TO TOTAL-DISP
               STRING 'PRIOR ' DELIMITED BY SIZE
                      TOTAL-DISP DELIMITED BY SIZE
                      ' CHANGE ' DELIMITED BY SIZE
                   INTO LR-NOTE
               MOVE DT-CHANGE(DEPT-IDX) TO TOTAL-DISP
               MOVE TOTAL-DISP TO LR-NOTE(29:14)
               WRITE LIABILITY-REPORT-LINE FROM LIAB-DETAIL
           END-PERFORM

           MOVE SPACES TO LIAB-DETAIL
           MOVE 'ALL' TO LR-DEPT
           MOVE 'TOT' TO LR-ENO
           MOVE RUN-CURRENT-TOTAL TO LR-LIABILITY
           MOVE RUN-PRIOR-TOTAL TO TOTAL-DISP
           STRING 'PRIOR ' DELIMITED BY SIZE
                  TOTAL-DISP DELIMITED BY SIZE
                  ' CHANGE ' DELIMITED BY SIZE
               INTO LR-NOTE
           COMPUTE TOTAL-DISP = RUN-CURRENT-TOTAL - RUN-PRIOR-TOTAL
           MOVE TOTAL-DISP TO LR-NOTE(29:14)
           WRITE LIABILITY-REPORT-LINE FROM LIAB-DETAIL.

      *----------------------------------------------------------*
      * 600-RESOLVE-GL-ACCOUNTS
      * Each department with a change to post takes the PTOLIAB
      * expense (debit) and accrued-liability (credit) accounts,
      * most specific mapping first as GLPOST1 resolves.
      *----------------------------------------------------------*
       600-RESOLVE-GL-ACCOUNTS.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DT-CHANGE(DEPT-IDX) NOT = 0
                   MOVE DT-DEPT(DEPT-IDX) TO MAP-DEPT
                   PERFORM 620-LOOKUP-GLMAP
                   IF MAP-FOUND AND MAP-DR-ACCT NOT = SPACES
                           AND MAP-CR-ACCT NOT = SPACES
                       MOVE MAP-DR-ACCT TO DT-DR-ACCT(DEPT-IDX)
                       MOVE MAP-CR-ACCT TO DT-CR-ACCT(DEPT-IDX)
                   ELSE
                       DISPLAY 'PTOLIAB1 NO PTOLIAB MAPPING FOR DEPT '
                           MAP-DEPT
                       SET MAP-MISSING TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 620-LOOKUP-GLMAP
      * Most specific row first: exact department and company,
      * exact department any company, any department exact
      * company, then the full catch-all.
      *----------------------------------------------------------*
       620-LOOKUP-GLMAP.
           MOVE 'N' TO MAP-FOUND-SW
           MOVE 1 TO MAP-TRY
           PERFORM 630-TRY-ONE-MAPPING
               UNTIL MAP-FOUND OR MAP-TRY > 4.

       630-TRY-ONE-MAPPING.
           EVALUATE MAP-TRY
               WHEN 1
                   MOVE MAP-DEPT TO TRY-DEPT
                   MOVE GL-COMPANY TO TRY-COMPANY
               WHEN 2
                   MOVE MAP-DEPT TO TRY-DEPT
                   MOVE '*' TO TRY-COMPANY
               WHEN 3
                   MOVE '*' TO TRY-DEPT
                   MOVE GL-COMPANY TO TRY-COMPANY
               WHEN OTHER
                   MOVE '*' TO TRY-DEPT
                   MOVE '*' TO TRY-COMPANY
           END-EVALUATE

           MOVE SPACES TO MAP-DR-ACCT
           MOVE SPACES TO MAP-CR-ACCT
           MOVE 0 TO MAP-DR-IND
           MOVE 0 TO MAP-CR-IND
           EXEC SQL
               SELECT DR_ACCT, CR_ACCT
                   INTO :MAP-DR-ACCT :MAP-DR-IND,
                        :MAP-CR-ACCT :MAP-CR-IND
                   FROM GLMAP
                   WHERE TRAN_KIND = :MAP-KIND
                     AND DEPT_PATTERN = :TRY-DEPT
                     AND COMPANY = :TRY-COMPANY
           END-EXEC

           IF SQLCODE = 0
               IF MAP-DR-IND < 0
                   MOVE SPACES TO MAP-DR-ACCT
               END-IF
               IF MAP-CR-IND < 0
                   MOVE SPACES TO MAP-CR-ACCT
               END-IF
               SET MAP-FOUND TO TRUE
           ELSE
               IF SQLCODE <> 100
                   DISPLAY 'PTOLIAB1 GLMAP READ SQLCODE: ' SQLCODE
               END-IF
           END-IF

           ADD 1 TO MAP-TRY.

      *    this month-end's figures replace any earlier run's, so
      *    next month's change measures from what was booked
       650-BOOK-MONTH-END.
           EXEC SQL
               DELETE FROM PTOLIAB
                   WHERE ASOF_DATE = :ASOF-DATE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'PTOLIAB1 PTOLIAB DELETE SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR DB-ERROR
               MOVE DT-DEPT(DEPT-IDX) TO FIND-DEPT
               MOVE DT-CURRENT(DEPT-IDX) TO BOOK-AMOUNT
               MOVE DT-CHANGE(DEPT-IDX) TO PRIOR-AMOUNT
               MOVE DT-EMP-COUNT(DEPT-IDX) TO LB-ENO
               EXEC SQL
                   INSERT INTO PTOLIAB
                       (ASOF_DATE, DEPT, EMP_COUNT, LIAB_AMOUNT,
                        CHANGE_AMOUNT)
                       VALUES (:ASOF-DATE, :FIND-DEPT, :LB-ENO,
                               :BOOK-AMOUNT, :PRIOR-AMOUNT)
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'PTOLIAB1 PTOLIAB INSERT SQLCODE: '
                       SQLCODE ' DEPT: ' FIND-DEPT
                   SET DB-ERROR TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 700-WRITE-JOURNAL
      * Two lines per department with a change: an increase
      * debits the expense and credits the accrued liability, a
      * decrease releases the other way round; the trailer
      * carries the matching control totals.
      *----------------------------------------------------------*
       700-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DT-CHANGE(DEPT-IDX) NOT = 0
                   PERFORM 710-WRITE-DEPT-LINES
               END-IF
           END-PERFORM

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GLT-RECORD-TYPE
           MOVE ASOF-YYYYMM TO GLT-PERIOD-ID
           MOVE DETAIL-LINE-COUNT TO GLT-DETAIL-COUNT
           MOVE DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD

           CLOSE GL-JOURNAL-FILE.

       710-WRITE-DEPT-LINES.
           IF DT-CHANGE(DEPT-IDX) > 0
               MOVE DT-CHANGE(DEPT-IDX) TO BOOK-AMOUNT
           ELSE
               COMPUTE BOOK-AMOUNT = 0 - DT-CHANGE(DEPT-IDX)
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TYPE-DETAIL TO TRUE
           MOVE ASOF-YYYYMM TO GLJ-PERIOD-ID
           MOVE DT-DEPT(DEPT-IDX) TO GLJ-DEPT
           MOVE BOOK-AMOUNT TO GLJ-AMOUNT
           MOVE DT-DR-ACCT(DEPT-IDX) TO GLJ-ACCOUNT
           IF DT-CHANGE(DEPT-IDX) > 0
               MOVE 'D' TO GLJ-DR-CR
               MOVE 'PTO LIABILITY EXPENSE' TO GLJ-DESCRIPTION
           ELSE
               MOVE 'C' TO GLJ-DR-CR
               MOVE 'PTO LIABILITY EXP RELEASE' TO GLJ-DESCRIPTION
           END-IF
           WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
           ADD 1 TO DETAIL-LINE-COUNT

           MOVE DT-CR-ACCT(DEPT-IDX) TO GLJ-ACCOUNT
           IF DT-CHANGE(DEPT-IDX) > 0
               MOVE 'C' TO GLJ-DR-CR
               MOVE 'ACCRUED PTO LIABILITY' TO GLJ-DESCRIPTION
           ELSE
               MOVE 'D' TO GLJ-DR-CR
               MOVE 'ACCRUED PTO LIAB RELEASE' TO GLJ-DESCRIPTION
           END-IF
           WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
           ADD 1 TO DETAIL-LINE-COUNT

           ADD BOOK-AMOUNT TO DEBIT-TOTAL
           ADD BOOK-AMOUNT TO CREDIT-TOTAL.

      *----------------------------------------------------------*
      * 850-LOAD-CURRENCY-RATES
      * The shared run-time rate load from CURRRATES (see CURRWS).
      *----------------------------------------------------------*
       850-LOAD-CURRENCY-RATES.
           MOVE 0 TO CURR-LOADED-COUNT

           EXEC SQL
               OPEN CURRCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'PTOLIAB1 RATE OPEN SQLCODE: ' SQLCODE
           ELSE
               PERFORM UNTIL SQLCODE <> 0
                       OR CURR-LOADED-COUNT >= 20
                   EXEC SQL
                       FETCH CURRCRSR
                           INTO :CURR-LOOKUP-CODE, :CURR-RATE,
                                :CURR-ASOF-WORK
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO CURR-LOADED-COUNT
                       MOVE CURR-LOOKUP-CODE
                           TO CURR-TABLE-CODE(CURR-LOADED-COUNT)
                       MOVE CURR-RATE
                           TO CURR-TABLE-RATE(CURR-LOADED-COUNT)
                       MOVE CURR-ASOF-WORK
                           TO CURR-TABLE-ASOF(CURR-LOADED-COUNT)
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURRCRSR
               END-EXEC
           END-IF.

       860-LOOKUP-CURRENCY-RATE.
           MOVE 'N' TO CURR-FOUND-SW
           MOVE 1.000000 TO CURR-RATE

           SET CURR-IDX TO 1
           SEARCH CURR-RATE-ENTRY
               WHEN CURR-TABLE-CODE(CURR-IDX) = CURR-LOOKUP-CODE
                   SET CURR-RATE-FOUND TO TRUE
                   MOVE CURR-TABLE-RATE(CURR-IDX) TO CURR-RATE
           END-SEARCH.
