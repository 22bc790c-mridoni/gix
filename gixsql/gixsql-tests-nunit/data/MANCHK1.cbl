       IDENTIFICATION DIVISION.

       PROGRAM-ID. MANCHK1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MANUAL-CHECK-INPUT
               ASSIGN TO EXTERNAL MANCHKIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.

           SELECT PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO EXTERNAL MANCHKRG
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MANUAL-CHECK-INPUT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MANUAL-CHECK-LINE.

       01  MANUAL-CHECK-LINE       PIC X(80).

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

       FD  CHECK-REGISTER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-LINE.

       01  CHECK-REGISTER-LINE     PIC X(80).

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

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

           COPY COLCRYPT.

      *----------------------------------------------------------*
      * manual check entry (MANCHKIN): one line per check a
      * manager already wrote by hand outside the system - the
      * check number off the stock, the date written, the gross
      * it paid, whether the employee's enrolled deductions come
      * out ('N' = taxes only, anything else takes them), the
      * face amount actually written (zero when not known) and a
      * free-text reason. The run recomputes gross-to-net so the
      * taxes and deductions land on the books, flags the detail
      * PD-RECORD-TYPE 'M', and carries its own run id like the
      * off-cycle run - but it enters the calendar already PAID,
      * because the money has left: ACHGEN1 never releases it,
      * while GLPOST1, TAXDEP1 and YEFILE1 take it like any paid
      * run. The check registers on CHECKREG as issued, so the
      * check print, reconciliation and escheat all know it.
      *----------------------------------------------------------*
           01 MANUAL-CHECK-RECORD.
               05 MC-CHECK-NO      PIC 9(08).
               05 MC-ENO           PIC 9(04).
               05 MC-CHECK-DATE    PIC 9(08).
               05 MC-GROSS         PIC 9(07)V99.
               05 MC-TAKE-DEDS     PIC X(01).
                   88 MC-TAXES-ONLY VALUE 'N'.
               05 MC-FACE-AMOUNT   PIC 9(07)V99.
               05 MC-REASON        PIC X(20).
               05 FILLER           PIC X(21).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 INPUT-FILE-STATUS    PIC XX.
           01 KEY-FILE-STATUS      PIC XX.
           01 INPUT-EOF-SW         PIC X VALUE 'N'.
               88 INPUT-EOF        VALUE 'Y'.

           01 RUN-ID-TEXT          PIC X(6).
           01 RUN-ID               PIC 9(6).
           01 RUN-EXISTS-COUNT     PIC 9(6).
           01 CHECK-EXISTS-COUNT   PIC 9(6).
           01 TAX-YEAR             PIC 9(4).

           01 LINES-READ-COUNT     PIC 9(6) VALUE 0.
           01 DETAIL-WRITE-COUNT   PIC 9(6) VALUE 0.
           01 LINES-SKIP-COUNT     PIC 9(6) VALUE 0.
           01 FACE-DIFF-COUNT      PIC 9(6) VALUE 0.

           01 PAY-ENO-HASH         PIC 9(10) VALUE 0.
           01 CHECK-NO-HASH        PIC 9(10) VALUE 0.
           01 GROSS-PAY            PIC S9(9)V99 COMP-3 VALUE 0.
           01 GROSS-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 GROSS-TOTAL-DISP     PIC Z(10)9.99.
           01 CHECK-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 CHECK-TOTAL-DISP     PIC Z(10)9.99.

           01 EMP-FULL-NAME        PIC X(20).
           01 DEPT-DIGITS          PIC X(3).

      *    withholding work: state and federal by the off-cycle
      *    run's highest-floor bracket rule for the check date's
      *    tax year, and local by the scheduled calculation's
      *    residence/work-site rule
           01 GROSS-FOR-TAX        PIC S9(9)V99 COMP-3 VALUE 0.
           01 BRKT-FLOOR           PIC S9(9)V99 COMP-3 VALUE 0.
           01 BRKT-RATE            PIC S9V9(4) COMP-3 VALUE 0.
           01 BRKT-FLAT            PIC S9(7)V99 COMP-3 VALUE 0.
           01 TAX-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
           01 FED-FILING-STATUS    PIC X(1).
           01 FED-EXEMPT-FLAG      PIC X(1).
           01 FED-TAX-AMOUNT       PIC S9(7)V99 COMP-3 VALUE 0.
           01 TAXABLE-PAY          PIC S9(9)V99 COMP-3 VALUE 0.
           01 NET-PAY              PIC S9(9)V99 COMP-3 VALUE 0.

           01 LT-MAP-TYPE          PIC X(1).
           01 LT-MAP-KEY           PIC X(5).
           01 LT-MAP-CODE          PIC X(5).
           01 LT-RES-CODE          PIC X(5).
           01 LT-WORK-CODE         PIC X(5).
           01 LT-LOOKUP-CODE       PIC X(5).
           01 LT-RES-RATE          PIC S9V9(4) COMP-3 VALUE 0.
           01 LT-NONRES-RATE       PIC S9V9(4) COMP-3 VALUE 0.
           01 LT-RES-CREDIT        PIC X(1).
           01 LT-WORK-TAX          PIC S9(7)V99 COMP-3 VALUE 0.
           01 LT-RES-TAX           PIC S9(7)V99 COMP-3 VALUE 0.
           01 LOCAL-TAX-AMOUNT     PIC S9(7)V99 COMP-3 VALUE 0.
           01 LTX-COUNT            PIC 9(1) VALUE 0.
           01 LTX-IDX              PIC 9(1).
           01 LTX-TABLE.
               05 LTX-ENTRY OCCURS 2 TIMES.
                   10 LX-CODE      PIC X(5).
                   10 LX-TAX       PIC S9(7)V99 COMP-3.

      *    deduction work: the enrolled deductions in priority
      *    order, flat amounts at their monthly calibration and
      *    percents of taxable pay, employee share only, each
      *    capped at what is left of net. A manual check builds no
      *    arrears and computes no employer match; the retirement
      *    contribution still stops at its calendar-year limit and
      *    rolls onto RETYTD.
           01 DED-CODE             PIC X(4).
           01 DED-CALC-METHOD      PIC X(1).
           01 DED-RATE-AMOUNT      PIC S9(7)V99 COMP-3.
           01 DED-EMPLOYEE-SHARE   PIC S9V9(4) COMP-3.
           01 DED-THIS-AMOUNT      PIC S9(7)V99 COMP-3 VALUE 0.
           01 DED-APPLIED-COUNT    PIC 9(2) VALUE 0.
           01 DED-IDX              PIC 9(2).
           01 RETIRE-DED-CODE      PIC X(4) VALUE '401K'.
           01 RETIRE-CODE-TEXT     PIC X(4).
           01 RETIRE-LIMIT-TEXT    PIC X(7).
           01 RETIRE-EMP-LIMIT     PIC 9(7)V99 VALUE 23000.
           01 RET-YTD-CONTRIB      PIC S9(9)V99 COMP-3 VALUE 0.
           01 RET-CONTRIB-THIS     PIC S9(7)V99 COMP-3 VALUE 0.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 AMOUNT-EDIT          PIC Z(7)9.99.
           01 FACE-EDIT            PIC Z(7)9.99.

      *    the issued check in the CHKPRT1 register layout,
      *    control-trailed for the bank's reconciliation load
           01 CHECK-REG-RECORD.
               05 CR-CHECK-NO      PIC 9(08).
               05 CR-ENO           PIC 9(04).
               05 CR-PERIOD-ID     PIC 9(06).
               05 CR-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 CR-ISSUE-DATE    PIC 9(08).
               05 FILLER           PIC X(42) VALUE SPACES.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE MCBRKT CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM STTAXTBL
               WHERE TAX_YEAR = :TAX-YEAR
                 AND ST = :ST
                 AND BRACKET_FLOOR <= :GROSS-FOR-TAX
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

           EXEC SQL
               DECLARE MCFBRKT CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM FEDTAXTBL
               WHERE TAX_YEAR = :TAX-YEAR
                 AND FILING_STATUS = :FED-FILING-STATUS
                 AND BRACKET_FLOOR <= :GROSS-FOR-TAX
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

           EXEC SQL
               DECLARE MCDEDCRSR CURSOR FOR
               SELECT DM.DED_CODE, DM.CALC_METHOD, DM.DED_AMOUNT,
                      DM.EMPLOYEE_SHARE
                 FROM DEDENROLL DE, DEDMAST DM
               WHERE DE.ENO = :MC-ENO
                 AND DM.DED_CODE = DE.DED_CODE
               ORDER BY DM.PRIORITY, DM.DED_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Manual check entry: brings the emergency checks managers
      * write outside the system onto the books. Each check is
      * taxed and deducted as the system would have, written to
      * the pay detail and history under the run's own calendar
      * entry, and registered as issued - so the year-to-date
      * taxes, the ledger and the year-end file stop needing
      * hand patches, and nothing pays the same money twice.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "MANCHK_RUN" UPON ENVIRONMENT-NAME.
           ACCEPT RUN-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF RUN-ID-TEXT NOT NUMERIC
               DISPLAY 'MANCHK1 MANCHK_RUN NOT SET OR NOT '
                   'NUMERIC: [' RUN-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE RUN-ID-TEXT TO RUN-ID.

      *    which deduction code is the retirement plan, and its
      *    calendar-year limit in whole dollars, as PAYCALC1
           DISPLAY "RETIRE_DED_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-CODE-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-CODE-TEXT NOT = SPACES
               MOVE RETIRE-CODE-TEXT TO RETIRE-DED-CODE
           END-IF.
           DISPLAY "RETIRE_EMP_LIMIT" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-LIMIT-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-LIMIT-TEXT NUMERIC
               MOVE RETIRE-LIMIT-TEXT TO RETIRE-EMP-LIMIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           MOVE SPACES TO CRYPT-KEY.
           OPEN INPUT COLUMN-KEY-FILE.
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'MANCHK1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *    a run id already on the calendar has run before or
      *    collides with a scheduled period - refused either way
           MOVE 0 TO RUN-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RUN-EXISTS-COUNT
                   FROM PERCAL
                   WHERE PERIOD_ID = :RUN-ID
           END-EXEC.
           IF SQLCODE < 0 OR RUN-EXISTS-COUNT > 0
               DISPLAY 'MANCHK1 RUN ID ' RUN-ID
                   ' ALREADY ON PERCAL - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'MANUAL-CHECK' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-MAIN.
           OPEN INPUT MANUAL-CHECK-INPUT.
           IF INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'MANCHK1 CANNOT OPEN MANCHKIN, STATUS: '
                   INPUT-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT PAY-DETAIL-FILE.
           OPEN EXTEND PAY-HISTORY-FILE.
           OPEN OUTPUT CHECK-REGISTER-FILE.

           PERFORM 200-READ-CHECK.
           PERFORM UNTIL INPUT-EOF
               PERFORM 300-ENTER-ONE-CHECK THRU 300-ENTER-EXIT
               PERFORM 200-READ-CHECK
           END-PERFORM.

           PERFORM 890-WRITE-FILE-TRAILER.
           PERFORM 895-WRITE-REGISTER-TRAILER.

           CLOSE PAY-DETAIL-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE MANUAL-CHECK-INPUT.

           IF DETAIL-WRITE-COUNT > 0
               PERFORM 700-ENTER-RUN-ON-CALENDAR
           END-IF.

           MOVE GROSS-TOTAL TO GROSS-TOTAL-DISP.
           MOVE CHECK-TOTAL TO CHECK-TOTAL-DISP.
           DISPLAY 'MANCHK1 RUN ID           : ' RUN-ID.
           DISPLAY 'MANCHK1 CHECKS READ      : ' LINES-READ-COUNT.
           DISPLAY 'MANCHK1 CHECKS ENTERED   : ' DETAIL-WRITE-COUNT.
           DISPLAY 'MANCHK1 CHECKS SKIPPED   : ' LINES-SKIP-COUNT.
           DISPLAY 'MANCHK1 FACE AMOUNT DIFFS: ' FACE-DIFF-COUNT.
           DISPLAY 'MANCHK1 GROSS PAY TOTAL  : ' GROSS-TOTAL-DISP.
           DISPLAY 'MANCHK1 NET CHECK TOTAL  : ' CHECK-TOTAL-DISP.

           IF LINES-SKIP-COUNT > 0 OR FACE-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'MANUAL-CHECK' TO RS-STEP
           MOVE DETAIL-WRITE-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-CHECK.
           READ MANUAL-CHECK-INPUT INTO MANUAL-CHECK-RECORD
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 300-ENTER-ONE-CHECK
      * One hand-written check in, one 'M'-typed pay detail
      * record out. A line with a bad number, an impossible or
      * future date, an unknown employee, or a check number the
      * register already carries is logged and skipped - the last
      * is the replayed entry the register exists to stop.
      *----------------------------------------------------------*
       300-ENTER-ONE-CHECK.
           ADD 1 TO LINES-READ-COUNT

           IF MC-CHECK-NO NOT NUMERIC OR MC-CHECK-NO = 0
                   OR MC-ENO NOT NUMERIC
                   OR MC-GROSS NOT NUMERIC OR MC-GROSS = 0
                   OR MC-CHECK-DATE NOT NUMERIC
               DISPLAY 'MANCHK1 BAD ENTRY SKIPPED: ['
                   MANUAL-CHECK-LINE(1:29) ']'
               ADD 1 TO LINES-SKIP-COUNT
               GO TO 300-ENTER-EXIT
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(MC-CHECK-DATE) NOT = 0
                   OR MC-CHECK-DATE > RUN-DATE
               DISPLAY 'MANCHK1 CHECK DATE INVALID, SKIPPED: '
                   'CHECK=' MC-CHECK-NO ' DATE=' MC-CHECK-DATE
               ADD 1 TO LINES-SKIP-COUNT
               GO TO 300-ENTER-EXIT
           END-IF

           IF MC-FACE-AMOUNT NOT NUMERIC
               MOVE 0 TO MC-FACE-AMOUNT
           END-IF

           MOVE 0 TO CHECK-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-EXISTS-COUNT
                   FROM CHECKREG
                   WHERE CHECK_NO = :MC-CHECK-NO
           END-EXEC
           IF SQLCODE <> 0 OR CHECK-EXISTS-COUNT > 0
               DISPLAY 'MANCHK1 CHECK ' MC-CHECK-NO
                   ' ALREADY ON CHECKREG, SKIPPED'
               ADD 1 TO LINES-SKIP-COUNT
               GO TO 300-ENTER-EXIT
           END-IF

           EXEC SQL
               SELECT LNAME, FNAME, ST, ZIP, DEPT, PAYRATE,
                      CURRENCY_CODE, COMPANY
                   INTO :LNAME, :FNAME, :ST, :ZIP, :DEPT,
                        :PAYRATE, :CURRENCY-CODE, :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :MC-ENO
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'MANCHK1 ENO NOT ON EMPTABLE, SKIPPED: '
                   MC-ENO
               ADD 1 TO LINES-SKIP-COUNT
               GO TO 300-ENTER-EXIT
           END-IF

           MOVE MC-CHECK-DATE(1:4) TO TAX-YEAR
           MOVE MC-GROSS TO GROSS-PAY
           PERFORM 400-COMPUTE-WITHHOLDING
           PERFORM 500-BUILD-PAY-DETAIL
           IF NOT MC-TAXES-ONLY
               PERFORM 560-APPLY-DEDUCTIONS
           END-IF
           PERFORM 600-WRITE-PAY-DETAIL
           PERFORM 650-REGISTER-CHECK.
       300-ENTER-EXIT.
           EXIT.

       400-COMPUTE-WITHHOLDING.
           MOVE GROSS-PAY TO GROSS-FOR-TAX
           MOVE 0 TO TAX-AMOUNT

           EXEC SQL
               OPEN MCBRKT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH MCBRKT
                       INTO :BRKT-FLOOR, :BRKT-RATE, :BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE TAX-AMOUNT ROUNDED =
                       BRKT-FLAT
                     + (BRKT-RATE * (GROSS-FOR-TAX - BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE MCBRKT
               END-EXEC
           END-IF

           PERFORM 450-COMPUTE-FED-WITHHOLDING
               THRU 450-FED-EXIT

           PERFORM 470-COMPUTE-LOCAL-WITHHOLDING

           COMPUTE TAXABLE-PAY =
               GROSS-PAY - TAX-AMOUNT - FED-TAX-AMOUNT
                 - LOCAL-TAX-AMOUNT
           MOVE TAXABLE-PAY TO NET-PAY.

       450-COMPUTE-FED-WITHHOLDING.
           MOVE 0 TO FED-TAX-AMOUNT
           MOVE 'S' TO FED-FILING-STATUS
           MOVE 'N' TO FED-EXEMPT-FLAG

           EXEC SQL
               SELECT FILING_STATUS, EXEMPT_FLAG
                   INTO :FED-FILING-STATUS, :FED-EXEMPT-FLAG
                   FROM FEDELECT
                   WHERE ENO = :MC-ENO
           END-EXEC
           IF SQLCODE = 100
               MOVE 'S' TO FED-FILING-STATUS
               MOVE 'N' TO FED-EXEMPT-FLAG
           END-IF

           IF FED-EXEMPT-FLAG = 'Y'
               GO TO 450-FED-EXIT
           END-IF

           EXEC SQL
               OPEN MCFBRKT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH MCFBRKT
                       INTO :BRKT-FLOOR, :BRKT-RATE, :BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE FED-TAX-AMOUNT ROUNDED =
                       BRKT-FLAT
                     + (BRKT-RATE * (GROSS-FOR-TAX - BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE MCFBRKT
               END-EXEC
           END-IF.
       450-FED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 470-COMPUTE-LOCAL-WITHHOLDING
      * The scheduled calculation's local rule: the work-site
      * locality (home department) at its nonresident rate, the
      * residence locality (ZIP) at its resident rate less any
      * credited work-site tax; no mapped locality, no local tax.
      *----------------------------------------------------------*
       470-COMPUTE-LOCAL-WITHHOLDING.
           MOVE 0 TO LOCAL-TAX-AMOUNT
           MOVE 0 TO LTX-COUNT
           MOVE 0 TO LT-WORK-TAX
           MOVE 0 TO LT-RES-TAX

           SET CRYPT-OP-DECRYPT TO TRUE
           MOVE ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE 'Z' TO LT-MAP-TYPE
           MOVE CRYPT-BUFFER(1:5) TO LT-MAP-KEY
           PERFORM 479-FETCH-LOCAL-MAP
           MOVE LT-MAP-CODE TO LT-RES-CODE

           MOVE 'W' TO LT-MAP-TYPE
           MOVE DEPT TO LT-MAP-KEY
           PERFORM 479-FETCH-LOCAL-MAP
           MOVE LT-MAP-CODE TO LT-WORK-CODE

           IF LT-WORK-CODE NOT = SPACES
                   AND LT-WORK-CODE NOT = LT-RES-CODE
               MOVE LT-WORK-CODE TO LT-LOOKUP-CODE
               PERFORM 475-FETCH-LOCAL-RATES
               COMPUTE LT-WORK-TAX ROUNDED =
                   GROSS-FOR-TAX * LT-NONRES-RATE
               IF LT-WORK-TAX > 0
                   ADD 1 TO LTX-COUNT
                   MOVE LT-WORK-CODE TO LX-CODE(LTX-COUNT)
                   MOVE LT-WORK-TAX TO LX-TAX(LTX-COUNT)
               END-IF
           END-IF

           IF LT-RES-CODE NOT = SPACES
               MOVE LT-RES-CODE TO LT-LOOKUP-CODE
               PERFORM 475-FETCH-LOCAL-RATES
               COMPUTE LT-RES-TAX ROUNDED =
                   GROSS-FOR-TAX * LT-RES-RATE
               IF LT-RES-CREDIT = 'Y'
                   SUBTRACT LT-WORK-TAX FROM LT-RES-TAX
                   IF LT-RES-TAX < 0
                       MOVE 0 TO LT-RES-TAX
                   END-IF
               END-IF
               IF LT-RES-TAX > 0
                   ADD 1 TO LTX-COUNT
                   MOVE LT-RES-CODE TO LX-CODE(LTX-COUNT)
                   MOVE LT-RES-TAX TO LX-TAX(LTX-COUNT)
               END-IF
           END-IF

           COMPUTE LOCAL-TAX-AMOUNT = LT-WORK-TAX + LT-RES-TAX.

      *    a missing rate row taxes nothing rather than guessing
       475-FETCH-LOCAL-RATES.
           MOVE 0 TO LT-RES-RATE
           MOVE 0 TO LT-NONRES-RATE
           MOVE 'N' TO LT-RES-CREDIT
           EXEC SQL
               SELECT RES_RATE, NONRES_RATE, RES_CREDIT
                   INTO :LT-RES-RATE, :LT-NONRES-RATE,
                        :LT-RES-CREDIT
                   FROM LOCTAX
                   WHERE LOCAL_CODE = :LT-LOOKUP-CODE
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'MANCHK1 LOCTAX READ SQLCODE: ' SQLCODE
                       ' ENO: ' MC-ENO
               END-IF
               MOVE 0 TO LT-RES-RATE
               MOVE 0 TO LT-NONRES-RATE
               MOVE 'N' TO LT-RES-CREDIT
           END-IF.

       479-FETCH-LOCAL-MAP.
           MOVE SPACES TO LT-MAP-CODE
           EXEC SQL
               SELECT LOCAL_CODE INTO :LT-MAP-CODE
                   FROM LOCMAP
                   WHERE MAP_TYPE = :LT-MAP-TYPE
                     AND MAP_KEY = :LT-MAP-KEY
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'MANCHK1 LOCMAP READ SQLCODE: ' SQLCODE
                       ' ENO: ' MC-ENO
               END-IF
               MOVE SPACES TO LT-MAP-CODE
           END-IF.

      *----------------------------------------------------------*
      * 500-BUILD-PAY-DETAIL
      * The detail record up to the deductions: employee, run id,
      * gross and the three levels of withholding, the resident
      * state as the single state line.
      *----------------------------------------------------------*
       500-BUILD-PAY-DETAIL.
           MOVE SPACES TO PAY-DETAIL-RECORD
           MOVE 0 TO PD-DEDUCTION-COUNT
           MOVE 0 TO DED-APPLIED-COUNT
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > 5
               MOVE SPACES TO PD-DED-CODE(DED-IDX)
               MOVE 0 TO PD-DED-AMOUNT(DED-IDX)
           END-PERFORM
           MOVE 0 TO PD-EARN-COUNT
           MOVE 0 TO PD-EMPLOYER-MATCH

           PERFORM 510-DERIVE-DEPT-NUMBER

           MOVE MC-ENO TO PD-EMPLOYEE-NO
           MOVE SPACE TO PD-GENDER

           MOVE SPACES TO EMP-FULL-NAME
           STRING FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LNAME DELIMITED BY SPACE
               INTO EMP-FULL-NAME
           MOVE EMP-FULL-NAME TO PD-EMPLOYEE-NAME

           MOVE RUN-ID TO PD-PERIOD-ID
           SET PD-TYPE-MANUAL-CHECK TO TRUE
           MOVE DEPT TO PD-DEPT
           MOVE CURRENCY-CODE TO PD-CURRENCY-CODE
           MOVE PAYRATE TO PD-PAY-RATE
           MOVE 0 TO PD-REG-HOURS
           MOVE 0 TO PD-OT-HOURS
           MOVE GROSS-PAY TO PD-GROSS-PAY
           MOVE ST TO PD-TAX-STATE
           MOVE TAX-AMOUNT TO PD-TAX-AMOUNT
           MOVE FED-TAX-AMOUNT TO PD-FED-TAX-AMOUNT
           MOVE TAXABLE-PAY TO PD-TAXABLE-PAY

           MOVE 1 TO PD-STATE-TAX-COUNT
           MOVE ST TO PDS-STATE(1)
           MOVE GROSS-FOR-TAX TO PDS-WAGES(1)
           MOVE TAX-AMOUNT TO PDS-TAX(1)
           MOVE SPACES TO PDS-STATE(2)
           MOVE 0 TO PDS-WAGES(2)
           MOVE 0 TO PDS-TAX(2)
           MOVE SPACES TO PDS-STATE(3)
           MOVE 0 TO PDS-WAGES(3)
           MOVE 0 TO PDS-TAX(3)

           MOVE GROSS-FOR-TAX TO PD-LOCAL-WAGES
           MOVE LTX-COUNT TO PD-LOCAL-TAX-COUNT
           PERFORM VARYING LTX-IDX FROM 1 BY 1
                   UNTIL LTX-IDX > 2
               IF LTX-IDX > LTX-COUNT
                   MOVE SPACES TO PDL-CODE(LTX-IDX)
                   MOVE 0 TO PDL-TAX(LTX-IDX)
               ELSE
                   MOVE LX-CODE(LTX-IDX) TO PDL-CODE(LTX-IDX)
                   MOVE LX-TAX(LTX-IDX) TO PDL-TAX(LTX-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 510-DERIVE-DEPT-NUMBER
      * The register layout's bare department number from
      * EMP-TABLE's 'D'-prefixed DEPT, as the scheduled
      * calculation derives it.
      *----------------------------------------------------------*
       510-DERIVE-DEPT-NUMBER.
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
      * 560-APPLY-DEDUCTIONS
      * The enrolled deductions after tax, itemized on the detail
      * record for the statement and the carrier remittances.
      *----------------------------------------------------------*
       560-APPLY-DEDUCTIONS.
           MOVE 0 TO RET-CONTRIB-THIS
           PERFORM 572-FETCH-RETIRE-YTD

           EXEC SQL
               OPEN MCDEDCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'MANCHK1 DEDUCTION OPEN SQLCODE: ' SQLCODE
           ELSE
               PERFORM 565-FETCH-DEDUCTION
               PERFORM UNTIL SQLCODE <> 0
                       OR DED-APPLIED-COUNT >= 5
                   PERFORM 570-APPLY-ONE-DEDUCTION
                   PERFORM 565-FETCH-DEDUCTION
               END-PERFORM

               IF SQLCODE <> 100 AND SQLCODE <> 0
                   DISPLAY 'MANCHK1 DEDUCTION FETCH SQLCODE: '
                       SQLCODE ' ENO: ' MC-ENO
               END-IF

               EXEC SQL
                   CLOSE MCDEDCRSR
               END-EXEC
           END-IF

           IF RET-CONTRIB-THIS > 0
               PERFORM 578-ROLL-RETIRE-YTD
           END-IF.

       565-FETCH-DEDUCTION.
           EXEC SQL
               FETCH MCDEDCRSR
                   INTO :DED-CODE, :DED-CALC-METHOD,
                        :DED-RATE-AMOUNT, :DED-EMPLOYEE-SHARE
           END-EXEC.

       570-APPLY-ONE-DEDUCTION.
           IF DED-CALC-METHOD = 'P'
               COMPUTE DED-THIS-AMOUNT ROUNDED =
                   TAXABLE-PAY * DED-RATE-AMOUNT / 100
           ELSE
               MOVE DED-RATE-AMOUNT TO DED-THIS-AMOUNT
           END-IF

           COMPUTE DED-THIS-AMOUNT ROUNDED =
               DED-THIS-AMOUNT * DED-EMPLOYEE-SHARE

           IF DED-CODE = RETIRE-DED-CODE
               IF DED-THIS-AMOUNT >
                       RETIRE-EMP-LIMIT - RET-YTD-CONTRIB
                   COMPUTE DED-THIS-AMOUNT =
                       RETIRE-EMP-LIMIT - RET-YTD-CONTRIB
               END-IF
           END-IF

           IF DED-THIS-AMOUNT > NET-PAY
               MOVE NET-PAY TO DED-THIS-AMOUNT
           END-IF
           IF DED-THIS-AMOUNT < 0
               MOVE 0 TO DED-THIS-AMOUNT
           END-IF

           IF DED-THIS-AMOUNT > 0
               ADD 1 TO DED-APPLIED-COUNT
               MOVE DED-CODE
                   TO PD-DED-CODE(DED-APPLIED-COUNT)
               MOVE DED-THIS-AMOUNT
                   TO PD-DED-AMOUNT(DED-APPLIED-COUNT)
               SUBTRACT DED-THIS-AMOUNT FROM NET-PAY
               IF DED-CODE = RETIRE-DED-CODE
                   ADD DED-THIS-AMOUNT TO RET-CONTRIB-THIS
               END-IF
           END-IF.

       572-FETCH-RETIRE-YTD.
           MOVE 0 TO RET-YTD-CONTRIB
           EXEC SQL
               SELECT EMP_CONTRIB
                   INTO :RET-YTD-CONTRIB
                   FROM RETYTD
                   WHERE ENO = :MC-ENO
                     AND TAX_YEAR = :TAX-YEAR
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'MANCHK1 RETYTD READ SQLCODE: ' SQLCODE
                   ' ENO: ' MC-ENO
           END-IF
           IF SQLCODE = 100
               MOVE 0 TO RET-YTD-CONTRIB
           END-IF.

       578-ROLL-RETIRE-YTD.
           EXEC SQL
               UPDATE RETYTD
                   SET EMP_CONTRIB =
                           EMP_CONTRIB + :RET-CONTRIB-THIS
                   WHERE ENO = :MC-ENO
                     AND TAX_YEAR = :TAX-YEAR
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO RETYTD
                       (ENO, TAX_YEAR, EMP_CONTRIB, EMP_MATCH)
                       VALUES (:MC-ENO, :TAX-YEAR,
                               :RET-CONTRIB-THIS, 0)
               END-EXEC
           END-IF

           IF SQLCODE <> 0
               DISPLAY 'MANCHK1 RETYTD WRITE SQLCODE: ' SQLCODE
                   ' ENO: ' MC-ENO
           END-IF.

       600-WRITE-PAY-DETAIL.
           MOVE DED-APPLIED-COUNT TO PD-DEDUCTION-COUNT
           MOVE NET-PAY TO PD-NET-PAY

           WRITE PAY-DETAIL-LINE FROM PAY-DETAIL-RECORD
           WRITE PAY-HISTORY-LINE FROM PAY-DETAIL-RECORD

           ADD 1 TO DETAIL-WRITE-COUNT
           ADD PD-EMPLOYEE-NO TO PAY-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD GROSS-PAY TO GROSS-TOTAL.

      *----------------------------------------------------------*
      * 650-REGISTER-CHECK
      * The check goes on CHECKREG issued under its own number and
      * date - the reconciliation clears it against the bank like
      * any printed check - and on PAYREG as released, the gate
      * every payment path consults. A face amount that differs
      * from the recomputed net is registered at the net and
      * flagged for the pay office to settle with the employee.
      *----------------------------------------------------------*
       650-REGISTER-CHECK.
           EXEC SQL
               INSERT INTO CHECKREG
                   (CHECK_NO, ENO, PERIOD_ID, AMOUNT, STATUS,
                    ISSUE_DATE, CLEAR_DATE)
                   VALUES (:MC-CHECK-NO, :MC-ENO, :RUN-ID,
                           :NET-PAY, 'I', :MC-CHECK-DATE, 0)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'MANCHK1 CHECKREG INSERT SQLCODE: '
                   SQLCODE ' CHECK: ' MC-CHECK-NO
           END-IF

           EXEC SQL
               INSERT INTO PAYREG
                   (ENO, PERIOD_ID, PAY_TYPE, AMOUNT,
                    RELEASED_BY, RELEASE_DATE)
                   VALUES (:MC-ENO, :RUN-ID, :PD-RECORD-TYPE,
                           :NET-PAY, 'MANCHK1', :MC-CHECK-DATE)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'MANCHK1 PAYREG INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' MC-ENO
           END-IF

           MOVE SPACES TO CHECK-REG-RECORD
           MOVE MC-CHECK-NO TO CR-CHECK-NO
           MOVE MC-ENO TO CR-ENO
           MOVE RUN-ID TO CR-PERIOD-ID
           MOVE NET-PAY TO CR-AMOUNT
           MOVE MC-CHECK-DATE TO CR-ISSUE-DATE
           WRITE CHECK-REGISTER-LINE FROM CHECK-REG-RECORD

           ADD NET-PAY TO CHECK-TOTAL
           ADD MC-CHECK-NO TO CHECK-NO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD

           IF MC-FACE-AMOUNT > 0 AND MC-FACE-AMOUNT NOT = NET-PAY
               ADD 1 TO FACE-DIFF-COUNT
               MOVE NET-PAY TO AMOUNT-EDIT
               MOVE MC-FACE-AMOUNT TO FACE-EDIT
               DISPLAY 'MANCHK1 FACE AMOUNT DIFFERS: CHECK='
                   MC-CHECK-NO ' ENO=' MC-ENO
                   ' NET=' AMOUNT-EDIT ' FACE=' FACE-EDIT
           END-IF.

      *----------------------------------------------------------*
      * 700-ENTER-RUN-ON-CALENDAR
      * The run enters PERCAL directly in PAID status - the
      * checks are already in the employees' hands, so the payment
      * step must never see it - and the posting step gates and
      * advances it from there. The entry audits as a manual-check
      * insertion.
      *----------------------------------------------------------*
       700-ENTER-RUN-ON-CALENDAR.
           EXEC SQL
               INSERT INTO PERCAL
                   (PERIOD_ID, START_DATE, END_DATE, STATUS,
                    GROUP_CODE)
                   VALUES (:RUN-ID, :RUN-DATE, :RUN-DATE, 'P',
                           'MO')
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO PERCAL_AUDIT
                       (PERIOD_ID, AUDIT_ACTION, OLD_STATUS,
                        NEW_STATUS, AUDIT_USER, JOB_NAME, AUDIT_TS)
                       VALUES (:RUN-ID, 'MANCHECK', ' ', 'P',
                               :DBUSR, 'MANCHK1',
                               CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLSTATE <> SQLSTATE-SUCCESS
                   DISPLAY 'MANCHK1 PERCAL AUDIT SQLCODE: ' SQLCODE
               END-IF
           ELSE
               DISPLAY 'MANCHK1 PERCAL INSERT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      * 890-WRITE-FILE-TRAILER
      * The standard control-total trailer (see TRAILER) closing
      * this run's pay detail file for the TRLCHK1 checker.
      *----------------------------------------------------------*
       890-WRITE-FILE-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE DETAIL-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE PAY-ENO-HASH TO FTR-KEY-HASH
           MOVE GROSS-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 004 TO FTR-KEY-OFFSET
           MOVE 04 TO FTR-KEY-LENGTH
           MOVE 064 TO FTR-AMT-OFFSET
           MOVE 012 TO FTR-AMT-LENGTH
           WRITE PAY-DETAIL-LINE FROM FILE-TRAILER-RECORD.

       895-WRITE-REGISTER-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE DETAIL-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE CHECK-NO-HASH TO FTR-KEY-HASH
           MOVE CHECK-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 001 TO FTR-KEY-OFFSET
           MOVE 08 TO FTR-KEY-LENGTH
           MOVE 019 TO FTR-AMT-OFFSET
           MOVE 012 TO FTR-AMT-LENGTH
           WRITE CHECK-REGISTER-LINE FROM FILE-TRAILER-RECORD.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
      * RUNMON1 batch-window monitor; the caller has filled
      * RS-EVENT, RS-STEP, RS-ROWS and RS-STATUS.
      *----------------------------------------------------------*
       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'MANCHK1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
