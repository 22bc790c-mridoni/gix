       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONTCOV1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CONT-TRANS-FILE
               ASSIGN TO EXTERNAL CONTTRAN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT CONT-NOTICE-FILE
               ASSIGN TO EXTERNAL CONTNOTC
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONT-BILL-FILE
               ASSIGN TO EXTERNAL CONTBILO
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONT-REPORT-FILE
               ASSIGN TO EXTERNAL CONTRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONT-SUSPENSE-FILE
               ASSIGN TO EXTERNAL CONTSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  CONT-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONT-TRANS-LINE.

       01  CONT-TRANS-LINE         PIC X(80).

       FD  CONT-NOTICE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CONT-NOTICE-LINE.

       01  CONT-NOTICE-LINE        PIC X(100).

       FD  CONT-BILL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONT-BILL-LINE.

       01  CONT-BILL-LINE          PIC X(80).

       FD  CONT-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CONT-REPORT-LINE.

       01  CONT-REPORT-LINE        PIC X(132).

       FD  CONT-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS CONT-SUSPENSE-LINE.

       01  CONT-SUSPENSE-LINE      PIC X(270).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY SUSPREC.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * continuation transactions (CONTTRAN): 'E' records are the
      * beneficiary's election returned on the notice - one plan,
      * or every plan offered when the plan is blank, elected Y
      * or waived N on the date signed; 'P' records are premium
      * payments received against a month's bill. The beneficiary
      * is the ENO with dependent sequence 0 for the employee, or
      * the DEPENDENT sequence for an aged-out dependent.
      *----------------------------------------------------------*
           01 CONT-TRANS-RECORD.
               05 CT-RECORD-TYPE   PIC X(01).
                   88 CT-TYPE-ELECTION VALUE 'E'.
                   88 CT-TYPE-PAYMENT  VALUE 'P'.
               05 CT-ENO           PIC 9(04).
               05 CT-DEP-SEQ       PIC 9(02).
               05 CT-BODY          PIC X(73).
               05 CT-ELECTION-FIELDS REDEFINES CT-BODY.
                   10 CT-DED-CODE      PIC X(04).
                   10 CT-ELECT         PIC X(01).
                       88 CT-ELECT-YES VALUE 'Y'.
                       88 CT-ELECT-NO  VALUE 'N'.
                   10 CT-ELECT-DATE    PIC 9(08).
                   10 FILLER           PIC X(60).
               05 CT-PAYMENT-FIELDS REDEFINES CT-BODY.
                   10 CT-BILL-MONTH    PIC 9(06).
                   10 CT-AMOUNT        PIC 9(05)V99.
                   10 CT-PAID-DATE     PIC 9(08).
                   10 FILLER           PIC X(52).

      *----------------------------------------------------------*
      * election notice extract (CONTNOTC): one record per plan
      * offered on a newly opened qualifying event, for the notice
      * mailing, with the monthly premium and the date the
      * election must be back by
      *----------------------------------------------------------*
           01 CONT-NOTICE-RECORD.
               05 CN-ENO               PIC 9(04).
               05 CN-DEP-SEQ           PIC 9(02).
               05 CN-EVENT-TYPE        PIC X(01).
               05 CN-EVENT-DATE        PIC 9(08).
               05 CN-LNAME             PIC X(10).
               05 CN-FNAME             PIC X(10).
               05 CN-DED-CODE          PIC X(04).
               05 CN-DESCRIPTION       PIC X(30).
               05 CN-COVERAGE          PIC X(02).
               05 CN-PREMIUM           PIC 9(05)V99.
               05 CN-ELECT-DEADLINE    PIC 9(08).
               05 FILLER               PIC X(14).

      *----------------------------------------------------------*
      * monthly premium bill extract (CONTBILO): one record per
      * bill issued, for the bill print
      *----------------------------------------------------------*
           01 CONT-BILL-RECORD.
               05 CBO-ENO              PIC 9(04).
               05 CBO-DEP-SEQ          PIC 9(02).
               05 CBO-LNAME            PIC X(10).
               05 CBO-FNAME            PIC X(10).
               05 CBO-BILL-MONTH       PIC 9(06).
               05 CBO-AMOUNT-DUE       PIC 9(05)V99.
               05 CBO-DUE-DATE         PIC 9(08).
               05 CBO-GRACE-DATE       PIC 9(08).
               05 FILLER               PIC X(25).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 HISTORY-FILE-STATUS  PIC XX.
           01 TRANS-FILE-STATUS    PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.
           01 TRANS-EOF-SW         PIC X VALUE 'N'.
               88 TRANS-EOF        VALUE 'Y'.
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.

           01 CONT-MODE            PIC X(1).
               88 MODE-EVENTS      VALUE 'Q'.
               88 MODE-TRANSACTIONS VALUE 'T'.
               88 MODE-BILLING     VALUE 'B'.

      *    run parameters, all from the environment: the month
      *    billed (CONT_MONTH as YYYYMM, default the current
      *    month); the days a beneficiary has to elect
      *    (CONT_ELECT_DAYS, default 60); how far back a
      *    termination or age-out still opens an event
      *    (CONT_LOOKBACK_DAYS, default 60); the days after a
      *    bill's due date before an unpaid bill lapses coverage
      *    (CONT_GRACE_DAYS, default 30); the administration
      *    charge on the plan premium (CONT_ADMIN_PCT, default 2)
      *    and the months of continuation for an employee
      *    (CONT_EMP_MONTHS, default 18) or a dependent
      *    (CONT_DEP_MONTHS, default 36)
           01 PARM-TEXT            PIC X(6).
           01 BILL-MONTH           PIC 9(6).
           01 ELECT-DAYS           PIC 9(3) VALUE 60.
           01 LOOKBACK-DAYS        PIC 9(3) VALUE 60.
           01 GRACE-DAYS           PIC 9(3) VALUE 30.
           01 ADMIN-PCT            PIC 9(2)V99 VALUE 2.
           01 EMP-MONTHS           PIC 9(2) VALUE 18.
           01 DEP-MONTHS           PIC 9(2) VALUE 36.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 RUN-DATE-INT         PIC 9(8) COMP-3.
           01 LOOKBACK-DATE        PIC 9(8).

      *    the carrier-insured flat-premium plans - the health
      *    coverage continuation is offered on
           01 PL-COUNT             PIC 9(2) COMP VALUE 0.
           01 PL-IDX               PIC 9(2) COMP.
           01 PL-TABLE.
               05 PL-ENTRY OCCURS 50 TIMES.
                   10 PL-DED-CODE      PIC X(4).
                   10 PL-DESCRIPTION   PIC X(30).
                   10 PL-PREMIUM       PIC S9(7)V99 COMP-3.
           01 PL-MATCH-SW          PIC X.
               88 PL-MATCH-FOUND   VALUE 'Y'.
           01 FETCH-DED-CODE       PIC X(4).
           01 FETCH-DESCRIPTION    PIC X(30).
           01 FETCH-PREMIUM        PIC S9(7)V99 COMP-3.

      *    each employee's deductions on their latest paid period,
      *    by employee number - what a leaver was paying for when
      *    the enrollments were dropped at termination
           01 LD-TABLE.
               05 LD-ENTRY OCCURS 9999 TIMES.
                   10 LD-PERIOD-ID     PIC 9(6).
                   10 LD-DED-CODE OCCURS 5 TIMES PIC X(4).
           01 LD-IDX               PIC 9(2) COMP.
           01 DED-IDX              PIC 9(2).

      *    the qualifying event being opened or worked
           01 QE-ENO               PIC 9(4).
           01 QE-DEP-SEQ           PIC 9(2).
           01 QE-EVENT-TYPE        PIC X(1).
               88 QE-EVENT-TERMINATION VALUE 'T'.
               88 QE-EVENT-AGE-OUT     VALUE 'D'.
           01 QE-EVENT-DATE        PIC 9(8).
           01 QE-EVENT-PARTS REDEFINES QE-EVENT-DATE.
               05 QE-EVENT-YYYYMM  PIC 9(6).
               05 QE-EVENT-DD      PIC 9(2).
           01 QE-ELECT-DEADLINE    PIC 9(8).
           01 QE-START-MONTH       PIC 9(6).
           01 QE-END-MONTH         PIC 9(6).
           01 QE-STATUS            PIC X(1).
           01 QE-LNAME             PIC X(10).
           01 QE-FNAME             PIC X(10).
           01 QE-PLAN-COUNT        PIC 9(2) COMP.
           01 QE-PLAN-TABLE.
               05 QE-PLAN OCCURS 5 TIMES.
                   10 QE-PLAN-IDX      PIC 9(2) COMP.
                   10 QE-PLAN-COVERAGE PIC X(2).
           01 QE-IDX               PIC 9(2) COMP.
           01 PLAN-DED-CODE        PIC X(4).
           01 PLAN-COVERAGE        PIC X(2).
           01 PLAN-PREMIUM         PIC S9(7)V99 COMP-3.

           01 AUDIT-TS             PIC X(26).
           01 DEP-COVER-END-DATE   PIC 9(8).
           01 DEP-DED-CODE         PIC X(4).

      *    month arithmetic: MONTH-OUT is MONTH-IN moved on by
      *    MONTH-COUNT months
           01 MONTH-IN             PIC 9(6).
           01 MONTH-IN-PARTS REDEFINES MONTH-IN.
               05 MONTH-IN-YYYY    PIC 9(4).
               05 MONTH-IN-MM      PIC 9(2).
           01 MONTH-COUNT          PIC 9(3).
           01 MONTH-OUT            PIC 9(6).
           01 MONTH-OUT-PARTS REDEFINES MONTH-OUT.
               05 MONTH-OUT-YYYY   PIC 9(4).
               05 MONTH-OUT-MM     PIC 9(2).
           01 MONTH-SERIAL         PIC 9(6) COMP-3.

      *    billing
           01 BL-MONTH             PIC 9(6).
           01 BL-LAST-MONTH        PIC 9(6).
           01 BL-AMOUNT-DUE        PIC S9(7)V99 COMP-3.
           01 BL-AMOUNT-PAID       PIC S9(7)V99 COMP-3.
           01 BL-DUE-DATE          PIC 9(8).
           01 BL-GRACE-DATE        PIC 9(8).
           01 BL-STATUS            PIC X(1).
           01 BL-BALANCE           PIC S9(7)V99 COMP-3.
           01 MONTHLY-PREMIUM      PIC S9(7)V99 COMP-3.

           01 ROW-EXISTS-COUNT     PIC 9(6).
           01 EDIT-REASON          PIC X(4).
           01 TRANS-VALID-SW       PIC X VALUE 'Y'.
               88 TRANS-VALID      VALUE 'Y'.
           01 ELECT-DATE-INT       PIC 9(8) COMP-3.

           01 AMOUNT-EDIT          PIC Z(4)9.99.
           01 PAID-EDIT            PIC Z(4)9.99.
           01 BALANCE-EDIT         PIC Z(4)9.99-.

           01 HIST-READ-COUNT      PIC 9(6) VALUE 0.
           01 EVENTS-OPENED-COUNT  PIC 9(6) VALUE 0.
           01 NOTICE-COUNT         PIC 9(6) VALUE 0.
           01 TRANS-READ-COUNT     PIC 9(6) VALUE 0.
           01 TRANS-APPLIED-COUNT  PIC 9(6) VALUE 0.
           01 TRANS-REJECT-COUNT   PIC 9(6) VALUE 0.
           01 EXPIRED-COUNT        PIC 9(6) VALUE 0.
           01 LAPSED-COUNT         PIC 9(6) VALUE 0.
           01 BILLS-ISSUED-COUNT   PIC 9(6) VALUE 0.
           01 EXHAUSTED-COUNT      PIC 9(6) VALUE 0.
           01 SQL-ERROR-COUNT      PIC 9(6) VALUE 0.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  qualifying events: STATUS 'O' offered, 'E' elected, 'W'
      *  waived or the election window passed, 'L' lapsed for
      *  non-payment, 'X' continuation period exhausted
           EXEC SQL
               DECLARE TABLE CONTQE
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    DEP_SEQ        DECIMAL(2,0)  NOT NULL,
                    EVENT_TYPE     CHAR(1)       NOT NULL,
                    EVENT_DATE     DECIMAL(8,0)  NOT NULL,
                    NOTICE_DATE    DECIMAL(8,0)  NOT NULL,
                    ELECT_DEADLINE DECIMAL(8,0)  NOT NULL,
                    ELECT_DATE     DECIMAL(8,0),
                    START_MONTH    DECIMAL(6,0)  NOT NULL,
                    END_MONTH      DECIMAL(6,0)  NOT NULL,
                    STATUS         CHAR(1)       NOT NULL)
           END-EXEC.

      *  the plans offered on an event and whether each was taken
           EXEC SQL
               DECLARE TABLE CONTPLAN
                   (ENO             DECIMAL(4,0)  NOT NULL,
                    DEP_SEQ         DECIMAL(2,0)  NOT NULL,
                    EVENT_DATE      DECIMAL(8,0)  NOT NULL,
                    DED_CODE        CHAR(4)       NOT NULL,
                    COVERAGE        CHAR(2)       NOT NULL,
                    MONTHLY_PREMIUM DECIMAL(9,2)  NOT NULL,
                    ELECTED         CHAR(1)       NOT NULL)
           END-EXEC.

      *  premium bills and the payments received against them:
      *  STATUS 'B' billed, 'P' paid in full, 'L' lapsed unpaid
           EXEC SQL
               DECLARE TABLE CONTBILL
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    DEP_SEQ        DECIMAL(2,0)  NOT NULL,
                    BILL_MONTH     DECIMAL(6,0)  NOT NULL,
                    AMOUNT_DUE     DECIMAL(9,2)  NOT NULL,
                    DUE_DATE       DECIMAL(8,0)  NOT NULL,
                    GRACE_DATE     DECIMAL(8,0)  NOT NULL,
                    AMOUNT_PAID    DECIMAL(9,2)  NOT NULL,
                    PAID_DATE      DECIMAL(8,0),
                    STATUS         CHAR(1)       NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE CCPLN CURSOR FOR
               SELECT DM.DED_CODE, DM.DESCRIPTION, DM.DED_AMOUNT
                 FROM CARRPLAN CP, DEDMAST DM
               WHERE DM.DED_CODE = CP.DED_CODE
                 AND DM.CALC_METHOD = 'F'
               ORDER BY DM.DED_CODE
           END-EXEC.

      *  every employee's most recent move to terminated status
           EXEC SQL
               DECLARE CCTRM CURSOR FOR
               SELECT ENO, MAX(AUDIT_TS)
                 FROM EMPTABLE_AUDIT
               WHERE CHANGED_FIELD = 'MISC-STATUS-CODE'
                 AND NEW_VALUE = 'TE'
               GROUP BY ENO
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE CCDEP CURSOR FOR
               SELECT ENO, DEP_SEQ, LNAME, FNAME, DED_CODE,
                      COVER_END_DATE
                 FROM DEPENDENT
               WHERE STATUS = 'O'
                 AND DED_CODE <> ' '
                 AND COVER_END_DATE >= :LOOKBACK-DATE
               ORDER BY ENO, DEP_SEQ
           END-EXEC.

      *  elected bills past their grace date and still short
           EXEC SQL
               DECLARE CCLAP CURSOR FOR
               SELECT B.ENO, B.DEP_SEQ, B.BILL_MONTH, B.AMOUNT_DUE,
                      B.AMOUNT_PAID, B.GRACE_DATE
                 FROM CONTBILL B
               WHERE B.STATUS = 'B'
                 AND B.GRACE_DATE < :RUN-DATE
                 AND B.AMOUNT_PAID < B.AMOUNT_DUE
               ORDER BY B.ENO, B.DEP_SEQ, B.BILL_MONTH
           END-EXEC.

           EXEC SQL
               DECLARE CCELE CURSOR FOR
               SELECT ENO, DEP_SEQ, EVENT_DATE, START_MONTH,
                      END_MONTH
                 FROM CONTQE
               WHERE STATUS = 'E'
               ORDER BY ENO, DEP_SEQ
           END-EXEC.

      *  the ledger: every bill still open at the billing month
           EXEC SQL
               DECLARE CCLDG CURSOR FOR
               SELECT ENO, DEP_SEQ, BILL_MONTH, AMOUNT_DUE,
                      AMOUNT_PAID, GRACE_DATE, STATUS
                 FROM CONTBILL
               WHERE BILL_MONTH <= :BILL-MONTH
                 AND (STATUS = 'B' OR BILL_MONTH = :BILL-MONTH)
               ORDER BY ENO, DEP_SEQ, BILL_MONTH
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Continuation (COBRA) coverage for leavers and dependents
      * who age out, in three modes (CONT_MODE):
      *
      *   Q  qualifying events. Every employee terminated (by
      *      TERMPAY1 or EMPMNT1, as the status audit records it)
      *      within the look-back who was paying for a carrier-
      *      insured plan on their last paid period, and every
      *      dependent DEPAGE1 aged out within it, gets a CONTQE
      *      event with the plans offered at the full premium
      *      plus the administration charge, and a CONTNOTC
      *      election notice record per plan. The election
      *      deadline is the notice date plus the election days.
      *   T  transactions. Elections (received by the deadline)
      *      and premium payments from CONTTRAN; anything that
      *      cannot be applied goes to CONTSUSP in the SUSPREC
      *      shape. The report is the payment-received ledger.
      *   B  monthly billing. Offers past the deadline close as
      *      waived; an elected beneficiary with a bill still
      *      short after its grace date lapses; every elected
      *      beneficiary is billed each month of the continuation
      *      period through the billing month not yet billed;
      *      a period that has run out closes. The report lists
      *      lapses, bills issued and the open ledger.
      *
      * Suspense reasons:
      *   R840 record type not E/P, or ENO/sequence not numeric
      *   R841 no open qualifying event for the beneficiary
      *   R842 plan was not offered on the event
      *   R843 election after the deadline, or not Y/N, or the
      *        election date not a valid date
      *   R844 payment for a month not billed
      *   R845 payment amount not numeric or zero
      *   R846 payment after coverage lapsed or the bill closed
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "CONT_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT CONT-MODE FROM ENVIRONMENT-VALUE.
           IF NOT MODE-EVENTS AND NOT MODE-TRANSACTIONS
                   AND NOT MODE-BILLING
               DISPLAY 'CONTCOV1 CONT_MODE MUST BE Q (EVENTS), T '
                   '(TRANSACTIONS) OR B (BILLING): [' CONT-MODE ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).

           PERFORM 050-ACCEPT-PARAMETERS.

           COMPUTE LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
               (RUN-DATE-INT - LOOKBACK-DAYS).

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'CONTCOV1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT CONT-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           EVALUATE TRUE
               WHEN MODE-EVENTS
                   MOVE 'CONTINUATION QUALIFYING EVENTS'
                       TO RPT-HDR-TITLE
               WHEN MODE-TRANSACTIONS
                   MOVE 'CONTINUATION PAYMENTS RECEIVED'
                       TO RPT-HDR-TITLE
               WHEN OTHER
                   STRING 'CONTINUATION BILLING ' DELIMITED BY SIZE
                          BILL-MONTH DELIMITED BY SIZE
                       INTO RPT-HDR-TITLE
           END-EVALUATE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE CONT-REPORT-LINE FROM RPT-HDR-LINE.

           EVALUATE TRUE
               WHEN MODE-EVENTS
                   PERFORM 200-OPEN-EVENTS
               WHEN MODE-TRANSACTIONS
                   PERFORM 400-APPLY-TRANSACTIONS THRU 400-APPLY-EXIT
               WHEN OTHER
                   PERFORM 600-RUN-BILLING
           END-EVALUATE.

           WRITE CONT-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE CONT-REPORT-FILE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'CONTCOV1 MODE              : ' CONT-MODE.
           DISPLAY 'CONTCOV1 EVENTS OPENED     : ' EVENTS-OPENED-COUNT.
           DISPLAY 'CONTCOV1 NOTICES WRITTEN   : ' NOTICE-COUNT.
           DISPLAY 'CONTCOV1 TRANSACTIONS READ : ' TRANS-READ-COUNT.
           DISPLAY 'CONTCOV1 APPLIED           : ' TRANS-APPLIED-COUNT.
           DISPLAY 'CONTCOV1 TO SUSPENSE       : ' TRANS-REJECT-COUNT.
           DISPLAY 'CONTCOV1 OFFERS EXPIRED    : ' EXPIRED-COUNT.
           DISPLAY 'CONTCOV1 COVERAGE LAPSED   : ' LAPSED-COUNT.
           DISPLAY 'CONTCOV1 BILLS ISSUED      : ' BILLS-ISSUED-COUNT.
           DISPLAY 'CONTCOV1 PERIODS EXHAUSTED : ' EXHAUSTED-COUNT.

           IF SQL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TRANS-REJECT-COUNT > 0 OR LAPSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE CONT-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       050-ACCEPT-PARAMETERS.
           DISPLAY "CONT_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT NUMERIC
               MOVE PARM-TEXT TO BILL-MONTH
           ELSE
               MOVE RUN-DATE(1:6) TO BILL-MONTH
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "CONT_ELECT_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:3) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:3) NUMERIC
               MOVE PARM-TEXT(1:3) TO ELECT-DAYS
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "CONT_LOOKBACK_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:3) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:3) NUMERIC
               MOVE PARM-TEXT(1:3) TO LOOKBACK-DAYS
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "CONT_GRACE_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:3) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:3) NUMERIC
               MOVE PARM-TEXT(1:3) TO GRACE-DAYS
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "CONT_ADMIN_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-TEXT) = 0
                   COMPUTE ADMIN-PCT = FUNCTION NUMVAL(PARM-TEXT)
               END-IF
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "CONT_EMP_MONTHS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:2) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:2) NUMERIC
               MOVE PARM-TEXT(1:2) TO EMP-MONTHS
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "CONT_DEP_MONTHS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:2) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:2) NUMERIC
               MOVE PARM-TEXT(1:2) TO DEP-MONTHS
           END-IF.

      *----------------------------------------------------------*
      * 200-OPEN-EVENTS
      *----------------------------------------------------------*
       200-OPEN-EVENTS.
           PERFORM 210-LOAD-PLANS THRU 210-LOAD-EXIT
           PERFORM 220-LOAD-LAST-DEDUCTIONS THRU 220-LOAD-EXIT

           OPEN OUTPUT CONT-NOTICE-FILE

           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'QUALIFYING EVENTS OPENED' TO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE

           PERFORM 250-OPEN-TERMINATIONS THRU 250-OPEN-EXIT
           PERFORM 300-OPEN-AGE-OUTS THRU 300-OPEN-EXIT

           CLOSE CONT-NOTICE-FILE.

       210-LOAD-PLANS.
           EXEC SQL
               OPEN CCPLN
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 PLAN OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 210-LOAD-EXIT
           END-IF

           PERFORM 215-FETCH-PLAN
           PERFORM UNTIL SQLCODE <> 0
               IF PL-COUNT < 50
                   ADD 1 TO PL-COUNT
                   MOVE FETCH-DED-CODE TO PL-DED-CODE(PL-COUNT)
                   MOVE FETCH-DESCRIPTION TO PL-DESCRIPTION(PL-COUNT)
                   COMPUTE PL-PREMIUM(PL-COUNT) ROUNDED =
                       FETCH-PREMIUM * (100 + ADMIN-PCT) / 100
               END-IF
               PERFORM 215-FETCH-PLAN
           END-PERFORM

           EXEC SQL
               CLOSE CCPLN
           END-EXEC.
       210-LOAD-EXIT.
           EXIT.

       215-FETCH-PLAN.
           EXEC SQL
               FETCH CCPLN
                   INTO :FETCH-DED-CODE, :FETCH-DESCRIPTION,
                        :FETCH-PREMIUM
           END-EXEC.

      *    voids carry the deductions they reverse and are not what
      *    the employee was last paying for
       220-LOAD-LAST-DEDUCTIONS.
           INITIALIZE LD-TABLE
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'CONTCOV1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               GO TO 220-LOAD-EXIT
           END-IF

           PERFORM 225-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-EMPLOYEE-NO NUMERIC
                       AND PD-EMPLOYEE-NO > 0
                       AND NOT PD-TYPE-VOID
                       AND PD-DEDUCTION-COUNT NUMERIC
                       AND PD-DEDUCTION-COUNT > 0
                   ADD 1 TO HIST-READ-COUNT
                   IF PD-PERIOD-ID >= LD-PERIOD-ID(PD-EMPLOYEE-NO)
                       PERFORM 230-KEEP-DEDUCTIONS
                   END-IF
               END-IF
               PERFORM 225-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       220-LOAD-EXIT.
           EXIT.

       225-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       230-KEEP-DEDUCTIONS.
           MOVE PD-PERIOD-ID TO LD-PERIOD-ID(PD-EMPLOYEE-NO)
           PERFORM VARYING DED-IDX FROM 1 BY 1 UNTIL DED-IDX > 5
               MOVE SPACES TO LD-DED-CODE(PD-EMPLOYEE-NO, DED-IDX)
               IF DED-IDX <= PD-DEDUCTION-COUNT
                   IF PD-DED-AMOUNT(DED-IDX) > 0
                       MOVE PD-DED-CODE(DED-IDX)
                           TO LD-DED-CODE(PD-EMPLOYEE-NO, DED-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       250-OPEN-TERMINATIONS.
           EXEC SQL
               OPEN CCTRM
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 AUDIT OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 250-OPEN-EXIT
           END-IF

           PERFORM 255-FETCH-TERMINATION
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 260-CHECK-TERMINATION THRU 260-CHECK-EXIT
               PERFORM 255-FETCH-TERMINATION
           END-PERFORM

           EXEC SQL
               CLOSE CCTRM
           END-EXEC.
       250-OPEN-EXIT.
           EXIT.

       255-FETCH-TERMINATION.
           MOVE SPACES TO AUDIT-TS
           EXEC SQL
               FETCH CCTRM INTO :QE-ENO, :AUDIT-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 260-CHECK-TERMINATION
      * A leaver still terminated, within the look-back, with no
      * event already open for that termination date, who was
      * paying for at least one insured plan.
      *----------------------------------------------------------*
       260-CHECK-TERMINATION.
           IF AUDIT-TS(1:4) NOT NUMERIC OR AUDIT-TS(6:2) NOT NUMERIC
                   OR AUDIT-TS(9:2) NOT NUMERIC
               GO TO 260-CHECK-EXIT
           END-IF
           MOVE AUDIT-TS(1:4) TO QE-EVENT-DATE(1:4)
           MOVE AUDIT-TS(6:2) TO QE-EVENT-DATE(5:2)
           MOVE AUDIT-TS(9:2) TO QE-EVENT-DATE(7:2)
           IF QE-EVENT-DATE < LOOKBACK-DATE OR QE-ENO = 0
               GO TO 260-CHECK-EXIT
           END-IF

           MOVE QE-ENO TO ENO
           MOVE SPACES TO MISCDATA-TEXT
           EXEC SQL
               SELECT LNAME, FNAME, MISCDATA
                   INTO :LNAME, :FNAME, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE <> 0 OR MISC-STATUS-CODE NOT = 'TE'
               GO TO 260-CHECK-EXIT
           END-IF

           MOVE 0 TO QE-DEP-SEQ
           SET QE-EVENT-TERMINATION TO TRUE
           PERFORM 350-EVENT-EXISTS
           IF ROW-EXISTS-COUNT > 0
               GO TO 260-CHECK-EXIT
           END-IF

           MOVE 0 TO QE-PLAN-COUNT
           PERFORM VARYING DED-IDX FROM 1 BY 1 UNTIL DED-IDX > 5
               MOVE LD-DED-CODE(QE-ENO, DED-IDX) TO PLAN-DED-CODE
               IF PLAN-DED-CODE NOT = SPACES
                   PERFORM 270-FIND-PLAN
                   IF PL-MATCH-FOUND
                       PERFORM 280-FETCH-ELECTED-TIER
                       ADD 1 TO QE-PLAN-COUNT
                       MOVE PL-IDX TO QE-PLAN-IDX(QE-PLAN-COUNT)
                       MOVE PLAN-COVERAGE
                           TO QE-PLAN-COVERAGE(QE-PLAN-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF QE-PLAN-COUNT = 0
               GO TO 260-CHECK-EXIT
           END-IF

           MOVE LNAME TO QE-LNAME
           MOVE FNAME TO QE-FNAME
           MOVE EMP-MONTHS TO MONTH-COUNT
           PERFORM 500-OPEN-ONE-EVENT.
       260-CHECK-EXIT.
      *    the cursor continues from the next row
           MOVE 0 TO SQLCODE.

       270-FIND-PLAN.
           MOVE 'N' TO PL-MATCH-SW
           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-COUNT OR PL-MATCH-FOUND
               IF PL-DED-CODE(PL-IDX) = PLAN-DED-CODE
                   SET PL-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PL-MATCH-FOUND
               SUBTRACT 1 FROM PL-IDX
           END-IF.

      *    the tier the employee last elected, as the carrier feed
      *    takes it; single coverage when there is no election
       280-FETCH-ELECTED-TIER.
           MOVE 'EE' TO PLAN-COVERAGE
           EXEC SQL
               SELECT COVERAGE INTO :PLAN-COVERAGE
                   FROM ENRSTAGE
                   WHERE ENO = :QE-ENO
                     AND DED_CODE = :PLAN-DED-CODE
                     AND STATUS = 'A'
                     AND EFF_DATE =
                         (SELECT MAX(EFF_DATE) FROM ENRSTAGE
                           WHERE ENO = :QE-ENO
                             AND DED_CODE = :PLAN-DED-CODE
                             AND STATUS = 'A')
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'EE' TO PLAN-COVERAGE
           END-IF.

      *    aged-out dependents, offered single coverage on the plan
      *    they were covered under
       300-OPEN-AGE-OUTS.
           EXEC SQL
               OPEN CCDEP
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 DEPENDENT OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 300-OPEN-EXIT
           END-IF

           PERFORM 305-FETCH-AGE-OUT
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 310-CHECK-AGE-OUT THRU 310-CHECK-EXIT
               PERFORM 305-FETCH-AGE-OUT
           END-PERFORM

           EXEC SQL
               CLOSE CCDEP
           END-EXEC.
       300-OPEN-EXIT.
           EXIT.

       305-FETCH-AGE-OUT.
           EXEC SQL
               FETCH CCDEP
                   INTO :QE-ENO, :QE-DEP-SEQ, :QE-LNAME, :QE-FNAME,
                        :DEP-DED-CODE, :DEP-COVER-END-DATE
           END-EXEC.

       310-CHECK-AGE-OUT.
           MOVE DEP-COVER-END-DATE TO QE-EVENT-DATE
           SET QE-EVENT-AGE-OUT TO TRUE
           PERFORM 350-EVENT-EXISTS
           IF ROW-EXISTS-COUNT > 0
               GO TO 310-CHECK-EXIT
           END-IF

           MOVE DEP-DED-CODE TO PLAN-DED-CODE
           PERFORM 270-FIND-PLAN
           IF NOT PL-MATCH-FOUND
               GO TO 310-CHECK-EXIT
           END-IF

           MOVE 1 TO QE-PLAN-COUNT
           MOVE PL-IDX TO QE-PLAN-IDX(1)
           MOVE 'EE' TO QE-PLAN-COVERAGE(1)
           MOVE DEP-MONTHS TO MONTH-COUNT
           PERFORM 500-OPEN-ONE-EVENT.
       310-CHECK-EXIT.
           MOVE 0 TO SQLCODE.

       350-EVENT-EXISTS.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM CONTQE
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND EVENT_DATE = :QE-EVENT-DATE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'CONTCOV1 CONTQE READ SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               MOVE 1 TO ROW-EXISTS-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 400-APPLY-TRANSACTIONS
      *----------------------------------------------------------*
       400-APPLY-TRANSACTIONS.
           OPEN INPUT CONT-TRANS-FILE
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'CONTCOV1 CANNOT OPEN CONTTRAN, STATUS: '
                   TRANS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 400-APPLY-EXIT
           END-IF

           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'ELECTIONS AND PAYMENTS APPLIED' TO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE

           PERFORM 405-READ-TRANSACTION
           PERFORM UNTIL TRANS-EOF
               ADD 1 TO TRANS-READ-COUNT
               PERFORM 410-PROCESS-TRANSACTION
               PERFORM 405-READ-TRANSACTION
           END-PERFORM

           CLOSE CONT-TRANS-FILE.
       400-APPLY-EXIT.
           EXIT.

       405-READ-TRANSACTION.
           READ CONT-TRANS-FILE INTO CONT-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       410-PROCESS-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF (NOT CT-TYPE-ELECTION AND NOT CT-TYPE-PAYMENT)
                   OR CT-ENO NOT NUMERIC OR CT-DEP-SEQ NOT NUMERIC
               MOVE 'R840' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

      *    the beneficiary's latest event
           IF TRANS-VALID
               MOVE CT-ENO TO QE-ENO
               MOVE CT-DEP-SEQ TO QE-DEP-SEQ
               MOVE SPACES TO QE-STATUS
               EXEC SQL
                   SELECT EVENT_DATE, ELECT_DEADLINE, STATUS
                       INTO :QE-EVENT-DATE, :QE-ELECT-DEADLINE,
                            :QE-STATUS
                       FROM CONTQE
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND EVENT_DATE =
                             (SELECT MAX(EVENT_DATE) FROM CONTQE
                               WHERE ENO = :QE-ENO
                                 AND DEP_SEQ = :QE-DEP-SEQ)
               END-EXEC
               IF SQLCODE <> 0
                   MOVE 'R841' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               IF CT-TYPE-ELECTION
                   PERFORM 420-EDIT-ELECTION
               ELSE
                   PERFORM 450-EDIT-PAYMENT
               END-IF
           END-IF

           IF TRANS-VALID
               IF CT-TYPE-ELECTION
                   PERFORM 430-APPLY-ELECTION
               ELSE
                   PERFORM 460-APPLY-PAYMENT
               END-IF
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       420-EDIT-ELECTION.
           IF QE-STATUS NOT = 'O' AND QE-STATUS NOT = 'E'
               MOVE 'R841' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF (NOT CT-ELECT-YES AND NOT CT-ELECT-NO)
                       OR CT-ELECT-DATE NOT NUMERIC
                   MOVE 'R843' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   COMPUTE ELECT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(CT-ELECT-DATE)
                   IF ELECT-DATE-INT = 0
                           OR CT-ELECT-DATE > QE-ELECT-DEADLINE
                       MOVE 'R843' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID AND CT-DED-CODE NOT = SPACES
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM CONTPLAN
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND EVENT_DATE = :QE-EVENT-DATE
                         AND DED_CODE = :CT-DED-CODE
               END-EXEC
               IF SQLCODE <> 0 OR ROW-EXISTS-COUNT = 0
                   MOVE 'R842' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 430-APPLY-ELECTION
      * The offered plan (or every plan, when none is named) is
      * marked taken or waived. Any plan taken makes the event
      * elected; a waiver of everything closes it.
      *----------------------------------------------------------*
       430-APPLY-ELECTION.
           IF CT-DED-CODE = SPACES
               EXEC SQL
                   UPDATE CONTPLAN
                       SET ELECTED = :CT-ELECT
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND EVENT_DATE = :QE-EVENT-DATE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CONTPLAN
                       SET ELECTED = :CT-ELECT
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND EVENT_DATE = :QE-EVENT-DATE
                         AND DED_CODE = :CT-DED-CODE
               END-EXEC
           END-IF
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 CONTPLAN UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' QE-ENO ' SEQ: ' QE-DEP-SEQ
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 430-APPLY-DONE
           END-IF

           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM CONTPLAN
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND EVENT_DATE = :QE-EVENT-DATE
                     AND ELECTED = 'Y'
           END-EXEC
           IF ROW-EXISTS-COUNT > 0
               MOVE 'E' TO QE-STATUS
           ELSE
               IF CT-DED-CODE = SPACES
                   MOVE 'W' TO QE-STATUS
               END-IF
           END-IF

           EXEC SQL
               UPDATE CONTQE
                   SET STATUS = :QE-STATUS,
                       ELECT_DATE = :CT-ELECT-DATE
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND EVENT_DATE = :QE-EVENT-DATE
           END-EXEC

           ADD 1 TO TRANS-APPLIED-COUNT
           MOVE SPACES TO RPT-DET-KEY
           STRING QE-ENO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  QE-DEP-SEQ DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'ELECTION ' DELIMITED BY SIZE
                  CT-ELECT DELIMITED BY SIZE
                  ' PLAN ' DELIMITED BY SIZE
                  CT-DED-CODE DELIMITED BY SIZE
                  ' SIGNED ' DELIMITED BY SIZE
                  CT-ELECT-DATE DELIMITED BY SIZE
                  ' EVENT NOW ' DELIMITED BY SIZE
                  QE-STATUS DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE.
       430-APPLY-DONE.
           EXIT.

       450-EDIT-PAYMENT.
           IF CT-AMOUNT NOT NUMERIC OR CT-PAID-DATE NOT NUMERIC
               MOVE 'R845' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF CT-AMOUNT = 0
                   MOVE 'R845' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE SPACES TO BL-STATUS
               EXEC SQL
                   SELECT AMOUNT_DUE, AMOUNT_PAID, GRACE_DATE,
                          STATUS
                       INTO :BL-AMOUNT-DUE, :BL-AMOUNT-PAID,
                            :BL-GRACE-DATE, :BL-STATUS
                       FROM CONTBILL
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND BILL_MONTH = :CT-BILL-MONTH
               END-EXEC
               IF SQLCODE <> 0
                   MOVE 'R844' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

      *    money received for coverage already lapsed, or after
      *    the grace period, is the desk's to refund
           IF TRANS-VALID
               IF BL-STATUS NOT = 'B' OR QE-STATUS NOT = 'E'
                       OR CT-PAID-DATE > BL-GRACE-DATE
                   MOVE 'R846' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.

       460-APPLY-PAYMENT.
           ADD CT-AMOUNT TO BL-AMOUNT-PAID
           IF BL-AMOUNT-PAID >= BL-AMOUNT-DUE
               MOVE 'P' TO BL-STATUS
           END-IF

           EXEC SQL
               UPDATE CONTBILL
                   SET AMOUNT_PAID = :BL-AMOUNT-PAID,
                       PAID_DATE = :CT-PAID-DATE,
                       STATUS = :BL-STATUS
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND BILL_MONTH = :CT-BILL-MONTH
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 CONTBILL UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' QE-ENO ' SEQ: ' QE-DEP-SEQ
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           ELSE
               ADD 1 TO TRANS-APPLIED-COUNT
               COMPUTE BL-BALANCE = BL-AMOUNT-DUE - BL-AMOUNT-PAID
               MOVE CT-AMOUNT TO PAID-EDIT
               MOVE BL-AMOUNT-DUE TO AMOUNT-EDIT
               MOVE BL-BALANCE TO BALANCE-EDIT
               MOVE SPACES TO RPT-DET-KEY
               STRING QE-ENO DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      QE-DEP-SEQ DELIMITED BY SIZE
                   INTO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'PAID ' DELIMITED BY SIZE
                      CT-BILL-MONTH DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      CT-PAID-DATE DELIMITED BY SIZE
                      PAID-EDIT DELIMITED BY SIZE
                      ' DUE' DELIMITED BY SIZE
                      AMOUNT-EDIT DELIMITED BY SIZE
                      ' BAL' DELIMITED BY SIZE
                      BALANCE-EDIT DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE CONT-REPORT-LINE FROM RPT-DET-LINE
           END-IF.

      *----------------------------------------------------------*
      * 500-OPEN-ONE-EVENT
      * Inserts the event and its offered plans and writes the
      * notice records. Continuation runs from the month after the
      * event for MONTH-COUNT months.
      *----------------------------------------------------------*
       500-OPEN-ONE-EVENT.
           COMPUTE QE-ELECT-DEADLINE = FUNCTION DATE-OF-INTEGER
               (RUN-DATE-INT + ELECT-DAYS)
           MOVE QE-EVENT-YYYYMM TO MONTH-IN
           MOVE MONTH-COUNT TO QE-IDX
           MOVE 1 TO MONTH-COUNT
           PERFORM 900-ADD-MONTHS
           MOVE MONTH-OUT TO QE-START-MONTH
           MOVE QE-START-MONTH TO MONTH-IN
           COMPUTE MONTH-COUNT = QE-IDX - 1
           PERFORM 900-ADD-MONTHS
           MOVE MONTH-OUT TO QE-END-MONTH

           EXEC SQL
               INSERT INTO CONTQE
                   (ENO, DEP_SEQ, EVENT_TYPE, EVENT_DATE, NOTICE_DATE,
                    ELECT_DEADLINE, ELECT_DATE, START_MONTH,
                    END_MONTH, STATUS)
                   VALUES (:QE-ENO, :QE-DEP-SEQ, :QE-EVENT-TYPE,
                           :QE-EVENT-DATE, :RUN-DATE,
                           :QE-ELECT-DEADLINE, 0, :QE-START-MONTH,
                           :QE-END-MONTH, 'O')
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 CONTQE INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' QE-ENO ' SEQ: ' QE-DEP-SEQ
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 500-OPEN-DONE
           END-IF
           ADD 1 TO EVENTS-OPENED-COUNT

           PERFORM VARYING QE-IDX FROM 1 BY 1
                   UNTIL QE-IDX > QE-PLAN-COUNT
               MOVE QE-PLAN-IDX(QE-IDX) TO PL-IDX
               MOVE PL-DED-CODE(PL-IDX) TO PLAN-DED-CODE
               MOVE QE-PLAN-COVERAGE(QE-IDX) TO PLAN-COVERAGE
               MOVE PL-PREMIUM(PL-IDX) TO PLAN-PREMIUM
               EXEC SQL
                   INSERT INTO CONTPLAN
                       (ENO, DEP_SEQ, EVENT_DATE, DED_CODE, COVERAGE,
                        MONTHLY_PREMIUM, ELECTED)
                       VALUES (:QE-ENO, :QE-DEP-SEQ, :QE-EVENT-DATE,
                               :PLAN-DED-CODE, :PLAN-COVERAGE,
                               :PLAN-PREMIUM, 'N')
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'CONTCOV1 CONTPLAN INSERT SQLCODE: '
                       SQLCODE ' ENO: ' QE-ENO
                   ADD 1 TO SQL-ERROR-COUNT
               END-IF
               PERFORM 550-WRITE-NOTICE
           END-PERFORM.
       500-OPEN-DONE.
           EXIT.

       550-WRITE-NOTICE.
           MOVE SPACES TO CONT-NOTICE-RECORD
           MOVE QE-ENO TO CN-ENO
           MOVE QE-DEP-SEQ TO CN-DEP-SEQ
           MOVE QE-EVENT-TYPE TO CN-EVENT-TYPE
           MOVE QE-EVENT-DATE TO CN-EVENT-DATE
           MOVE QE-LNAME TO CN-LNAME
           MOVE QE-FNAME TO CN-FNAME
           MOVE PLAN-DED-CODE TO CN-DED-CODE
           MOVE PL-DESCRIPTION(PL-IDX) TO CN-DESCRIPTION
           MOVE PLAN-COVERAGE TO CN-COVERAGE
           MOVE PLAN-PREMIUM TO CN-PREMIUM
           MOVE QE-ELECT-DEADLINE TO CN-ELECT-DEADLINE
           WRITE CONT-NOTICE-LINE FROM CONT-NOTICE-RECORD
           ADD 1 TO NOTICE-COUNT

           MOVE PLAN-PREMIUM TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-KEY
           STRING QE-ENO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  QE-DEP-SEQ DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'EVENT ' DELIMITED BY SIZE
                  QE-EVENT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  QE-EVENT-DATE DELIMITED BY SIZE
                  ' PLAN ' DELIMITED BY SIZE
                  PLAN-DED-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PLAN-COVERAGE DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  ' ELECT BY ' DELIMITED BY SIZE
                  QE-ELECT-DEADLINE DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE.

      *----------------------------------------------------------*
      * 600-RUN-BILLING
      *----------------------------------------------------------*
       600-RUN-BILLING.
           MOVE 0 TO EXPIRED-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :EXPIRED-COUNT
                   FROM CONTQE
                   WHERE STATUS = 'O'
                     AND ELECT_DEADLINE < :RUN-DATE
           END-EXEC
           EXEC SQL
               UPDATE CONTQE
                   SET STATUS = 'W'
                   WHERE STATUS = 'O'
                     AND ELECT_DEADLINE < :RUN-DATE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'CONTCOV1 OFFER EXPIRY SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
           END-IF

           PERFORM 610-LAPSE-UNPAID THRU 610-LAPSE-EXIT

           OPEN OUTPUT CONT-BILL-FILE
           PERFORM 650-ISSUE-BILLS THRU 650-ISSUE-EXIT
           CLOSE CONT-BILL-FILE

           PERFORM 700-WRITE-LEDGER THRU 700-LEDGER-EXIT.

      *    a bill still short after its grace date ends the
      *    beneficiary's continuation; the open bills lapse with it
       610-LAPSE-UNPAID.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'COVERAGE LAPSED FOR NON-PAYMENT' TO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN CCLAP
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 LAPSE OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 610-LAPSE-EXIT
           END-IF

           PERFORM 615-FETCH-LAPSE
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 620-LAPSE-ONE
               PERFORM 615-FETCH-LAPSE
           END-PERFORM

           EXEC SQL
               CLOSE CCLAP
           END-EXEC.
       610-LAPSE-EXIT.
           EXIT.

       615-FETCH-LAPSE.
           EXEC SQL
               FETCH CCLAP
                   INTO :QE-ENO, :QE-DEP-SEQ, :BL-MONTH,
                        :BL-AMOUNT-DUE, :BL-AMOUNT-PAID,
                        :BL-GRACE-DATE
           END-EXEC.

       620-LAPSE-ONE.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM CONTQE
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND STATUS = 'E'
           END-EXEC
           EXEC SQL
               UPDATE CONTBILL
                   SET STATUS = 'L'
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND STATUS = 'B'
           END-EXEC
           IF ROW-EXISTS-COUNT > 0
               EXEC SQL
                   UPDATE CONTQE
                       SET STATUS = 'L'
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND STATUS = 'E'
               END-EXEC
               ADD 1 TO LAPSED-COUNT
               COMPUTE BL-BALANCE = BL-AMOUNT-DUE - BL-AMOUNT-PAID
               MOVE BL-BALANCE TO BALANCE-EDIT
               MOVE SPACES TO RPT-DET-KEY
               STRING QE-ENO DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      QE-DEP-SEQ DELIMITED BY SIZE
                   INTO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'BILL ' DELIMITED BY SIZE
                      BL-MONTH DELIMITED BY SIZE
                      ' SHORT' DELIMITED BY SIZE
                      BALANCE-EDIT DELIMITED BY SIZE
                      ' GRACE ENDED ' DELIMITED BY SIZE
                      BL-GRACE-DATE DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE CONT-REPORT-LINE FROM RPT-DET-LINE
           END-IF

      *    the beneficiary's later bills went with the first; the
      *    cursor moves on
           MOVE 0 TO SQLCODE.

       650-ISSUE-BILLS.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'PREMIUM BILLS ISSUED' TO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN CCELE
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 ELECTED OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 650-ISSUE-EXIT
           END-IF

           PERFORM 655-FETCH-ELECTED
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 660-BILL-BENEFICIARY
               PERFORM 655-FETCH-ELECTED
           END-PERFORM

           EXEC SQL
               CLOSE CCELE
           END-EXEC.
       650-ISSUE-EXIT.
           EXIT.

       655-FETCH-ELECTED.
           EXEC SQL
               FETCH CCELE
                   INTO :QE-ENO, :QE-DEP-SEQ, :QE-EVENT-DATE,
                        :QE-START-MONTH, :QE-END-MONTH
           END-EXEC.

      *----------------------------------------------------------*
      * 660-BILL-BENEFICIARY
      * One bill per month of the continuation period up to the
      * billing month not yet billed - the first bill after an
      * election catches up the months back to the event. A bill
      * for a month already started is due on the run date, so
      * its grace runs from when it was sent.
      *----------------------------------------------------------*
       660-BILL-BENEFICIARY.
           MOVE 0 TO MONTHLY-PREMIUM
           EXEC SQL
               SELECT SUM(MONTHLY_PREMIUM) INTO :MONTHLY-PREMIUM
                   FROM CONTPLAN
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND EVENT_DATE = :QE-EVENT-DATE
                     AND ELECTED = 'Y'
           END-EXEC
           IF SQLCODE <> 0
               MOVE 0 TO MONTHLY-PREMIUM
           END-IF

           MOVE SPACES TO LNAME
           MOVE SPACES TO FNAME
           IF QE-DEP-SEQ = 0
               MOVE QE-ENO TO ENO
               EXEC SQL
                   SELECT LNAME, FNAME INTO :LNAME, :FNAME
                       FROM EMPTABLE
                       WHERE ENO = :ENO
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT LNAME, FNAME INTO :LNAME, :FNAME
                       FROM DEPENDENT
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
               END-EXEC
           END-IF

           IF BILL-MONTH < QE-END-MONTH
               MOVE BILL-MONTH TO BL-LAST-MONTH
           ELSE
               MOVE QE-END-MONTH TO BL-LAST-MONTH
           END-IF

           MOVE QE-START-MONTH TO BL-MONTH
           PERFORM UNTIL BL-MONTH > BL-LAST-MONTH
               PERFORM 670-BILL-ONE-MONTH
               MOVE BL-MONTH TO MONTH-IN
               MOVE 1 TO MONTH-COUNT
               PERFORM 900-ADD-MONTHS
               MOVE MONTH-OUT TO BL-MONTH
           END-PERFORM

      *    the last month billed and nothing left owing: the
      *    continuation period has run its course
           IF BILL-MONTH > QE-END-MONTH
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM CONTBILL
                       WHERE ENO = :QE-ENO
                         AND DEP_SEQ = :QE-DEP-SEQ
                         AND STATUS = 'B'
               END-EXEC
               IF ROW-EXISTS-COUNT = 0
                   EXEC SQL
                       UPDATE CONTQE
                           SET STATUS = 'X'
                           WHERE ENO = :QE-ENO
                             AND DEP_SEQ = :QE-DEP-SEQ
                             AND EVENT_DATE = :QE-EVENT-DATE
                   END-EXEC
                   ADD 1 TO EXHAUSTED-COUNT
               END-IF
           END-IF

           MOVE 0 TO SQLCODE.

       670-BILL-ONE-MONTH.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM CONTBILL
                   WHERE ENO = :QE-ENO
                     AND DEP_SEQ = :QE-DEP-SEQ
                     AND BILL_MONTH = :BL-MONTH
           END-EXEC
           IF ROW-EXISTS-COUNT > 0 OR SQLCODE < 0
               MOVE 0 TO SQLCODE
           ELSE
               COMPUTE BL-DUE-DATE = BL-MONTH * 100 + 1
               IF BL-DUE-DATE < RUN-DATE
                   MOVE RUN-DATE TO BL-DUE-DATE
               END-IF
               COMPUTE BL-GRACE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(BL-DUE-DATE)
                    + GRACE-DAYS)
               EXEC SQL
                   INSERT INTO CONTBILL
                       (ENO, DEP_SEQ, BILL_MONTH, AMOUNT_DUE,
                        DUE_DATE, GRACE_DATE, AMOUNT_PAID, PAID_DATE,
                        STATUS)
                       VALUES (:QE-ENO, :QE-DEP-SEQ, :BL-MONTH,
                               :MONTHLY-PREMIUM, :BL-DUE-DATE,
                               :BL-GRACE-DATE, 0, 0, 'B')
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'CONTCOV1 CONTBILL INSERT SQLCODE: '
                       SQLCODE ' ENO: ' QE-ENO
                   ADD 1 TO SQL-ERROR-COUNT
               ELSE
                   PERFORM 680-WRITE-BILL
               END-IF
           END-IF.

       680-WRITE-BILL.
           ADD 1 TO BILLS-ISSUED-COUNT
           MOVE SPACES TO CONT-BILL-RECORD
           MOVE QE-ENO TO CBO-ENO
           MOVE QE-DEP-SEQ TO CBO-DEP-SEQ
           MOVE LNAME TO CBO-LNAME
           MOVE FNAME TO CBO-FNAME
           MOVE BL-MONTH TO CBO-BILL-MONTH
           MOVE MONTHLY-PREMIUM TO CBO-AMOUNT-DUE
           MOVE BL-DUE-DATE TO CBO-DUE-DATE
           MOVE BL-GRACE-DATE TO CBO-GRACE-DATE
           WRITE CONT-BILL-LINE FROM CONT-BILL-RECORD

           MOVE MONTHLY-PREMIUM TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-KEY
           STRING QE-ENO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  QE-DEP-SEQ DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'BILL ' DELIMITED BY SIZE
                  BL-MONTH DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  BL-DUE-DATE DELIMITED BY SIZE
                  ' GRACE TO ' DELIMITED BY SIZE
                  BL-GRACE-DATE DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE.

      *    the payment ledger as it stands after the run: every
      *    bill still owing and this month's bills however paid
       700-WRITE-LEDGER.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'PREMIUM LEDGER - DUE / PAID / BALANCE / STATUS'
               TO RPT-DET-TEXT
           WRITE CONT-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN CCLDG
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTCOV1 LEDGER OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 700-LEDGER-EXIT
           END-IF

           PERFORM 705-FETCH-LEDGER
           PERFORM UNTIL SQLCODE <> 0
               COMPUTE BL-BALANCE = BL-AMOUNT-DUE - BL-AMOUNT-PAID
               MOVE BL-AMOUNT-DUE TO AMOUNT-EDIT
               MOVE BL-AMOUNT-PAID TO PAID-EDIT
               MOVE BL-BALANCE TO BALANCE-EDIT
               MOVE SPACES TO RPT-DET-KEY
               STRING QE-ENO DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      QE-DEP-SEQ DELIMITED BY SIZE
                   INTO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING BL-MONTH DELIMITED BY SIZE
                      AMOUNT-EDIT DELIMITED BY SIZE
                      PAID-EDIT DELIMITED BY SIZE
                      BALANCE-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BL-STATUS DELIMITED BY SIZE
                      ' GRACE ' DELIMITED BY SIZE
                      BL-GRACE-DATE DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE CONT-REPORT-LINE FROM RPT-DET-LINE
               PERFORM 705-FETCH-LEDGER
           END-PERFORM

           EXEC SQL
               CLOSE CCLDG
           END-EXEC.
       700-LEDGER-EXIT.
           EXIT.

       705-FETCH-LEDGER.
           EXEC SQL
               FETCH CCLDG
                   INTO :QE-ENO, :QE-DEP-SEQ, :BL-MONTH,
                        :BL-AMOUNT-DUE, :BL-AMOUNT-PAID,
                        :BL-GRACE-DATE, :BL-STATUS
           END-EXEC.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND CONT-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'CONTCOV1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE CONT-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE CONT-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.

       900-ADD-MONTHS.
           COMPUTE MONTH-SERIAL =
               MONTH-IN-YYYY * 12 + MONTH-IN-MM - 1 + MONTH-COUNT
           DIVIDE MONTH-SERIAL BY 12 GIVING MONTH-OUT-YYYY
               REMAINDER MONTH-OUT-MM
           ADD 1 TO MONTH-OUT-MM.
