       IDENTIFICATION DIVISION.

       PROGRAM-ID. APLOAD1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL GARN-REMIT-FILE
               ASSIGN TO EXTERNAL GARNREMIT
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT OPTIONAL UNION-REMIT-FILE
               ASSIGN TO EXTERNAL UNREMIT
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT OPTIONAL TAX-DEPOSIT-FILE
               ASSIGN TO EXTERNAL TAXDEP
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT OPTIONAL PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT OPTIONAL RET-REMIT-FILE
               ASSIGN TO EXTERNAL RETREMIT
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT OPTIONAL CARRIER-BILL-FILE
               ASSIGN TO EXTERNAL CARRBILL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT PAYABLE-REPORT-FILE
               ASSIGN TO EXTERNAL APLDRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  GARN-REMIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GARN-REMIT-LINE.

       01  GARN-REMIT-LINE         PIC X(80).

       FD  UNION-REMIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNION-REMIT-LINE.

       01  UNION-REMIT-LINE        PIC X(80).

       FD  TAX-DEPOSIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAX-DEPOSIT-LINE.

       01  TAX-DEPOSIT-LINE        PIC X(80).

       FD  PAY-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-DETAIL-LINE.

       01  PAY-DETAIL-LINE         PIC X(450).

       FD  RET-REMIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RET-REMIT-LINE.

       01  RET-REMIT-LINE          PIC X(120).

       FD  CARRIER-BILL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CARRIER-BILL-LINE.

       01  CARRIER-BILL-LINE       PIC X(80).

       FD  PAYABLE-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PAYABLE-REPORT-LINE.

       01  PAYABLE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.
           COPY RETREC.

           COPY RPTHDR.
           COPY RPTFTR.

      *    one GARNREMIT line as GARNREM1 writes it: the payee
      *    agency, the edited amount and the order count
           01 GARN-REMIT-RECORD.
               05 GRM-PAYEE        PIC X(30).
               05 FILLER           PIC X(01).
               05 GRM-AMOUNT-TEXT  PIC X(13).
               05 FILLER           PIC X(07).
               05 GRM-ITEM-COUNT   PIC 9(06).
               05 FILLER           PIC X(23).

      *    one UNREMIT line as UNREM1 writes it: union code, union
      *    name and the edited dues amount
           01 UNION-REMIT-RECORD.
               05 URM-UNION-CODE   PIC X(04).
               05 FILLER           PIC X(01).
               05 URM-UNION-NAME   PIC X(30).
               05 FILLER           PIC X(01).
               05 URM-AMOUNT-TEXT  PIC X(13).
               05 FILLER           PIC X(31).

      *    TAXDEP1's deposit detail line
           01 TAX-DEPOSIT-RECORD.
               05 TD-RECORD-TYPE   PIC X(01).
               05 TD-ENO           PIC 9(04).
               05 TD-TAX-TYPE      PIC X(04).
               05 TD-PERIOD-ID     PIC 9(06).
               05 TD-TAXABLE-WAGES PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 TD-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 TD-JURIS         PIC X(05).
               05 FILLER           PIC X(36).

      *    INVREC1's carrier premium bill line
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

           01 SOURCE-FILE-STATUS   PIC XX.
           01 SOURCE-EOF-SW        PIC X VALUE 'N'.
               88 SOURCE-EOF       VALUE 'Y'.

           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.
           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

      *----------------------------------------------------------*
      * one entry per amount owed to one outside party this
      * period, folded from every source: the kind of party and
      * the key its source knows it by (the two together find its
      * counterparty on CPTYXREF), and the remittance reference
      * the payee will see on the payment
      *   GARN  garnishment agency   - payee name on GARNREMIT
      *   UNIO  union dues           - union code on UNREMIT
      *   TAX   tax authority        - FIT, SWT+state, FICA, SUI,
      *                                LOCL+jurisdiction, BWH
      *                                contractor backup withholding
      *   RETP  retirement plan      - plan id on RETREMIT
      *   CARR  insurance carrier    - carrier id on CARRBILL
      *----------------------------------------------------------*
           01 PE-COUNT             PIC 9(3) COMP VALUE 0.
           01 PE-IDX               PIC 9(3) COMP.
           01 PE-TABLE.
               05 PE-ENTRY OCCURS 300 TIMES.
                   10 PE-KIND          PIC X(4).
                   10 PE-KEY           PIC X(30).
                   10 PE-REF           PIC X(30).
                   10 PE-AMOUNT        PIC S9(11)V99 COMP-3.
                   10 PE-ITEMS         PIC 9(6) COMP.
           01 PE-MATCH-SW          PIC X.
               88 PE-MATCH-FOUND   VALUE 'Y'.
           01 PE-MATCH-IDX         PIC 9(3) COMP.
           01 PE-OVERFLOW-SW       PIC X VALUE 'N'.
               88 PE-OVERFLOW      VALUE 'Y'.

      *    the amount being folded in, set by each source's reader
           01 NEW-KIND             PIC X(4).
           01 NEW-KEY              PIC X(30).
           01 NEW-REF              PIC X(30).
           01 NEW-AMOUNT           PIC S9(11)V99 COMP-3.
           01 NEW-ITEMS            PIC 9(6) COMP.

           01 STATE-IDX            PIC 9(1).

      *    the period's contractor backup withholding off CONTPAY
           01 BWH-TOTAL            PIC S9(11)V99.
           01 BWH-TOTAL-IND        PIC S9(4) COMP.
           01 BWH-COUNT            PIC 9(6).
           01 BILL-MONTH-DISP      PIC 9(6).

      *    host variables for the payable being raised
           01 PAY-CID              PIC 9(12).
           01 PAY-KIND             PIC X(4).
           01 PAY-KEY              PIC X(30).
           01 PAY-REF              PIC X(30).
           01 PAY-AMOUNT           PIC S9(11)V99.
           01 PAY-ITEMS            PIC 9(6).
           01 PAY-ID               PIC 9(9).
           01 PAY-ID-IND           PIC S9(4) COMP.
           01 PAY-STATUS           PIC X(1).
           01 CPTY-STATUS          PIC X(1).

           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.

           01 SOURCE-LINE-COUNT    PIC 9(6) VALUE 0.
           01 SOURCE-SKIP-COUNT    PIC 9(6) VALUE 0.
           01 RAISED-COUNT         PIC 9(6) VALUE 0.
           01 REPLACED-COUNT       PIC 9(6) VALUE 0.
           01 PAID-SKIP-COUNT      PIC 9(6) VALUE 0.
           01 UNMAPPED-COUNT       PIC 9(6) VALUE 0.
           01 RAISED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           01 TOTAL-DISP           PIC -(12)9.99.

      *    one report line per amount owed and what became of it
           01 PAYABLE-DETAIL.
               05 PL-KIND          PIC X(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PL-KEY           PIC X(30).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PL-REF           PIC X(30).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PL-AMOUNT        PIC -(9)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PL-CID           PIC Z(11)9.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PL-ACTION        PIC X(33).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  every amount the shop owes an outside party, raised once
      *  per payee, source and period: STATUS 'O' open until
      *  APPAY1 pays it on PAYMENT_NO ('P' paid)
           EXEC SQL
               DECLARE TABLE PAYABLE
                   (PAYABLE_ID     DECIMAL(9,0)  NOT NULL,
                    CID            DECIMAL(12,0) NOT NULL,
                    SOURCE_KIND    CHAR(4)       NOT NULL,
                    PAYEE_KEY      CHAR(30)      NOT NULL,
                    REMIT_REF      CHAR(30)      NOT NULL,
                    PERIOD_ID      DECIMAL(6,0)  NOT NULL,
                    AMOUNT         DECIMAL(11,2) NOT NULL,
                    ITEM_COUNT     DECIMAL(6,0)  NOT NULL,
                    RAISED_DATE    DECIMAL(8,0)  NOT NULL,
                    STATUS         CHAR(1)       NOT NULL,
                    PAYMENT_NO     DECIMAL(8,0)  NOT NULL,
                    PAID_DATE      DECIMAL(8,0)  NOT NULL)
           END-EXEC.

      *  every contractor invoice ACHGEN1 paid, with the backup
      *  withholding it kept back
           EXEC SQL
               DECLARE TABLE CONTPAY
                   (CID            DECIMAL(12,0) NOT NULL,
                    INVOICE_NO     CHAR(15)      NOT NULL,
                    INVOICE_DATE   DECIMAL(8,0)  NOT NULL,
                    PERIOD_ID      DECIMAL(6,0)  NOT NULL,
                    GROSS_AMOUNT   DECIMAL(11,2) NOT NULL,
                    BACKUP_WH      DECIMAL(11,2) NOT NULL,
                    NET_AMOUNT     DECIMAL(11,2) NOT NULL,
                    TRACE_NO       CHAR(15)      NOT NULL,
                    PAY_DATE       DECIMAL(8,0)  NOT NULL)
           END-EXEC.

      *  which counterparty each source's payee is (APXREF1)
           EXEC SQL
               DECLARE TABLE CPTYXREF
                   (SOURCE_KIND    CHAR(4)       NOT NULL,
                    PAYEE_KEY      CHAR(30)      NOT NULL,
                    CID            DECIMAL(12,0) NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Third-party payables load, after the period's remittance
      * steps: the garnishment (GARNREMIT), dues (UNREMIT),
      * employer tax (TAXDEP) and retirement (RETREMIT) extracts,
      * the withheld federal and state income tax off the pay
      * details (PAYDTL), the carriers' premium bills (CARRBILL)
      * and the backup withholding ACHGEN1 kept from contractor
      * invoices (CONTPAY) fold into one amount per payee, each
      * payee is found on the counterparty master through
      * CPTYXREF, and each amount is raised as an open PAYABLE
      * for APPAY1 to pay. Re-runnable for the period: an open
      * payable is replaced by the new figure, a paid one is left
      * alone. A payee with no active counterparty is listed and
      * raised on the next run once APXREF1 has mapped it
      * (RETURN-CODE 4).
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'APLOAD1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF PERIOD-ID-TEXT NOT NUMERIC
               DISPLAY 'APLOAD1 PAYCALC_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' PERIOD-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.
           MOVE PERIOD-ID-TEXT TO PERIOD-ID.

       100-MAIN.
           PERFORM 200-FOLD-GARNISHMENTS.
           PERFORM 210-FOLD-UNION-DUES.
           PERFORM 220-FOLD-TAX-DEPOSITS.
           PERFORM 230-FOLD-WITHHOLDING.
           PERFORM 240-FOLD-RETIREMENT.
           PERFORM 250-FOLD-CARRIER-BILLS.
           PERFORM 260-FOLD-BACKUP-WITHHOLDING.

           IF PE-OVERFLOW
               DISPLAY 'APLOAD1 MORE THAN 300 PAYEES IN PERIOD - '
                   'NOTHING RAISED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT PAYABLE-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'THIRD-PARTY PAYABLES RAISED ' DELIMITED BY SIZE
                  PERIOD-ID-TEXT DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE PAYABLE-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 600-RAISE-PAYABLE THRU 600-RAISE-EXIT
               VARYING PE-IDX FROM 1 BY 1
               UNTIL PE-IDX > PE-COUNT OR DB-ERROR.

           MOVE SPACES TO PAYABLE-REPORT-LINE.
           MOVE RAISED-TOTAL TO TOTAL-DISP.
           STRING 'TOTAL RAISED OR REPLACED: ' DELIMITED BY SIZE
                  TOTAL-DISP DELIMITED BY SIZE
               INTO PAYABLE-REPORT-LINE.
           WRITE PAYABLE-REPORT-LINE.
           WRITE PAYABLE-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE PAYABLE-REPORT-FILE.

           IF DB-ERROR
               DISPLAY 'APLOAD1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF UNMAPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE RAISED-TOTAL TO TOTAL-DISP.
           DISPLAY 'APLOAD1 PERIOD            : ' PERIOD-ID-TEXT.
           DISPLAY 'APLOAD1 SOURCE LINES READ : ' SOURCE-LINE-COUNT.
           DISPLAY 'APLOAD1 SOURCE LINES SKIP : ' SOURCE-SKIP-COUNT.
           DISPLAY 'APLOAD1 PAYEES            : ' PE-COUNT.
           DISPLAY 'APLOAD1 PAYABLES RAISED   : ' RAISED-COUNT.
           DISPLAY 'APLOAD1 PAYABLES REPLACED : ' REPLACED-COUNT.
           DISPLAY 'APLOAD1 ALREADY PAID      : ' PAID-SKIP-COUNT.
           DISPLAY 'APLOAD1 NO COUNTERPARTY   : ' UNMAPPED-COUNT.
           DISPLAY 'APLOAD1 AMOUNT            : ' TOTAL-DISP.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-FOLD-GARNISHMENTS
      * One GARNREMIT line per agency, already totalled.
      *----------------------------------------------------------*
       200-FOLD-GARNISHMENTS.
           MOVE 'N' TO SOURCE-EOF-SW
           OPEN INPUT GARN-REMIT-FILE
           IF SOURCE-FILE-STATUS NOT = '00'
                   AND SOURCE-FILE-STATUS NOT = '05'
               DISPLAY 'APLOAD1 CANNOT OPEN GARNREMIT, STATUS: '
                   SOURCE-FILE-STATUS
               SET SOURCE-EOF TO TRUE
           ELSE
               PERFORM 205-READ-GARN
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO SOURCE-LINE-COUNT
                   IF GRM-PAYEE = SPACES
                           OR GRM-AMOUNT-TEXT = SPACES
                       ADD 1 TO SOURCE-SKIP-COUNT
                   ELSE
                       MOVE 'GARN' TO NEW-KIND
                       MOVE GRM-PAYEE TO NEW-KEY
                       MOVE 'GARNISHMENT ORDERS' TO NEW-REF
                       COMPUTE NEW-AMOUNT =
                           FUNCTION NUMVAL(GRM-AMOUNT-TEXT)
                       MOVE 0 TO NEW-ITEMS
                       IF GRM-ITEM-COUNT NUMERIC
                           MOVE GRM-ITEM-COUNT TO NEW-ITEMS
                       END-IF
                       PERFORM 500-FOLD-AMOUNT
                   END-IF
                   PERFORM 205-READ-GARN
               END-PERFORM
               CLOSE GARN-REMIT-FILE
           END-IF.

       205-READ-GARN.
           READ GARN-REMIT-FILE INTO GARN-REMIT-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 210-FOLD-UNION-DUES
      * One UNREMIT line per union, already totalled.
      *----------------------------------------------------------*
       210-FOLD-UNION-DUES.
           MOVE 'N' TO SOURCE-EOF-SW
           OPEN INPUT UNION-REMIT-FILE
           IF SOURCE-FILE-STATUS NOT = '00'
                   AND SOURCE-FILE-STATUS NOT = '05'
               DISPLAY 'APLOAD1 CANNOT OPEN UNREMIT, STATUS: '
                   SOURCE-FILE-STATUS
               SET SOURCE-EOF TO TRUE
           ELSE
               PERFORM 215-READ-UNION
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO SOURCE-LINE-COUNT
                   IF URM-UNION-CODE = SPACES
                           OR URM-AMOUNT-TEXT = SPACES
                       ADD 1 TO SOURCE-SKIP-COUNT
                   ELSE
                       MOVE 'UNIO' TO NEW-KIND
                       MOVE URM-UNION-CODE TO NEW-KEY
                       MOVE URM-UNION-NAME TO NEW-REF
                       COMPUTE NEW-AMOUNT =
                           FUNCTION NUMVAL(URM-AMOUNT-TEXT)
                       MOVE 1 TO NEW-ITEMS
                       PERFORM 500-FOLD-AMOUNT
                   END-IF
                   PERFORM 215-READ-UNION
               END-PERFORM
               CLOSE UNION-REMIT-FILE
           END-IF.

       215-READ-UNION.
           READ UNION-REMIT-FILE INTO UNION-REMIT-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 220-FOLD-TAX-DEPOSITS
      * TAXDEP1's employer FICA and SUI and withheld local tax,
      * one payee per tax type - per jurisdiction for local tax.
      *----------------------------------------------------------*
       220-FOLD-TAX-DEPOSITS.
           MOVE 'N' TO SOURCE-EOF-SW
           OPEN INPUT TAX-DEPOSIT-FILE
           IF SOURCE-FILE-STATUS NOT = '00'
                   AND SOURCE-FILE-STATUS NOT = '05'
               DISPLAY 'APLOAD1 CANNOT OPEN TAXDEP, STATUS: '
                   SOURCE-FILE-STATUS
               SET SOURCE-EOF TO TRUE
           ELSE
               PERFORM 225-READ-DEPOSIT
               PERFORM UNTIL SOURCE-EOF
                   IF TAX-DEPOSIT-LINE(1:8) NOT = 'FILETRLR'
                           AND TD-RECORD-TYPE = 'D'
                       ADD 1 TO SOURCE-LINE-COUNT
                       PERFORM 227-FOLD-DEPOSIT
                   END-IF
                   PERFORM 225-READ-DEPOSIT
               END-PERFORM
               CLOSE TAX-DEPOSIT-FILE
           END-IF.

       225-READ-DEPOSIT.
           READ TAX-DEPOSIT-FILE INTO TAX-DEPOSIT-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       227-FOLD-DEPOSIT.
           IF TD-PERIOD-ID NOT NUMERIC
                   OR TD-PERIOD-ID NOT = PERIOD-ID
                   OR TD-AMOUNT NOT NUMERIC
               ADD 1 TO SOURCE-SKIP-COUNT
           ELSE
               MOVE 'TAX' TO NEW-KIND
               MOVE SPACES TO NEW-KEY
               IF TD-TAX-TYPE = 'LOCL'
                   STRING 'LOCL ' DELIMITED BY SIZE
                          TD-JURIS DELIMITED BY SIZE
                       INTO NEW-KEY
               ELSE
                   MOVE TD-TAX-TYPE TO NEW-KEY
               END-IF
               MOVE 'PAYROLL TAX DEPOSIT' TO NEW-REF
               MOVE TD-AMOUNT TO NEW-AMOUNT
               MOVE 1 TO NEW-ITEMS
               PERFORM 500-FOLD-AMOUNT
           END-IF.

      *----------------------------------------------------------*
      * 230-FOLD-WITHHOLDING
      * The federal and per-state income tax withheld on the
      * period's pay details - owed to the authorities as surely
      * as the employer taxes, though no deposit file carries it.
      *----------------------------------------------------------*
       230-FOLD-WITHHOLDING.
           MOVE 'N' TO SOURCE-EOF-SW
           OPEN INPUT PAY-DETAIL-FILE
           IF SOURCE-FILE-STATUS NOT = '00'
                   AND SOURCE-FILE-STATUS NOT = '05'
               DISPLAY 'APLOAD1 CANNOT OPEN PAYDTL, STATUS: '
                   SOURCE-FILE-STATUS
               SET SOURCE-EOF TO TRUE
           ELSE
               PERFORM 235-READ-DETAIL
               PERFORM UNTIL SOURCE-EOF
                   IF PAY-DETAIL-LINE(1:8) NOT = 'FILETRLR'
                           AND PD-PERIOD-ID NUMERIC
                           AND PD-PERIOD-ID = PERIOD-ID
                       ADD 1 TO SOURCE-LINE-COUNT
                       PERFORM 237-FOLD-DETAIL
                   END-IF
                   PERFORM 235-READ-DETAIL
               END-PERFORM
               CLOSE PAY-DETAIL-FILE
           END-IF.

       235-READ-DETAIL.
           READ PAY-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

       237-FOLD-DETAIL.
           MOVE 'TAX' TO NEW-KIND
           MOVE 'INCOME TAX WITHHELD' TO NEW-REF
           MOVE 1 TO NEW-ITEMS

           IF PD-FED-TAX-AMOUNT NUMERIC
                   AND PD-FED-TAX-AMOUNT NOT = 0
               MOVE 'FIT' TO NEW-KEY
               MOVE PD-FED-TAX-AMOUNT TO NEW-AMOUNT
               PERFORM 500-FOLD-AMOUNT
           END-IF

           IF PD-STATE-TAX-COUNT NUMERIC
               PERFORM VARYING STATE-IDX FROM 1 BY 1
                       UNTIL STATE-IDX > PD-STATE-TAX-COUNT
                          OR STATE-IDX > 3
                   IF PDS-TAX(STATE-IDX) NUMERIC
                           AND PDS-TAX(STATE-IDX) NOT = 0
                           AND PDS-STATE(STATE-IDX) NOT = SPACES
                       MOVE SPACES TO NEW-KEY
                       STRING 'SWT ' DELIMITED BY SIZE
                              PDS-STATE(STATE-IDX) DELIMITED BY SIZE
                           INTO NEW-KEY
                       MOVE PDS-TAX(STATE-IDX) TO NEW-AMOUNT
                       PERFORM 500-FOLD-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------*
      * 240-FOLD-RETIREMENT
      * RETREM1's trailer carries the plan's proven total for the
      * period - deferrals and match together.
      *----------------------------------------------------------*
       240-FOLD-RETIREMENT.
           MOVE 'N' TO SOURCE-EOF-SW
           OPEN INPUT RET-REMIT-FILE
           IF SOURCE-FILE-STATUS NOT = '00'
                   AND SOURCE-FILE-STATUS NOT = '05'
               DISPLAY 'APLOAD1 CANNOT OPEN RETREMIT, STATUS: '
                   SOURCE-FILE-STATUS
               SET SOURCE-EOF TO TRUE
           ELSE
               PERFORM 245-READ-RETIREMENT
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO SOURCE-LINE-COUNT
                   IF RR-TYPE-TRAILER
                           AND RR-PERIOD-ID = PERIOD-ID
                           AND RT-GRAND-TOTAL NUMERIC
                       MOVE 'RETP' TO NEW-KIND
                       MOVE RR-PLAN-ID TO NEW-KEY
                       MOVE 'PLAN CONTRIBUTIONS' TO NEW-REF
                       MOVE RT-GRAND-TOTAL TO NEW-AMOUNT
                       MOVE 0 TO NEW-ITEMS
                       IF RT-DETAIL-COUNT NUMERIC
                           MOVE RT-DETAIL-COUNT TO NEW-ITEMS
                       END-IF
                       PERFORM 500-FOLD-AMOUNT
                   END-IF
                   PERFORM 245-READ-RETIREMENT
               END-PERFORM
               CLOSE RET-REMIT-FILE
           END-IF.

       245-READ-RETIREMENT.
           READ RET-REMIT-FILE INTO RET-REMIT-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 250-FOLD-CARRIER-BILLS
      * Each carrier's bill is owed as billed, one payable per
      * carrier per billing month; the billing disputes INVREC1
      * finds are settled with the carrier, not held back here.
      *----------------------------------------------------------*
       250-FOLD-CARRIER-BILLS.
           MOVE 'N' TO SOURCE-EOF-SW
           OPEN INPUT CARRIER-BILL-FILE
           IF SOURCE-FILE-STATUS NOT = '00'
                   AND SOURCE-FILE-STATUS NOT = '05'
               DISPLAY 'APLOAD1 CANNOT OPEN CARRBILL, STATUS: '
                   SOURCE-FILE-STATUS
               SET SOURCE-EOF TO TRUE
           ELSE
               PERFORM 255-READ-BILL
               PERFORM UNTIL SOURCE-EOF
                   ADD 1 TO SOURCE-LINE-COUNT
                   IF CB-CARRIER-ID = SPACES
                           OR CB-BILL-MONTH NOT NUMERIC
                           OR CB-PREMIUM NOT NUMERIC
                       ADD 1 TO SOURCE-SKIP-COUNT
                   ELSE
                       MOVE 'CARR' TO NEW-KIND
                       MOVE CB-CARRIER-ID TO NEW-KEY
                       MOVE CB-BILL-MONTH TO BILL-MONTH-DISP
                       MOVE SPACES TO NEW-REF
                       STRING 'PREMIUM BILL ' DELIMITED BY SIZE
                              BILL-MONTH-DISP DELIMITED BY SIZE
                           INTO NEW-REF
                       MOVE CB-PREMIUM TO NEW-AMOUNT
                       MOVE 1 TO NEW-ITEMS
                       PERFORM 500-FOLD-AMOUNT
                   END-IF
                   PERFORM 255-READ-BILL
               END-PERFORM
               CLOSE CARRIER-BILL-FILE
           END-IF.

       255-READ-BILL.
           READ CARRIER-BILL-FILE INTO CARRIER-BILL-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 260-FOLD-BACKUP-WITHHOLDING
      * The backup withholding ACHGEN1 took from the period's
      * contractor invoices is owed to the federal authority like
      * the FIT withheld from employees, but under its own key so
      * it is deposited and reported apart from it.
      *----------------------------------------------------------*
       260-FOLD-BACKUP-WITHHOLDING.
           MOVE 0 TO BWH-TOTAL
           MOVE 0 TO BWH-TOTAL-IND
           MOVE 0 TO BWH-COUNT
           EXEC SQL
               SELECT SUM(BACKUP_WH), COUNT(*)
                   INTO :BWH-TOTAL :BWH-TOTAL-IND, :BWH-COUNT
                   FROM CONTPAY
                   WHERE PERIOD_ID = :PERIOD-ID
                     AND BACKUP_WH > 0
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'APLOAD1 CONTPAY READ SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               IF BWH-TOTAL-IND >= 0 AND BWH-TOTAL NOT = 0
                   ADD BWH-COUNT TO SOURCE-LINE-COUNT
                   MOVE 'TAX' TO NEW-KIND
                   MOVE 'BWH' TO NEW-KEY
                   MOVE 'BACKUP WITHHOLDING' TO NEW-REF
                   MOVE BWH-TOTAL TO NEW-AMOUNT
                   MOVE BWH-COUNT TO NEW-ITEMS
                   PERFORM 500-FOLD-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 500-FOLD-AMOUNT
      * Adds NEW-AMOUNT to the NEW-KIND/NEW-KEY/NEW-REF entry,
      * adding the entry on first sight.
      *----------------------------------------------------------*
       500-FOLD-AMOUNT.
           MOVE 'N' TO PE-MATCH-SW
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > PE-COUNT OR PE-MATCH-FOUND
               IF PE-KIND(PE-IDX) = NEW-KIND
                       AND PE-KEY(PE-IDX) = NEW-KEY
                       AND PE-REF(PE-IDX) = NEW-REF
                   SET PE-MATCH-FOUND TO TRUE
                   MOVE PE-IDX TO PE-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT PE-MATCH-FOUND
               IF PE-COUNT >= 300
                   SET PE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO PE-COUNT
                   MOVE NEW-KIND TO PE-KIND(PE-COUNT)
                   MOVE NEW-KEY TO PE-KEY(PE-COUNT)
                   MOVE NEW-REF TO PE-REF(PE-COUNT)
                   MOVE 0 TO PE-AMOUNT(PE-COUNT)
                   MOVE 0 TO PE-ITEMS(PE-COUNT)
                   MOVE PE-COUNT TO PE-MATCH-IDX
                   SET PE-MATCH-FOUND TO TRUE
               END-IF
           END-IF

           IF PE-MATCH-FOUND
               ADD NEW-AMOUNT TO PE-AMOUNT(PE-MATCH-IDX)
               ADD NEW-ITEMS TO PE-ITEMS(PE-MATCH-IDX)
           END-IF.

      *----------------------------------------------------------*
      * 600-RAISE-PAYABLE
      * Entry PE-IDX to its counterparty and onto PAYABLE: a new
      * open payable, the replacement figure for one still open
      * from an earlier run of the period, or nothing if it has
      * already been paid.
      *----------------------------------------------------------*
       600-RAISE-PAYABLE.
           MOVE PE-KIND(PE-IDX) TO PAY-KIND
           MOVE PE-KEY(PE-IDX) TO PAY-KEY
           MOVE PE-REF(PE-IDX) TO PAY-REF
           MOVE PE-AMOUNT(PE-IDX) TO PAY-AMOUNT
           MOVE PE-ITEMS(PE-IDX) TO PAY-ITEMS
           MOVE 0 TO PAY-CID
           MOVE PAY-KIND TO PL-KIND
           MOVE PAY-KEY TO PL-KEY
           MOVE PAY-REF TO PL-REF
           MOVE PAY-AMOUNT TO PL-AMOUNT
           MOVE 0 TO PL-CID
           MOVE SPACES TO PL-ACTION

           IF PAY-AMOUNT = 0
               GO TO 600-RAISE-EXIT
           END-IF

           EXEC SQL
               SELECT X.CID, C.CPTY_STATUS
                   INTO :PAY-CID, :CPTY-STATUS
                   FROM CPTYXREF X, CPTYMST C
                   WHERE X.SOURCE_KIND = :PAY-KIND
                     AND X.PAYEE_KEY = :PAY-KEY
                     AND C.CID = X.CID
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'APLOAD1 CPTYXREF READ SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 600-RAISE-EXIT
           END-IF
           IF SQLCODE = 100
               ADD 1 TO UNMAPPED-COUNT
               MOVE 'NO COUNTERPARTY - MAP ON CPTYXREF'
                   TO PL-ACTION
               WRITE PAYABLE-REPORT-LINE FROM PAYABLE-DETAIL
               GO TO 600-RAISE-EXIT
           END-IF
           MOVE PAY-CID TO PL-CID
           IF CPTY-STATUS NOT = 'A'
               ADD 1 TO UNMAPPED-COUNT
               MOVE 'COUNTERPARTY NOT ACTIVE' TO PL-ACTION
               WRITE PAYABLE-REPORT-LINE FROM PAYABLE-DETAIL
               GO TO 600-RAISE-EXIT
           END-IF

           MOVE SPACE TO PAY-STATUS
           EXEC SQL
               SELECT PAYABLE_ID, STATUS
                   INTO :PAY-ID, :PAY-STATUS
                   FROM PAYABLE
                   WHERE SOURCE_KIND = :PAY-KIND
                     AND PAYEE_KEY = :PAY-KEY
                     AND REMIT_REF = :PAY-REF
                     AND PERIOD_ID = :PERIOD-ID
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'APLOAD1 PAYABLE READ SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 600-RAISE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   PERFORM 610-INSERT-PAYABLE
               WHEN PAY-STATUS = 'O'
                   PERFORM 620-REPLACE-PAYABLE
               WHEN OTHER
                   ADD 1 TO PAID-SKIP-COUNT
                   MOVE 'ALREADY PAID - LEFT ALONE' TO PL-ACTION
           END-EVALUATE

           IF NOT DB-ERROR
               WRITE PAYABLE-REPORT-LINE FROM PAYABLE-DETAIL
           END-IF.
       600-RAISE-EXIT.
           EXIT.

       610-INSERT-PAYABLE.
           MOVE 0 TO PAY-ID
           MOVE 0 TO PAY-ID-IND
           EXEC SQL
               SELECT MAX(PAYABLE_ID) INTO :PAY-ID :PAY-ID-IND
                   FROM PAYABLE
           END-EXEC
           IF SQLCODE <> 0 OR PAY-ID-IND < 0
               MOVE 0 TO PAY-ID
           END-IF
           ADD 1 TO PAY-ID

           EXEC SQL
               INSERT INTO PAYABLE
                   (PAYABLE_ID, CID, SOURCE_KIND, PAYEE_KEY,
                    REMIT_REF, PERIOD_ID, AMOUNT, ITEM_COUNT,
                    RAISED_DATE, STATUS, PAYMENT_NO, PAID_DATE)
                   VALUES (:PAY-ID, :PAY-CID, :PAY-KIND, :PAY-KEY,
                           :PAY-REF, :PERIOD-ID, :PAY-AMOUNT,
                           :PAY-ITEMS, :RUN-DATE, 'O', 0, 0)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO RAISED-COUNT
               ADD PAY-AMOUNT TO RAISED-TOTAL
               MOVE 'RAISED' TO PL-ACTION
           ELSE
               DISPLAY 'APLOAD1 PAYABLE INSERT SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF.

      *    the counterparty is re-resolved too, so a payee
      *    remapped since the first run is paid to the right party
       620-REPLACE-PAYABLE.
           EXEC SQL
               UPDATE PAYABLE
                   SET CID = :PAY-CID,
                       AMOUNT = :PAY-AMOUNT,
                       ITEM_COUNT = :PAY-ITEMS,
                       RAISED_DATE = :RUN-DATE
                   WHERE PAYABLE_ID = :PAY-ID
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO REPLACED-COUNT
               ADD PAY-AMOUNT TO RAISED-TOTAL
               MOVE 'REPLACED OPEN PAYABLE' TO PL-ACTION
           ELSE
               DISPLAY 'APLOAD1 PAYABLE UPDATE SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF.
