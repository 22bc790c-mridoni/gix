       IDENTIFICATION DIVISION.

       PROGRAM-ID. CASHREC1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL GLJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT BANK-STATEMENT-FILE
               ASSIGN TO EXTERNAL BANKSTMT
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT CASH-REPORT-FILE
               ASSIGN TO EXTERNAL CASHRECR
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-JOURNAL-LINE.

       01  GL-JOURNAL-LINE         PIC X(80).

       FD  BANK-STATEMENT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BANK-STATEMENT-LINE.

       01  BANK-STATEMENT-LINE     PIC X(80).

       FD  CASH-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CASH-REPORT-LINE.

       01  CASH-REPORT-LINE        PIC X(132).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY GLJRNL.

           COPY RPTHDR.
           COPY RPTFTR.

           COPY RUNSTAT.

       EXEC SQL
        INCLUDE PERCTL
       END-EXEC.

      *    the bank transaction statement, in BANKREC1's layout.
      *    Besides BANKREC1's 'A' (ACH trace number) and 'C' (check
      *    number) items it carries 'L', the card issuer's funding
      *    debit under the CARDLOAD load reference, and 'F', the
      *    settlement agent's native-currency payment under the
      *    PAYREG key (period, employee, payment type)
           01 BANK-STATEMENT-RECORD.
               05 BS-KIND          PIC X(01).
                   88 BS-KIND-ACH      VALUE 'A'.
                   88 BS-KIND-CHECK    VALUE 'C'.
                   88 BS-KIND-CARD     VALUE 'L'.
                   88 BS-KIND-FX       VALUE 'F'.
               05 BS-REFERENCE     PIC X(15).
               05 BS-AMOUNT        PIC 9(09)V99.
               05 BS-CLEAR-DATE    PIC 9(08).
               05 FILLER           PIC X(45).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 JOURNAL-FILE-STATUS  PIC XX.
           01 JOURNAL-EOF-SW       PIC X VALUE 'N'.
               88 JOURNAL-EOF      VALUE 'Y'.
           01 STATEMENT-FILE-STATUS PIC XX.
           01 STATEMENT-EOF-SW     PIC X VALUE 'N'.
               88 STATEMENT-EOF    VALUE 'Y'.

           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.
           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 RUN-DATE-INT         PIC 9(8) COMP-3.

      *    days an issued payment may stay outstanding before the
      *    report lists it as aged - BANKREC1's own setting
           01 AGE-DAYS-TEXT        PIC X(3).
           01 OUTSTANDING-AGE-DAYS PIC 9(3) VALUE 30.
           01 AGE-CUTOFF-INT       PIC 9(8) COMP-3.
           01 ISSUE-DATE-INT       PIC 9(8) COMP-3.
           01 AGE-DAYS             PIC 9(5).

      *    the net pay cash account GLPOST1 credits, resolved the
      *    way it resolves it
           01 GL-COMPANY           PIC X(3).
           01 NETPAY-ACCOUNT       PIC X(10).
           01 MAP-KIND             PIC X(8).
           01 MAP-DEPT             PIC X(4).
           01 MAP-DR-ACCT          PIC X(10).
           01 MAP-CR-ACCT          PIC X(10).
           01 MAP-DR-IND           PIC S9(4) COMP.
           01 MAP-CR-IND           PIC S9(4) COMP.
           01 MAP-FOUND-SW         PIC X.
               88 MAP-FOUND        VALUE 'Y'.
           01 MAP-TRY              PIC 9(1).
           01 TRY-DEPT             PIC X(4).
           01 TRY-COMPANY          PIC X(3).

      *----------------------------------------------------------*
      * every payment the registers hold for the period - ACH
      * credits by trace number, checks by check number, card
      * loads by load reference, foreign-currency settlements by
      * PAYREG key and contractor credits by trace number - with
      * what the bank statement cleared against it. PI-KIND is
      * the statement kind the payment clears under, PI-SOURCE
      * the register it came from: A ACHISSUED, C CHECKREG,
      * L CARDLOAD, F PAYREG (FXSETL1), K CONTPAY. Register
      * status: I issued, D due-diligence lettered, C cleared on
      * an earlier statement, R returned (re-queued to a check,
      * so out of the issued total), V voided check, E escheated.
      * Card loads, settlements and contractor credits carry no
      * status of their own and enter as issued.
      *----------------------------------------------------------*
           01 PAY-ITEM-COUNT       PIC 9(4) COMP VALUE 0.
           01 PAY-ITEM-IDX         PIC 9(4) COMP.
           01 PAY-ITEM-TABLE.
               05 PAY-ITEM OCCURS 1000 TIMES.
                   10 PI-KIND          PIC X(1).
                   10 PI-SOURCE        PIC X(1).
                   10 PI-REFERENCE     PIC X(15).
                   10 PI-ENO           PIC 9(4).
                   10 PI-AMOUNT        PIC S9(11)V99 COMP-3.
                   10 PI-STATUS        PIC X(1).
                   10 PI-ISSUE-DATE    PIC 9(8).
                   10 PI-BANK-AMOUNT   PIC S9(11)V99 COMP-3.
                   10 PI-BANK-HITS     PIC 9(2) COMP.
           01 PAY-MATCH-SW         PIC X.
               88 PAY-MATCH-FOUND  VALUE 'Y'.
           01 PAY-MATCH-IDX        PIC 9(4) COMP.
           01 PAY-OVERFLOW-SW      PIC X VALUE 'N'.
               88 PAY-OVERFLOW     VALUE 'Y'.

           01 REG-KIND             PIC X(1).
           01 REG-SOURCE           PIC X(1).
           01 REG-REFERENCE        PIC X(15).
           01 REG-CHECK-NO         PIC 9(8).
           01 REG-ENO              PIC 9(4).
           01 REG-AMOUNT           PIC S9(11)V99.
           01 REG-STATUS           PIC X(1).
           01 REG-ISSUE-DATE       PIC 9(8).
           01 REG-FOUND-COUNT      PIC 9(6).
           01 CHECK-NO             PIC 9(8).
           01 REG-PAY-TYPE         PIC X(1).

      *    a settlement's statement reference: the PAYREG key, the
      *    same leading figures as a card load reference
           01 FX-SETTLE-REF.
               05 FSR-PERIOD-ID    PIC 9(06).
               05 FSR-ENO          PIC 9(04).
               05 FSR-PAY-TYPE     PIC X(01).
               05 FILLER           PIC X(04).

           01 VOID-ADJUST          PIC S9(11)V99 VALUE 0.
           01 VOID-ADJUST-IND      PIC S9(4) COMP.

           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.

      *    the three legs and the reconciling items between them
           01 ACH-ISSUED-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           01 CHECK-ISSUED-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
           01 CARD-ISSUED-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
           01 FX-ISSUED-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
      *    contractor credits ride the ACH batch but GLPOST1 posts
      *    no contractor pay to NETPAY, so they reconcile to the
      *    bank only
           01 CONTRACTOR-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           01 PAYMENTS-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           01 REGISTER-NET-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
           01 GL-NETPAY-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           01 GL-DIFF              PIC S9(13)V99 COMP-3 VALUE 0.
           01 CLEARED-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           01 OUTSTANDING-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
           01 VOIDED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           01 ESCHEATED-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           01 RETURNED-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           01 BANK-SIDE-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           01 BANK-DIFF            PIC S9(13)V99 COMP-3 VALUE 0.

           01 JOURNAL-LINE-COUNT   PIC 9(6) VALUE 0.
           01 ITEMS-READ           PIC 9(6) VALUE 0.
           01 OTHER-PERIOD-COUNT   PIC 9(6) VALUE 0.
           01 BREAK-COUNT          PIC 9(6) VALUE 0.
           01 OUTSTANDING-COUNT    PIC 9(6) VALUE 0.
           01 AGED-COUNT           PIC 9(6) VALUE 0.

           01 BALANCED-SW          PIC X VALUE 'N'.
               88 PERIOD-BALANCED  VALUE 'Y'.

           01 AMOUNT-EDIT          PIC -(12)9.99.

      *    report lines: one per break or aged item, then the
      *    three legs label by label
           01 CASH-DETAIL.
               05 CD-KEY           PIC X(10).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 CD-KIND          PIC X(5).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 CD-REFERENCE     PIC X(15).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 CD-ENO           PIC X(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 CD-ISSUE-DATE    PIC X(8).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 CD-REG-AMOUNT    PIC -(9)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 CD-BANK-AMOUNT   PIC -(9)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 CD-NOTE          PIC X(40).

           01 CASH-COLUMNS.
               05 FILLER           PIC X(30) VALUE
                   '            KIND  REFERENCE    '.
               05 FILLER           PIC X(30) VALUE
                   '     ENO   ISSUED          REG'.
               05 FILLER           PIC X(30) VALUE
                   'ISTER           BANK  NOTE    '.

           01 FIGURE-LINE.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 FG-LABEL         PIC X(48).
               05 FG-AMOUNT        PIC -(12)9.99.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the period's ACH credits, every status
           EXEC SQL
               DECLARE REGACH CURSOR FOR
               SELECT TRACE_NO, ENO, AMOUNT, STATUS, ISSUE_DATE
                 FROM ACHISSUED
               WHERE PERIOD_ID = :PERIOD-ID
               ORDER BY TRACE_NO
           END-EXEC.

      *  the period's checks, every status
           EXEC SQL
               DECLARE REGCHK CURSOR FOR
               SELECT CHECK_NO, ENO, AMOUNT, STATUS, ISSUE_DATE
                 FROM CHECKREG
               WHERE PERIOD_ID = :PERIOD-ID
               ORDER BY CHECK_NO
           END-EXEC.

      *  the period's card loads, less those CRDACK1 failed and
      *  re-queued to the check print - CHECKREG carries those
           EXEC SQL
               DECLARE REGCRD CURSOR FOR
               SELECT LOAD_REF, ENO, AMOUNT, LOAD_DATE
                 FROM CARDLOAD
               WHERE PERIOD_ID = :PERIOD-ID
                 AND STATUS <> 'F'
               ORDER BY LOAD_REF
           END-EXEC.

      *  the period's foreign-currency settlements, released by
      *  FXSETL1 onto the payment register in the native amount
           EXEC SQL
               DECLARE REGFX CURSOR FOR
               SELECT ENO, PAY_TYPE, AMOUNT, RELEASE_DATE
                 FROM PAYREG
               WHERE PERIOD_ID = :PERIOD-ID
                 AND RELEASED_BY = 'FXSETL1'
               ORDER BY ENO, PAY_TYPE
           END-EXEC.

      *  the period's contractor credits
           EXEC SQL
               DECLARE REGCON CURSOR FOR
               SELECT TRACE_NO, NET_AMOUNT, PAY_DATE
                 FROM CONTPAY
               WHERE PERIOD_ID = :PERIOD-ID
               ORDER BY TRACE_NO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Three-way payroll cash reconciliation for one posted
      * period: the net pay the ACHISSUED, CHECKREG and CARDLOAD
      * registers and the FXSETL1 settlements issued (less the
      * originals VOIDREG reversed in this run) against the net
      * pay cash credit on the period's GLJRNL journal, and every
      * registered payment - the CONTPAY contractor credits too -
      * against what the bank statement (BANKSTMT) cleared for
      * it. Breaks list by payment, outstanding items past the
      * age threshold list with their age, and the three legs
      * close the report. Only a balanced period - registers
      * equal to the GL, every payment cleared or accounted for,
      * no breaks - moves on PERCAL from posted to closed; the
      * signed report is the controllers' evidence. An unbalanced
      * period stays posted at RETURN-CODE 4 for the breaks to be
      * worked and the reconciliation rerun.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "GL_COMPANY" UPON ENVIRONMENT-NAME.
           ACCEPT GL-COMPANY FROM ENVIRONMENT-VALUE.
           IF GL-COMPANY = SPACES
               MOVE '*' TO GL-COMPANY
           END-IF.

           DISPLAY "RECON_AGE_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT AGE-DAYS-TEXT FROM ENVIRONMENT-VALUE.
           IF AGE-DAYS-TEXT NUMERIC
               MOVE AGE-DAYS-TEXT TO OUTSTANDING-AGE-DAYS
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           COMPUTE AGE-CUTOFF-INT =
               RUN-DATE-INT - OUTSTANDING-AGE-DAYS.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'CASHREC1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF PERIOD-ID-TEXT NOT NUMERIC
               DISPLAY 'CASHREC1 PAYCALC_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' PERIOD-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.
           MOVE PERIOD-ID-TEXT TO PERIOD-ID.

      *    calendar gate: the reconciliation runs a POSTED period
      *    and closes it only when the three legs agree
           MOVE 'CASHREC1' TO PER-JOB-NAME.
           MOVE PERIOD-ID-TEXT TO PER-CTL-PERIOD.
           MOVE 'G' TO PER-CTL-REQUIRED.
           MOVE 'X' TO PER-CTL-NEXT.
           PERFORM 050-CHECK-PAY-PERIOD.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'CASH-RECON' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-MAIN.
           PERFORM 200-LOAD-REGISTERS.
           IF DB-ERROR OR PAY-OVERFLOW
               IF PAY-OVERFLOW
                   DISPLAY 'CASHREC1 MORE THAN 1000 PAYMENTS IN '
                       'PERIOD - RUN REFUSED'
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 300-SUM-GL-NETPAY THRU 300-SUM-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT CASH-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'PAYROLL CASH RECONCILIATION ' DELIMITED BY SIZE
                  PERIOD-ID-TEXT DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE CASH-REPORT-LINE FROM RPT-HDR-LINE.
           WRITE CASH-REPORT-LINE FROM CASH-COLUMNS.

           PERFORM 400-MATCH-STATEMENT THRU 400-MATCH-EXIT.
           IF RETURN-CODE = 8
               WRITE CASH-REPORT-LINE FROM RPT-FTR-LINE
               CLOSE CASH-REPORT-FILE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 500-CLASSIFY-PAYMENT
               VARYING PAY-ITEM-IDX FROM 1 BY 1
               UNTIL PAY-ITEM-IDX > PAY-ITEM-COUNT.

           PERFORM 600-WRITE-THREE-LEGS.
           WRITE CASH-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE CASH-REPORT-FILE.

           IF GL-DIFF = 0 AND BANK-DIFF = 0 AND BREAK-COUNT = 0
               SET PERIOD-BALANCED TO TRUE
           END-IF.

           IF PERIOD-BALANCED
               PERFORM 060-ADVANCE-PAY-PERIOD
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'CASHREC1 PERIOD BALANCED - CLOSED ON PERCAL'
           ELSE
               DISPLAY 'CASHREC1 PERIOD DOES NOT BALANCE - LEFT '
                   'POSTED, WORK THE BREAKS AND RERUN'
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'CASHREC1 PERIOD          : ' PERIOD-ID-TEXT.
           DISPLAY 'CASHREC1 PAYMENTS        : ' PAY-ITEM-COUNT.
           DISPLAY 'CASHREC1 JOURNAL LINES   : ' JOURNAL-LINE-COUNT.
           DISPLAY 'CASHREC1 BANK ITEMS READ : ' ITEMS-READ.
           DISPLAY 'CASHREC1 OTHER PERIODS   : ' OTHER-PERIOD-COUNT.
           DISPLAY 'CASHREC1 BREAKS          : ' BREAK-COUNT.
           DISPLAY 'CASHREC1 OUTSTANDING     : ' OUTSTANDING-COUNT.
           DISPLAY 'CASHREC1 AGED OUTSTANDING: ' AGED-COUNT.
           MOVE GL-DIFF TO AMOUNT-EDIT.
           DISPLAY 'CASHREC1 REGISTER VS GL  : ' AMOUNT-EDIT.
           MOVE BANK-DIFF TO AMOUNT-EDIT.
           DISPLAY 'CASHREC1 REGISTER VS BANK: ' AMOUNT-EDIT.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'CASH-RECON' TO RS-STEP
           MOVE PAY-ITEM-COUNT TO RS-ROWS
           IF PERIOD-BALANCED
               MOVE 'OK' TO RS-STATUS
           ELSE
               MOVE 'WARN' TO RS-STATUS
           END-IF
           PERFORM 980-WRITE-RUN-STATUS.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-LOAD-REGISTERS
      * Every register's payments for the period into the payment
      * table, and the VOIDREG originals this run reversed - their
      * negative details post here while the payments they undo
      * sit on the registers under their own period.
      *----------------------------------------------------------*
       200-LOAD-REGISTERS.
           EXEC SQL
               OPEN REGACH
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CASHREC1 REGACH OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 210-FETCH-ACH
               PERFORM UNTIL SQLCODE <> 0
                   MOVE 'A' TO REG-KIND
                   MOVE 'A' TO REG-SOURCE
                   PERFORM 230-ADD-PAYMENT
                   ADD REG-AMOUNT TO ACH-ISSUED-TOTAL
                   PERFORM 210-FETCH-ACH
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'CASHREC1 REGACH FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE REGACH
               END-EXEC
           END-IF

           EXEC SQL
               OPEN REGCHK
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CASHREC1 REGCHK OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 220-FETCH-CHECK
               PERFORM UNTIL SQLCODE <> 0
                   MOVE SPACES TO REG-REFERENCE
                   MOVE REG-CHECK-NO TO REG-REFERENCE(1:8)
                   MOVE 'C' TO REG-KIND
                   MOVE 'C' TO REG-SOURCE
                   PERFORM 230-ADD-PAYMENT
                   ADD REG-AMOUNT TO CHECK-ISSUED-TOTAL
                   PERFORM 220-FETCH-CHECK
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'CASHREC1 REGCHK FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE REGCHK
               END-EXEC
           END-IF

           EXEC SQL
               OPEN REGCRD
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CASHREC1 REGCRD OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 240-FETCH-CARD
               PERFORM UNTIL SQLCODE <> 0
                   MOVE 'L' TO REG-KIND
                   MOVE 'L' TO REG-SOURCE
                   MOVE 'I' TO REG-STATUS
                   PERFORM 230-ADD-PAYMENT
                   ADD REG-AMOUNT TO CARD-ISSUED-TOTAL
                   PERFORM 240-FETCH-CARD
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'CASHREC1 REGCRD FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE REGCRD
               END-EXEC
           END-IF

           EXEC SQL
               OPEN REGFX
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CASHREC1 REGFX OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 250-FETCH-FX
               PERFORM UNTIL SQLCODE <> 0
                   MOVE SPACES TO FX-SETTLE-REF
                   MOVE PERIOD-ID TO FSR-PERIOD-ID
                   MOVE REG-ENO TO FSR-ENO
                   MOVE REG-PAY-TYPE TO FSR-PAY-TYPE
                   MOVE FX-SETTLE-REF TO REG-REFERENCE
                   MOVE 'F' TO REG-KIND
                   MOVE 'F' TO REG-SOURCE
                   MOVE 'I' TO REG-STATUS
                   PERFORM 230-ADD-PAYMENT
                   ADD REG-AMOUNT TO FX-ISSUED-TOTAL
                   PERFORM 250-FETCH-FX
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'CASHREC1 REGFX FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE REGFX
               END-EXEC
           END-IF

           EXEC SQL
               OPEN REGCON
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CASHREC1 REGCON OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 260-FETCH-CONTRACTOR
               PERFORM UNTIL SQLCODE <> 0
                   MOVE 0 TO REG-ENO
                   MOVE 'A' TO REG-KIND
                   MOVE 'K' TO REG-SOURCE
                   MOVE 'I' TO REG-STATUS
                   PERFORM 230-ADD-PAYMENT
                   ADD REG-AMOUNT TO CONTRACTOR-TOTAL
                   PERFORM 260-FETCH-CONTRACTOR
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'CASHREC1 REGCON FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE REGCON
               END-EXEC
           END-IF

           MOVE 0 TO VOID-ADJUST
           MOVE 0 TO VOID-ADJUST-IND
           EXEC SQL
               SELECT SUM(ORIG_NET) INTO :VOID-ADJUST
                       :VOID-ADJUST-IND
                   FROM VOIDREG
                   WHERE REISSUE_RUN = :PERIOD-ID
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'CASHREC1 VOIDREG READ SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF
           IF SQLCODE <> 0 OR VOID-ADJUST-IND < 0
               MOVE 0 TO VOID-ADJUST
           END-IF.

       210-FETCH-ACH.
           EXEC SQL
               FETCH REGACH
                   INTO :REG-REFERENCE, :REG-ENO, :REG-AMOUNT,
                        :REG-STATUS, :REG-ISSUE-DATE
           END-EXEC.

       220-FETCH-CHECK.
           EXEC SQL
               FETCH REGCHK
                   INTO :REG-CHECK-NO, :REG-ENO, :REG-AMOUNT,
                        :REG-STATUS, :REG-ISSUE-DATE
           END-EXEC.

      *    a returned credit was re-queued to a check, so only the
      *    check counts as issued
       230-ADD-PAYMENT.
           IF PAY-ITEM-COUNT >= 1000
               SET PAY-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO PAY-ITEM-COUNT
               MOVE REG-KIND TO PI-KIND(PAY-ITEM-COUNT)
               MOVE REG-SOURCE TO PI-SOURCE(PAY-ITEM-COUNT)
               MOVE REG-REFERENCE TO PI-REFERENCE(PAY-ITEM-COUNT)
               MOVE REG-ENO TO PI-ENO(PAY-ITEM-COUNT)
               MOVE REG-AMOUNT TO PI-AMOUNT(PAY-ITEM-COUNT)
               MOVE REG-STATUS TO PI-STATUS(PAY-ITEM-COUNT)
               MOVE REG-ISSUE-DATE TO PI-ISSUE-DATE(PAY-ITEM-COUNT)
               MOVE 0 TO PI-BANK-AMOUNT(PAY-ITEM-COUNT)
               MOVE 0 TO PI-BANK-HITS(PAY-ITEM-COUNT)
           END-IF
           IF REG-STATUS = 'R'
               SUBTRACT REG-AMOUNT FROM ACH-ISSUED-TOTAL
               ADD REG-AMOUNT TO RETURNED-TOTAL
           END-IF.

       240-FETCH-CARD.
           EXEC SQL
               FETCH REGCRD
                   INTO :REG-REFERENCE, :REG-ENO, :REG-AMOUNT,
                        :REG-ISSUE-DATE
           END-EXEC.

       250-FETCH-FX.
           EXEC SQL
               FETCH REGFX
                   INTO :REG-ENO, :REG-PAY-TYPE, :REG-AMOUNT,
                        :REG-ISSUE-DATE
           END-EXEC.

       260-FETCH-CONTRACTOR.
           EXEC SQL
               FETCH REGCON
                   INTO :REG-REFERENCE, :REG-AMOUNT, :REG-ISSUE-DATE
           END-EXEC.

      *----------------------------------------------------------*
      * 300-SUM-GL-NETPAY
      * The net pay cash credit on the period's journal - the
      * NETPAY account GLPOST1 credits, a debit to it counting
      * against - once the journal has proved against its own
      * trailer.
      *----------------------------------------------------------*
       300-SUM-GL-NETPAY.
           MOVE 'NETPAY' TO MAP-KIND
           MOVE '*' TO MAP-DEPT
           PERFORM 320-LOOKUP-GLMAP
           IF NOT MAP-FOUND OR MAP-CR-ACCT = SPACES
               DISPLAY 'CASHREC1 NO GL MAPPING FOR NETPAY - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 300-SUM-EXIT
           END-IF
           MOVE MAP-CR-ACCT TO NETPAY-ACCOUNT

           OPEN INPUT GL-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'CASHREC1 CANNOT OPEN GLJRNL, STATUS: '
                   JOURNAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 300-SUM-EXIT
           END-IF

           PERFORM 310-READ-JOURNAL
           PERFORM UNTIL JOURNAL-EOF
               IF GLJ-TYPE-DETAIL
                       AND GLJ-PERIOD-ID = PERIOD-ID
                       AND GLJ-ACCOUNT = NETPAY-ACCOUNT
                   ADD 1 TO JOURNAL-LINE-COUNT
                   IF GLJ-DR-CR = 'D'
                       SUBTRACT GLJ-AMOUNT FROM GL-NETPAY-TOTAL
                   ELSE
                       ADD GLJ-AMOUNT TO GL-NETPAY-TOTAL
                   END-IF
               END-IF
               PERFORM 310-READ-JOURNAL
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.
       300-SUM-EXIT.
           EXIT.

       310-READ-JOURNAL.
           READ GL-JOURNAL-FILE INTO GL-JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 320-LOOKUP-GLMAP
      * Most specific row first: exact department and company,
      * exact department any company, any department exact
      * company, then the full catch-all.
      *----------------------------------------------------------*
       320-LOOKUP-GLMAP.
           MOVE 'N' TO MAP-FOUND-SW
           MOVE 1 TO MAP-TRY
           PERFORM 330-TRY-ONE-MAPPING
               UNTIL MAP-FOUND OR MAP-TRY > 4.

       330-TRY-ONE-MAPPING.
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
                   DISPLAY 'CASHREC1 GLMAP READ SQLCODE: ' SQLCODE
               END-IF
           END-IF

           ADD 1 TO MAP-TRY.

      *----------------------------------------------------------*
      * 400-MATCH-STATEMENT
      * Every bank item against the period's payments. An item
      * for a payment of another period is counted and left to
      * that period's reconciliation; an item no register knows
      * at all is a break here.
      *----------------------------------------------------------*
       400-MATCH-STATEMENT.
           OPEN INPUT BANK-STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CASHREC1 CANNOT OPEN BANKSTMT, STATUS: '
                   STATEMENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 400-MATCH-EXIT
           END-IF

           PERFORM 410-READ-STATEMENT-ITEM
           PERFORM UNTIL STATEMENT-EOF
               ADD 1 TO ITEMS-READ
               PERFORM 420-MATCH-ONE-ITEM THRU 420-MATCH-ONE-EXIT
               PERFORM 410-READ-STATEMENT-ITEM
           END-PERFORM
           CLOSE BANK-STATEMENT-FILE.
       400-MATCH-EXIT.
           EXIT.

       410-READ-STATEMENT-ITEM.
           READ BANK-STATEMENT-FILE INTO BANK-STATEMENT-RECORD
               AT END
                   SET STATEMENT-EOF TO TRUE
           END-READ.

       420-MATCH-ONE-ITEM.
           IF BS-AMOUNT NOT NUMERIC
                   OR (NOT BS-KIND-ACH AND NOT BS-KIND-CHECK
                       AND NOT BS-KIND-CARD AND NOT BS-KIND-FX)
               MOVE 0 TO BS-AMOUNT
               MOVE 'UNREADABLE BANK ITEM' TO CD-NOTE
               PERFORM 450-WRITE-BANK-BREAK
               GO TO 420-MATCH-ONE-EXIT
           END-IF

           MOVE 'N' TO PAY-MATCH-SW
           PERFORM VARYING PAY-ITEM-IDX FROM 1 BY 1
                   UNTIL PAY-ITEM-IDX > PAY-ITEM-COUNT
                      OR PAY-MATCH-FOUND
               IF PI-KIND(PAY-ITEM-IDX) = BS-KIND
                       AND PI-REFERENCE(PAY-ITEM-IDX) = BS-REFERENCE
                   SET PAY-MATCH-FOUND TO TRUE
                   MOVE PAY-ITEM-IDX TO PAY-MATCH-IDX
               END-IF
           END-PERFORM

           IF PAY-MATCH-FOUND
               ADD BS-AMOUNT TO PI-BANK-AMOUNT(PAY-MATCH-IDX)
               ADD 1 TO PI-BANK-HITS(PAY-MATCH-IDX)
               GO TO 420-MATCH-ONE-EXIT
           END-IF

      *    not this period's: known to a register under another
      *    period, or known to none
           MOVE 0 TO REG-FOUND-COUNT
           EVALUATE TRUE
               WHEN BS-KIND-ACH
                   EXEC SQL
                       SELECT COUNT(*) INTO :REG-FOUND-COUNT
                           FROM ACHISSUED
                           WHERE TRACE_NO = :BS-REFERENCE
                   END-EXEC
                   IF SQLCODE = 0 AND REG-FOUND-COUNT = 0
                       EXEC SQL
                           SELECT COUNT(*) INTO :REG-FOUND-COUNT
                               FROM CONTPAY
                               WHERE TRACE_NO = :BS-REFERENCE
                       END-EXEC
                   END-IF
               WHEN BS-KIND-CARD
                   EXEC SQL
                       SELECT COUNT(*) INTO :REG-FOUND-COUNT
                           FROM CARDLOAD
                           WHERE LOAD_REF = :BS-REFERENCE
                             AND STATUS <> 'F'
                   END-EXEC
               WHEN BS-KIND-FX
                   MOVE BS-REFERENCE TO FX-SETTLE-REF
                   IF FSR-PERIOD-ID NUMERIC AND FSR-ENO NUMERIC
                       EXEC SQL
                           SELECT COUNT(*) INTO :REG-FOUND-COUNT
                               FROM PAYREG
                               WHERE PERIOD_ID = :FSR-PERIOD-ID
                                 AND ENO = :FSR-ENO
                                 AND PAY_TYPE = :FSR-PAY-TYPE
                                 AND RELEASED_BY = 'FXSETL1'
                       END-EXEC
                   END-IF
               WHEN OTHER
                   IF BS-REFERENCE(1:8) NUMERIC
                       MOVE BS-REFERENCE(1:8) TO CHECK-NO
                       EXEC SQL
                           SELECT COUNT(*) INTO :REG-FOUND-COUNT
                               FROM CHECKREG
                               WHERE CHECK_NO = :CHECK-NO
                       END-EXEC
                   END-IF
           END-EVALUATE
           IF SQLCODE = 0 AND REG-FOUND-COUNT > 0
               ADD 1 TO OTHER-PERIOD-COUNT
           ELSE
               MOVE 'BANK ITEM ON NO PAYMENT REGISTER' TO CD-NOTE
               PERFORM 450-WRITE-BANK-BREAK
           END-IF.
       420-MATCH-ONE-EXIT.
           EXIT.

      *    the caller has set CD-NOTE
       450-WRITE-BANK-BREAK.
           ADD 1 TO BREAK-COUNT
           MOVE 'BREAK' TO CD-KEY
           EVALUATE TRUE
               WHEN BS-KIND-ACH
                   MOVE 'ACH' TO CD-KIND
               WHEN BS-KIND-CHECK
                   MOVE 'CHECK' TO CD-KIND
               WHEN BS-KIND-CARD
                   MOVE 'CARD' TO CD-KIND
               WHEN BS-KIND-FX
                   MOVE 'FX' TO CD-KIND
               WHEN OTHER
                   MOVE BS-KIND TO CD-KIND
           END-EVALUATE
           MOVE BS-REFERENCE TO CD-REFERENCE
           MOVE SPACES TO CD-ENO
           MOVE SPACES TO CD-ISSUE-DATE
           MOVE 0 TO CD-REG-AMOUNT
           MOVE BS-AMOUNT TO CD-BANK-AMOUNT
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL.

      *----------------------------------------------------------*
      * 500-CLASSIFY-PAYMENT
      * Each registered payment lands in one place: cleared on
      * this statement or an earlier one, still outstanding,
      * voided, escheated or returned - or it is a break. A bank
      * amount that disagrees with the register, a payment the
      * bank cleared twice, and a voided check or returned credit
      * the bank paid anyway are all breaks.
      *----------------------------------------------------------*
       500-CLASSIFY-PAYMENT.
           MOVE SPACES TO CD-NOTE
           EVALUATE TRUE
               WHEN PI-BANK-HITS(PAY-ITEM-IDX) > 1
                   MOVE 'CLEARED MORE THAN ONCE' TO CD-NOTE
               WHEN PI-BANK-HITS(PAY-ITEM-IDX) = 1
                       AND PI-STATUS(PAY-ITEM-IDX) = 'V'
                   MOVE 'VOIDED CHECK PAID BY BANK' TO CD-NOTE
               WHEN PI-BANK-HITS(PAY-ITEM-IDX) = 1
                       AND PI-STATUS(PAY-ITEM-IDX) = 'R'
                   MOVE 'RETURNED CREDIT PAID BY BANK' TO CD-NOTE
               WHEN PI-BANK-HITS(PAY-ITEM-IDX) = 1
                       AND PI-BANK-AMOUNT(PAY-ITEM-IDX)
                           NOT = PI-AMOUNT(PAY-ITEM-IDX)
                   MOVE 'BANK AMOUNT DIFFERS FROM REGISTER'
                       TO CD-NOTE
               WHEN PI-BANK-HITS(PAY-ITEM-IDX) = 1
                   ADD PI-BANK-AMOUNT(PAY-ITEM-IDX) TO CLEARED-TOTAL
               WHEN PI-STATUS(PAY-ITEM-IDX) = 'C'
                   ADD PI-AMOUNT(PAY-ITEM-IDX) TO CLEARED-TOTAL
               WHEN PI-STATUS(PAY-ITEM-IDX) = 'V'
                   ADD PI-AMOUNT(PAY-ITEM-IDX) TO VOIDED-TOTAL
               WHEN PI-STATUS(PAY-ITEM-IDX) = 'E'
                   ADD PI-AMOUNT(PAY-ITEM-IDX) TO ESCHEATED-TOTAL
               WHEN PI-STATUS(PAY-ITEM-IDX) = 'R'
                   CONTINUE
               WHEN OTHER
                   ADD PI-AMOUNT(PAY-ITEM-IDX) TO OUTSTANDING-TOTAL
                   ADD 1 TO OUTSTANDING-COUNT
                   PERFORM 550-AGE-OUTSTANDING
           END-EVALUATE

           IF CD-NOTE NOT = SPACES
               ADD 1 TO BREAK-COUNT
               MOVE 'BREAK' TO CD-KEY
               PERFORM 560-WRITE-PAYMENT-LINE
           END-IF.

       550-AGE-OUTSTANDING.
           IF PI-ISSUE-DATE(PAY-ITEM-IDX) = 0
               MOVE 0 TO AGE-DAYS
           ELSE
               COMPUTE ISSUE-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (PI-ISSUE-DATE(PAY-ITEM-IDX))
               COMPUTE AGE-DAYS = RUN-DATE-INT - ISSUE-DATE-INT
           END-IF
           IF PI-ISSUE-DATE(PAY-ITEM-IDX) NOT = 0
                   AND ISSUE-DATE-INT <= AGE-CUTOFF-INT
               ADD 1 TO AGED-COUNT
               MOVE 'AGED' TO CD-KEY
               MOVE SPACES TO CD-NOTE
               STRING 'OUTSTANDING ' DELIMITED BY SIZE
                      AGE-DAYS DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                   INTO CD-NOTE
               PERFORM 560-WRITE-PAYMENT-LINE
               MOVE SPACES TO CD-NOTE
           END-IF.

       560-WRITE-PAYMENT-LINE.
           EVALUATE PI-SOURCE(PAY-ITEM-IDX)
               WHEN 'A'
                   MOVE 'ACH' TO CD-KIND
               WHEN 'L'
                   MOVE 'CARD' TO CD-KIND
               WHEN 'F'
                   MOVE 'FX' TO CD-KIND
               WHEN 'K'
                   MOVE 'CONTR' TO CD-KIND
               WHEN OTHER
                   MOVE 'CHECK' TO CD-KIND
           END-EVALUATE
           MOVE PI-REFERENCE(PAY-ITEM-IDX) TO CD-REFERENCE
           MOVE PI-ENO(PAY-ITEM-IDX) TO CD-ENO
           MOVE PI-ISSUE-DATE(PAY-ITEM-IDX) TO CD-ISSUE-DATE
           MOVE PI-AMOUNT(PAY-ITEM-IDX) TO CD-REG-AMOUNT
           MOVE PI-BANK-AMOUNT(PAY-ITEM-IDX) TO CD-BANK-AMOUNT
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL.

      *----------------------------------------------------------*
      * 600-WRITE-THREE-LEGS
      * Registers against the GL, then the registers against the
      * bank with the items that have not cleared - or never will
      * - as the reconciling items between them. Contractor
      * credits are no part of NETPAY and join only the bank leg,
      * on a line of their own.
      *----------------------------------------------------------*
       600-WRITE-THREE-LEGS.
           COMPUTE REGISTER-NET-TOTAL =
               ACH-ISSUED-TOTAL + CHECK-ISSUED-TOTAL
             + CARD-ISSUED-TOTAL + FX-ISSUED-TOTAL - VOID-ADJUST
           COMPUTE GL-DIFF = REGISTER-NET-TOTAL - GL-NETPAY-TOTAL
           COMPUTE BANK-SIDE-TOTAL =
               CLEARED-TOTAL + OUTSTANDING-TOTAL
             + VOIDED-TOTAL + ESCHEATED-TOTAL
           COMPUTE PAYMENTS-TOTAL =
               ACH-ISSUED-TOTAL + CHECK-ISSUED-TOTAL
             + CARD-ISSUED-TOTAL + FX-ISSUED-TOTAL
             + CONTRACTOR-TOTAL
           COMPUTE BANK-DIFF = PAYMENTS-TOTAL - BANK-SIDE-TOTAL

           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE ' REGISTERS AGAINST GENERAL LEDGER'
               TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE

           MOVE 'NET PAY BY ACH (ACHISSUED, LESS RETURNED)'
               TO FG-LABEL
           MOVE ACH-ISSUED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'NET PAY BY CHECK (CHECKREG)' TO FG-LABEL
           MOVE CHECK-ISSUED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'NET PAY BY PAY CARD (CARDLOAD, LESS FAILED)'
               TO FG-LABEL
           MOVE CARD-ISSUED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'NET PAY IN FOREIGN CURRENCY (FXSETL1)' TO FG-LABEL
           MOVE FX-ISSUED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'LESS ORIGINALS REVERSED THIS RUN (VOIDREG)'
               TO FG-LABEL
           MOVE VOID-ADJUST TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'NET PAY ISSUED' TO FG-LABEL
           MOVE REGISTER-NET-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'NET PAY CASH CREDIT (GLJRNL)' TO FG-LABEL
           MOVE GL-NETPAY-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'DIFFERENCE' TO FG-LABEL
           MOVE GL-DIFF TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE

           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE ' REGISTERS AGAINST BANK' TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE

           MOVE 'NET PAY ON THE REGISTERS' TO FG-LABEL
           COMPUTE REGISTER-NET-TOTAL =
               PAYMENTS-TOTAL - CONTRACTOR-TOTAL
           MOVE REGISTER-NET-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'CONTRACTOR CREDITS (CONTPAY - NOT IN NETPAY)'
               TO FG-LABEL
           MOVE CONTRACTOR-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'PAYMENTS ON THE REGISTERS' TO FG-LABEL
           MOVE PAYMENTS-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'CLEARED AT THE BANK' TO FG-LABEL
           MOVE CLEARED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'OUTSTANDING' TO FG-LABEL
           MOVE OUTSTANDING-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'VOIDED CHECKS' TO FG-LABEL
           MOVE VOIDED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'ESCHEATED TO THE STATE' TO FG-LABEL
           MOVE ESCHEATED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE
           MOVE 'DIFFERENCE' TO FG-LABEL
           MOVE BANK-DIFF TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE

           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE 'RETURNED CREDITS (RE-QUEUED TO CHECK)' TO FG-LABEL
           MOVE RETURNED-TOTAL TO FG-AMOUNT
           WRITE CASH-REPORT-LINE FROM FIGURE-LINE

           MOVE SPACES TO CASH-REPORT-LINE
           IF GL-DIFF = 0 AND BANK-DIFF = 0 AND BREAK-COUNT = 0
               MOVE ' BALANCED - FOR CONTROLLER SIGN-OFF'
                   TO CASH-REPORT-LINE
           ELSE
               MOVE ' NOT BALANCED - PERIOD STAYS OPEN FOR POSTING'
                   TO CASH-REPORT-LINE
           END-IF
           WRITE CASH-REPORT-LINE.

      *----------------------------------------------------------*
      * 050-CHECK-PAY-PERIOD
      * Pay-period calendar gate (see PERCTL): this step only runs
      * against a period in its required status, and an operator
      * override is itself written to PERCAL_AUDIT.
      *----------------------------------------------------------*
       050-CHECK-PAY-PERIOD.
           PERFORM 055-TEST-PERIOD-STATUS
           IF NOT PER-CTL-OK
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

       055-TEST-PERIOD-STATUS.
           MOVE 'N' TO PER-CTL-OK-SW
           MOVE 'N' TO PER-OVERRIDE-SW

           EXEC SQL
               SELECT STATUS INTO :PER-CTL-STATUS
                   FROM PERCAL
                   WHERE PERIOD_ID = :PER-CTL-PERIOD
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'CASHREC1 PERIOD ' PER-CTL-PERIOD
                       ' NOT ON PERCAL CALENDAR - STEP REFUSED'
               WHEN SQLCODE <> 0
                   DISPLAY 'CASHREC1 PERCAL READ SQLCODE: ' SQLCODE
               WHEN PER-CTL-STATUS = PER-CTL-REQUIRED
                   SET PER-CTL-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'CASHREC1 PERIOD ' PER-CTL-PERIOD
                       ' STATUS [' PER-CTL-STATUS
                       '] - STEP REQUIRES [' PER-CTL-REQUIRED ']'
                   DISPLAY "PAYPER_OVERRIDE" UPON ENVIRONMENT-NAME
                   ACCEPT PER-OVERRIDE-ENV FROM ENVIRONMENT-VALUE
                   IF PER-OVERRIDE-ENV = 'Y'
                       SET PER-OVERRIDE TO TRUE
                       SET PER-CTL-OK TO TRUE
                       MOVE 'OVERRIDE' TO PER-AUDIT-ACTION
                       MOVE PER-CTL-STATUS TO PER-AUD-OLD
                       MOVE PER-CTL-STATUS TO PER-AUD-NEW
                       PERFORM 065-WRITE-PERCAL-AUDIT
                       DISPLAY 'CASHREC1 OPERATOR OVERRIDE ACCEPTED'
                   ELSE
                       DISPLAY 'CASHREC1 STEP REFUSED - SET '
                           'PAYPER_OVERRIDE=Y TO FORCE'
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * 060-ADVANCE-PAY-PERIOD
      * Moves the period to this step's completion status once the
      * step has finished cleanly, recording the change.
      *----------------------------------------------------------*
       060-ADVANCE-PAY-PERIOD.
           EXEC SQL
               UPDATE PERCAL
                   SET STATUS = :PER-CTL-NEXT
                   WHERE PERIOD_ID = :PER-CTL-PERIOD
           END-EXEC

           IF SQLCODE = 0
               MOVE 'ADVANCE' TO PER-AUDIT-ACTION
               MOVE PER-CTL-STATUS TO PER-AUD-OLD
               MOVE PER-CTL-NEXT TO PER-AUD-NEW
               PERFORM 065-WRITE-PERCAL-AUDIT
           ELSE
               DISPLAY 'CASHREC1 PERCAL ADVANCE SQLCODE: ' SQLCODE
           END-IF.

       065-WRITE-PERCAL-AUDIT.
           EXEC SQL
               INSERT INTO PERCAL_AUDIT
                   (PERIOD_ID, AUDIT_ACTION, OLD_STATUS, NEW_STATUS,
                    AUDIT_USER, JOB_NAME, AUDIT_TS)
                   VALUES (:PER-CTL-PERIOD, :PER-AUDIT-ACTION,
                           :PER-AUD-OLD, :PER-AUD-NEW,
                           :DBUSR, :PER-JOB-NAME, CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'CASHREC1 PERCAL AUDIT SQLCODE: ' SQLCODE
           END-IF.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
      * RUNMON1 batch-window monitor; the caller has filled
      * RS-EVENT, RS-STEP, RS-ROWS and RS-STATUS.
      *----------------------------------------------------------*
       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'CASHREC1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
