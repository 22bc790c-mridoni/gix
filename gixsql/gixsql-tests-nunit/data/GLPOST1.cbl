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

           COPY PAYDTL.

           COPY RUNSTAT.

           COPY BALLEDG.

       EXEC SQL
        INCLUDE PERCTL
       END-EXEC.
           01 MATCH-EXP-ACCOUNT    PIC X(10).
           01 MATCH-PAY-ACCOUNT    PIC X(10).

      *    the employee retirement deferral likewise credits its
      *    own payable (the RETDEFER mapping), the liability the
      *    recordkeeper remittance funds and ties back to; the
      *    plan's deduction code comes from RETIRE_DED_CODE as in
      *    the calculation
           01 DEFER-ACCOUNT        PIC X(10).
           01 DEFER-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.

      *    net pay credits its own cash account (the NETPAY
      *    mapping), the figure the cash reconciliation ties to
      *    what the payment registers issued and the bank cleared
           01 NETPAY-ACCOUNT       PIC X(10).
           01 NETPAY-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           01 RETIRE-DED-CODE      PIC X(4) VALUE '401K'.
           01 RETIRE-CODE-TEXT     PIC X(4).
           01 DED-IDX              PIC 9(2).

           01 GL-COMPANY           PIC X(3).
           01 MAP-KIND             PIC X(8).
           01 MAP-DEPT             PIC X(4).
               MOVE '*' TO GL-COMPANY
           END-IF.

           DISPLAY "RETIRE_DED_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-CODE-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-CODE-TEXT NOT = SPACES
               MOVE RETIRE-CODE-TEXT TO RETIRE-DED-CODE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.
           PERFORM 070-SET-ALLOC-ASOF-DATE.

      *    calendar gate: posting only runs a PAID period and
      *    marks it POSTED on release of a balanced journal; the
      *    cash reconciliation closes it
           MOVE 'GLPOST1' TO PER-JOB-NAME.
           MOVE PERIOD-ID-TEXT TO PER-CTL-PERIOD.
           MOVE 'P' TO PER-CTL-REQUIRED.
           MOVE 'G' TO PER-CTL-NEXT.
           PERFORM 050-CHECK-PAY-PERIOD.

           MOVE SPACES TO RUN-STATUS-RECORD
      *    the balance gate: a journal whose debits and credits
      *    disagree is never released to the GL load
           IF JOURNAL-BALANCED
               PERFORM 885-POST-BALANCE-TOTALS
               PERFORM 500-WRITE-JOURNAL
               PERFORM 060-ADVANCE-PAY-PERIOD
               MOVE SPACES TO RUN-STATUS-RECORD
               ADD PD-EMPLOYER-MATCH TO MATCH-TOTAL
           END-IF

           IF PD-NET-PAY NUMERIC
               ADD PD-NET-PAY TO NETPAY-TOTAL
           END-IF

           IF PD-DEDUCTION-COUNT NUMERIC
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > PD-DEDUCTION-COUNT
                          OR DED-IDX > 5
                   IF PD-DED-CODE(DED-IDX) = RETIRE-DED-CODE
                       ADD PD-DED-AMOUNT(DED-IDX) TO DEFER-TOTAL
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 250-LOAD-ALLOCATION-SPLITS

           IF ALLOC-COUNT = 0
      * Every account the journal will touch resolves through the
      * GLMAP master before a single line is written: the salary-
      * expense debit per department, the clearing credit, the
      * federal payable, the net pay cash credit, and the
      * retirement-match pair when their totals are in play. Any
      * posting with no mapping marks the run missing and the
      * journal never releases - the old UNASGN dumping account is
      * gone on purpose.
      *----------------------------------------------------------*
       300-RESOLVE-GL-ACCOUNTS.
           PERFORM VARYING DEPT-SUM-IDX FROM 1 BY 1
               END-IF
           END-IF

           IF NETPAY-TOTAL NOT = 0
               MOVE 'NETPAY' TO MAP-KIND
               MOVE '*' TO MAP-DEPT
               PERFORM 320-LOOKUP-GLMAP
               IF MAP-FOUND AND MAP-CR-ACCT NOT = SPACES
                   MOVE MAP-CR-ACCT TO NETPAY-ACCOUNT
               ELSE
                   SET MAP-MISSING TO TRUE
                   DISPLAY 'GLPOST1 NO GL MAPPING FOR NETPAY'
               END-IF
           END-IF

           IF DEFER-TOTAL NOT = 0
               MOVE 'RETDEFER' TO MAP-KIND
               MOVE '*' TO MAP-DEPT
               PERFORM 320-LOOKUP-GLMAP
               IF MAP-FOUND AND MAP-CR-ACCT NOT = SPACES
                   MOVE MAP-CR-ACCT TO DEFER-ACCOUNT
               ELSE
                   SET MAP-MISSING TO TRUE
                   DISPLAY 'GLPOST1 NO GL MAPPING FOR RETDEFER'
               END-IF
           END-IF

           IF MATCH-TOTAL NOT = 0
               MOVE 'RETMATCH' TO MAP-KIND
               MOVE '*' TO MAP-DEPT
               ADD 1 TO DETAIL-LINE-COUNT
           END-PERFORM

      *    the withheld federal tax, the retirement deferral and
      *    the net pay credit their own lines; the clearing
      *    account takes the rest, so the credit lines still sum
      *    to the gross the debits carry
           IF FEDWH-TOTAL NOT = 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-TYPE-DETAIL TO TRUE
               ADD 1 TO DETAIL-LINE-COUNT
           END-IF

           IF DEFER-TOTAL NOT = 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-TYPE-DETAIL TO TRUE
               MOVE JOURNAL-PERIOD TO GLJ-PERIOD-ID
               MOVE DEFER-ACCOUNT TO GLJ-ACCOUNT
               MOVE SPACES TO GLJ-DEPT
               MOVE 'C' TO GLJ-DR-CR
               MOVE DEFER-TOTAL TO GLJ-AMOUNT
               MOVE 'RETIREMENT DEFERRAL PAY' TO GLJ-DESCRIPTION
               WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO DETAIL-LINE-COUNT
           END-IF

           IF NETPAY-TOTAL NOT = 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-TYPE-DETAIL TO TRUE
               MOVE JOURNAL-PERIOD TO GLJ-PERIOD-ID
               MOVE NETPAY-ACCOUNT TO GLJ-ACCOUNT
               MOVE SPACES TO GLJ-DEPT
               MOVE 'C' TO GLJ-DR-CR
               MOVE NETPAY-TOTAL TO GLJ-AMOUNT
               MOVE 'NET PAY CASH' TO GLJ-DESCRIPTION
               WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO DETAIL-LINE-COUNT
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TYPE-DETAIL TO TRUE
           MOVE JOURNAL-PERIOD TO GLJ-PERIOD-ID
           MOVE CLEARING-ACCOUNT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-DEPT
           MOVE 'C' TO GLJ-DR-CR
           COMPUTE GLJ-AMOUNT =
               CREDIT-TOTAL - FEDWH-TOTAL - DEFER-TOTAL
             - NETPAY-TOTAL
           MOVE 'PAYROLL CLEARING' TO GLJ-DESCRIPTION
           WRITE GL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
           ADD 1 TO DETAIL-LINE-COUNT
               DISPLAY 'GLPOST1 PERCAL AUDIT SQLCODE: ' SQLCODE
           END-IF.

      *----------------------------------------------------------*
      * 885-POST-BALANCE-TOTALS
      * The released journal's wage credit (the period gross,
      * before the employer match is grossed up on both sides)
      * and its NETPAY cash credit into the balancing ledger
      * (see BALLEDG) - what the calculation's gross and net must
      * tie to.
      *----------------------------------------------------------*
       885-POST-BALANCE-TOTALS.
           MOVE SPACES TO BALANCE-LEDGER-RECORD
           MOVE JOURNAL-PERIOD TO BL-PERIOD-ID
           MOVE 'GROSS' TO BL-MEASURE
           MOVE DETAIL-READ-COUNT TO BL-COUNT
           MOVE CREDIT-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'NET' TO BL-MEASURE
           MOVE NETPAY-TOTAL TO BL-AMOUNT
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
           MOVE 'GLPOST1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
