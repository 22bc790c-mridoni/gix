               ASSIGN TO EXTERNAL POSPAY
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BALANCE-LEDGER-FILE
               ASSIGN TO EXTERNAL BALLEDG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-LEDGER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  POSITIVE-PAY-LINE       PIC X(80).

       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BALANCE-LEDGER-LINE.

       01  BALANCE-LEDGER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

           COPY BALLEDG.

      *    the generated payment file's entry detail, as ACHGEN1
      *    lays it out
           01 ACH-ENTRY-DETAIL.
           01 TOTAL-ISSUED         PIC 9(10)V99 VALUE 0.
           01 TOTAL-EDIT           PIC Z(9)9.99.

      *    the period the positive-pay total posts under in the
      *    balancing ledger (see BALLEDG)
           01 BAL-PERIOD-TEXT      PIC X(6).

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
           DISPLAY 'POSPAY1 PAYMENTS LISTED: ' ENTRY-COUNT.
           DISPLAY 'POSPAY1 TOTAL ISSUED   : ' TOTAL-EDIT.

           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT BAL-PERIOD-TEXT FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO BALANCE-LEDGER-RECORD.
           IF BAL-PERIOD-TEXT NUMERIC
               MOVE BAL-PERIOD-TEXT TO BL-PERIOD-ID
           ELSE
               MOVE 0 TO BL-PERIOD-ID
           END-IF.
           MOVE 'POSPAY' TO BL-MEASURE.
           MOVE ENTRY-COUNT TO BL-COUNT.
           MOVE TOTAL-ISSUED TO BL-AMOUNT.
           PERFORM 985-POST-BALANCE-LEDGER.

       000-EXIT.
           STOP RUN.


           ADD 1 TO ENTRY-COUNT
           ADD AED-AMOUNT TO TOTAL-ISSUED.

      *----------------------------------------------------------*
      * 985-POST-BALANCE-LEDGER
      * Appends one balancing-ledger record (see BALLEDG) for the
      * BALCHK1 balancing job; the caller has filled BL-PERIOD-ID,
      * BL-MEASURE, BL-COUNT and BL-AMOUNT.
      *----------------------------------------------------------*
       985-POST-BALANCE-LEDGER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO BL-TS
           MOVE 'POSPAY1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
