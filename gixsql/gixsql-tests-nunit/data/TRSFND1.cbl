               ASSIGN TO EXTERNAL TRSSUM
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BALANCE-LEDGER-FILE
               ASSIGN TO EXTERNAL BALLEDG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-LEDGER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  TREASURY-SUMMARY-LINE   PIC X(132).

       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BALANCE-LEDGER-LINE.

       01  BALANCE-LEDGER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.

           COPY BALLEDG.

       EXEC SQL
        INCLUDE PERCTL
       END-EXEC.
           01 VALUE-DAY-INT        PIC S9(9) COMP.
           01 VALUE-DAY-OF-WEEK    PIC 9(1).
           01 BANK-DAYS-ADDED      PIC 9(1).
      *    a weekday HOLCAL marks bank-closed is no banking day
           01 VALUE-DAY-DATE       PIC 9(8).
           01 BANK-HOLIDAY-COUNT   PIC 9(6).

           01 FORECAST-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           01 RELEASED-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           PERFORM 500-WRITE-TREASURER-SUMMARY.
           PERFORM 600-BANK-FORECAST.

      *    the funded net - ACH forecast and check estimate - is
      *    the treasury's figure in the balancing ledger (see
      *    BALLEDG), tied back to the calculation's net
           MOVE SPACES TO BALANCE-LEDGER-RECORD.
           MOVE PERIOD-ID TO BL-PERIOD-ID.
           MOVE 'FUNDNET' TO BL-MEASURE.
           MOVE DETAIL-READ-COUNT TO BL-COUNT.
           COMPUTE BL-AMOUNT = ACH-FORECAST-TOTAL + CHECK-EST-TOTAL.
           PERFORM 985-POST-BALANCE-LEDGER.

           DISPLAY 'TRSFND1 DETAILS READ     : ' DETAIL-READ-COUNT.
           MOVE ACH-FORECAST-TOTAL TO AMOUNT-DISP.
           DISPLAY 'TRSFND1 ACH FORECAST     : ' AMOUNT-DISP.
      * 080-SET-VALUE-DATE
      * Two banking days past the period end - MOD 7 of the
      * INTEGER-OF-DATE day number runs from a Monday, 6 and 0
      * the weekend - with HOLCAL's bank holidays skipped too.
      *----------------------------------------------------------*
       080-SET-VALUE-DATE.
           MOVE 0 TO PERIOD-END-DATE
                   FUNCTION MOD(VALUE-DAY-INT, 7)
               IF VALUE-DAY-OF-WEEK >= 1
                       AND VALUE-DAY-OF-WEEK <= 5
                   PERFORM 085-COUNT-BANK-HOLIDAY
                   IF BANK-HOLIDAY-COUNT = 0
                       ADD 1 TO BANK-DAYS-ADDED
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE VALUE-DATE =
               FUNCTION DATE-OF-INTEGER(VALUE-DAY-INT).

      *    a bank holiday on the HOLCAL calendar pushes the value
      *    date a day further; a read error counts the day open
       085-COUNT-BANK-HOLIDAY.
           COMPUTE VALUE-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(VALUE-DAY-INT)
           MOVE 0 TO BANK-HOLIDAY-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :BANK-HOLIDAY-COUNT
                   FROM HOLCAL
                   WHERE HOL_DATE = :VALUE-DAY-DATE
                     AND BANK_HOLIDAY = 'Y'
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TRSFND1 HOLCAL READ SQLCODE: ' SQLCODE
               MOVE 0 TO BANK-HOLIDAY-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 050-CHECK-PAY-PERIOD
      * Pay-period calendar gate (see PERCTL): this step only runs
           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'TRSFND1 PERCAL AUDIT SQLCODE: ' SQLCODE
           END-IF.

      *----------------------------------------------------------*
      * 985-POST-BALANCE-LEDGER
      * Appends one balancing-ledger record (see BALLEDG) for the
      * BALCHK1 balancing job; the caller has filled BL-PERIOD-ID,
      * BL-MEASURE, BL-COUNT and BL-AMOUNT.
      *----------------------------------------------------------*
       985-POST-BALANCE-LEDGER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO BL-TS
           MOVE 'TRSFND1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
