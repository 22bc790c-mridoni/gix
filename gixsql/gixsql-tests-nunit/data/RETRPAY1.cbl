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

       EXEC SQL

           COPY RUNSTAT.

           COPY BALLEDG.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).
           DISPLAY 'RETRPAY1 HISTORY RECORDS READ: ' HIST-READ-COUNT.
           DISPLAY 'RETRPAY1 ADJUSTMENTS WRITTEN : ' ADJ-WRITE-COUNT.

           PERFORM 885-POST-BALANCE-TOTALS.

           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RS-EVENT-END TO TRUE.
           MOVE 'RETRO-PAY' TO RS-STEP.
           END-ADD
           ADD RETRO-DELTA TO DELTA-TOTAL.

      *----------------------------------------------------------*
      * 885-POST-BALANCE-TOTALS
      * The retro section's gross and net (the netted deltas, no
      * withholding) into the balancing ledger (see BALLEDG)
      * under the target period the adjustment lines carry.
      *----------------------------------------------------------*
       885-POST-BALANCE-TOTALS.
           MOVE SPACES TO BALANCE-LEDGER-RECORD
           MOVE TARGET-PERIOD TO BL-PERIOD-ID
           MOVE 'GROSS' TO BL-MEASURE
           MOVE ADJ-WRITE-COUNT TO BL-COUNT
           MOVE DELTA-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'NET' TO BL-MEASURE
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
           MOVE 'RETRPAY1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
