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

           COPY RPTDET.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * check candidates: the ENOs the ACH run excepted for a
      * payable reason - no bank account, a prenote still in its
      * window, the explicit pay-by-check preference, or a pay-
      * card load the issuer failed (CRDACK1). A
      * non-positive net stays with the pay office and never
      * becomes a check.
      *----------------------------------------------------------*
           01 CHECK-NO-HASH        PIC 9(10) VALUE 0.
           01 CHECK-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 CHECK-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.

      *    balancing-ledger tallies (see BALLEDG): checks already
      *    issued by an earlier attempt and duplicates held still
      *    account for the net the ACH release left to this run
           01 BAL-PERIOD-TEXT      PIC X(6).
           01 BAL-PRIOR-COUNT      PIC 9(8) COMP-3 VALUE 0.
           01 BAL-PRIOR-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-HELD-COUNT       PIC 9(8) COMP-3 VALUE 0.
           01 BAL-HELD-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           01 AMOUNT-EDIT          PIC Z(8)9.99.
           01 TOTAL-DISP           PIC Z(10)9.99.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

      *    the period the ledger totals post under; unset, the
      *    first pay detail considered supplies it
           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT BAL-PERIOD-TEXT FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO BALANCE-LEDGER-RECORD.
           IF BAL-PERIOD-TEXT NUMERIC
               MOVE BAL-PERIOD-TEXT TO BL-PERIOD-ID
           ELSE
               MOVE 0 TO BL-PERIOD-ID
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.
           DISPLAY 'CHKPRT1 DUPLICATES HELD: ' DUP-BLOCK-COUNT.
           DISPLAY 'CHKPRT1 CHECK TOTAL    : ' TOTAL-DISP.

           PERFORM 885-POST-BALANCE-TOTALS.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'CHECK-PRINT' TO RS-STEP
                       OR ACH-EXCEPTION-LINE(1:11) = 'PRENOTE NOT'
                       OR ACH-EXCEPTION-LINE(1:12) = 'PAY BY CHECK'
                       OR ACH-EXCEPTION-LINE(1:12) = 'ACH RETURNED'
                       OR ACH-EXCEPTION-LINE(1:16) = 'CARD LOAD FAILED'
                   PERFORM 260-EXTRACT-CANDIDATE-ENO
               END-IF
               PERFORM 250-READ-EXCEPTION
               GO TO 400-CONSIDER-EXIT
           END-IF

           IF BL-PERIOD-ID = 0
               MOVE PD-PERIOD-ID TO BL-PERIOD-ID
           END-IF

           MOVE 0 TO ISSUED-COUNT-DB
           EXEC SQL
               SELECT COUNT(*) INTO :ISSUED-COUNT-DB
           END-IF
           IF ISSUED-COUNT-DB > 0
               ADD 1 TO CHECKS-SKIPPED
               ADD 1 TO BAL-PRIOR-COUNT
               ADD PD-NET-PAY TO BAL-PRIOR-TOTAL
               DISPLAY 'CHKPRT1 CHECK ALREADY ISSUED, SKIPPED: '
                   'ENO=' PD-EMPLOYEE-NO ' PERIOD=' PD-PERIOD-ID
               GO TO 400-CONSIDER-EXIT
           IF PAYREG-BLOCKED
               ADD 1 TO CHECKS-SKIPPED
               ADD 1 TO DUP-BLOCK-COUNT
               ADD 1 TO BAL-HELD-COUNT
               ADD PD-NET-PAY TO BAL-HELD-TOTAL
               DISPLAY 'CHKPRT1 DUPLICATE PAYMENT BLOCKED: ENO='
                   PD-EMPLOYEE-NO ' PERIOD=' PD-PERIOD-ID
                   ' TYPE=' PD-RECORD-TYPE
           MOVE 012 TO FTR-AMT-LENGTH
           WRITE CHECK-REGISTER-LINE FROM FILE-TRAILER-RECORD.

      *----------------------------------------------------------*
      * 885-POST-BALANCE-TOTALS
      * The check run's totals into the balancing ledger (see
      * BALLEDG): checks printed, checks an earlier attempt had
      * already issued, and duplicates held - together what the
      * ACH release left due by check.
      *----------------------------------------------------------*
       885-POST-BALANCE-TOTALS.
           MOVE 'CHECK' TO BL-MEASURE
           MOVE CHECKS-PRINTED TO BL-COUNT
           MOVE CHECK-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'PRIORCHK' TO BL-MEASURE
           MOVE BAL-PRIOR-COUNT TO BL-COUNT
           MOVE BAL-PRIOR-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'HELD' TO BL-MEASURE
           MOVE BAL-HELD-COUNT TO BL-COUNT
           MOVE BAL-HELD-TOTAL TO BL-AMOUNT
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
           MOVE 'CHKPRT1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
