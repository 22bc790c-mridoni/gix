       IDENTIFICATION DIVISION.

       PROGRAM-ID. BALCHK1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BALANCE-LEDGER-FILE
               ASSIGN TO EXTERNAL BALLEDG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-LEDGER-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE
               ASSIGN TO EXTERNAL BALRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BALANCE-LEDGER-LINE.

       01  BALANCE-LEDGER-LINE     PIC X(80).

       FD  BALANCE-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BALANCE-REPORT-LINE.

       01  BALANCE-REPORT-LINE     PIC X(132).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY BALLEDG.

           COPY RUNSTAT.

           COPY RPTHDR.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * BAL_STEP names the pay-cycle step just finished whose
      * totals must tie to its predecessor's before the job plan
      * releases the next step (JOBPLAN1 sets it); unset or ALL
      * proves the whole cycle. BAL_PERIOD is the pay period,
      * PAYCALC_PERIOD when it is not set.
      *----------------------------------------------------------*
           01 BAL-STEP             PIC X(8).
               88 CHECK-ALL-STEPS  VALUE SPACES 'ALL'.
               88 KNOWN-STEP       VALUE SPACES 'ALL' 'GLPOST1'
                                         'ACHGEN1' 'CHKPRT1'
                                         'POSPAY1' 'TRSFND1'.
           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).

           01 LEDGER-EOF-SW        PIC X VALUE 'N'.
               88 LEDGER-EOF       VALUE 'Y'.
           01 LEDGER-READ-COUNT    PIC 9(8) VALUE 0.
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

      *    the period's postings, newest per program and measure;
      *    a commission or retro section posted before the latest
      *    calculation went with the PAYDTL that run rewrote and
      *    is marked stale
           01 LEDGER-COUNT         PIC 9(3) COMP VALUE 0.
           01 LEDGER-IDX           PIC 9(3) COMP.
           01 LEDGER-TABLE.
               05 LEDGER-ENTRY OCCURS 60 TIMES.
                   10 LT-PROGRAM       PIC X(08).
                   10 LT-MEASURE       PIC X(08).
                   10 LT-TS            PIC X(16).
                   10 LT-COUNT         PIC 9(08).
                   10 LT-AMOUNT        PIC S9(13)V99 COMP-3.
                   10 LT-STALE-SW      PIC X(01).
                       88 LT-STALE     VALUE 'Y'.
           01 LEDGER-MATCH-SW      PIC X.
               88 LEDGER-MATCH-FOUND VALUE 'Y'.
           01 LEDGER-MATCH-IDX     PIC 9(3) COMP.
           01 LEDGER-OVERFLOW-COUNT PIC 9(6) VALUE 0.
           01 CALC-TS              PIC X(16).

      *    one measure looked up: LOOK-PROGRAM and LOOK-MEASURE in,
      *    the rest out - a measure never posted reads as zero
           01 LOOK-PROGRAM         PIC X(8).
           01 LOOK-MEASURE         PIC X(8).
           01 LOOK-FOUND-SW        PIC X.
               88 LOOK-FOUND       VALUE 'Y'.
           01 LOOK-COUNT           PIC 9(8).
           01 LOOK-AMOUNT          PIC S9(13)V99 COMP-3.

      *    the PAYDTL total of a measure across the sections the
      *    calculation, commission and retro runs wrote
           01 PAYDTL-AMOUNT        PIC S9(13)V99 COMP-3.
           01 PAYDTL-POSTED-SW     PIC X.
               88 PAYDTL-POSTED    VALUE 'Y'.

      *    one tie: the predecessor's figure against the step's,
      *    the explained items listed between them, and whatever
      *    difference is left unexplained
           01 TIE-LABEL            PIC X(24).
           01 PRED-NAME            PIC X(8).
           01 STEP-NAME            PIC X(8).
           01 PRED-AMOUNT          PIC S9(13)V99 COMP-3.
           01 STEP-AMOUNT          PIC S9(13)V99 COMP-3.
           01 DIFF-AMOUNT          PIC S9(13)V99 COMP-3.
           01 EXPLAINED-TOTAL      PIC S9(13)V99 COMP-3.
           01 UNEXPLAINED-AMOUNT   PIC S9(13)V99 COMP-3.
           01 EXPLAIN-LABEL        PIC X(30).
           01 SECTION-TEXT         PIC X(60).
           01 MISSING-PROGRAM      PIC X(8).

           01 SAVE-AMOUNT          PIC S9(13)V99 COMP-3.
           01 SAVE-AMOUNT-2        PIC S9(13)V99 COMP-3.

           01 TIES-CHECKED         PIC 9(3) VALUE 0.
           01 TIES-OUT             PIC 9(3) VALUE 0.
           01 TIES-EXPLAINED       PIC 9(3) VALUE 0.

           01 PRED-EDIT            PIC Z(12)9.99-.
           01 STEP-EDIT            PIC Z(12)9.99-.
           01 DIFF-EDIT            PIC Z(12)9.99-.
           01 COUNT-EDIT           PIC Z(7)9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Pay-cycle balancing job. Every pay-cycle step posts its
      * control totals to the BALLEDG ledger (see BALLEDG); this
      * job ties each step to its predecessor for the period -
      * the calculation's gross and net to the GL journal, the
      * journal's net to the ACH release and where the release
      * sent it, the release's check-due net to the checks
      * printed, the ACH credits to positive pay, and the
      * calculation's net to the treasury funding notice and on
      * to what was actually paid out. Differences the ledger
      * can account for - voids, duplicate and other holds,
      * FX settlement, nets never payable, suspense - are listed
      * as explained on the BALRPT report (RETURN-CODE 4); any
      * difference left unexplained, or a step that never posted,
      * is out of balance and ends with RETURN-CODE 8 so the job
      * plan holds the next step.
      *----------------------------------------------------------*
       000-MAIN.
           DISPLAY "BAL_STEP" UPON ENVIRONMENT-NAME.
           ACCEPT BAL-STEP FROM ENVIRONMENT-VALUE.
           IF NOT KNOWN-STEP
               DISPLAY 'BALCHK1 BAL_STEP NOT A PAY-CYCLE STEP: ['
                   BAL-STEP ']'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.

           DISPLAY "BAL_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF PERIOD-ID-TEXT NOT NUMERIC
               DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME
               ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE
           END-IF.
           IF PERIOD-ID-TEXT NOT NUMERIC
               DISPLAY 'BALCHK1 BAL_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' PERIOD-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.
           MOVE PERIOD-ID-TEXT TO PERIOD-ID.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'BALANCE' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE 'PAY CYCLE BALANCING LEDGER' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE BALANCE-REPORT-LINE FROM RPT-HDR-LINE.

           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF CHECK-ALL-STEPS
               STRING 'PERIOD ' DELIMITED BY SIZE
                      PERIOD-ID-TEXT DELIMITED BY SIZE
                      '   WHOLE PAY CYCLE' DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
           ELSE
               STRING 'PERIOD ' DELIMITED BY SIZE
                      PERIOD-ID-TEXT DELIMITED BY SIZE
                      '   STEP ' DELIMITED BY SIZE
                      BAL-STEP DELIMITED BY SIZE
                      ' AGAINST ITS PREDECESSOR' DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
           END-IF.
           WRITE BALANCE-REPORT-LINE.

           PERFORM 100-LOAD-LEDGER THRU 100-LOAD-EXIT.
           PERFORM 150-MARK-STALE-SECTIONS.

           IF CHECK-ALL-STEPS OR BAL-STEP = 'GLPOST1'
               PERFORM 300-BALANCE-GL-POST THRU 300-BALANCE-EXIT
           END-IF.
           IF CHECK-ALL-STEPS OR BAL-STEP = 'TRSFND1'
               PERFORM 400-BALANCE-FUNDING THRU 400-BALANCE-EXIT
           END-IF.
           IF CHECK-ALL-STEPS OR BAL-STEP = 'ACHGEN1'
               PERFORM 500-BALANCE-ACH-RELEASE
                   THRU 500-BALANCE-EXIT
           END-IF.
           IF CHECK-ALL-STEPS OR BAL-STEP = 'CHKPRT1'
               PERFORM 600-BALANCE-CHECK-RUN THRU 600-BALANCE-EXIT
           END-IF.
           IF CHECK-ALL-STEPS OR BAL-STEP = 'POSPAY1'
               PERFORM 700-BALANCE-POSITIVE-PAY
                   THRU 700-BALANCE-EXIT
           END-IF.

           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF TIES-OUT > 0
               MOVE '*** OUT OF BALANCE - NEXT STEP HELD ***'
                   TO BALANCE-REPORT-LINE
           ELSE
               IF TIES-EXPLAINED > 0
                   MOVE 'IN BALANCE AFTER EXPLAINED DIFFERENCES'
                       TO BALANCE-REPORT-LINE
               ELSE
                   MOVE 'IN BALANCE' TO BALANCE-REPORT-LINE
               END-IF
           END-IF.
           WRITE BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE BALANCE-REPORT-FILE.

           DISPLAY 'BALCHK1 PERIOD          : ' PERIOD-ID.
           DISPLAY 'BALCHK1 LEDGER RECORDS  : ' LEDGER-READ-COUNT.
           DISPLAY 'BALCHK1 TIES CHECKED    : ' TIES-CHECKED.
           DISPLAY 'BALCHK1 TIES EXPLAINED  : ' TIES-EXPLAINED.
           DISPLAY 'BALCHK1 OUT OF BALANCE  : ' TIES-OUT.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'BALANCE' TO RS-STEP
           MOVE TIES-CHECKED TO RS-ROWS
           IF TIES-OUT > 0
               MOVE 'HOLD' TO RS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO RS-STATUS
               IF TIES-EXPLAINED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 980-WRITE-RUN-STATUS.

       000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 100-LOAD-LEDGER
      * Folds the period's postings into the ledger table, the
      * newest record winning for each program and measure so a
      * rerun step replaces its earlier figures.
      *----------------------------------------------------------*
       100-LOAD-LEDGER.
           OPEN INPUT BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS NOT = '00'
                   AND BALANCE-LEDGER-FILE-STATUS NOT = '05'
               DISPLAY 'BALCHK1 CANNOT OPEN BALLEDG, STATUS: '
                   BALANCE-LEDGER-FILE-STATUS
               GO TO 100-LOAD-EXIT
           END-IF

           PERFORM 110-READ-LEDGER
           PERFORM UNTIL LEDGER-EOF
               ADD 1 TO LEDGER-READ-COUNT
               IF BL-PERIOD-ID = PERIOD-ID
                   PERFORM 120-FOLD-POSTING
               END-IF
               PERFORM 110-READ-LEDGER
           END-PERFORM

           CLOSE BALANCE-LEDGER-FILE

           IF LEDGER-OVERFLOW-COUNT > 0
               DISPLAY 'BALCHK1 LEDGER TABLE FULL - POSTINGS '
                   'IGNORED: ' LEDGER-OVERFLOW-COUNT
           END-IF.
       100-LOAD-EXIT.
           EXIT.

       110-READ-LEDGER.
           READ BALANCE-LEDGER-FILE INTO BALANCE-LEDGER-RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
           END-READ.

       120-FOLD-POSTING.
           MOVE 'N' TO LEDGER-MATCH-SW
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LT-PROGRAM(LEDGER-IDX) = BL-PROGRAM
                       AND LT-MEASURE(LEDGER-IDX) = BL-MEASURE
                   SET LEDGER-MATCH-FOUND TO TRUE
                   MOVE LEDGER-IDX TO LEDGER-MATCH-IDX
               END-IF
           END-PERFORM

           IF LEDGER-MATCH-FOUND
               IF BL-TS NOT < LT-TS(LEDGER-MATCH-IDX)
                   MOVE BL-TS TO LT-TS(LEDGER-MATCH-IDX)
                   MOVE BL-COUNT TO LT-COUNT(LEDGER-MATCH-IDX)
                   MOVE BL-AMOUNT TO LT-AMOUNT(LEDGER-MATCH-IDX)
               END-IF
           ELSE
               IF LEDGER-COUNT < 60
                   ADD 1 TO LEDGER-COUNT
                   MOVE BL-PROGRAM TO LT-PROGRAM(LEDGER-COUNT)
                   MOVE BL-MEASURE TO LT-MEASURE(LEDGER-COUNT)
                   MOVE BL-TS TO LT-TS(LEDGER-COUNT)
                   MOVE BL-COUNT TO LT-COUNT(LEDGER-COUNT)
                   MOVE BL-AMOUNT TO LT-AMOUNT(LEDGER-COUNT)
                   MOVE 'N' TO LT-STALE-SW(LEDGER-COUNT)
               ELSE
                   ADD 1 TO LEDGER-OVERFLOW-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 150-MARK-STALE-SECTIONS
      * The calculation rewrites PAYDTL from scratch: commission
      * and retro sections posted before its latest run are no
      * longer in the file and no longer count.
      *----------------------------------------------------------*
       150-MARK-STALE-SECTIONS.
           MOVE LOW-VALUES TO CALC-TS
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LT-PROGRAM(LEDGER-IDX) = 'PAYCALC1'
                       AND LT-MEASURE(LEDGER-IDX) = 'GROSS'
                   MOVE LT-TS(LEDGER-IDX) TO CALC-TS
               END-IF
           END-PERFORM

           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF (LT-PROGRAM(LEDGER-IDX) = 'COMCALC1'
                       OR LT-PROGRAM(LEDGER-IDX) = 'RETRPAY1')
                       AND LT-TS(LEDGER-IDX) < CALC-TS
                   SET LT-STALE(LEDGER-IDX) TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 210-GET-MEASURE
      * One program's figure for one measure; stale and never-
      * posted measures read as zero and not found.
      *----------------------------------------------------------*
       210-GET-MEASURE.
           MOVE 'N' TO LOOK-FOUND-SW
           MOVE 0 TO LOOK-COUNT
           MOVE 0 TO LOOK-AMOUNT
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LT-PROGRAM(LEDGER-IDX) = LOOK-PROGRAM
                       AND LT-MEASURE(LEDGER-IDX) = LOOK-MEASURE
                       AND NOT LT-STALE(LEDGER-IDX)
                   SET LOOK-FOUND TO TRUE
                   MOVE LT-COUNT(LEDGER-IDX) TO LOOK-COUNT
                   MOVE LT-AMOUNT(LEDGER-IDX) TO LOOK-AMOUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 250-SUM-PAYDTL-SECTIONS
      * LOOK-MEASURE (GROSS or NET) summed across the PAYDTL
      * sections: the calculation's, which must have posted, and
      * the commission and retro runs', which may not have run.
      *----------------------------------------------------------*
       250-SUM-PAYDTL-SECTIONS.
           MOVE 0 TO PAYDTL-AMOUNT
           MOVE 'PAYCALC1' TO LOOK-PROGRAM
           PERFORM 210-GET-MEASURE
           MOVE LOOK-FOUND-SW TO PAYDTL-POSTED-SW
           ADD LOOK-AMOUNT TO PAYDTL-AMOUNT
           MOVE 'COMCALC1' TO LOOK-PROGRAM
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO PAYDTL-AMOUNT
           MOVE 'RETRPAY1' TO LOOK-PROGRAM
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO PAYDTL-AMOUNT.

      *----------------------------------------------------------*
      * 300-BALANCE-GL-POST
      * GLPOST1 against the calculation: the journal's wage credit
      * and NETPAY credit must equal the PAYDTL gross and net to
      * the cent. Hours held in suspense never reached PAYDTL and
      * are noted for the record.
      *----------------------------------------------------------*
       300-BALANCE-GL-POST.
           MOVE 'GLPOST1 JOURNAL AGAINST THE CALCULATION (PAYDTL)'
               TO SECTION-TEXT
           PERFORM 800-WRITE-SECTION-HEAD

           MOVE 'GROSS' TO LOOK-MEASURE
           PERFORM 250-SUM-PAYDTL-SECTIONS
           IF NOT PAYDTL-POSTED
               MOVE 'PAYCALC1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 300-BALANCE-EXIT
           END-IF
           MOVE PAYDTL-AMOUNT TO PRED-AMOUNT
           MOVE 'GLPOST1' TO LOOK-PROGRAM
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'GLPOST1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 300-BALANCE-EXIT
           END-IF

           MOVE 'GROSS PAY' TO TIE-LABEL
           MOVE 'PAYDTL' TO PRED-NAME
           MOVE 'GLPOST1' TO STEP-NAME
           MOVE LOOK-AMOUNT TO STEP-AMOUNT
           PERFORM 810-WRITE-TIE-LINE
           PERFORM 830-CLOSE-TIE

           MOVE 'NET' TO LOOK-MEASURE
           PERFORM 250-SUM-PAYDTL-SECTIONS
           MOVE PAYDTL-AMOUNT TO PRED-AMOUNT
           MOVE 'GLPOST1' TO LOOK-PROGRAM
           PERFORM 210-GET-MEASURE
           MOVE 'NET PAY' TO TIE-LABEL
           MOVE LOOK-AMOUNT TO STEP-AMOUNT
           PERFORM 810-WRITE-TIE-LINE
           PERFORM 830-CLOSE-TIE

           MOVE 'PAYCALC1' TO LOOK-PROGRAM
           MOVE 'SUSPENSE' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF LOOK-COUNT > 0
               MOVE LOOK-COUNT TO COUNT-EDIT
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING '      NOTE: HOURS RECORDS HELD IN SUSPENSE, '
                          DELIMITED BY SIZE
                      'NOT IN PAYDTL AND NOT PAID: '
                          DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.
       300-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-BALANCE-FUNDING
      * TRSFND1 against the calculation: the funded net (ACH
      * forecast plus check estimate) must equal the PAYDTL net.
      * Once the payment steps have posted, the funded net is also
      * tied to what actually went out - ACH, cards and checks -
      * with FX settlement, holds, voids and unpayable nets as the
      * explained difference.
      *----------------------------------------------------------*
       400-BALANCE-FUNDING.
           MOVE 'TRSFND1 FUNDING NOTICE AGAINST THE CALCULATION'
               TO SECTION-TEXT
           PERFORM 800-WRITE-SECTION-HEAD

           MOVE 'NET' TO LOOK-MEASURE
           PERFORM 250-SUM-PAYDTL-SECTIONS
           IF NOT PAYDTL-POSTED
               MOVE 'PAYCALC1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 400-BALANCE-EXIT
           END-IF
           MOVE PAYDTL-AMOUNT TO PRED-AMOUNT
           MOVE 'TRSFND1' TO LOOK-PROGRAM
           MOVE 'FUNDNET' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'TRSFND1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 400-BALANCE-EXIT
           END-IF
           MOVE LOOK-AMOUNT TO SAVE-AMOUNT

           MOVE 'NET FUNDED' TO TIE-LABEL
           MOVE 'PAYDTL' TO PRED-NAME
           MOVE 'TRSFND1' TO STEP-NAME
           MOVE SAVE-AMOUNT TO STEP-AMOUNT
           PERFORM 810-WRITE-TIE-LINE
           PERFORM 830-CLOSE-TIE

           MOVE 'ACHGEN1' TO LOOK-PROGRAM
           MOVE 'NETIN' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF LOOK-FOUND
               MOVE 'CHKPRT1' TO LOOK-PROGRAM
               MOVE 'CHECK' TO LOOK-MEASURE
               PERFORM 210-GET-MEASURE
           END-IF
           IF NOT LOOK-FOUND
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING '      NOTE: PAYMENT STEPS NOT YET POSTED - '
                          DELIMITED BY SIZE
                      'FUNDING NOT YET TIED TO PAYMENTS'
                          DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               GO TO 400-BALANCE-EXIT
           END-IF

           MOVE SAVE-AMOUNT TO PRED-AMOUNT
           MOVE 0 TO STEP-AMOUNT
           MOVE 'ACHGEN1' TO LOOK-PROGRAM
           MOVE 'ACH' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT
           MOVE 'CARD' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT
           MOVE 'CHKPRT1' TO LOOK-PROGRAM
           MOVE 'CHECK' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT
           MOVE 'PRIORCHK' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT

           MOVE 'FUNDED NET PAID OUT' TO TIE-LABEL
           MOVE 'TRSFND1' TO PRED-NAME
           MOVE 'PAYMENTS' TO STEP-NAME
           PERFORM 810-WRITE-TIE-LINE

           MOVE 'ACHGEN1' TO LOOK-PROGRAM
           MOVE 'FXDIVERT' TO LOOK-MEASURE
           MOVE 'TO FX SETTLEMENT' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'HELD' TO LOOK-MEASURE
           MOVE 'ACH HELD - DUPLICATE PAYMENT' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'VOID' TO LOOK-MEASURE
           MOVE 'VOIDS - NET REVERSED' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'NOTPAY' TO LOOK-MEASURE
           MOVE 'NET ZERO OR NEGATIVE' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'CHKPRT1' TO LOOK-PROGRAM
           MOVE 'HELD' TO LOOK-MEASURE
           MOVE 'CHECK HELD - DUPLICATE PAYMENT' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           PERFORM 830-CLOSE-TIE.
       400-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-BALANCE-ACH-RELEASE
      * ACHGEN1 against the GL journal: the net it read must be
      * the journal's NETPAY credit, and every dollar of it must
      * be credited, carded or left due by check - or explained
      * as FX settlement, a duplicate hold, a void or a net never
      * payable.
      *----------------------------------------------------------*
       500-BALANCE-ACH-RELEASE.
           MOVE 'ACHGEN1 RELEASE AGAINST THE GL JOURNAL'
               TO SECTION-TEXT
           PERFORM 800-WRITE-SECTION-HEAD

           MOVE 'GLPOST1' TO LOOK-PROGRAM
           MOVE 'NET' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'GLPOST1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 500-BALANCE-EXIT
           END-IF
           MOVE LOOK-AMOUNT TO PRED-AMOUNT
           MOVE 'ACHGEN1' TO LOOK-PROGRAM
           MOVE 'NETIN' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'ACHGEN1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 500-BALANCE-EXIT
           END-IF
           MOVE LOOK-AMOUNT TO SAVE-AMOUNT

           MOVE 'NET PAY' TO TIE-LABEL
           MOVE 'GLPOST1' TO PRED-NAME
           MOVE 'ACHGEN1' TO STEP-NAME
           MOVE SAVE-AMOUNT TO STEP-AMOUNT
           PERFORM 810-WRITE-TIE-LINE
           PERFORM 830-CLOSE-TIE

           MOVE SAVE-AMOUNT TO PRED-AMOUNT
           MOVE 0 TO STEP-AMOUNT
           MOVE 'ACH' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT
           MOVE 'CARD' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT
           MOVE 'CHECKDUE' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           ADD LOOK-AMOUNT TO STEP-AMOUNT

           MOVE 'NET PAY DISPOSED' TO TIE-LABEL
           MOVE 'NETIN' TO PRED-NAME
           MOVE 'DISPOSED' TO STEP-NAME
           PERFORM 810-WRITE-TIE-LINE
           MOVE 'FXDIVERT' TO LOOK-MEASURE
           MOVE 'TO FX SETTLEMENT' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'HELD' TO LOOK-MEASURE
           MOVE 'HELD - DUPLICATE PAYMENT' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'VOID' TO LOOK-MEASURE
           MOVE 'VOIDS - NET REVERSED' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'NOTPAY' TO LOOK-MEASURE
           MOVE 'NET ZERO OR NEGATIVE' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           PERFORM 830-CLOSE-TIE.
       500-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 600-BALANCE-CHECK-RUN
      * CHKPRT1 against the ACH release: the checks printed must
      * be the net the release left due by check, less checks an
      * earlier attempt already issued and duplicates held.
      *----------------------------------------------------------*
       600-BALANCE-CHECK-RUN.
           MOVE 'CHKPRT1 CHECKS AGAINST THE ACH RELEASE'
               TO SECTION-TEXT
           PERFORM 800-WRITE-SECTION-HEAD

           MOVE 'ACHGEN1' TO LOOK-PROGRAM
           MOVE 'CHECKDUE' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'ACHGEN1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 600-BALANCE-EXIT
           END-IF
           MOVE LOOK-AMOUNT TO PRED-AMOUNT
           MOVE 'CHKPRT1' TO LOOK-PROGRAM
           MOVE 'CHECK' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'CHKPRT1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 600-BALANCE-EXIT
           END-IF

           MOVE 'DUE BY CHECK' TO TIE-LABEL
           MOVE 'ACHGEN1' TO PRED-NAME
           MOVE 'CHKPRT1' TO STEP-NAME
           MOVE LOOK-AMOUNT TO STEP-AMOUNT
           PERFORM 810-WRITE-TIE-LINE
           MOVE 'PRIORCHK' TO LOOK-MEASURE
           MOVE 'ISSUED BY AN EARLIER RUN' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           MOVE 'HELD' TO LOOK-MEASURE
           MOVE 'HELD - DUPLICATE PAYMENT' TO EXPLAIN-LABEL
           PERFORM 820-WRITE-EXPLAINED-LINE THRU 820-WRITE-EXIT
           PERFORM 830-CLOSE-TIE.
       600-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 700-BALANCE-POSITIVE-PAY
      * POSPAY1 against the ACH release: positive pay lists every
      * credit in the ACH file - the employee credits and the
      * contractor credits that ride the same batch.
      *----------------------------------------------------------*
       700-BALANCE-POSITIVE-PAY.
           MOVE 'POSPAY1 POSITIVE PAY AGAINST THE ACH RELEASE'
               TO SECTION-TEXT
           PERFORM 800-WRITE-SECTION-HEAD

           MOVE 'ACHGEN1' TO LOOK-PROGRAM
           MOVE 'ACH' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'ACHGEN1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 700-BALANCE-EXIT
           END-IF
           MOVE LOOK-AMOUNT TO SAVE-AMOUNT
           MOVE 'CONTRACT' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           MOVE LOOK-AMOUNT TO SAVE-AMOUNT-2
           COMPUTE PRED-AMOUNT = SAVE-AMOUNT + SAVE-AMOUNT-2

           MOVE 'POSPAY1' TO LOOK-PROGRAM
           MOVE 'POSPAY' TO LOOK-MEASURE
           PERFORM 210-GET-MEASURE
           IF NOT LOOK-FOUND
               MOVE 'POSPAY1' TO MISSING-PROGRAM
               PERFORM 840-WRITE-NOT-POSTED
               GO TO 700-BALANCE-EXIT
           END-IF

           MOVE 'ACH CREDITS LISTED' TO TIE-LABEL
           MOVE 'ACHGEN1' TO PRED-NAME
           MOVE 'POSPAY1' TO STEP-NAME
           MOVE LOOK-AMOUNT TO STEP-AMOUNT
           PERFORM 810-WRITE-TIE-LINE
           IF SAVE-AMOUNT-2 NOT = 0
               MOVE SAVE-AMOUNT-2 TO PRED-EDIT
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING '      NOTE: ACHGEN1 FIGURE INCLUDES '
                          DELIMITED BY SIZE
                      'CONTRACTOR CREDITS OF ' DELIMITED BY SIZE
                      PRED-EDIT DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF
           PERFORM 830-CLOSE-TIE.
       700-BALANCE-EXIT.
           EXIT.

       800-WRITE-SECTION-HEAD.
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING '--- ' DELIMITED BY SIZE
                  SECTION-TEXT DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

      *----------------------------------------------------------*
      * 810-WRITE-TIE-LINE
      * Opens one tie: the label, the predecessor's and the
      * step's figures and their difference. The caller lists
      * any explained items next and closes with 830-CLOSE-TIE.
      *----------------------------------------------------------*
       810-WRITE-TIE-LINE.
           MOVE 0 TO EXPLAINED-TOTAL
           COMPUTE DIFF-AMOUNT = PRED-AMOUNT - STEP-AMOUNT
           MOVE PRED-AMOUNT TO PRED-EDIT
           MOVE STEP-AMOUNT TO STEP-EDIT
           MOVE DIFF-AMOUNT TO DIFF-EDIT
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  TIE-LABEL DELIMITED BY SIZE
                  PRED-NAME DELIMITED BY SIZE
                  PRED-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STEP-NAME DELIMITED BY SIZE
                  STEP-EDIT DELIMITED BY SIZE
                  '  DIFFERENCE' DELIMITED BY SIZE
                  DIFF-EDIT DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

      *----------------------------------------------------------*
      * 820-WRITE-EXPLAINED-LINE
      * One explained item of the open tie: LOOK-PROGRAM's
      * LOOK-MEASURE under EXPLAIN-LABEL, counted into the
      * explained total. An item with nothing in it prints
      * nothing.
      *----------------------------------------------------------*
       820-WRITE-EXPLAINED-LINE.
           PERFORM 210-GET-MEASURE
           IF LOOK-COUNT = 0 AND LOOK-AMOUNT = 0
               GO TO 820-WRITE-EXIT
           END-IF
           ADD LOOK-AMOUNT TO EXPLAINED-TOTAL
           MOVE LOOK-COUNT TO COUNT-EDIT
           MOVE LOOK-AMOUNT TO DIFF-EDIT
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING '      EXPLAINED: ' DELIMITED BY SIZE
                  EXPLAIN-LABEL DELIMITED BY SIZE
                  ' ITEMS ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  '  AMOUNT' DELIMITED BY SIZE
                  DIFF-EDIT DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.
       820-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 830-CLOSE-TIE
      * The difference less what was explained: nothing left is
      * in balance (explained, if anything was); anything left is
      * out of balance and holds the next step.
      *----------------------------------------------------------*
       830-CLOSE-TIE.
           ADD 1 TO TIES-CHECKED
           COMPUTE UNEXPLAINED-AMOUNT = DIFF-AMOUNT - EXPLAINED-TOTAL
           MOVE UNEXPLAINED-AMOUNT TO DIFF-EDIT
           MOVE SPACES TO BALANCE-REPORT-LINE
           IF UNEXPLAINED-AMOUNT NOT = 0
               ADD 1 TO TIES-OUT
               STRING '      UNEXPLAINED' DELIMITED BY SIZE
                      DIFF-EDIT DELIMITED BY SIZE
                      '  *** OUT OF BALANCE ***' DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
           ELSE
               IF DIFF-AMOUNT NOT = 0
                   ADD 1 TO TIES-EXPLAINED
                   MOVE '      IN BALANCE - DIFFERENCE EXPLAINED'
                       TO BALANCE-REPORT-LINE
               ELSE
                   MOVE '      IN BALANCE' TO BALANCE-REPORT-LINE
               END-IF
           END-IF
           WRITE BALANCE-REPORT-LINE.

      *----------------------------------------------------------*
      * 840-WRITE-NOT-POSTED
      * A step with no figures for the period has nothing to tie:
      * it never ran, or never finished, and the cycle is out of
      * balance until it does.
      *----------------------------------------------------------*
       840-WRITE-NOT-POSTED.
           ADD 1 TO TIES-CHECKED
           ADD 1 TO TIES-OUT
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  MISSING-PROGRAM DELIMITED BY SPACE
                  ' HAS NOT POSTED TO THE LEDGER FOR THE PERIOD'
                      DELIMITED BY SIZE
                  '  *** OUT OF BALANCE ***' DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
      * RUNMON1 batch-window monitor; the caller has filled
      * RS-EVENT, RS-STEP, RS-ROWS and RS-STATUS.
      *----------------------------------------------------------*
       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'BALCHK1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
