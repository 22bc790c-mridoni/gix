       IDENTIFICATION DIVISION.

       PROGRAM-ID. PARCMP1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROD-DETAIL-FILE
               ASSIGN TO EXTERNAL PARPROD
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROD-FILE-STATUS.

           SELECT TEST-DETAIL-FILE
               ASSIGN TO EXTERNAL PARTEST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEST-FILE-STATUS.

           SELECT COMPARE-REPORT-FILE
               ASSIGN TO EXTERNAL PARCMPR
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PROD-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PROD-DETAIL-LINE.

       01  PROD-DETAIL-LINE        PIC X(450).

       FD  TEST-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS TEST-DETAIL-LINE.

       01  TEST-DETAIL-LINE        PIC X(450).

       FD  COMPARE-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS COMPARE-REPORT-LINE.

       01  COMPARE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 PROD-FILE-STATUS     PIC XX.
           01 PROD-EOF-SW          PIC X VALUE 'N'.
               88 PROD-EOF         VALUE 'Y'.
           01 TEST-FILE-STATUS     PIC XX.
           01 TEST-EOF-SW          PIC X VALUE 'N'.
               88 TEST-EOF         VALUE 'Y'.

      *    the tolerance in cents (0005 = five cents): an amount
      *    differing by no more than this is taken as the same
           01 TOL-TEXT             PIC X(4).
           01 TOLERANCE            PIC 9(2)V99 VALUE 0.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

      *    the production file's records, keyed employee and
      *    record type, each carrying the amounts compared; the
      *    test file is read against it record by record
           01 PP-COUNT             PIC 9(4) COMP VALUE 0.
           01 PP-IDX               PIC 9(4) COMP.
           01 PP-MATCH-IDX         PIC 9(4) COMP.
           01 PP-DROP-COUNT        PIC 9(6) VALUE 0.
           01 PP-TABLE.
               05 PP-ENTRY OCCURS 1000 TIMES.
                   10 PP-ENO           PIC 9(4).
                   10 PP-TYPE          PIC X(1).
                   10 PP-DEPT          PIC X(4).
                   10 PP-PERIOD        PIC 9(6).
                   10 PP-MATCHED-SW    PIC X(1).
                   10 PP-GROSS         PIC S9(9)V99 COMP-3.
                   10 PP-ST-TAX        PIC S9(7)V99 COMP-3.
                   10 PP-FED-TAX       PIC S9(7)V99 COMP-3.
                   10 PP-LOCAL-TAX     PIC S9(7)V99 COMP-3.
                   10 PP-NET           PIC S9(9)V99 COMP-3.
                   10 PP-PTO-HOURS     PIC S9(3)V99 COMP-3.
                   10 PP-VAC-BAL       PIC S9(4)V99 COMP-3.
                   10 PP-SICK-BAL      PIC S9(4)V99 COMP-3.
                   10 PP-DED OCCURS 5 TIMES.
                       15 PP-DED-CODE      PIC X(4).
                       15 PP-DED-AMT       PIC S9(7)V99 COMP-3.

      *    one record's amounts, lifted from whichever file was
      *    just read with the blank optional fields taken as zero
           01 CUR-GROSS            PIC S9(9)V99 COMP-3.
           01 CUR-ST-TAX           PIC S9(7)V99 COMP-3.
           01 CUR-FED-TAX          PIC S9(7)V99 COMP-3.
           01 CUR-LOCAL-TAX        PIC S9(7)V99 COMP-3.
           01 CUR-NET              PIC S9(9)V99 COMP-3.
           01 CUR-PTO-HOURS        PIC S9(3)V99 COMP-3.
           01 CUR-VAC-BAL          PIC S9(4)V99 COMP-3.
           01 CUR-SICK-BAL         PIC S9(4)V99 COMP-3.
           01 CUR-DED-TABLE.
               05 CUR-DED OCCURS 5 TIMES.
                   10 CUR-DED-CODE     PIC X(4).
                   10 CUR-DED-AMT      PIC S9(7)V99 COMP-3.
           01 DED-IDX              PIC 9(2) COMP.
           01 DED-SLOT             PIC 9(1).
           01 LOC-IDX              PIC 9(2) COMP.

      *    one field's comparison
           01 CMP-FIELD            PIC X(10).
           01 CMP-PROD             PIC S9(9)V99 COMP-3.
           01 CMP-TEST             PIC S9(9)V99 COMP-3.
           01 CMP-DIFF             PIC S9(9)V99 COMP-3.
           01 CMP-ABS              PIC S9(9)V99 COMP-3.
           01 RECORD-DIFF-SW       PIC X(1).
               88 RECORD-DIFFERS   VALUE 'Y'.

      *    sign-off summary by department
           01 DS-COUNT             PIC 9(3) COMP VALUE 0.
           01 DS-IDX               PIC 9(3) COMP.
           01 DS-MATCH-IDX         PIC 9(3) COMP.
           01 DS-TABLE.
               05 DS-ENTRY OCCURS 100 TIMES.
                   10 DS-DEPT          PIC X(4).
                   10 DS-COMPARED      PIC 9(6).
                   10 DS-DIFFERING     PIC 9(6).
                   10 DS-PROD-ONLY     PIC 9(6).
                   10 DS-TEST-ONLY     PIC 9(6).
           01 FOLD-DEPT            PIC X(4).

           01 PROD-READ-COUNT      PIC 9(6) VALUE 0.
           01 TEST-READ-COUNT      PIC 9(6) VALUE 0.
           01 COMPARED-COUNT       PIC 9(6) VALUE 0.
           01 DIFFERING-COUNT      PIC 9(6) VALUE 0.
           01 FIELD-DIFF-COUNT     PIC 9(6) VALUE 0.
           01 PROD-ONLY-COUNT      PIC 9(6) VALUE 0.
           01 TEST-ONLY-COUNT      PIC 9(6) VALUE 0.

           01 KEY-ENO              PIC 9(4).
           01 KEY-TYPE             PIC X(1).
           01 PROD-EDIT            PIC Z(6)9.99-.
           01 TEST-EDIT            PIC Z(6)9.99-.
           01 DIFF-EDIT            PIC Z(6)9.99-.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Parallel payroll comparison for signing off a rule or
      * table change: sets a test run's PAYDTL (PARTEST) against
      * production's for the same period (PARPROD), matched on
      * employee and record type, and reports every amount that
      * differs by more than PARCMP_TOL cents - gross, state,
      * federal and local tax, each deduction slot, net and the
      * PTO hours and balances - then records present on only one
      * side, and closes with counts by department. Return code
      * 4 when anything differs, so a clean parallel is plain
      * from the job log.
      *----------------------------------------------------------*
       000-MAIN.
           DISPLAY "PARCMP_TOL" UPON ENVIRONMENT-NAME.
           ACCEPT TOL-TEXT FROM ENVIRONMENT-VALUE.
           IF TOL-TEXT NUMERIC
               COMPUTE TOLERANCE = FUNCTION NUMVAL(TOL-TEXT) / 100
           END-IF.

           PERFORM 100-LOAD-PRODUCTION THRU 100-LOAD-EXIT.
           IF RETURN-CODE = 8
               GO TO 000-EXIT
           END-IF.

           OPEN OUTPUT COMPARE-REPORT-FILE.
           MOVE 'PARALLEL PAYROLL COMPARISON' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE COMPARE-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-COMPARE-TEST-RUN THRU 200-COMPARE-EXIT.
           IF RETURN-CODE = 8
               CLOSE COMPARE-REPORT-FILE
               GO TO 000-EXIT
           END-IF.
           PERFORM 500-REPORT-PROD-ONLY.
           PERFORM 600-WRITE-DEPT-SUMMARY.

           WRITE COMPARE-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE COMPARE-REPORT-FILE.

           DISPLAY 'PARCMP1 PRODUCTION RECORDS: ' PROD-READ-COUNT.
           DISPLAY 'PARCMP1 TEST RECORDS      : ' TEST-READ-COUNT.
           DISPLAY 'PARCMP1 MATCHED           : ' COMPARED-COUNT.
           DISPLAY 'PARCMP1 RECORDS DIFFERING : ' DIFFERING-COUNT.
           DISPLAY 'PARCMP1 FIELDS DIFFERING  : ' FIELD-DIFF-COUNT.
           DISPLAY 'PARCMP1 PRODUCTION ONLY   : ' PROD-ONLY-COUNT.
           DISPLAY 'PARCMP1 TEST ONLY         : ' TEST-ONLY-COUNT.

           IF DIFFERING-COUNT > 0 OR PROD-ONLY-COUNT > 0
                   OR TEST-ONLY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 100-LOAD-PRODUCTION
      * The production side into the table. A file too big for
      * the table would leave its tail reported as test-only, so
      * overflow stops the run rather than mislead the sign-off.
      *----------------------------------------------------------*
       100-LOAD-PRODUCTION.
           OPEN INPUT PROD-DETAIL-FILE
           IF PROD-FILE-STATUS NOT = '00'
               DISPLAY 'PARCMP1 CANNOT OPEN PARPROD, STATUS: '
                   PROD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-LOAD-EXIT
           END-IF

           PERFORM 150-READ-PROD
           PERFORM UNTIL PROD-EOF
               IF PROD-DETAIL-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-EMPLOYEE-NO NUMERIC
                   ADD 1 TO PROD-READ-COUNT
                   IF PP-COUNT >= 1000
                       ADD 1 TO PP-DROP-COUNT
                   ELSE
                       PERFORM 160-LOAD-ONE-PROD
                   END-IF
               END-IF
               PERFORM 150-READ-PROD
           END-PERFORM

           CLOSE PROD-DETAIL-FILE

           IF PP-DROP-COUNT > 0
               DISPLAY 'PARCMP1 PARPROD HOLDS MORE THAN 1000 '
                   'RECORDS - ' PP-DROP-COUNT ' NOT LOADED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       100-LOAD-EXIT.
           EXIT.

       150-READ-PROD.
           READ PROD-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET PROD-EOF TO TRUE
                   MOVE SPACES TO PROD-DETAIL-LINE
           END-READ.

       160-LOAD-ONE-PROD.
           PERFORM 400-LIFT-AMOUNTS
           ADD 1 TO PP-COUNT
           MOVE PD-EMPLOYEE-NO TO PP-ENO(PP-COUNT)
           MOVE PD-RECORD-TYPE TO PP-TYPE(PP-COUNT)
           MOVE PD-DEPT TO PP-DEPT(PP-COUNT)
           MOVE PD-PERIOD-ID TO PP-PERIOD(PP-COUNT)
           MOVE 'N' TO PP-MATCHED-SW(PP-COUNT)
           MOVE CUR-GROSS TO PP-GROSS(PP-COUNT)
           MOVE CUR-ST-TAX TO PP-ST-TAX(PP-COUNT)
           MOVE CUR-FED-TAX TO PP-FED-TAX(PP-COUNT)
           MOVE CUR-LOCAL-TAX TO PP-LOCAL-TAX(PP-COUNT)
           MOVE CUR-NET TO PP-NET(PP-COUNT)
           MOVE CUR-PTO-HOURS TO PP-PTO-HOURS(PP-COUNT)
           MOVE CUR-VAC-BAL TO PP-VAC-BAL(PP-COUNT)
           MOVE CUR-SICK-BAL TO PP-SICK-BAL(PP-COUNT)
           PERFORM VARYING DED-IDX FROM 1 BY 1 UNTIL DED-IDX > 5
               MOVE CUR-DED-CODE(DED-IDX)
                   TO PP-DED-CODE(PP-COUNT, DED-IDX)
               MOVE CUR-DED-AMT(DED-IDX)
                   TO PP-DED-AMT(PP-COUNT, DED-IDX)
           END-PERFORM.

      *----------------------------------------------------------*
      * 200-COMPARE-TEST-RUN
      * Each test record against the first unmatched production
      * record of the same employee and type, so two off-cycle
      * checks in one period pair off in file order.
      *----------------------------------------------------------*
       200-COMPARE-TEST-RUN.
           OPEN INPUT TEST-DETAIL-FILE
           IF TEST-FILE-STATUS NOT = '00'
               DISPLAY 'PARCMP1 CANNOT OPEN PARTEST, STATUS: '
                   TEST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 200-COMPARE-EXIT
           END-IF

           PERFORM 250-READ-TEST
           PERFORM UNTIL TEST-EOF
               IF TEST-DETAIL-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-EMPLOYEE-NO NUMERIC
                   ADD 1 TO TEST-READ-COUNT
                   PERFORM 300-COMPARE-ONE-TEST
               END-IF
               PERFORM 250-READ-TEST
           END-PERFORM

           CLOSE TEST-DETAIL-FILE.
       200-COMPARE-EXIT.
           EXIT.

       250-READ-TEST.
           READ TEST-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET TEST-EOF TO TRUE
                   MOVE SPACES TO TEST-DETAIL-LINE
           END-READ.

       300-COMPARE-ONE-TEST.
           MOVE 0 TO PP-MATCH-IDX
           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-COUNT OR PP-MATCH-IDX > 0
               IF PP-ENO(PP-IDX) = PD-EMPLOYEE-NO
                       AND PP-TYPE(PP-IDX) = PD-RECORD-TYPE
                       AND PP-MATCHED-SW(PP-IDX) = 'N'
                   MOVE PP-IDX TO PP-MATCH-IDX
               END-IF
           END-PERFORM

           MOVE PD-EMPLOYEE-NO TO KEY-ENO
           MOVE PD-RECORD-TYPE TO KEY-TYPE

           IF PP-MATCH-IDX = 0
               ADD 1 TO TEST-ONLY-COUNT
               MOVE PD-DEPT TO FOLD-DEPT
               PERFORM 650-FIND-DEPT
               IF DS-MATCH-IDX > 0
                   ADD 1 TO DS-TEST-ONLY(DS-MATCH-IDX)
               END-IF
               PERFORM 400-LIFT-AMOUNTS
               MOVE CUR-NET TO TEST-EDIT
               MOVE 'TEST ONLY' TO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'ENO=' DELIMITED BY SIZE
                      KEY-ENO DELIMITED BY SIZE
                      ' TYPE=' DELIMITED BY SIZE
                      KEY-TYPE DELIMITED BY SIZE
                      ' DEPT=' DELIMITED BY SIZE
                      PD-DEPT DELIMITED BY SIZE
                      ' NET=' DELIMITED BY SIZE
                      TEST-EDIT DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE COMPARE-REPORT-LINE FROM RPT-DET-LINE
           ELSE
               MOVE 'Y' TO PP-MATCHED-SW(PP-MATCH-IDX)
               PERFORM 350-COMPARE-MATCHED-PAIR
           END-IF.

       350-COMPARE-MATCHED-PAIR.
           ADD 1 TO COMPARED-COUNT
           MOVE 'N' TO RECORD-DIFF-SW
           PERFORM 400-LIFT-AMOUNTS

           IF PD-PERIOD-ID NOT = PP-PERIOD(PP-MATCH-IDX)
               SET RECORD-DIFFERS TO TRUE
               ADD 1 TO FIELD-DIFF-COUNT
               MOVE SPACES TO RPT-DET-KEY
               STRING 'ENO ' DELIMITED BY SIZE
                      KEY-ENO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      KEY-TYPE DELIMITED BY SIZE
                   INTO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'PERIOD    PROD=' DELIMITED BY SIZE
                      PP-PERIOD(PP-MATCH-IDX) DELIMITED BY SIZE
                      ' TEST=' DELIMITED BY SIZE
                      PD-PERIOD-ID DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE COMPARE-REPORT-LINE FROM RPT-DET-LINE
           END-IF

           MOVE 'GROSS' TO CMP-FIELD
           MOVE PP-GROSS(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-GROSS TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE 'STATE TAX' TO CMP-FIELD
           MOVE PP-ST-TAX(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-ST-TAX TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE 'FED TAX' TO CMP-FIELD
           MOVE PP-FED-TAX(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-FED-TAX TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE 'LOCAL TAX' TO CMP-FIELD
           MOVE PP-LOCAL-TAX(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-LOCAL-TAX TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

      *    deductions slot by slot; a slot whose code moved shows
      *    both codes so a reordered plan is not read as a rate
      *    change
           PERFORM VARYING DED-IDX FROM 1 BY 1 UNTIL DED-IDX > 5
               MOVE SPACES TO CMP-FIELD
               MOVE DED-IDX TO DED-SLOT
               IF PP-DED-CODE(PP-MATCH-IDX, DED-IDX)
                       = CUR-DED-CODE(DED-IDX)
                   STRING 'DED' DELIMITED BY SIZE
                          DED-SLOT DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          CUR-DED-CODE(DED-IDX) DELIMITED BY SIZE
                       INTO CMP-FIELD
               ELSE
                   STRING PP-DED-CODE(PP-MATCH-IDX, DED-IDX)
                              DELIMITED BY SIZE
                          '>' DELIMITED BY SIZE
                          CUR-DED-CODE(DED-IDX) DELIMITED BY SIZE
                       INTO CMP-FIELD
               END-IF
               MOVE PP-DED-AMT(PP-MATCH-IDX, DED-IDX) TO CMP-PROD
               MOVE CUR-DED-AMT(DED-IDX) TO CMP-TEST
               IF PP-DED-CODE(PP-MATCH-IDX, DED-IDX)
                       NOT = CUR-DED-CODE(DED-IDX)
                   PERFORM 460-WRITE-DIFFERENCE
               ELSE
                   PERFORM 450-COMPARE-AMOUNT
               END-IF
           END-PERFORM

           MOVE 'NET' TO CMP-FIELD
           MOVE PP-NET(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-NET TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE 'PTO HOURS' TO CMP-FIELD
           MOVE PP-PTO-HOURS(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-PTO-HOURS TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE 'VAC BAL' TO CMP-FIELD
           MOVE PP-VAC-BAL(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-VAC-BAL TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE 'SICK BAL' TO CMP-FIELD
           MOVE PP-SICK-BAL(PP-MATCH-IDX) TO CMP-PROD
           MOVE CUR-SICK-BAL TO CMP-TEST
           PERFORM 450-COMPARE-AMOUNT

           MOVE PP-DEPT(PP-MATCH-IDX) TO FOLD-DEPT
           PERFORM 650-FIND-DEPT
           IF DS-MATCH-IDX > 0
               ADD 1 TO DS-COMPARED(DS-MATCH-IDX)
           END-IF
           IF RECORD-DIFFERS
               ADD 1 TO DIFFERING-COUNT
               IF DS-MATCH-IDX > 0
                   ADD 1 TO DS-DIFFERING(DS-MATCH-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 400-LIFT-AMOUNTS
      * The compared amounts off the record in PAY-DETAIL-RECORD.
      * Writers other than the calculation leave the optional
      * blocks as spaces; those compare as zero.
      *----------------------------------------------------------*
       400-LIFT-AMOUNTS.
           MOVE 0 TO CUR-GROSS CUR-ST-TAX CUR-FED-TAX
                     CUR-LOCAL-TAX CUR-NET
                     CUR-PTO-HOURS CUR-VAC-BAL CUR-SICK-BAL
           IF PD-GROSS-PAY NUMERIC
               MOVE PD-GROSS-PAY TO CUR-GROSS
           END-IF
           IF PD-TAX-AMOUNT NUMERIC
               MOVE PD-TAX-AMOUNT TO CUR-ST-TAX
           END-IF
           IF PD-FED-TAX-AMOUNT NUMERIC
               MOVE PD-FED-TAX-AMOUNT TO CUR-FED-TAX
           END-IF
           IF PD-LOCAL-TAX-COUNT NUMERIC
               PERFORM VARYING LOC-IDX FROM 1 BY 1
                       UNTIL LOC-IDX > PD-LOCAL-TAX-COUNT
                          OR LOC-IDX > 2
                   IF PDL-TAX(LOC-IDX) NUMERIC
                       ADD PDL-TAX(LOC-IDX) TO CUR-LOCAL-TAX
                   END-IF
               END-PERFORM
           END-IF
           IF PD-NET-PAY NUMERIC
               MOVE PD-NET-PAY TO CUR-NET
           END-IF
           IF PD-PTO-HOURS NUMERIC
               MOVE PD-PTO-HOURS TO CUR-PTO-HOURS
           END-IF
           IF PD-VAC-BALANCE NUMERIC
               MOVE PD-VAC-BALANCE TO CUR-VAC-BAL
           END-IF
           IF PD-SICK-BALANCE NUMERIC
               MOVE PD-SICK-BALANCE TO CUR-SICK-BAL
           END-IF

           PERFORM VARYING DED-IDX FROM 1 BY 1 UNTIL DED-IDX > 5
               MOVE SPACES TO CUR-DED-CODE(DED-IDX)
               MOVE 0 TO CUR-DED-AMT(DED-IDX)
               IF PD-DEDUCTION-COUNT NUMERIC
                       AND DED-IDX <= PD-DEDUCTION-COUNT
                   MOVE PD-DED-CODE(DED-IDX) TO CUR-DED-CODE(DED-IDX)
                   IF PD-DED-AMOUNT(DED-IDX) NUMERIC
                       MOVE PD-DED-AMOUNT(DED-IDX)
                           TO CUR-DED-AMT(DED-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       450-COMPARE-AMOUNT.
           COMPUTE CMP-DIFF = CMP-TEST - CMP-PROD
           IF CMP-DIFF < 0
               COMPUTE CMP-ABS = 0 - CMP-DIFF
           ELSE
               MOVE CMP-DIFF TO CMP-ABS
           END-IF
           IF CMP-ABS > TOLERANCE
               PERFORM 460-WRITE-DIFFERENCE
           END-IF.

       460-WRITE-DIFFERENCE.
           SET RECORD-DIFFERS TO TRUE
           ADD 1 TO FIELD-DIFF-COUNT
           COMPUTE CMP-DIFF = CMP-TEST - CMP-PROD
           MOVE CMP-PROD TO PROD-EDIT
           MOVE CMP-TEST TO TEST-EDIT
           MOVE CMP-DIFF TO DIFF-EDIT
           MOVE SPACES TO RPT-DET-KEY
           STRING 'ENO ' DELIMITED BY SIZE
                  KEY-ENO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KEY-TYPE DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING CMP-FIELD DELIMITED BY SIZE
                  'P=' DELIMITED BY SIZE
                  PROD-EDIT DELIMITED BY SIZE
                  ' T=' DELIMITED BY SIZE
                  TEST-EDIT DELIMITED BY SIZE
                  ' D=' DELIMITED BY SIZE
                  DIFF-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE COMPARE-REPORT-LINE FROM RPT-DET-LINE.

      *----------------------------------------------------------*
      * 500-REPORT-PROD-ONLY
      * Production records the test run never produced - an
      * employee the change dropped from the payroll.
      *----------------------------------------------------------*
       500-REPORT-PROD-ONLY.
           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-COUNT
               IF PP-MATCHED-SW(PP-IDX) = 'N'
                   ADD 1 TO PROD-ONLY-COUNT
                   MOVE PP-DEPT(PP-IDX) TO FOLD-DEPT
                   PERFORM 650-FIND-DEPT
                   IF DS-MATCH-IDX > 0
                       ADD 1 TO DS-PROD-ONLY(DS-MATCH-IDX)
                   END-IF
                   MOVE PP-NET(PP-IDX) TO PROD-EDIT
                   MOVE 'PROD ONLY' TO RPT-DET-KEY
                   MOVE SPACES TO RPT-DET-TEXT
                   STRING 'ENO=' DELIMITED BY SIZE
                          PP-ENO(PP-IDX) DELIMITED BY SIZE
                          ' TYPE=' DELIMITED BY SIZE
                          PP-TYPE(PP-IDX) DELIMITED BY SIZE
                          ' DEPT=' DELIMITED BY SIZE
                          PP-DEPT(PP-IDX) DELIMITED BY SIZE
                          ' NET=' DELIMITED BY SIZE
                          PROD-EDIT DELIMITED BY SIZE
                       INTO RPT-DET-TEXT
                   WRITE COMPARE-REPORT-LINE FROM RPT-DET-LINE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 600-WRITE-DEPT-SUMMARY
      * One line per department: records matched, how many of
      * them differ, and the one-sided records - the page the
      * sign-off is given against.
      *----------------------------------------------------------*
       600-WRITE-DEPT-SUMMARY.
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DS-COUNT
               MOVE SPACES TO RPT-DET-KEY
               STRING 'DEPT ' DELIMITED BY SIZE
                      DS-DEPT(DS-IDX) DELIMITED BY SIZE
                   INTO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'MATCHED=' DELIMITED BY SIZE
                      DS-COMPARED(DS-IDX) DELIMITED BY SIZE
                      ' DIFF=' DELIMITED BY SIZE
                      DS-DIFFERING(DS-IDX) DELIMITED BY SIZE
                      ' PROD ONLY=' DELIMITED BY SIZE
                      DS-PROD-ONLY(DS-IDX) DELIMITED BY SIZE
                      ' TEST ONLY=' DELIMITED BY SIZE
                      DS-TEST-ONLY(DS-IDX) DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE COMPARE-REPORT-LINE FROM RPT-DET-LINE
           END-PERFORM.

       650-FIND-DEPT.
           MOVE 0 TO DS-MATCH-IDX
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DS-COUNT OR DS-MATCH-IDX > 0
               IF DS-DEPT(DS-IDX) = FOLD-DEPT
                   MOVE DS-IDX TO DS-MATCH-IDX
               END-IF
           END-PERFORM
           IF DS-MATCH-IDX = 0 AND DS-COUNT < 100
               ADD 1 TO DS-COUNT
               MOVE FOLD-DEPT TO DS-DEPT(DS-COUNT)
               MOVE 0 TO DS-COMPARED(DS-COUNT)
               MOVE 0 TO DS-DIFFERING(DS-COUNT)
               MOVE 0 TO DS-PROD-ONLY(DS-COUNT)
               MOVE 0 TO DS-TEST-ONLY(DS-COUNT)
               MOVE DS-COUNT TO DS-MATCH-IDX
           END-IF.
