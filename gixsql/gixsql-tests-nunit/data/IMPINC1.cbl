       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPINC1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL IMPUTED-FEED-FILE
               ASSIGN TO EXTERNAL IMPFEED
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.

           SELECT IMPUTED-REPORT-FILE
               ASSIGN TO EXTERNAL IMPRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL IMPUTED-SUSPENSE-FILE
               ASSIGN TO EXTERNAL IMPSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  IMPUTED-FEED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IMPUTED-FEED-LINE.

       01  IMPUTED-FEED-LINE       PIC X(80).

       FD  IMPUTED-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS IMPUTED-REPORT-LINE.

       01  IMPUTED-REPORT-LINE     PIC X(132).

       FD  IMPUTED-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS IMPUTED-SUSPENSE-LINE.

       01  IMPUTED-SUSPENSE-LINE   PIC X(270).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY SUSPREC.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * imputed-income feed (IMPFEED), three record types:
      *   'R' one group-term life age band - the monthly cost per
      *       $1,000 of coverage for ages AGE-FROM through AGE-TO
      *       at the end of the tax year. Any 'R' line on the feed
      *       replaces the whole band table.
      *   'L' an employee's employer-paid group-term life coverage
      *       and birth date. A zero coverage amount means the
      *       plan's multiple of annual pay from the EMPTABLE
      *       rate.
      *   'F' any other taxable fringe - company vehicle use and
      *       the like - as its annual value under a fringe code,
      *       effective from EFF-DATE to END-DATE (zero for open).
      *       A line for a code and effective date already held
      *       replaces it.
      *----------------------------------------------------------*
           01 IMPUTED-FEED-RECORD.
               05 IF-RECORD-TYPE   PIC X(01).
                   88 IF-TYPE-AGE-BAND VALUE 'R'.
                   88 IF-TYPE-LIFE     VALUE 'L'.
                   88 IF-TYPE-FRINGE   VALUE 'F'.
               05 IF-BODY          PIC X(79).
               05 IF-BAND-FIELDS REDEFINES IF-BODY.
                   10 IF-AGE-FROM      PIC 9(03).
                   10 IF-AGE-TO        PIC 9(03).
                   10 IF-MONTHLY-RATE  PIC 9(01)V999.
                   10 FILLER           PIC X(69).
               05 IF-LIFE-FIELDS REDEFINES IF-BODY.
                   10 IF-LIFE-ENO      PIC 9(04).
                   10 IF-COVER-AMOUNT  PIC 9(07).
                   10 IF-BIRTH-DATE    PIC 9(08).
                   10 FILLER           PIC X(60).
               05 IF-FRINGE-FIELDS REDEFINES IF-BODY.
                   10 IF-FRINGE-ENO    PIC 9(04).
                   10 IF-FRINGE-CODE   PIC X(04).
                   10 IF-ANNUAL-VALUE  PIC 9(07)V99.
                   10 IF-EFF-DATE      PIC 9(08).
                   10 IF-END-DATE      PIC 9(08).
                   10 FILLER           PIC X(46).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 FEED-FILE-STATUS     PIC XX.
           01 FEED-EOF-SW          PIC X VALUE 'N'.
               88 FEED-EOF         VALUE 'Y'.
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.
           01 BANDS-CLEARED-SW     PIC X VALUE 'N'.
               88 BANDS-CLEARED    VALUE 'Y'.
           01 FEED-VALID-SW        PIC X VALUE 'Y'.
               88 FEED-VALID       VALUE 'Y'.
           01 EDIT-REASON          PIC X(4).

      *    run parameters, all from the environment: the tax year
      *    priced (IMP_YEAR, default the current year); the
      *    coverage free of tax (GTL_EXEMPT_AMOUNT, default
      *    50000); and the coverage as a multiple of annual pay
      *    where the feed gives none (GTL_PAY_MULTIPLE, default 1)
      *    on a year of ANNUAL-HOURS paid hours
           01 PARM-TEXT            PIC X(8).
           01 IMP-YEAR             PIC 9(4).
           01 GTL-EXEMPT-AMOUNT    PIC 9(7) VALUE 50000.
           01 GTL-PAY-MULTIPLE     PIC 9(2) VALUE 1.
           01 ANNUAL-HOURS         PIC 9(4) VALUE 2080.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 YEAR-START-DATE      PIC 9(8).
           01 YEAR-END-DATE        PIC 9(8).
           01 BIRTH-DATE-INT       PIC 9(8) COMP-3.

      *    one coverage row being priced
           01 GC-ENO               PIC 9(4).
           01 GC-BIRTH-DATE        PIC 9(8).
           01 GC-BIRTH-PARTS REDEFINES GC-BIRTH-DATE.
               05 GC-BIRTH-YYYY    PIC 9(4).
               05 GC-BIRTH-MMDD    PIC 9(4).
           01 GC-COVER-AMOUNT      PIC 9(7).
           01 GC-AGE               PIC 9(3).
           01 GC-MONTHLY-RATE      PIC 9V999.
           01 GC-COVERAGE          PIC S9(9)V99 COMP-3.
           01 GC-EXCESS            PIC S9(9)V99 COMP-3.
           01 GC-ANNUAL-AMOUNT     PIC S9(7)V99 COMP-3.
           01 GTL-CODE             PIC X(4) VALUE 'GTL '.

           01 FRINGE-ANNUAL        PIC S9(7)V99 COMP-3.
           01 ROW-EXISTS-COUNT     PIC 9(6).

           01 AMOUNT-EDIT          PIC Z(6)9.99.
           01 COVER-EDIT           PIC Z(8)9.

           01 FEED-READ-COUNT      PIC 9(6) VALUE 0.
           01 BANDS-LOADED-COUNT   PIC 9(6) VALUE 0.
           01 LIFE-LOADED-COUNT    PIC 9(6) VALUE 0.
           01 FRINGE-LOADED-COUNT  PIC 9(6) VALUE 0.
           01 FEED-REJECT-COUNT    PIC 9(6) VALUE 0.
           01 GTL-PRICED-COUNT     PIC 9(6) VALUE 0.
           01 GTL-NO-BAND-COUNT    PIC 9(6) VALUE 0.
           01 SQL-ERROR-COUNT      PIC 9(6) VALUE 0.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  group-term life cost per $1,000 of coverage per month by
      *  age at the end of the tax year
           EXEC SQL
               DECLARE TABLE GTLRATE
                   (AGE_FROM       DECIMAL(3,0)  NOT NULL,
                    AGE_TO         DECIMAL(3,0)  NOT NULL,
                    MONTHLY_RATE   DECIMAL(4,3)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE GTLCOVER
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    COVER_AMOUNT   DECIMAL(7,0)  NOT NULL,
                    BIRTH_DATE     DECIMAL(8,0)  NOT NULL,
                    LOADED_DATE    DECIMAL(8,0)  NOT NULL)
           END-EXEC.

      *  the imputed income PAYCALC1 adds to each period's taxable
      *  wages: the annual value spread over the year's periods
      *  while EFF_DATE..END_DATE (zero for open) covers the
      *  period. SOURCE 'L' rows are the priced group-term life,
      *  'F' rows the fringe values from the feed.
           EXEC SQL
               DECLARE TABLE IMPINC
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    IMP_CODE       CHAR(4)       NOT NULL,
                    SOURCE         CHAR(1)       NOT NULL,
                    EFF_DATE       DECIMAL(8,0)  NOT NULL,
                    END_DATE       DECIMAL(8,0)  NOT NULL,
                    ANNUAL_AMOUNT  DECIMAL(9,2)  NOT NULL,
                    LOADED_DATE    DECIMAL(8,0)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE IMPCOV CURSOR FOR
               SELECT G.ENO, G.COVER_AMOUNT, G.BIRTH_DATE, E.PAYRATE
                 FROM GTLCOVER G, EMPTABLE E
               WHERE E.ENO = G.ENO
               ORDER BY G.ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Imputed income for employer-paid group-term life and the
      * other taxable fringe benefits. Loads the IMPFEED age
      * bands, life coverages and fringe values, then prices
      * every employee's group-term life for IMP_YEAR: the
      * coverage over the tax-free amount, per $1,000, at the
      * monthly rate for the employee's age at the end of the
      * year, times twelve. The priced amount replaces the
      * employee's 'GTL ' row on IMPINC for the year; PAYCALC1
      * spreads each IMPINC row over the year's pay periods into
      * taxable wages and the withholding base, never net pay.
      * Feed lines that cannot load go to IMPSUSP in the SUSPREC
      * shape:
      *   R850 record type not R/L/F, or the key not numeric
      *   R851 employee not on the master
      *   R852 amount, rate or age band not numeric or out of
      *        order
      *   R853 a date not a valid YYYYMMDD date
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

           PERFORM 050-ACCEPT-PARAMETERS.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'IMPINC1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT IMPUTED-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'IMPUTED INCOME FOR TAX YEAR ' DELIMITED BY SIZE
                  IMP-YEAR DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE IMPUTED-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-LOAD-FEED THRU 200-LOAD-EXIT.

           IF SQL-ERROR-COUNT > 0
               DISPLAY 'IMPINC1 FEED LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 500-PRICE-GROUP-TERM-LIFE THRU 500-PRICE-EXIT.

           IF SQL-ERROR-COUNT > 0
               DISPLAY 'IMPINC1 PRICING FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           WRITE IMPUTED-REPORT-LINE FROM RPT-FTR-LINE.

           DISPLAY 'IMPINC1 TAX YEAR           : ' IMP-YEAR.
           DISPLAY 'IMPINC1 FEED LINES READ    : ' FEED-READ-COUNT.
           DISPLAY 'IMPINC1 AGE BANDS LOADED   : ' BANDS-LOADED-COUNT.
           DISPLAY 'IMPINC1 LIFE COVERAGES     : ' LIFE-LOADED-COUNT.
           DISPLAY 'IMPINC1 FRINGE VALUES      : '
               FRINGE-LOADED-COUNT.
           DISPLAY 'IMPINC1 TO SUSPENSE        : ' FEED-REJECT-COUNT.
           DISPLAY 'IMPINC1 LIFE PRICED        : ' GTL-PRICED-COUNT.
           DISPLAY 'IMPINC1 NO AGE BAND        : ' GTL-NO-BAND-COUNT.

           IF FEED-REJECT-COUNT > 0 OR GTL-NO-BAND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           CLOSE IMPUTED-REPORT-FILE.
           IF SUSPENSE-OPEN
               CLOSE IMPUTED-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       050-ACCEPT-PARAMETERS.
           DISPLAY "IMP_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:4) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:4) NUMERIC
               MOVE PARM-TEXT(1:4) TO IMP-YEAR
           ELSE
               MOVE RUN-DATE(1:4) TO IMP-YEAR
           END-IF.
           COMPUTE YEAR-START-DATE = IMP-YEAR * 10000 + 0101.
           COMPUTE YEAR-END-DATE = IMP-YEAR * 10000 + 1231.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "GTL_EXEMPT_AMOUNT" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-TEXT) = 0
                   COMPUTE GTL-EXEMPT-AMOUNT =
                       FUNCTION NUMVAL(PARM-TEXT)
               END-IF
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "GTL_PAY_MULTIPLE" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:2) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:2) NUMERIC
               MOVE PARM-TEXT(1:2) TO GTL-PAY-MULTIPLE
           END-IF.

      *----------------------------------------------------------*
      * 200-LOAD-FEED
      * No feed is not an error: the run still re-prices the
      * life coverage already held, for a new year or new ages.
      *----------------------------------------------------------*
       200-LOAD-FEED.
           OPEN INPUT IMPUTED-FEED-FILE
           IF FEED-FILE-STATUS NOT = '00'
               DISPLAY 'IMPINC1 NO IMPFEED, STATUS: '
                   FEED-FILE-STATUS ' - PRICING ONLY'
               GO TO 200-LOAD-EXIT
           END-IF

           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'FRINGE VALUES LOADED' TO RPT-DET-TEXT
           WRITE IMPUTED-REPORT-LINE FROM RPT-DET-LINE

           PERFORM 210-READ-FEED
           PERFORM UNTIL FEED-EOF OR SQL-ERROR-COUNT > 0
               ADD 1 TO FEED-READ-COUNT
               PERFORM 300-EDIT-FEED-LINE
               IF FEED-VALID
                   EVALUATE TRUE
                       WHEN IF-TYPE-AGE-BAND
                           PERFORM 400-LOAD-AGE-BAND
                       WHEN IF-TYPE-LIFE
                           PERFORM 410-LOAD-LIFE-COVERAGE
                       WHEN OTHER
                           PERFORM 420-LOAD-FRINGE
                   END-EVALUATE
               ELSE
                   PERFORM 800-WRITE-SUSPENSE
               END-IF
               PERFORM 210-READ-FEED
           END-PERFORM

           CLOSE IMPUTED-FEED-FILE.
       200-LOAD-EXIT.
           EXIT.

       210-READ-FEED.
           READ IMPUTED-FEED-FILE INTO IMPUTED-FEED-RECORD
               AT END
                   SET FEED-EOF TO TRUE
           END-READ.

       300-EDIT-FEED-LINE.
           MOVE 'Y' TO FEED-VALID-SW
           MOVE SPACES TO EDIT-REASON

           EVALUATE TRUE
               WHEN IF-TYPE-AGE-BAND
                   IF IF-AGE-FROM NOT NUMERIC
                           OR IF-AGE-TO NOT NUMERIC
                           OR IF-MONTHLY-RATE NOT NUMERIC
                       MOVE 'R852' TO EDIT-REASON
                   ELSE
                       IF IF-AGE-TO < IF-AGE-FROM
                           MOVE 'R852' TO EDIT-REASON
                       END-IF
                   END-IF
               WHEN IF-TYPE-LIFE
                   IF IF-LIFE-ENO NOT NUMERIC
                       MOVE 'R850' TO EDIT-REASON
                   ELSE
                       MOVE IF-LIFE-ENO TO ENO
                       PERFORM 310-CHECK-EMPLOYEE
                   END-IF
                   IF EDIT-REASON = SPACES
                       IF IF-COVER-AMOUNT NOT NUMERIC
                           MOVE 'R852' TO EDIT-REASON
                       END-IF
                   END-IF
                   IF EDIT-REASON = SPACES
                       IF IF-BIRTH-DATE NOT NUMERIC
                           MOVE 'R853' TO EDIT-REASON
                       ELSE
                           COMPUTE BIRTH-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(IF-BIRTH-DATE)
                           IF BIRTH-DATE-INT = 0
                                   OR IF-BIRTH-DATE > RUN-DATE
                               MOVE 'R853' TO EDIT-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN IF-TYPE-FRINGE
                   IF IF-FRINGE-ENO NOT NUMERIC
                           OR IF-FRINGE-CODE = SPACES
                       MOVE 'R850' TO EDIT-REASON
                   ELSE
                       MOVE IF-FRINGE-ENO TO ENO
                       PERFORM 310-CHECK-EMPLOYEE
                   END-IF
                   IF EDIT-REASON = SPACES
                       IF IF-ANNUAL-VALUE NOT NUMERIC
                           MOVE 'R852' TO EDIT-REASON
                       END-IF
                   END-IF
                   IF EDIT-REASON = SPACES
                       IF IF-EFF-DATE NOT NUMERIC
                               OR IF-END-DATE NOT NUMERIC
                           MOVE 'R853' TO EDIT-REASON
                       ELSE
                           IF FUNCTION INTEGER-OF-DATE(IF-EFF-DATE) = 0
                               MOVE 'R853' TO EDIT-REASON
                           END-IF
                           IF IF-END-DATE NOT = 0
                                   AND IF-END-DATE < IF-EFF-DATE
                               MOVE 'R853' TO EDIT-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'R850' TO EDIT-REASON
           END-EVALUATE

           IF EDIT-REASON NOT = SPACES
               MOVE 'N' TO FEED-VALID-SW
           END-IF.

       310-CHECK-EMPLOYEE.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM EMPTABLE
                   WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE <> 0 OR ROW-EXISTS-COUNT = 0
               MOVE 'R851' TO EDIT-REASON
           END-IF.

      *    the band table replaces whole on the first band line
       400-LOAD-AGE-BAND.
           IF NOT BANDS-CLEARED
               EXEC SQL
                   DELETE FROM GTLRATE
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY 'IMPINC1 GTLRATE CLEAR SQLCODE: ' SQLCODE
                   ADD 1 TO SQL-ERROR-COUNT
               END-IF
               SET BANDS-CLEARED TO TRUE
           END-IF

           EXEC SQL
               INSERT INTO GTLRATE
                   (AGE_FROM, AGE_TO, MONTHLY_RATE)
                   VALUES (:IF-AGE-FROM, :IF-AGE-TO,
                           :IF-MONTHLY-RATE)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO BANDS-LOADED-COUNT
           ELSE
               DISPLAY 'IMPINC1 GTLRATE INSERT SQLCODE: ' SQLCODE
                   ' AGE: ' IF-AGE-FROM
               ADD 1 TO SQL-ERROR-COUNT
           END-IF.

       410-LOAD-LIFE-COVERAGE.
           EXEC SQL
               DELETE FROM GTLCOVER
                   WHERE ENO = :IF-LIFE-ENO
           END-EXEC
           EXEC SQL
               INSERT INTO GTLCOVER
                   (ENO, COVER_AMOUNT, BIRTH_DATE, LOADED_DATE)
                   VALUES (:IF-LIFE-ENO, :IF-COVER-AMOUNT,
                           :IF-BIRTH-DATE, :RUN-DATE)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO LIFE-LOADED-COUNT
           ELSE
               DISPLAY 'IMPINC1 GTLCOVER INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' IF-LIFE-ENO
               ADD 1 TO SQL-ERROR-COUNT
           END-IF.

       420-LOAD-FRINGE.
           MOVE IF-ANNUAL-VALUE TO FRINGE-ANNUAL
           EXEC SQL
               DELETE FROM IMPINC
                   WHERE ENO = :IF-FRINGE-ENO
                     AND IMP_CODE = :IF-FRINGE-CODE
                     AND SOURCE = 'F'
                     AND EFF_DATE = :IF-EFF-DATE
           END-EXEC
           EXEC SQL
               INSERT INTO IMPINC
                   (ENO, IMP_CODE, SOURCE, EFF_DATE, END_DATE,
                    ANNUAL_AMOUNT, LOADED_DATE)
                   VALUES (:IF-FRINGE-ENO, :IF-FRINGE-CODE, 'F',
                           :IF-EFF-DATE, :IF-END-DATE,
                           :FRINGE-ANNUAL, :RUN-DATE)
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO FRINGE-LOADED-COUNT
               MOVE FRINGE-ANNUAL TO AMOUNT-EDIT
               MOVE IF-FRINGE-ENO TO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'FRINGE ' DELIMITED BY SIZE
                      IF-FRINGE-CODE DELIMITED BY SIZE
                      ' ANNUAL' DELIMITED BY SIZE
                      AMOUNT-EDIT DELIMITED BY SIZE
                      ' FROM ' DELIMITED BY SIZE
                      IF-EFF-DATE DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      IF-END-DATE DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE IMPUTED-REPORT-LINE FROM RPT-DET-LINE
           ELSE
               DISPLAY 'IMPINC1 IMPINC INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' IF-FRINGE-ENO
               ADD 1 TO SQL-ERROR-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 500-PRICE-GROUP-TERM-LIFE
      * Every held coverage for an employee still on the master,
      * priced for the year. Coverage at or under the tax-free
      * amount prices to zero and carries no row.
      *----------------------------------------------------------*
       500-PRICE-GROUP-TERM-LIFE.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'GROUP-TERM LIFE PRICED' TO RPT-DET-TEXT
           WRITE IMPUTED-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               DELETE FROM IMPINC
                   WHERE SOURCE = 'L'
                     AND EFF_DATE = :YEAR-START-DATE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'IMPINC1 IMPINC CLEAR SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 500-PRICE-EXIT
           END-IF

           EXEC SQL
               OPEN IMPCOV
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'IMPINC1 GTLCOVER OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 500-PRICE-EXIT
           END-IF

           PERFORM 510-FETCH-COVERAGE
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 520-PRICE-ONE THRU 520-PRICE-EXIT
               PERFORM 510-FETCH-COVERAGE
           END-PERFORM

           EXEC SQL
               CLOSE IMPCOV
           END-EXEC.
       500-PRICE-EXIT.
           EXIT.

       510-FETCH-COVERAGE.
           EXEC SQL
               FETCH IMPCOV
                   INTO :GC-ENO, :GC-COVER-AMOUNT, :GC-BIRTH-DATE,
                        :PAYRATE
           END-EXEC.

       520-PRICE-ONE.
           IF GC-COVER-AMOUNT > 0
               MOVE GC-COVER-AMOUNT TO GC-COVERAGE
           ELSE
               COMPUTE GC-COVERAGE ROUNDED =
                   PAYRATE * ANNUAL-HOURS * GTL-PAY-MULTIPLE
           END-IF
           COMPUTE GC-EXCESS = GC-COVERAGE - GTL-EXEMPT-AMOUNT
           IF GC-EXCESS NOT > 0
               GO TO 520-PRICE-EXIT
           END-IF

      *    age at the last day of the tax year
           COMPUTE GC-AGE = IMP-YEAR - GC-BIRTH-YYYY

           MOVE 0 TO GC-MONTHLY-RATE
           EXEC SQL
               SELECT MONTHLY_RATE INTO :GC-MONTHLY-RATE
                   FROM GTLRATE
                   WHERE AGE_FROM <= :GC-AGE
                     AND AGE_TO >= :GC-AGE
           END-EXEC
           IF SQLCODE <> 0
               ADD 1 TO GTL-NO-BAND-COUNT
               MOVE GC-ENO TO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'NO AGE BAND FOR AGE ' DELIMITED BY SIZE
                      GC-AGE DELIMITED BY SIZE
                      ' - LIFE NOT PRICED' DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE IMPUTED-REPORT-LINE FROM RPT-DET-LINE
               GO TO 520-PRICE-EXIT
           END-IF

           COMPUTE GC-ANNUAL-AMOUNT ROUNDED =
               GC-EXCESS / 1000 * GC-MONTHLY-RATE * 12

           EXEC SQL
               INSERT INTO IMPINC
                   (ENO, IMP_CODE, SOURCE, EFF_DATE, END_DATE,
                    ANNUAL_AMOUNT, LOADED_DATE)
                   VALUES (:GC-ENO, :GTL-CODE, 'L',
                           :YEAR-START-DATE, :YEAR-END-DATE,
                           :GC-ANNUAL-AMOUNT, :RUN-DATE)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'IMPINC1 IMPINC INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' GC-ENO
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 520-PRICE-EXIT
           END-IF

           ADD 1 TO GTL-PRICED-COUNT
           MOVE GC-COVERAGE TO COVER-EDIT
           MOVE GC-ANNUAL-AMOUNT TO AMOUNT-EDIT
           MOVE GC-ENO TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'COVER' DELIMITED BY SIZE
                  COVER-EDIT DELIMITED BY SIZE
                  ' AGE ' DELIMITED BY SIZE
                  GC-AGE DELIMITED BY SIZE
                  ' RATE ' DELIMITED BY SIZE
                  GC-MONTHLY-RATE DELIMITED BY SIZE
                  ' ANNUAL' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE IMPUTED-REPORT-LINE FROM RPT-DET-LINE.
       520-PRICE-EXIT.
      *    the cursor continues from the next row
           MOVE 0 TO SQLCODE.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND IMPUTED-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'IMPINC1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE IMPUTED-FEED-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE IMPUTED-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO FEED-REJECT-COUNT.
