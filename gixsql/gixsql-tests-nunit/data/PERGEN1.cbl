       IDENTIFICATION DIVISION.

       PROGRAM-ID. PERGEN1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GEN-CAL-FILE
               ASSIGN TO EXTERNAL PERCALGN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.

           SELECT GEN-REPORT-FILE
               ASSIGN TO EXTERNAL PERGENRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  GEN-CAL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GEN-CAL-LINE.

       01  GEN-CAL-LINE            PIC X(80).

       FD  GEN-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GEN-REPORT-LINE.

       01  GEN-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * the generated calendar, in the PERCALIN layout PERCAL1
      * loads: one line per period, status O, with the group it
      * pays and the banking day it pays on. Nothing is loaded
      * here - the file is reviewed against the report first and
      * then fed to PERCAL1 as its PERCALIN.
      *----------------------------------------------------------*
           01 PERIOD-CAL-RECORD.
               05 PCR-PERIOD-ID    PIC 9(06).
               05 PCR-START-DATE   PIC 9(08).
               05 PCR-END-DATE     PIC 9(08).
               05 PCR-STATUS       PIC X(01).
               05 PCR-GROUP-CODE   PIC X(02).
               05 PCR-PAY-DATE     PIC 9(08).
               05 FILLER           PIC X(47).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 GEN-FILE-STATUS      PIC XX.
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

      *----------------------------------------------------------*
      * the calendar year generated: PERGEN_YEAR (YYYY), default
      * next year. PERGEN_GROUP limits the run to one pay group.
      * A period belongs to the year its pay date (period end
      * plus the group's lag, before any weekend or holiday move)
      * falls in for weekly and biweekly groups, and to the year
      * it starts in for monthly and semi-monthly ones.
      *----------------------------------------------------------*
           01 GEN-YEAR-ENV         PIC X(4).
           01 GEN-YEAR-NUM REDEFINES GEN-YEAR-ENV
                                   PIC 9(4).
           01 GEN-YEAR             PIC 9(4).
           01 GEN-GROUP-ENV        PIC X(2).
           01 TODAY-DATE           PIC 9(8).
           01 TODAY-PARTS REDEFINES TODAY-DATE.
               05 TODAY-YYYY       PIC 9(4).
               05 FILLER           PIC 9(4).

           01 YEAR-START-DATE      PIC 9(8).
           01 YEAR-END-DATE        PIC 9(8).
           01 YEAR-START-INT       PIC S9(8) COMP.
           01 YEAR-END-INT         PIC S9(8) COMP.

      *----------------------------------------------------------*
      * period ids: the default monthly group MO, when it is
      * monthly, keeps the YYYYMM ids the quarter and year-end
      * reports read the month from. Every other group's periods
      * number on from YYYY13, after the highest such id already
      * on PERCAL for the year, so no two groups ever share an
      * id. A year has room for 87 of them; a calendar that needs
      * more is refused.
      *----------------------------------------------------------*
           01 NEXT-SEQ-ID          PIC 9(6).
           01 SEQ-ID-LOW           PIC 9(6).
           01 SEQ-ID-HIGH          PIC 9(6).
           01 MAX-SEQ-ID           PIC 9(6).
           01 MAX-SEQ-IND          PIC S9(4) COMP.
           01 MONTH-IDS-SW         PIC X.
               88 USE-MONTH-IDS    VALUE 'Y'.
           01 IDS-FULL-SW          PIC X VALUE 'N'.
               88 IDS-FULL         VALUE 'Y'.

      *    the pay group as fetched from PAYGROUP
           01 PG-GROUP-CODE        PIC X(2).
           01 PG-GROUP-NAME        PIC X(20).
           01 PG-PERIODS-YEAR      PIC 9(2).
           01 PG-ANCHOR-DATE       PIC 9(8).
           01 PG-ANCHOR-IND        PIC S9(4) COMP.
           01 PG-PAY-LAG           PIC 9(2).
           01 PG-PAY-LAG-IND       PIC S9(4) COMP.
           01 PG-PAY-RULE          PIC X(1).
               88 PG-RULE-NEXT     VALUE 'N'.
           01 PG-PAY-RULE-IND      PIC S9(4) COMP.

      *    the period being generated, as day numbers and dates
           01 PER-LEN              PIC S9(4) COMP.
           01 START-INT            PIC S9(8) COMP.
           01 END-INT              PIC S9(8) COMP.
           01 NOMINAL-INT          PIC S9(8) COMP.
           01 PAY-INT              PIC S9(8) COMP.
           01 FIRST-START-INT      PIC S9(8) COMP.
           01 PER-MONTH            PIC 9(2).
           01 NEXT-MONTH-DATE      PIC 9(8).
           01 PER-START-DATE       PIC 9(8).
           01 PER-START-PARTS REDEFINES PER-START-DATE.
               05 PER-START-YYYY   PIC 9(4).
               05 PER-START-MM     PIC 9(2).
               05 PER-START-DD     PIC 9(2).
           01 PER-END-DATE         PIC 9(8).
           01 PER-END-PARTS REDEFINES PER-END-DATE.
               05 PER-END-YYYY     PIC 9(4).
               05 PER-END-MM       PIC 9(2).
               05 PER-END-DD       PIC 9(2).
           01 NOMINAL-PAY-DATE     PIC 9(8).
           01 PAY-DATE             PIC 9(8).
           01 PAY-DATE-PARTS REDEFINES PAY-DATE.
               05 PAY-DATE-YYYY    PIC 9(4).
               05 FILLER           PIC 9(4).
           01 FIRST-START-DATE     PIC 9(8).
           01 START-QUARTER        PIC 9.
           01 END-QUARTER          PIC 9.

      *    banking-day test: weekday and no HOLCAL bank holiday
           01 BANK-DAY-DATE        PIC 9(8).
           01 BANK-DAY-DOW         PIC 9.
           01 BANK-HOLIDAY-COUNT   PIC 9(6).
           01 BANK-DAY-SW          PIC X.
               88 IS-BANKING-DAY   VALUE 'Y'.
           01 MOVE-TRIES           PIC 9(2).

      *    the group's existing calendar, for the continuity check
           01 LOADED-COUNT         PIC 9(6).
           01 PRIOR-END-DATE       PIC 9(8).
           01 PRIOR-END-IND        PIC S9(4) COMP.
           01 PRIOR-NEXT-INT       PIC S9(8) COMP.

           01 GROUP-SKIP-SW        PIC X.
               88 GROUP-SKIPPED    VALUE 'Y'.
           01 FLAG-TEXT            PIC X(50).
           01 FLAG-PTR             PIC 9(3) COMP.

           01 GROUP-PERIOD-COUNT   PIC 9(4).
           01 GROUP-MOVED-COUNT    PIC 9(4).
           01 GROUP-SPLIT-COUNT    PIC 9(4).
           01 GROUPS-READ-COUNT    PIC 9(4) VALUE 0.
           01 GROUPS-GEN-COUNT     PIC 9(4) VALUE 0.
           01 GROUPS-SKIP-COUNT    PIC 9(4) VALUE 0.
           01 PERIODS-GEN-COUNT    PIC 9(6) VALUE 0.
           01 EXTRA-PERIOD-COUNT   PIC 9(4) VALUE 0.
           01 PERIODS-MOVED-COUNT  PIC 9(6) VALUE 0.
           01 PERIODS-SPLIT-COUNT  PIC 9(6) VALUE 0.

           01 COUNT-EDIT           PIC ZZZ9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE PAYGROUP
                   (GROUP_CODE   CHAR(2)      NOT NULL,
                    GROUP_NAME   CHAR(20)     NOT NULL,
                    PERIODS_YEAR DECIMAL(2,0) NOT NULL,
                    ANCHOR_DATE  DECIMAL(8,0),
                    PAY_LAG      DECIMAL(2,0),
                    PAY_RULE     CHAR(1))
           END-EXEC.

           EXEC SQL
               DECLARE PGGRPCR CURSOR FOR
               SELECT GROUP_CODE, GROUP_NAME, PERIODS_YEAR,
                      ANCHOR_DATE, PAY_LAG, PAY_RULE
                 FROM PAYGROUP
               ORDER BY GROUP_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Pay calendar generator: next year's PERCALIN lines for
      * every pay group, built from the group's frequency and
      * anchor date on PAYGROUP, with each pay date moved off a
      * weekend or HOLCAL bank holiday by the group's rule. The
      * review report flags a weekly or biweekly year with an
      * extra (53rd or 27th) pay date, periods a quarter or year
      * end splits, pay dates that land in the next year, and
      * any gap or overlap against the calendar already loaded.
      * RC 4 when something needs a second look, RC 8 when a
      * group could not be generated.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           COMPUTE GEN-YEAR = TODAY-YYYY + 1.

           MOVE SPACES TO GEN-YEAR-ENV.
           DISPLAY "PERGEN_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT GEN-YEAR-ENV FROM ENVIRONMENT-VALUE.
           IF GEN-YEAR-ENV NOT = SPACES
               IF GEN-YEAR-ENV IS NUMERIC AND GEN-YEAR-NUM > 1600
                   MOVE GEN-YEAR-NUM TO GEN-YEAR
               ELSE
                   DISPLAY 'PERGEN1 PERGEN_YEAR NOT A VALID YEAR: '
                       GEN-YEAR-ENV
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO GEN-GROUP-ENV.
           DISPLAY "PERGEN_GROUP" UPON ENVIRONMENT-NAME.
           ACCEPT GEN-GROUP-ENV FROM ENVIRONMENT-VALUE.

           COMPUTE YEAR-START-DATE = GEN-YEAR * 10000 + 0101.
           COMPUTE YEAR-END-DATE = GEN-YEAR * 10000 + 1231.
           COMPUTE YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE(YEAR-START-DATE).
           COMPUTE YEAR-END-INT =
               FUNCTION INTEGER-OF-DATE(YEAR-END-DATE).

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'PERGEN1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT GEN-CAL-FILE.
           OPEN OUTPUT GEN-REPORT-FILE.
           MOVE 'PAY CALENDAR GENERATION REVIEW' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE GEN-REPORT-LINE FROM RPT-HDR-LINE.

           MOVE SPACES TO GEN-REPORT-LINE.
           STRING 'CALENDAR YEAR ' GEN-YEAR
                  '  - REVIEW BEFORE LOADING THROUGH PERCAL1'
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

           PERFORM 150-FIND-NEXT-ID THRU 150-FIND-NEXT-ID-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-WRAP
           END-IF.

           PERFORM 200-GENERATE-GROUPS THRU 200-GENERATE-GROUPS-EXIT.

       100-WRAP.
           MOVE SPACES TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING 'GROUPS GENERATED ' GROUPS-GEN-COUNT
                  '  SKIPPED ' GROUPS-SKIP-COUNT
                  '  PERIODS ' PERIODS-GEN-COUNT
                  '  PAY DATES MOVED ' PERIODS-MOVED-COUNT
                  '  SPLIT ' PERIODS-SPLIT-COUNT
                  '  EXTRA-PERIOD YEARS ' EXTRA-PERIOD-COUNT
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE GEN-REPORT-FILE.
           CLOSE GEN-CAL-FILE.

           DISPLAY 'PERGEN1 CALENDAR YEAR      : ' GEN-YEAR.
           DISPLAY 'PERGEN1 GROUPS READ        : ' GROUPS-READ-COUNT.
           DISPLAY 'PERGEN1 GROUPS GENERATED   : ' GROUPS-GEN-COUNT.
           DISPLAY 'PERGEN1 GROUPS SKIPPED     : ' GROUPS-SKIP-COUNT.
           DISPLAY 'PERGEN1 PERIODS GENERATED  : ' PERIODS-GEN-COUNT.
           DISPLAY 'PERGEN1 PAY DATES MOVED    : '
               PERIODS-MOVED-COUNT.
           DISPLAY 'PERGEN1 EXTRA-PERIOD YEARS : ' EXTRA-PERIOD-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 150-FIND-NEXT-ID
      * The first free id in the year's YYYY13-YYYY99 range.
      *----------------------------------------------------------*
       150-FIND-NEXT-ID.
           COMPUTE SEQ-ID-LOW = GEN-YEAR * 100 + 13.
           COMPUTE SEQ-ID-HIGH = GEN-YEAR * 100 + 99.
           MOVE 0 TO MAX-SEQ-ID.
           MOVE 0 TO MAX-SEQ-IND.
           EXEC SQL
               SELECT MAX(PERIOD_ID)
                   INTO :MAX-SEQ-ID :MAX-SEQ-IND
                   FROM PERCAL
                   WHERE PERIOD_ID >= :SEQ-ID-LOW
                     AND PERIOD_ID <= :SEQ-ID-HIGH
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'PERGEN1 PERCAL READ SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 150-FIND-NEXT-ID-EXIT
           END-IF.
           IF SQLCODE = 100 OR MAX-SEQ-IND < 0 OR MAX-SEQ-ID = 0
               MOVE SEQ-ID-LOW TO NEXT-SEQ-ID
           ELSE
               COMPUTE NEXT-SEQ-ID = MAX-SEQ-ID + 1
           END-IF.

       150-FIND-NEXT-ID-EXIT.
           EXIT.

       200-GENERATE-GROUPS.
           EXEC SQL
               OPEN PGGRPCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'PERGEN1 PAYGROUP OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 200-GENERATE-GROUPS-EXIT
           END-IF.

           PERFORM 210-FETCH-GROUP.
           PERFORM UNTIL SQLCODE <> 0
               IF GEN-GROUP-ENV = SPACES
                       OR GEN-GROUP-ENV = PG-GROUP-CODE
                   ADD 1 TO GROUPS-READ-COUNT
                   PERFORM 300-GENERATE-GROUP
                       THRU 300-GENERATE-GROUP-EXIT
                   IF GROUP-SKIPPED
                       ADD 1 TO GROUPS-SKIP-COUNT
                   ELSE
                       ADD 1 TO GROUPS-GEN-COUNT
                   END-IF
               END-IF
               PERFORM 210-FETCH-GROUP
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'PERGEN1 PAYGROUP FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE PGGRPCR
           END-EXEC.

           IF GROUPS-READ-COUNT = 0
               MOVE SPACES TO GEN-REPORT-LINE
               STRING 'NO PAY GROUP ' GEN-GROUP-ENV
                      ' ON PAYGROUP - NOTHING GENERATED'
                   DELIMITED BY SIZE INTO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       200-GENERATE-GROUPS-EXIT.
           EXIT.

       210-FETCH-GROUP.
           MOVE 0 TO PG-ANCHOR-DATE
           MOVE 0 TO PG-PAY-LAG
           MOVE SPACE TO PG-PAY-RULE
           EXEC SQL
               FETCH PGGRPCR
                   INTO :PG-GROUP-CODE, :PG-GROUP-NAME,
                        :PG-PERIODS-YEAR,
                        :PG-ANCHOR-DATE :PG-ANCHOR-IND,
                        :PG-PAY-LAG :PG-PAY-LAG-IND,
                        :PG-PAY-RULE :PG-PAY-RULE-IND
           END-EXEC.
           IF SQLCODE = 0
               IF PG-ANCHOR-IND < 0
                   MOVE 0 TO PG-ANCHOR-DATE
               END-IF
               IF PG-PAY-LAG-IND < 0
                   MOVE 0 TO PG-PAY-LAG
               END-IF
               IF PG-PAY-RULE-IND < 0 OR PG-PAY-RULE = SPACE
                   MOVE 'P' TO PG-PAY-RULE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 300-GENERATE-GROUP
      * One group's year: weekly (52) and biweekly (26) step from
      * the anchor; semi-monthly (24) runs the 1st-15th and the
      * 16th-month end; monthly (12) runs whole months. Any other
      * frequency, or a weekly group with no anchor, is refused.
      *----------------------------------------------------------*
       300-GENERATE-GROUP.
           MOVE 'N' TO GROUP-SKIP-SW.
           MOVE 0 TO GROUP-PERIOD-COUNT.
           MOVE 0 TO GROUP-MOVED-COUNT.
           MOVE 0 TO GROUP-SPLIT-COUNT.
           MOVE 'N' TO MONTH-IDS-SW.
           IF PG-GROUP-CODE = 'MO' AND PG-PERIODS-YEAR = 12
               MOVE 'Y' TO MONTH-IDS-SW
           END-IF.

           MOVE SPACES TO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING 'GROUP ' PG-GROUP-CODE ' ' PG-GROUP-NAME
                  '  PERIODS/YEAR ' PG-PERIODS-YEAR
                  '  ANCHOR ' PG-ANCHOR-DATE
                  '  PAY LAG ' PG-PAY-LAG
                  '  RULE ' PG-PAY-RULE
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

           EVALUATE PG-PERIODS-YEAR
               WHEN 52
                   MOVE 7 TO PER-LEN
               WHEN 26
                   MOVE 14 TO PER-LEN
               WHEN 24
               WHEN 12
                   MOVE 0 TO PER-LEN
               WHEN OTHER
                   MOVE SPACES TO GEN-REPORT-LINE
                   STRING '*** FREQUENCY ' PG-PERIODS-YEAR
                          ' NOT GENERATED - BUILD THIS GROUP BY HAND'
                       DELIMITED BY SIZE INTO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO GROUP-SKIP-SW
                   GO TO 300-GENERATE-GROUP-EXIT
           END-EVALUATE.

           IF PER-LEN > 0
               IF PG-ANCHOR-DATE = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(PG-ANCHOR-DATE)
                           NOT = 0
                   MOVE SPACES TO GEN-REPORT-LINE
                   MOVE '*** NO VALID ANCHOR DATE ON PAYGROUP'
                       TO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO GROUP-SKIP-SW
                   GO TO 300-GENERATE-GROUP-EXIT
               END-IF
               PERFORM 305-FIND-FIRST-START
           ELSE
               MOVE YEAR-START-INT TO FIRST-START-INT
           END-IF.

           PERFORM 450-CHECK-LOADED THRU 450-CHECK-LOADED-EXIT.
           IF GROUP-SKIPPED
               GO TO 300-GENERATE-GROUP-EXIT
           END-IF.

           MOVE SPACES TO GEN-REPORT-LINE.
           MOVE '  PERIOD  START     END       PAY DATE  NOMINAL'
               TO GEN-REPORT-LINE.
           MOVE 'FLAGS' TO GEN-REPORT-LINE(53:5).
           WRITE GEN-REPORT-LINE.

           EVALUATE PG-PERIODS-YEAR
               WHEN 52
               WHEN 26
                   PERFORM 310-STEP-PERIODS
               WHEN 24
                   PERFORM 320-SEMI-MONTHLY-PERIODS
               WHEN 12
                   PERFORM 330-MONTHLY-PERIODS
           END-EVALUATE.

           PERFORM 500-WRITE-GROUP-SUMMARY.

       300-GENERATE-GROUP-EXIT.
           EXIT.

      *    the anchor's period nearest the year: back or forward a
      *    period at a time until the first one whose nominal pay
      *    date falls on or after January 1
       305-FIND-FIRST-START.
           COMPUTE START-INT =
               FUNCTION INTEGER-OF-DATE(PG-ANCHOR-DATE).
           PERFORM UNTIL START-INT + PER-LEN - 1 + PG-PAY-LAG
                   < YEAR-START-INT
               SUBTRACT PER-LEN FROM START-INT
           END-PERFORM.
           PERFORM UNTIL START-INT + PER-LEN - 1 + PG-PAY-LAG
                   >= YEAR-START-INT
               ADD PER-LEN TO START-INT
           END-PERFORM.
           MOVE START-INT TO FIRST-START-INT.

       310-STEP-PERIODS.
           MOVE FIRST-START-INT TO START-INT.
           PERFORM UNTIL START-INT + PER-LEN - 1 + PG-PAY-LAG
                   > YEAR-END-INT
                   OR IDS-FULL
               COMPUTE END-INT = START-INT + PER-LEN - 1
               PERFORM 400-EMIT-PERIOD THRU 400-EMIT-PERIOD-EXIT
               ADD PER-LEN TO START-INT
           END-PERFORM.

       320-SEMI-MONTHLY-PERIODS.
           PERFORM VARYING PER-MONTH FROM 1 BY 1
                   UNTIL PER-MONTH > 12 OR IDS-FULL
               COMPUTE PER-START-DATE =
                   GEN-YEAR * 10000 + PER-MONTH * 100 + 1
               COMPUTE START-INT =
                   FUNCTION INTEGER-OF-DATE(PER-START-DATE)
               COMPUTE END-INT = START-INT + 14
               PERFORM 400-EMIT-PERIOD THRU 400-EMIT-PERIOD-EXIT
               IF NOT IDS-FULL
                   COMPUTE START-INT = END-INT + 1
                   PERFORM 340-FIND-MONTH-END
                   PERFORM 400-EMIT-PERIOD THRU 400-EMIT-PERIOD-EXIT
               END-IF
           END-PERFORM.

       330-MONTHLY-PERIODS.
           PERFORM VARYING PER-MONTH FROM 1 BY 1
                   UNTIL PER-MONTH > 12 OR IDS-FULL
               COMPUTE PER-START-DATE =
                   GEN-YEAR * 10000 + PER-MONTH * 100 + 1
               COMPUTE START-INT =
                   FUNCTION INTEGER-OF-DATE(PER-START-DATE)
               PERFORM 340-FIND-MONTH-END
               PERFORM 400-EMIT-PERIOD THRU 400-EMIT-PERIOD-EXIT
           END-PERFORM.

      *    the day before the first of the following month
       340-FIND-MONTH-END.
           IF PER-MONTH = 12
               COMPUTE NEXT-MONTH-DATE = (GEN-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE NEXT-MONTH-DATE =
                   GEN-YEAR * 10000 + (PER-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE END-INT =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1.

      *----------------------------------------------------------*
      * 400-EMIT-PERIOD
      * START-INT to END-INT becomes one PERCALIN line and one
      * report line: the id, the pay date moved to a banking day
      * and whatever about the period wants a second look.
      *----------------------------------------------------------*
       400-EMIT-PERIOD.
           COMPUTE PER-START-DATE =
               FUNCTION DATE-OF-INTEGER(START-INT).
           COMPUTE PER-END-DATE =
               FUNCTION DATE-OF-INTEGER(END-INT).

           MOVE SPACES TO PERIOD-CAL-RECORD.
           IF USE-MONTH-IDS
               COMPUTE PCR-PERIOD-ID =
                   GEN-YEAR * 100 + PER-START-MM
           ELSE
               IF NEXT-SEQ-ID > SEQ-ID-HIGH
                   MOVE SPACES TO GEN-REPORT-LINE
                   STRING '*** NO PERIOD IDS LEFT IN ' GEN-YEAR
                          ' - PERIODS FROM ' PER-START-DATE
                          ' NOT GENERATED'
                       DELIMITED BY SIZE INTO GEN-REPORT-LINE
                   WRITE GEN-REPORT-LINE
                   MOVE 'Y' TO IDS-FULL-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 400-EMIT-PERIOD-EXIT
               END-IF
               MOVE NEXT-SEQ-ID TO PCR-PERIOD-ID
               ADD 1 TO NEXT-SEQ-ID
           END-IF.

           COMPUTE NOMINAL-INT = END-INT + PG-PAY-LAG.
           COMPUTE NOMINAL-PAY-DATE =
               FUNCTION DATE-OF-INTEGER(NOMINAL-INT).
           PERFORM 410-SET-PAY-DATE.

           MOVE SPACES TO FLAG-TEXT.
           MOVE 1 TO FLAG-PTR.
           IF PAY-DATE NOT = NOMINAL-PAY-DATE
               ADD 1 TO GROUP-MOVED-COUNT
               STRING 'MOVED ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
           END-IF.
           PERFORM 420-SET-SPLIT-FLAGS.

           MOVE PER-START-DATE TO PCR-START-DATE.
           MOVE PER-END-DATE TO PCR-END-DATE.
           MOVE 'O' TO PCR-STATUS.
           MOVE PG-GROUP-CODE TO PCR-GROUP-CODE.
           MOVE PAY-DATE TO PCR-PAY-DATE.
           WRITE GEN-CAL-LINE FROM PERIOD-CAL-RECORD.
           ADD 1 TO GROUP-PERIOD-COUNT.

           MOVE SPACES TO GEN-REPORT-LINE.
           STRING '  ' PCR-PERIOD-ID '  ' PER-START-DATE
                  '  ' PER-END-DATE '  ' PAY-DATE
                  '  ' NOMINAL-PAY-DATE '  ' FLAG-TEXT
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       400-EMIT-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 410-SET-PAY-DATE
      * The nominal pay date moved a day at a time - back under
      * rule P, forward under rule N - until it is a banking day.
      * Day numbers from INTEGER-OF-DATE run from a Monday, so
      * MOD 7 of 6 or 0 is a weekend.
      *----------------------------------------------------------*
       410-SET-PAY-DATE.
           MOVE NOMINAL-INT TO PAY-INT.
           MOVE 0 TO MOVE-TRIES.
           PERFORM 415-TEST-BANKING-DAY.
           PERFORM UNTIL IS-BANKING-DAY OR MOVE-TRIES > 14
               IF PG-RULE-NEXT
                   ADD 1 TO PAY-INT
               ELSE
                   SUBTRACT 1 FROM PAY-INT
               END-IF
               ADD 1 TO MOVE-TRIES
               PERFORM 415-TEST-BANKING-DAY
           END-PERFORM.
           COMPUTE PAY-DATE = FUNCTION DATE-OF-INTEGER(PAY-INT).

      *    a calendar read error is logged and the day taken as
      *    open, the rule the other banking-day tests follow
       415-TEST-BANKING-DAY.
           MOVE 'N' TO BANK-DAY-SW
           COMPUTE BANK-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(PAY-INT)
           COMPUTE BANK-DAY-DOW =
               FUNCTION MOD(PAY-INT, 7)
           IF BANK-DAY-DOW >= 1 AND BANK-DAY-DOW <= 5
               MOVE 0 TO BANK-HOLIDAY-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :BANK-HOLIDAY-COUNT
                       FROM HOLCAL
                       WHERE HOL_DATE = :BANK-DAY-DATE
                         AND BANK_HOLIDAY = 'Y'
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'PERGEN1 HOLCAL READ SQLCODE: ' SQLCODE
                   MOVE 0 TO BANK-HOLIDAY-COUNT
               END-IF
               IF BANK-HOLIDAY-COUNT = 0
                   SET IS-BANKING-DAY TO TRUE
               END-IF
           END-IF.

      *    a period that starts in one quarter and ends in the
      *    next has its wages split across two quarterly returns;
      *    a pay date past the period's year moves the wages into
      *    the next tax year
       420-SET-SPLIT-FLAGS.
           COMPUTE START-QUARTER = (PER-START-MM - 1) / 3 + 1.
           COMPUTE END-QUARTER = (PER-END-MM - 1) / 3 + 1.
           IF PER-START-YYYY NOT = PER-END-YYYY
               ADD 1 TO GROUP-SPLIT-COUNT
               STRING 'YEAR-END SPLIT ' DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
           ELSE
               IF START-QUARTER NOT = END-QUARTER
                   ADD 1 TO GROUP-SPLIT-COUNT
                   STRING 'QUARTER SPLIT ' DELIMITED BY SIZE
                       INTO FLAG-TEXT WITH POINTER FLAG-PTR
               END-IF
           END-IF.
           IF PAY-DATE-YYYY NOT = PER-END-YYYY
               STRING 'PAID IN ' PAY-DATE-YYYY DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
           END-IF.

      *----------------------------------------------------------*
      * 450-CHECK-LOADED
      * A group already holding periods from the year's first
      * start on is not generated again. Otherwise the last
      * period loaded before it should end the day before - a
      * gap or an overlap is reported for the reviewer.
      *----------------------------------------------------------*
       450-CHECK-LOADED.
           COMPUTE FIRST-START-DATE =
               FUNCTION DATE-OF-INTEGER(FIRST-START-INT).
           MOVE 0 TO LOADED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :LOADED-COUNT
                   FROM PERCAL
                   WHERE GROUP_CODE = :PG-GROUP-CODE
                     AND START_DATE >= :FIRST-START-DATE
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'PERGEN1 PERCAL READ SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO GROUP-SKIP-SW
               GO TO 450-CHECK-LOADED-EXIT
           END-IF.
           IF LOADED-COUNT > 0
               MOVE LOADED-COUNT TO COUNT-EDIT
               MOVE SPACES TO GEN-REPORT-LINE
               STRING '*** ' COUNT-EDIT ' PERIODS FROM '
                      FIRST-START-DATE ' ALREADY ON PERCAL'
                      ' - GROUP NOT GENERATED'
                   DELIMITED BY SIZE INTO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO GROUP-SKIP-SW
               GO TO 450-CHECK-LOADED-EXIT
           END-IF.

           MOVE 0 TO PRIOR-END-DATE.
           MOVE 0 TO PRIOR-END-IND.
           EXEC SQL
               SELECT MAX(END_DATE)
                   INTO :PRIOR-END-DATE :PRIOR-END-IND
                   FROM PERCAL
                   WHERE GROUP_CODE = :PG-GROUP-CODE
                     AND START_DATE < :FIRST-START-DATE
           END-EXEC.
           IF SQLCODE <> 0 OR PRIOR-END-IND < 0
                   OR PRIOR-END-DATE = 0
               GO TO 450-CHECK-LOADED-EXIT
           END-IF.

           COMPUTE PRIOR-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(PRIOR-END-DATE) + 1.
           IF PRIOR-NEXT-INT NOT = FIRST-START-INT
               MOVE SPACES TO GEN-REPORT-LINE
               IF PRIOR-NEXT-INT < FIRST-START-INT
                   STRING '*** GAP - LAST LOADED PERIOD ENDS '
                          PRIOR-END-DATE ', NEW YEAR STARTS '
                          FIRST-START-DATE
                       DELIMITED BY SIZE INTO GEN-REPORT-LINE
               ELSE
                   STRING '*** OVERLAP - LAST LOADED PERIOD ENDS '
                          PRIOR-END-DATE ', NEW YEAR STARTS '
                          FIRST-START-DATE
                       DELIMITED BY SIZE INTO GEN-REPORT-LINE
               END-IF
               WRITE GEN-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       450-CHECK-LOADED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-WRITE-GROUP-SUMMARY
      * A weekly or biweekly year with more pay dates than the
      * group's periods per year overpays every salary divided
      * by that frequency - the extra period is flagged for a
      * decision before the calendar is loaded.
      *----------------------------------------------------------*
       500-WRITE-GROUP-SUMMARY.
           ADD GROUP-PERIOD-COUNT TO PERIODS-GEN-COUNT.
           ADD GROUP-MOVED-COUNT TO PERIODS-MOVED-COUNT.
           ADD GROUP-SPLIT-COUNT TO PERIODS-SPLIT-COUNT.

           MOVE SPACES TO GEN-REPORT-LINE.
           STRING '  GROUP ' PG-GROUP-CODE
                  ' PERIODS ' GROUP-PERIOD-COUNT
                  '  PAY DATES MOVED ' GROUP-MOVED-COUNT
                  '  SPLIT BY QUARTER/YEAR END ' GROUP-SPLIT-COUNT
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

           IF PER-LEN > 0 AND GROUP-PERIOD-COUNT > PG-PERIODS-YEAR
               ADD 1 TO EXTRA-PERIOD-COUNT
               MOVE GROUP-PERIOD-COUNT TO COUNT-EDIT
               MOVE SPACES TO GEN-REPORT-LINE
               STRING '*** ' COUNT-EDIT ' PAY PERIODS IN ' GEN-YEAR
                      ' - PAY IS CALIBRATED TO ' PG-PERIODS-YEAR
                      ' A YEAR'
                   DELIMITED BY SIZE INTO GEN-REPORT-LINE
               WRITE GEN-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
