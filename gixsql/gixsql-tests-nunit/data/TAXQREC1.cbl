       IDENTIFICATION DIVISION.

       PROGRAM-ID. TAXQREC1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *    the quarter's TAXDEP1 deposit files, concatenated in
      *    period order the way YEAREND1 takes the year's journals
           SELECT TAX-DEPOSIT-FILE
               ASSIGN TO EXTERNAL TAXDEPQ
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-FILE-STATUS.

           SELECT TREASURY-TAX-FILE
               ASSIGN TO EXTERNAL TRSTAXQ
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREASURY-FILE-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO EXTERNAL TAXQRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  TAX-DEPOSIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TAX-DEPOSIT-LINE.

       01  TAX-DEPOSIT-LINE        PIC X(80).

       FD  TREASURY-TAX-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TREASURY-TAX-LINE.

       01  TREASURY-TAX-LINE       PIC X(80).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RECON-REPORT-LINE.

       01  RECON-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.

           COPY RPTHDR.
           COPY RPTFTR.

      *    TAXDEP1's deposit detail line, as it writes it
           01 TAX-DEPOSIT-RECORD.
               05 TD-RECORD-TYPE   PIC X(01).
               05 TD-ENO           PIC 9(04).
               05 TD-TAX-TYPE      PIC X(04).
               05 TD-PERIOD-ID     PIC 9(06).
               05 TD-TAXABLE-WAGES PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 TD-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 TD-JURIS         PIC X(05).
               05 FILLER           PIC X(36).

      *----------------------------------------------------------*
      * treasury's record of the tax deposits it actually made
      * (TRSTAXQ): one line per deposit, against the pay period
      * whose liability it settles. 'FIT ' is federal income tax
      * withheld, 'FICA' and 'SUI ' the employer taxes, 'LOCL'
      * withheld local tax - remitted to the localities and not
      * part of this reconciliation.
      *----------------------------------------------------------*
           01 TREASURY-TAX-RECORD.
               05 TT-PERIOD-ID     PIC 9(06).
               05 TT-TAX-TYPE      PIC X(04).
                   88 TT-TYPE-FIT      VALUE 'FIT '.
                   88 TT-TYPE-FICA     VALUE 'FICA'.
                   88 TT-TYPE-SUI      VALUE 'SUI '.
                   88 TT-TYPE-LOCAL    VALUE 'LOCL'.
               05 TT-PAID-DATE     PIC 9(08).
               05 TT-AMOUNT        PIC 9(09)V99.
               05 TT-REFERENCE     PIC X(15).
               05 FILLER           PIC X(36).

           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.
           01 DEPOSIT-FILE-STATUS  PIC XX.
           01 DEPOSIT-EOF-SW       PIC X VALUE 'N'.
               88 DEPOSIT-EOF      VALUE 'Y'.
           01 TREASURY-FILE-STATUS PIC XX.
           01 TREASURY-EOF-SW      PIC X VALUE 'N'.
               88 TREASURY-EOF     VALUE 'Y'.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.
           01 RUN-DATE-TEXT        PIC X(21).

           01 TAXQ-YEAR-TEXT       PIC X(4).
           01 TAXQ-YEAR            PIC 9(4).
           01 TAXQ-QTR-TEXT        PIC X(1).
           01 TAXQ-QTR             PIC 9(1).
           01 QTR-MONTH-LOW        PIC 9(2).
           01 QTR-MONTH-HIGH       PIC 9(2).
           01 DETAIL-MONTH         PIC 9(2).

      *----------------------------------------------------------*
      * employer-side rates and wage bases, from the same
      * environment settings TAXDEP1 deposits with, so the
      * liability recomputed here is the one it should have
      * deposited:
      *   EMPTAX_FICA_RATE  9V9999 (default  .0765)
      *   EMPTAX_FICA_BASE  9(7)   (default 160200)
      *   EMPTAX_SUI_RATE   9V9999 (default  .0270)
      *   EMPTAX_SUI_BASE   9(7)   (default   7000)
      *----------------------------------------------------------*
           01 RATE-TEXT            PIC X(5).
           01 BASE-TEXT            PIC X(7).
           01 FICA-RATE            PIC 9V9999 VALUE .0765.
           01 FICA-WAGE-BASE       PIC 9(7) VALUE 160200.
           01 SUI-RATE             PIC 9V9999 VALUE .0270.
           01 SUI-WAGE-BASE        PIC 9(7) VALUE 7000.

      *    each employee's wages so far this year, rolled in
      *    PAYHIST order as TAXDEP1 rolls EMPTAXYTD, so every
      *    record's taxable slice caps where the deposit run
      *    capped it
           01 YTD-COUNT            PIC 9(3) COMP VALUE 0.
           01 YTD-IDX              PIC 9(3) COMP.
           01 YTD-TABLE.
               05 YTD-ENTRY OCCURS 300 TIMES.
                   10 YT-ENO           PIC 9(4).
                   10 YT-WAGES         PIC S9(11)V99 COMP-3.
                   10 YT-PAID-IN-QTR   PIC X(1).
           01 YTD-MATCH-SW         PIC X.
               88 YTD-MATCH-FOUND  VALUE 'Y'.
           01 YTD-MATCH-IDX        PIC 9(3) COMP.

      *----------------------------------------------------------*
      * one line per pay period of the quarter: what the pay
      * details say was withheld and owed, what TAXDEP1 put on
      * its deposit files, and what treasury says it paid.
      *----------------------------------------------------------*
           01 PER-COUNT            PIC 9(2) COMP VALUE 0.
           01 PER-IDX              PIC 9(2) COMP.
           01 PER-TABLE.
               05 PER-ENTRY OCCURS 40 TIMES.
                   10 PT-PERIOD-ID     PIC 9(6).
                   10 PT-MONTH-OF-QTR  PIC 9(1).
                   10 PT-WAGES         PIC S9(11)V99 COMP-3.
                   10 PT-FIT           PIC S9(11)V99 COMP-3.
                   10 PT-FICA-WAGES    PIC S9(11)V99 COMP-3.
                   10 PT-ER-FICA       PIC S9(11)V99 COMP-3.
                   10 PT-ER-SUI        PIC S9(11)V99 COMP-3.
                   10 PT-TAXDEP        PIC S9(11)V99 COMP-3.
                   10 PT-TRS-FED       PIC S9(11)V99 COMP-3.
                   10 PT-TRS-SUI       PIC S9(11)V99 COMP-3.
           01 PER-MATCH-SW         PIC X.
               88 PER-MATCH-FOUND  VALUE 'Y'.
           01 PER-MATCH-IDX        PIC 9(2) COMP.
           01 FIND-PERIOD-ID       PIC 9(6).

           01 OVERFLOW-SW          PIC X VALUE 'N'.
               88 TABLE-OVERFLOW   VALUE 'Y'.

           01 TAXABLE-SLICE        PIC S9(9)V99 COMP-3.
           01 LIABILITY-AMOUNT     PIC S9(9)V99 COMP-3.

           01 PERIOD-LIABILITY     PIC S9(11)V99 COMP-3.
           01 PERIOD-EMPLOYER      PIC S9(11)V99 COMP-3.
           01 PERIOD-TREASURY      PIC S9(11)V99 COMP-3.
           01 TAXDEP-DIFF          PIC S9(11)V99 COMP-3.
           01 TREASURY-DIFF        PIC S9(11)V99 COMP-3.

      *    quarter totals and the federal return's monthly
      *    liability schedule
           01 QTR-EMP-COUNT        PIC 9(5) VALUE 0.
           01 QTR-WAGES            PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-FIT              PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-FICA-WAGES       PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-ER-FICA          PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-ER-SUI           PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-TAXDEP           PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-TRS-FED          PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-TRS-SUI          PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-FED-LIABILITY    PIC S9(13)V99 COMP-3 VALUE 0.
           01 QTR-BALANCE          PIC S9(13)V99 COMP-3 VALUE 0.
           01 MONTH-LIABILITY-TABLE.
               05 MONTH-LIABILITY  PIC S9(13)V99 COMP-3
                                       OCCURS 3 TIMES.
           01 MONTH-IDX            PIC 9(1).

           01 HIST-READ-COUNT      PIC 9(8) COMP-3 VALUE 0.
           01 QTR-REC-COUNT        PIC 9(8) COMP-3 VALUE 0.
           01 DEPOSIT-READ-COUNT   PIC 9(8) COMP-3 VALUE 0.
           01 TREASURY-READ-COUNT  PIC 9(8) COMP-3 VALUE 0.
           01 OUTSIDE-QTR-COUNT    PIC 9(6) VALUE 0.
           01 PERIOD-DIFF-COUNT    PIC 9(4) VALUE 0.

           01 AMOUNT-EDIT          PIC -(12)9.99.
           01 COUNT-EDIT           PIC Z(4)9.

      *    report lines: one per pay period, then the return's
      *    figures label by label
           01 RECON-DETAIL.
               05 RD-PERIOD-ID     PIC 9(6).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 RD-MONTH         PIC 9(1).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-FIT           PIC -(8)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-ER-FICA       PIC -(8)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-ER-SUI        PIC -(8)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-TAXDEP        PIC -(8)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-TAXDEP-DIFF   PIC -(8)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-TREASURY      PIC -(8)9.99.
               05 FILLER           PIC X(1) VALUE SPACE.
               05 RD-TREASURY-DIFF PIC -(8)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 RD-NOTE          PIC X(24).

           01 RECON-COLUMNS.
               05 FILLER           PIC X(30) VALUE
                   'PERIOD  M  FED WITHHELD  EMPL'.
               05 FILLER           PIC X(30) VALUE
                   'OYER FICA   EMPLOYER SUI    TA'.
               05 FILLER           PIC X(30) VALUE
                   'XDEP FILED   TAXDEP DIFF   TRE'.
               05 FILLER           PIC X(30) VALUE
                   'ASURY PAID  TREASURY DIFF  NOT'.
               05 FILLER           PIC X(01) VALUE 'E'.

           01 FIGURE-LINE.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 FG-LABEL         PIC X(48).
               05 FG-AMOUNT        PIC -(12)9.99.
               05 FG-AMOUNT-X REDEFINES FG-AMOUNT
                                   PIC X(16).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 FG-NOTE          PIC X(40).

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Quarterly employer tax reconciliation: proves at quarter
      * end that federal income tax withheld plus the employer
      * taxes owed equals what was deposited. PAYHIST gives the
      * withholding and - recomputed at TAXDEP1's rates, capped
      * against each employee's year-to-date wages - the employer
      * FICA and unemployment owed, pay period by pay period; the
      * quarter's TAXDEP1 deposit files (TAXDEPQ) give what the
      * deposit run filed, and treasury's deposit record (TRSTAXQ)
      * what was actually paid. Any period where they disagree is
      * flagged on the TAXQRPT report (RETURN-CODE 4), which
      * closes with the figures the quarterly federal return
      * needs and its month-by-month liability schedule.
      *----------------------------------------------------------*
       000-MAIN.
           DISPLAY "TAXQ_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT TAXQ-YEAR-TEXT FROM ENVIRONMENT-VALUE.
           DISPLAY "TAXQ_QTR" UPON ENVIRONMENT-NAME.
           ACCEPT TAXQ-QTR-TEXT FROM ENVIRONMENT-VALUE.
           IF TAXQ-YEAR-TEXT NOT NUMERIC
                   OR TAXQ-QTR-TEXT NOT NUMERIC
               DISPLAY 'TAXQREC1 TAXQ_YEAR/TAXQ_QTR NOT SET OR NOT '
                   'NUMERIC'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.
           MOVE TAXQ-YEAR-TEXT TO TAXQ-YEAR.
           MOVE TAXQ-QTR-TEXT TO TAXQ-QTR.
           IF TAXQ-QTR < 1 OR TAXQ-QTR > 4
               DISPLAY 'TAXQREC1 TAXQ_QTR MUST BE 1-4: [' TAXQ-QTR
                   ']'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.
           COMPUTE QTR-MONTH-HIGH = TAXQ-QTR * 3.
           COMPUTE QTR-MONTH-LOW = QTR-MONTH-HIGH - 2.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           PERFORM 050-ACCEPT-RATES.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 3
               MOVE 0 TO MONTH-LIABILITY(MONTH-IDX)
           END-PERFORM.

           PERFORM 100-ACCUMULATE-PAY-HISTORY THRU 100-ACCUM-EXIT.
           IF RETURN-CODE = 8
               GO TO 000-EXIT
           END-IF.
           PERFORM 200-ACCUMULATE-DEPOSITS THRU 200-ACCUM-EXIT.
           IF RETURN-CODE = 8
               GO TO 000-EXIT
           END-IF.
           PERFORM 300-ACCUMULATE-TREASURY THRU 300-ACCUM-EXIT.
           IF RETURN-CODE = 8
               GO TO 000-EXIT
           END-IF.

           IF TABLE-OVERFLOW
               DISPLAY 'TAXQREC1 RECONCILIATION REFUSED - TABLE '
                   'FULL, FIGURES WOULD BE INCOMPLETE'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.

           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'EMPLOYER TAX RECONCILIATION ' DELIMITED BY SIZE
                  TAXQ-YEAR DELIMITED BY SIZE
                  ' Q' DELIMITED BY SIZE
                  TAXQ-QTR DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE RECON-REPORT-LINE FROM RPT-HDR-LINE.
           WRITE RECON-REPORT-LINE FROM RECON-COLUMNS.

           PERFORM 400-WRITE-PERIOD-LINE
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > PER-COUNT.

           PERFORM 500-WRITE-RETURN-FIGURES.

           WRITE RECON-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE RECON-REPORT-FILE.

           DISPLAY 'TAXQREC1 YEAR/QUARTER    : ' TAXQ-YEAR '/'
               TAXQ-QTR.
           DISPLAY 'TAXQREC1 HISTORY READ    : ' HIST-READ-COUNT.
           DISPLAY 'TAXQREC1 QUARTER RECORDS : ' QTR-REC-COUNT.
           DISPLAY 'TAXQREC1 DEPOSIT LINES   : ' DEPOSIT-READ-COUNT.
           DISPLAY 'TAXQREC1 TREASURY LINES  : ' TREASURY-READ-COUNT.
           DISPLAY 'TAXQREC1 OUTSIDE QUARTER : ' OUTSIDE-QTR-COUNT.
           DISPLAY 'TAXQREC1 PERIODS         : ' PER-COUNT.
           DISPLAY 'TAXQREC1 PERIODS DIFFER  : ' PERIOD-DIFF-COUNT.

           IF PERIOD-DIFF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 050-ACCEPT-RATES
      * Rates as four implied decimals (0765 = 7.65%), bases in
      * whole dollars; anything unset or non-numeric keeps its
      * default - TAXDEP1's own rule.
      *----------------------------------------------------------*
       050-ACCEPT-RATES.
           DISPLAY "EMPTAX_FICA_RATE" UPON ENVIRONMENT-NAME
           ACCEPT RATE-TEXT FROM ENVIRONMENT-VALUE
           IF RATE-TEXT NUMERIC
               COMPUTE FICA-RATE =
                   FUNCTION NUMVAL(RATE-TEXT) / 10000
           END-IF

           DISPLAY "EMPTAX_FICA_BASE" UPON ENVIRONMENT-NAME
           ACCEPT BASE-TEXT FROM ENVIRONMENT-VALUE
           IF BASE-TEXT NUMERIC
               MOVE BASE-TEXT TO FICA-WAGE-BASE
           END-IF

           DISPLAY "EMPTAX_SUI_RATE" UPON ENVIRONMENT-NAME
           ACCEPT RATE-TEXT FROM ENVIRONMENT-VALUE
           IF RATE-TEXT NUMERIC
               COMPUTE SUI-RATE =
                   FUNCTION NUMVAL(RATE-TEXT) / 10000
           END-IF

           DISPLAY "EMPTAX_SUI_BASE" UPON ENVIRONMENT-NAME
           ACCEPT BASE-TEXT FROM ENVIRONMENT-VALUE
           IF BASE-TEXT NUMERIC
               MOVE BASE-TEXT TO SUI-WAGE-BASE
           END-IF.

       100-ACCUMULATE-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'TAXQREC1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-ACCUM-EXIT
           END-IF.

           PERFORM 110-READ-HISTORY.
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO HIST-READ-COUNT
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-PERIOD-ID(1:4) = TAXQ-YEAR-TEXT
                   PERFORM 150-FOLD-DETAIL THRU 150-FOLD-EXIT
               END-IF
               PERFORM 110-READ-HISTORY
           END-PERFORM.

           CLOSE PAY-HISTORY-FILE.

           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > YTD-COUNT
               IF YT-PAID-IN-QTR(YTD-IDX) = 'Y'
                   ADD 1 TO QTR-EMP-COUNT
               END-IF
           END-PERFORM.
       100-ACCUM-EXIT.
           EXIT.

       110-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 150-FOLD-DETAIL
      * A record before the quarter only rolls its employee's
      * year-to-date wages forward; a record inside it also folds
      * its withholding and its employer taxes into the period's
      * line. As in TAXDEP1, only a positive gross carries
      * employer tax or moves the year-to-date.
      *----------------------------------------------------------*
       150-FOLD-DETAIL.
           MOVE PD-PERIOD-ID(5:2) TO DETAIL-MONTH
           IF DETAIL-MONTH > QTR-MONTH-HIGH
               GO TO 150-FOLD-EXIT
           END-IF
           IF PD-GROSS-PAY NOT NUMERIC
               GO TO 150-FOLD-EXIT
           END-IF

           PERFORM 160-FIND-EMPLOYEE THRU 160-FIND-EXIT
           IF NOT YTD-MATCH-FOUND
               GO TO 150-FOLD-EXIT
           END-IF

           IF DETAIL-MONTH < QTR-MONTH-LOW
               IF PD-GROSS-PAY > 0
                   ADD PD-GROSS-PAY TO YT-WAGES(YTD-MATCH-IDX)
               END-IF
               GO TO 150-FOLD-EXIT
           END-IF

           ADD 1 TO QTR-REC-COUNT
           MOVE PD-PERIOD-ID TO FIND-PERIOD-ID
           PERFORM 170-FIND-PERIOD THRU 170-FIND-EXIT
           IF NOT PER-MATCH-FOUND
               GO TO 150-FOLD-EXIT
           END-IF

           MOVE 'Y' TO YT-PAID-IN-QTR(YTD-MATCH-IDX)
           ADD PD-GROSS-PAY TO PT-WAGES(PER-MATCH-IDX)
           IF PD-FED-TAX-AMOUNT NUMERIC
               ADD PD-FED-TAX-AMOUNT TO PT-FIT(PER-MATCH-IDX)
           END-IF

           IF PD-GROSS-PAY <= 0
               GO TO 150-FOLD-EXIT
           END-IF

           MOVE FICA-WAGE-BASE TO TAXABLE-SLICE
           PERFORM 180-CAP-TAXABLE-SLICE
           IF TAXABLE-SLICE > 0
               COMPUTE LIABILITY-AMOUNT ROUNDED =
                   TAXABLE-SLICE * FICA-RATE
               ADD TAXABLE-SLICE TO PT-FICA-WAGES(PER-MATCH-IDX)
               ADD LIABILITY-AMOUNT TO PT-ER-FICA(PER-MATCH-IDX)
           END-IF

           MOVE SUI-WAGE-BASE TO TAXABLE-SLICE
           PERFORM 180-CAP-TAXABLE-SLICE
           IF TAXABLE-SLICE > 0
               COMPUTE LIABILITY-AMOUNT ROUNDED =
                   TAXABLE-SLICE * SUI-RATE
               ADD LIABILITY-AMOUNT TO PT-ER-SUI(PER-MATCH-IDX)
           END-IF

           ADD PD-GROSS-PAY TO YT-WAGES(YTD-MATCH-IDX).
       150-FOLD-EXIT.
           EXIT.

       160-FIND-EMPLOYEE.
           MOVE 'N' TO YTD-MATCH-SW
           PERFORM VARYING YTD-IDX FROM 1 BY 1
                   UNTIL YTD-IDX > YTD-COUNT
               IF YT-ENO(YTD-IDX) = PD-EMPLOYEE-NO
                   SET YTD-MATCH-FOUND TO TRUE
                   MOVE YTD-IDX TO YTD-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT YTD-MATCH-FOUND
               IF YTD-COUNT >= 300
                   DISPLAY 'TAXQREC1 EMPLOYEE TABLE FULL - ENO '
                       PD-EMPLOYEE-NO ' NOT RECONCILED'
                   SET TABLE-OVERFLOW TO TRUE
                   GO TO 160-FIND-EXIT
               END-IF
               ADD 1 TO YTD-COUNT
               MOVE PD-EMPLOYEE-NO TO YT-ENO(YTD-COUNT)
               MOVE 0 TO YT-WAGES(YTD-COUNT)
               MOVE 'N' TO YT-PAID-IN-QTR(YTD-COUNT)
               MOVE YTD-COUNT TO YTD-MATCH-IDX
               SET YTD-MATCH-FOUND TO TRUE
           END-IF.
       160-FIND-EXIT.
           EXIT.

      *    the caller has checked FIND-PERIOD-ID falls inside the
      *    quarter and left its month in DETAIL-MONTH; a period
      *    seen for the first time opens a line
       170-FIND-PERIOD.
           MOVE 'N' TO PER-MATCH-SW
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-COUNT
               IF PT-PERIOD-ID(PER-IDX) = FIND-PERIOD-ID
                   SET PER-MATCH-FOUND TO TRUE
                   MOVE PER-IDX TO PER-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT PER-MATCH-FOUND
               IF PER-COUNT >= 40
                   DISPLAY 'TAXQREC1 PERIOD TABLE FULL - PERIOD '
                       FIND-PERIOD-ID ' NOT RECONCILED'
                   SET TABLE-OVERFLOW TO TRUE
                   GO TO 170-FIND-EXIT
               END-IF
               ADD 1 TO PER-COUNT
               MOVE FIND-PERIOD-ID TO PT-PERIOD-ID(PER-COUNT)
               COMPUTE PT-MONTH-OF-QTR(PER-COUNT) =
                   DETAIL-MONTH - QTR-MONTH-LOW + 1
               MOVE 0 TO PT-WAGES(PER-COUNT)
               MOVE 0 TO PT-FIT(PER-COUNT)
               MOVE 0 TO PT-FICA-WAGES(PER-COUNT)
               MOVE 0 TO PT-ER-FICA(PER-COUNT)
               MOVE 0 TO PT-ER-SUI(PER-COUNT)
               MOVE 0 TO PT-TAXDEP(PER-COUNT)
               MOVE 0 TO PT-TRS-FED(PER-COUNT)
               MOVE 0 TO PT-TRS-SUI(PER-COUNT)
               MOVE PER-COUNT TO PER-MATCH-IDX
               SET PER-MATCH-FOUND TO TRUE
           END-IF.
       170-FIND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 180-CAP-TAXABLE-SLICE
      * On entry TAXABLE-SLICE holds the tax's annual wage base;
      * on exit, the part of this record's gross still under it.
      *----------------------------------------------------------*
       180-CAP-TAXABLE-SLICE.
           COMPUTE TAXABLE-SLICE =
               TAXABLE-SLICE - YT-WAGES(YTD-MATCH-IDX)
           IF TAXABLE-SLICE > PD-GROSS-PAY
               MOVE PD-GROSS-PAY TO TAXABLE-SLICE
           END-IF
           IF TAXABLE-SLICE < 0
               MOVE 0 TO TAXABLE-SLICE
           END-IF.

      *----------------------------------------------------------*
      * 200-ACCUMULATE-DEPOSITS
      * The employer FICA and unemployment TAXDEP1 filed, by the
      * pay period on the line. Withheld local tax ('LOCL') rides
      * the same files but is not an employer tax; it stays out.
      *----------------------------------------------------------*
       200-ACCUMULATE-DEPOSITS.
           OPEN INPUT TAX-DEPOSIT-FILE.
           IF DEPOSIT-FILE-STATUS NOT = '00'
               DISPLAY 'TAXQREC1 CANNOT OPEN TAXDEPQ, STATUS: '
                   DEPOSIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 200-ACCUM-EXIT
           END-IF.

           PERFORM 210-READ-DEPOSIT.
           PERFORM UNTIL DEPOSIT-EOF
               IF TAX-DEPOSIT-LINE(1:8) NOT = 'FILETRLR'
                       AND TD-RECORD-TYPE = 'D'
                       AND TD-TAX-TYPE NOT = 'LOCL'
                   ADD 1 TO DEPOSIT-READ-COUNT
                   PERFORM 250-FOLD-DEPOSIT THRU 250-FOLD-EXIT
               END-IF
               PERFORM 210-READ-DEPOSIT
           END-PERFORM.

           CLOSE TAX-DEPOSIT-FILE.
       200-ACCUM-EXIT.
           EXIT.

       210-READ-DEPOSIT.
           READ TAX-DEPOSIT-FILE INTO TAX-DEPOSIT-RECORD
               AT END
                   SET DEPOSIT-EOF TO TRUE
                   MOVE SPACES TO TAX-DEPOSIT-LINE
           END-READ.

       250-FOLD-DEPOSIT.
           IF TD-PERIOD-ID NOT NUMERIC OR TD-AMOUNT NOT NUMERIC
               DISPLAY 'TAXQREC1 BAD TAXDEPQ LINE SKIPPED: ['
                   TAX-DEPOSIT-LINE(1:38) ']'
               GO TO 250-FOLD-EXIT
           END-IF
           MOVE TD-PERIOD-ID TO FIND-PERIOD-ID
           PERFORM 260-CHECK-IN-QUARTER
           IF DETAIL-MONTH = 0
               GO TO 250-FOLD-EXIT
           END-IF

           PERFORM 170-FIND-PERIOD THRU 170-FIND-EXIT
           IF PER-MATCH-FOUND
               ADD TD-AMOUNT TO PT-TAXDEP(PER-MATCH-IDX)
           END-IF.
       250-FOLD-EXIT.
           EXIT.

      *    a deposit or payment line for a period outside the
      *    report quarter is counted and left out; DETAIL-MONTH
      *    comes back zero for it
       260-CHECK-IN-QUARTER.
           MOVE FIND-PERIOD-ID(5:2) TO DETAIL-MONTH
           IF FIND-PERIOD-ID(1:4) NOT = TAXQ-YEAR-TEXT
                   OR DETAIL-MONTH < QTR-MONTH-LOW
                   OR DETAIL-MONTH > QTR-MONTH-HIGH
               ADD 1 TO OUTSIDE-QTR-COUNT
               MOVE 0 TO DETAIL-MONTH
           END-IF.

      *----------------------------------------------------------*
      * 300-ACCUMULATE-TREASURY
      * What treasury paid against each period: income tax
      * withheld and employer FICA to the federal deposit,
      * unemployment to the state.
      *----------------------------------------------------------*
       300-ACCUMULATE-TREASURY.
           OPEN INPUT TREASURY-TAX-FILE.
           IF TREASURY-FILE-STATUS NOT = '00'
               DISPLAY 'TAXQREC1 CANNOT OPEN TRSTAXQ, STATUS: '
                   TREASURY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 300-ACCUM-EXIT
           END-IF.

           PERFORM 310-READ-TREASURY.
           PERFORM UNTIL TREASURY-EOF
               IF NOT TT-TYPE-LOCAL
                   ADD 1 TO TREASURY-READ-COUNT
                   PERFORM 350-FOLD-TREASURY THRU 350-FOLD-EXIT
               END-IF
               PERFORM 310-READ-TREASURY
           END-PERFORM.

           CLOSE TREASURY-TAX-FILE.
       300-ACCUM-EXIT.
           EXIT.

       310-READ-TREASURY.
           READ TREASURY-TAX-FILE INTO TREASURY-TAX-RECORD
               AT END
                   SET TREASURY-EOF TO TRUE
           END-READ.

       350-FOLD-TREASURY.
           IF TT-PERIOD-ID NOT NUMERIC OR TT-AMOUNT NOT NUMERIC
                   OR NOT (TT-TYPE-FIT OR TT-TYPE-FICA
                           OR TT-TYPE-SUI)
               DISPLAY 'TAXQREC1 BAD TRSTAXQ LINE SKIPPED: ['
                   TREASURY-TAX-LINE(1:29) ']'
               GO TO 350-FOLD-EXIT
           END-IF
           MOVE TT-PERIOD-ID TO FIND-PERIOD-ID
           PERFORM 260-CHECK-IN-QUARTER
           IF DETAIL-MONTH = 0
               GO TO 350-FOLD-EXIT
           END-IF

           PERFORM 170-FIND-PERIOD THRU 170-FIND-EXIT
           IF NOT PER-MATCH-FOUND
               GO TO 350-FOLD-EXIT
           END-IF
           IF TT-TYPE-SUI
               ADD TT-AMOUNT TO PT-TRS-SUI(PER-MATCH-IDX)
           ELSE
               ADD TT-AMOUNT TO PT-TRS-FED(PER-MATCH-IDX)
           END-IF.
       350-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-WRITE-PERIOD-LINE
      * The period's employer taxes against TAXDEP1's filing, and
      * its whole liability - withholding plus employer taxes -
      * against treasury's payments. Either difference flags the
      * line.
      *----------------------------------------------------------*
       400-WRITE-PERIOD-LINE.
           COMPUTE PERIOD-EMPLOYER =
               PT-ER-FICA(PER-IDX) + PT-ER-SUI(PER-IDX)
           COMPUTE PERIOD-LIABILITY =
               PT-FIT(PER-IDX) + PERIOD-EMPLOYER
           COMPUTE PERIOD-TREASURY =
               PT-TRS-FED(PER-IDX) + PT-TRS-SUI(PER-IDX)
           COMPUTE TAXDEP-DIFF =
               PERIOD-EMPLOYER - PT-TAXDEP(PER-IDX)
           COMPUTE TREASURY-DIFF =
               PERIOD-LIABILITY - PERIOD-TREASURY

           MOVE SPACES TO RECON-DETAIL
           MOVE PT-PERIOD-ID(PER-IDX) TO RD-PERIOD-ID
           MOVE PT-MONTH-OF-QTR(PER-IDX) TO RD-MONTH
           MOVE PT-FIT(PER-IDX) TO RD-FIT
           MOVE PT-ER-FICA(PER-IDX) TO RD-ER-FICA
           MOVE PT-ER-SUI(PER-IDX) TO RD-ER-SUI
           MOVE PT-TAXDEP(PER-IDX) TO RD-TAXDEP
           MOVE TAXDEP-DIFF TO RD-TAXDEP-DIFF
           MOVE PERIOD-TREASURY TO RD-TREASURY
           MOVE TREASURY-DIFF TO RD-TREASURY-DIFF
           IF TAXDEP-DIFF NOT = 0 AND TREASURY-DIFF NOT = 0
               MOVE '** TAXDEP AND TREASURY' TO RD-NOTE
           ELSE
               IF TAXDEP-DIFF NOT = 0
                   MOVE '** TAXDEP DIFFERS' TO RD-NOTE
               END-IF
               IF TREASURY-DIFF NOT = 0
                   MOVE '** TREASURY DIFFERS' TO RD-NOTE
               END-IF
           END-IF
           IF TAXDEP-DIFF NOT = 0 OR TREASURY-DIFF NOT = 0
               ADD 1 TO PERIOD-DIFF-COUNT
           END-IF
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL

           ADD PT-WAGES(PER-IDX) TO QTR-WAGES
           ADD PT-FIT(PER-IDX) TO QTR-FIT
           ADD PT-FICA-WAGES(PER-IDX) TO QTR-FICA-WAGES
           ADD PT-ER-FICA(PER-IDX) TO QTR-ER-FICA
           ADD PT-ER-SUI(PER-IDX) TO QTR-ER-SUI
           ADD PT-TAXDEP(PER-IDX) TO QTR-TAXDEP
           ADD PT-TRS-FED(PER-IDX) TO QTR-TRS-FED
           ADD PT-TRS-SUI(PER-IDX) TO QTR-TRS-SUI
           MOVE PT-MONTH-OF-QTR(PER-IDX) TO MONTH-IDX
           COMPUTE MONTH-LIABILITY(MONTH-IDX) =
               MONTH-LIABILITY(MONTH-IDX)
             + PT-FIT(PER-IDX) + PT-ER-FICA(PER-IDX).

      *----------------------------------------------------------*
      * 500-WRITE-RETURN-FIGURES
      * The quarterly federal return's figures: employees paid,
      * wages, income tax withheld, the taxable social security
      * and Medicare wages with the employer FICA on them, the
      * liability by month of the quarter, and the deposits
      * treasury made against it. Unemployment is a state
      * liability and reconciles above only.
      *----------------------------------------------------------*
       500-WRITE-RETURN-FIGURES.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE ' QUARTERLY FEDERAL RETURN FIGURES'
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO FIGURE-LINE
           MOVE 'EMPLOYEES PAID IN THE QUARTER' TO FG-LABEL
           MOVE QTR-EMP-COUNT TO COUNT-EDIT
           MOVE SPACES TO FG-AMOUNT-X
           MOVE COUNT-EDIT TO FG-AMOUNT-X(12:5)
           WRITE RECON-REPORT-LINE FROM FIGURE-LINE

           MOVE 'WAGES, TIPS AND OTHER COMPENSATION' TO FG-LABEL
           MOVE QTR-WAGES TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE 'FEDERAL INCOME TAX WITHHELD' TO FG-LABEL
           MOVE QTR-FIT TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE 'TAXABLE SOCIAL SECURITY AND MEDICARE WAGES'
               TO FG-LABEL
           MOVE QTR-FICA-WAGES TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE 'EMPLOYER SOCIAL SECURITY AND MEDICARE' TO FG-LABEL
           MOVE QTR-ER-FICA TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 3
               MOVE SPACES TO FG-LABEL
               STRING 'TAX LIABILITY MONTH ' DELIMITED BY SIZE
                      MONTH-IDX DELIMITED BY SIZE
                   INTO FG-LABEL
               MOVE MONTH-LIABILITY(MONTH-IDX) TO AMOUNT-EDIT
               PERFORM 550-WRITE-FIGURE
               ADD MONTH-LIABILITY(MONTH-IDX) TO QTR-FED-LIABILITY
           END-PERFORM

           MOVE 'TOTAL LIABILITY FOR THE QUARTER' TO FG-LABEL
           MOVE QTR-FED-LIABILITY TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE 'TOTAL DEPOSITS FOR THE QUARTER' TO FG-LABEL
           MOVE QTR-TRS-FED TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           COMPUTE QTR-BALANCE = QTR-FED-LIABILITY - QTR-TRS-FED
           MOVE 'BALANCE DUE (OVERPAYMENT IF NEGATIVE)' TO FG-LABEL
           MOVE QTR-BALANCE TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'EMPLOYER UNEMPLOYMENT OWED' TO FG-LABEL
           MOVE QTR-ER-SUI TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE 'UNEMPLOYMENT PAID BY TREASURY' TO FG-LABEL
           MOVE QTR-TRS-SUI TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE

           MOVE 'EMPLOYER TAXES ON TAXDEP FILES' TO FG-LABEL
           MOVE QTR-TAXDEP TO AMOUNT-EDIT
           PERFORM 550-WRITE-FIGURE.

       550-WRITE-FIGURE.
           MOVE AMOUNT-EDIT TO FG-AMOUNT
           MOVE SPACES TO FG-NOTE
           WRITE RECON-REPORT-LINE FROM FIGURE-LINE.
