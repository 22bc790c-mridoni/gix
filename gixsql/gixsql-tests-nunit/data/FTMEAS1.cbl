       IDENTIFICATION DIVISION.

       PROGRAM-ID. FTMEAS1.

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

           SELECT FT-REPORT-FILE
               ASSIGN TO EXTERNAL FTRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  FT-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FT-REPORT-LINE.

       01  FT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.

      *    run parameters, all from the environment: the last month
      *    of the measurement period (FT_MEASURE_END as YYYYMM,
      *    default the month before the run); the months measured
      *    (FT_LOOKBACK_MONTHS, default 12); the months the result
      *    holds for (FT_STABILITY_MONTHS, default 12) and the
      *    average weekly hours that count as full-time
      *    (FT_WEEKLY_HOURS, default 30)
           01 PARM-TEXT            PIC X(6).
           01 MEASURE-END-MONTH    PIC 9(6).
           01 LOOKBACK-MONTHS      PIC 9(2) VALUE 12.
           01 STABILITY-MONTHS     PIC 9(2) VALUE 12.
           01 FT-WEEKLY-HOURS      PIC 9(2)V99 VALUE 30.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

      *    the measurement window as dates, and the stability
      *    period that follows it as months
           01 MEASURE-START-MONTH  PIC 9(6).
           01 MEASURE-START-DATE   PIC 9(8).
           01 MEASURE-END-DATE     PIC 9(8).
           01 STAB-START-MONTH     PIC 9(6).
           01 STAB-END-MONTH       PIC 9(6).
           01 WINDOW-START-INT     PIC 9(8) COMP-3.
           01 WINDOW-END-INT       PIC 9(8) COMP-3.
           01 MEASURED-FROM-INT    PIC 9(8) COMP-3.

      *    month arithmetic: MONTH-OUT is MONTH-IN moved on (or
      *    back) by MONTH-COUNT months
           01 MONTH-IN             PIC 9(6).
           01 MONTH-IN-PARTS REDEFINES MONTH-IN.
               05 MONTH-IN-YYYY    PIC 9(4).
               05 MONTH-IN-MM      PIC 9(2).
           01 MONTH-COUNT          PIC S9(3).
           01 MONTH-OUT            PIC 9(6).
           01 MONTH-OUT-PARTS REDEFINES MONTH-OUT.
               05 MONTH-OUT-YYYY   PIC 9(4).
               05 MONTH-OUT-MM     PIC 9(2).
           01 MONTH-SERIAL         PIC 9(6) COMP-3.

      *    the pay periods that ended inside the window
           01 PER-COUNT            PIC 9(3) COMP VALUE 0.
           01 PER-IDX              PIC 9(3) COMP.
           01 PER-TABLE.
               05 PER-PERIOD-ID OCCURS 200 TIMES PIC 9(6).
           01 PER-MATCH-SW         PIC X.
               88 PER-MATCH-FOUND  VALUE 'Y'.
           01 FETCH-PERIOD-ID      PIC 9(6).

      *    hours worked in the window by employee number; a void
      *    takes back the hours of the check it reverses
           01 HRS-TABLE.
               05 HRS-WORKED OCCURS 9999 TIMES
                                   PIC S9(5)V99 COMP-3.
           01 RECORD-HOURS         PIC S9(5)V99 COMP-3.

           01 MEASURE-ENO          PIC 9(4).
           01 HIRE-DATE-INT        PIC 9(8) COMP-3.
           01 MEASURED-WEEKS       PIC 9(3)V99.
           01 AVG-WEEKLY-HOURS     PIC 9(3)V99.
           01 FT-STATUS            PIC X(1).
               88 FT-FULL-TIME     VALUE 'F'.
               88 FT-PART-TIME     VALUE 'P'.
           01 PRIOR-STATUS         PIC X(1).

           01 HOURS-EDIT           PIC ZZ9.99.
           01 WEEKS-EDIT           PIC ZZ9.9.

           01 HIST-READ-COUNT      PIC 9(6) VALUE 0.
           01 HIST-IN-WINDOW-COUNT PIC 9(6) VALUE 0.
           01 EMP-MEASURED-COUNT   PIC 9(6) VALUE 0.
           01 FULL-TIME-COUNT      PIC 9(6) VALUE 0.
           01 PART-TIME-COUNT      PIC 9(6) VALUE 0.
           01 NEWLY-FT-COUNT       PIC 9(6) VALUE 0.
           01 SQL-ERROR-COUNT      PIC 9(6) VALUE 0.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the full-time/part-time status each employee holds for a
      *  stability period, from the measurement that preceded it;
      *  STATUS 'F' full-time, 'P' part-time
           EXEC SQL
               DECLARE TABLE FTSTATUS
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    STAB_START     DECIMAL(6,0)  NOT NULL,
                    STAB_END       DECIMAL(6,0)  NOT NULL,
                    MEASURE_START  DECIMAL(8,0)  NOT NULL,
                    MEASURE_END    DECIMAL(8,0)  NOT NULL,
                    AVG_HOURS      DECIMAL(5,2)  NOT NULL,
                    STATUS         CHAR(1)       NOT NULL,
                    MEASURED_DATE  DECIMAL(8,0)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE FTPER CURSOR FOR
               SELECT DISTINCT PERIOD_ID
                 FROM PERCAL
               WHERE END_DATE >= :MEASURE-START-DATE
                 AND END_DATE <= :MEASURE-END-DATE
               ORDER BY PERIOD_ID
           END-EXEC.

           EXEC SQL
               DECLARE FTEMP CURSOR FOR
               SELECT ENO, LNAME, FNAME, MISCDATA
                 FROM EMPTABLE
               ORDER BY ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Full-time status measurement for the benefits offer. The
      * regular and overtime hours on PAYHIST for the pay periods
      * that ended in the measurement (look-back) window are
      * averaged per week, and every active employee is stored on
      * FTSTATUS as full-time or part-time for the stability
      * period that starts the month after the window. Someone
      * hired inside the window is averaged over the weeks since
      * hire. An employee full-time for the new period who was not
      * for the one before it (or who has no earlier measurement)
      * newly qualifies for a benefits offer and is listed for
      * benefits. Re-running the same window replaces its result.
      * YEFILE1 reads FTSTATUS for the months full-time in the
      * tax year.
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
               DISPLAY 'FTMEAS1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT FT-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'FULL-TIME MEASUREMENT TO ' DELIMITED BY SIZE
                  MEASURE-END-MONTH DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE FT-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-LOAD-PERIODS THRU 200-LOAD-EXIT.
           IF PER-COUNT = 0
               DISPLAY 'FTMEAS1 NO PAY PERIODS ENDED BETWEEN '
                   MEASURE-START-DATE ' AND ' MEASURE-END-DATE
               MOVE 4 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 300-ACCUMULATE-HOURS THRU 300-ACCUM-EXIT.
           PERFORM 400-MEASURE-EMPLOYEES THRU 400-MEASURE-EXIT.

           MOVE 'TOTALS' TO RPT-DET-KEY.
           MOVE SPACES TO RPT-DET-TEXT.
           STRING 'MEASURED ' DELIMITED BY SIZE
                  EMP-MEASURED-COUNT DELIMITED BY SIZE
                  ' FULL-TIME ' DELIMITED BY SIZE
                  FULL-TIME-COUNT DELIMITED BY SIZE
                  ' NEWLY ELIGIBLE ' DELIMITED BY SIZE
                  NEWLY-FT-COUNT DELIMITED BY SIZE
               INTO RPT-DET-TEXT.
           WRITE FT-REPORT-LINE FROM RPT-DET-LINE.
           WRITE FT-REPORT-LINE FROM RPT-FTR-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'FTMEAS1 MEASUREMENT WINDOW : ' MEASURE-START-DATE
               ' - ' MEASURE-END-DATE.
           DISPLAY 'FTMEAS1 STABILITY PERIOD   : ' STAB-START-MONTH
               ' - ' STAB-END-MONTH.
           DISPLAY 'FTMEAS1 PAY PERIODS        : ' PER-COUNT.
           DISPLAY 'FTMEAS1 HISTORY IN WINDOW  : ' HIST-IN-WINDOW-COUNT.
           DISPLAY 'FTMEAS1 EMPLOYEES MEASURED : ' EMP-MEASURED-COUNT.
           DISPLAY 'FTMEAS1 FULL-TIME          : ' FULL-TIME-COUNT.
           DISPLAY 'FTMEAS1 PART-TIME          : ' PART-TIME-COUNT.
           DISPLAY 'FTMEAS1 NEWLY ELIGIBLE     : ' NEWLY-FT-COUNT.

           IF SQL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           CLOSE FT-REPORT-FILE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       050-ACCEPT-PARAMETERS.
           DISPLAY "FT_MEASURE_END" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT NUMERIC
               MOVE PARM-TEXT TO MEASURE-END-MONTH
           ELSE
               MOVE RUN-DATE(1:6) TO MONTH-IN
               MOVE -1 TO MONTH-COUNT
               PERFORM 900-ADD-MONTHS
               MOVE MONTH-OUT TO MEASURE-END-MONTH
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "FT_LOOKBACK_MONTHS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:2) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:2) NUMERIC
               IF PARM-TEXT(1:2) NOT = '00'
                   MOVE PARM-TEXT(1:2) TO LOOKBACK-MONTHS
               END-IF
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "FT_STABILITY_MONTHS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT(1:2) FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT(1:2) NUMERIC
               IF PARM-TEXT(1:2) NOT = '00'
                   MOVE PARM-TEXT(1:2) TO STABILITY-MONTHS
               END-IF
           END-IF.

           MOVE SPACES TO PARM-TEXT.
           DISPLAY "FT_WEEKLY_HOURS" UPON ENVIRONMENT-NAME.
           ACCEPT PARM-TEXT FROM ENVIRONMENT-VALUE.
           IF PARM-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-TEXT) = 0
                   COMPUTE FT-WEEKLY-HOURS = FUNCTION NUMVAL(PARM-TEXT)
               END-IF
           END-IF.

      *    the window runs back LOOKBACK-MONTHS whole months from
      *    the end month; the stability period starts the month
      *    after it
           MOVE MEASURE-END-MONTH TO MONTH-IN.
           COMPUTE MONTH-COUNT = 1 - LOOKBACK-MONTHS.
           PERFORM 900-ADD-MONTHS.
           MOVE MONTH-OUT TO MEASURE-START-MONTH.
           COMPUTE MEASURE-START-DATE = MEASURE-START-MONTH * 100 + 1.

           MOVE MEASURE-END-MONTH TO MONTH-IN.
           MOVE 1 TO MONTH-COUNT.
           PERFORM 900-ADD-MONTHS.
           MOVE MONTH-OUT TO STAB-START-MONTH.
           COMPUTE WINDOW-END-INT = FUNCTION INTEGER-OF-DATE
               (STAB-START-MONTH * 100 + 1) - 1.
           COMPUTE MEASURE-END-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-END-INT).
           COMPUTE WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE(MEASURE-START-DATE).

           MOVE STAB-START-MONTH TO MONTH-IN.
           COMPUTE MONTH-COUNT = STABILITY-MONTHS - 1.
           PERFORM 900-ADD-MONTHS.
           MOVE MONTH-OUT TO STAB-END-MONTH.

       200-LOAD-PERIODS.
           EXEC SQL
               OPEN FTPER
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'FTMEAS1 PERCAL OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-FETCH-PERIOD
           PERFORM UNTIL SQLCODE <> 0
               IF PER-COUNT < 200
                   ADD 1 TO PER-COUNT
                   MOVE FETCH-PERIOD-ID TO PER-PERIOD-ID(PER-COUNT)
               ELSE
                   DISPLAY 'FTMEAS1 PERIOD TABLE FULL - PERIOD '
                       FETCH-PERIOD-ID ' NOT MEASURED'
               END-IF
               PERFORM 210-FETCH-PERIOD
           END-PERFORM

           EXEC SQL
               CLOSE FTPER
           END-EXEC.
       200-LOAD-EXIT.
           EXIT.

       210-FETCH-PERIOD.
           EXEC SQL
               FETCH FTPER INTO :FETCH-PERIOD-ID
           END-EXEC.

       300-ACCUMULATE-HOURS.
           INITIALIZE HRS-TABLE
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'FTMEAS1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 300-ACCUM-EXIT
           END-IF

           PERFORM 310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO HIST-READ-COUNT
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-EMPLOYEE-NO NUMERIC
                       AND PD-EMPLOYEE-NO > 0
                       AND PD-REG-HOURS NUMERIC
                       AND PD-OT-HOURS NUMERIC
                   PERFORM 320-FIND-PERIOD
                   IF PER-MATCH-FOUND
                       PERFORM 330-ADD-HOURS
                   END-IF
               END-IF
               PERFORM 310-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       300-ACCUM-EXIT.
           EXIT.

       310-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       320-FIND-PERIOD.
           MOVE 'N' TO PER-MATCH-SW
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-COUNT OR PER-MATCH-FOUND
               IF PER-PERIOD-ID(PER-IDX) = PD-PERIOD-ID
                   SET PER-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM.

       330-ADD-HOURS.
           ADD 1 TO HIST-IN-WINDOW-COUNT
           COMPUTE RECORD-HOURS = PD-REG-HOURS + PD-OT-HOURS
           IF PD-TYPE-VOID
               SUBTRACT RECORD-HOURS FROM HRS-WORKED(PD-EMPLOYEE-NO)
           ELSE
               ADD RECORD-HOURS TO HRS-WORKED(PD-EMPLOYEE-NO)
           END-IF.

       400-MEASURE-EMPLOYEES.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'NEWLY FULL-TIME - BENEFITS OFFER DUE' TO RPT-DET-TEXT
           WRITE FT-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN FTEMP
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'FTMEAS1 EMPTABLE OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 400-MEASURE-EXIT
           END-IF

           PERFORM 410-FETCH-EMPLOYEE
           PERFORM UNTIL SQLCODE <> 0
               IF MISC-STATUS-CODE NOT = 'TE' AND ENO > 0
                   PERFORM 450-MEASURE-ONE
               END-IF
               PERFORM 410-FETCH-EMPLOYEE
           END-PERFORM

           EXEC SQL
               CLOSE FTEMP
           END-EXEC.
       400-MEASURE-EXIT.
           EXIT.

       410-FETCH-EMPLOYEE.
           MOVE SPACES TO MISCDATA-TEXT
           EXEC SQL
               FETCH FTEMP INTO :ENO, :LNAME, :FNAME, :MISCDATA
           END-EXEC.

      *----------------------------------------------------------*
      * 450-MEASURE-ONE
      * Averages the window's hours over the weeks measured - from
      * hire when the employee started inside the window - and
      * stores the status for the stability period.
      *----------------------------------------------------------*
       450-MEASURE-ONE.
           MOVE ENO TO MEASURE-ENO
           MOVE WINDOW-START-INT TO MEASURED-FROM-INT
           IF MISC-HIRE-DATE NUMERIC
                   AND MISC-HIRE-DATE > MEASURE-START-DATE
                   AND MISC-HIRE-DATE <= MEASURE-END-DATE
               COMPUTE HIRE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(MISC-HIRE-DATE)
               IF HIRE-DATE-INT > 0
                   MOVE HIRE-DATE-INT TO MEASURED-FROM-INT
               END-IF
           END-IF
           COMPUTE MEASURED-WEEKS ROUNDED =
               (WINDOW-END-INT - MEASURED-FROM-INT + 1) / 7
           IF MEASURED-WEEKS < 1
               MOVE 1 TO MEASURED-WEEKS
           END-IF

           MOVE 0 TO AVG-WEEKLY-HOURS
           IF HRS-WORKED(MEASURE-ENO) > 0
               COMPUTE AVG-WEEKLY-HOURS ROUNDED =
                   HRS-WORKED(MEASURE-ENO) / MEASURED-WEEKS
                   ON SIZE ERROR
                       MOVE 999.99 TO AVG-WEEKLY-HOURS
               END-COMPUTE
           END-IF

           IF AVG-WEEKLY-HOURS >= FT-WEEKLY-HOURS
               SET FT-FULL-TIME TO TRUE
               ADD 1 TO FULL-TIME-COUNT
           ELSE
               SET FT-PART-TIME TO TRUE
               ADD 1 TO PART-TIME-COUNT
           END-IF
           ADD 1 TO EMP-MEASURED-COUNT

      *    the status held going into this stability period
           MOVE SPACES TO PRIOR-STATUS
           EXEC SQL
               SELECT STATUS INTO :PRIOR-STATUS
                   FROM FTSTATUS
                   WHERE ENO = :MEASURE-ENO
                     AND STAB_START =
                         (SELECT MAX(STAB_START) FROM FTSTATUS
                           WHERE ENO = :MEASURE-ENO
                             AND STAB_START < :STAB-START-MONTH)
           END-EXEC
           IF SQLCODE <> 0
               MOVE SPACES TO PRIOR-STATUS
           END-IF

           EXEC SQL
               DELETE FROM FTSTATUS
                   WHERE ENO = :MEASURE-ENO
                     AND STAB_START = :STAB-START-MONTH
           END-EXEC

           EXEC SQL
               INSERT INTO FTSTATUS
                   (ENO, STAB_START, STAB_END, MEASURE_START,
                    MEASURE_END, AVG_HOURS, STATUS, MEASURED_DATE)
                   VALUES (:MEASURE-ENO, :STAB-START-MONTH,
                           :STAB-END-MONTH, :MEASURE-START-DATE,
                           :MEASURE-END-DATE, :AVG-WEEKLY-HOURS,
                           :FT-STATUS, :RUN-DATE)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'FTMEAS1 FTSTATUS INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' MEASURE-ENO
               ADD 1 TO SQL-ERROR-COUNT
           END-IF

           IF FT-FULL-TIME AND PRIOR-STATUS NOT = 'F'
               ADD 1 TO NEWLY-FT-COUNT
               MOVE AVG-WEEKLY-HOURS TO HOURS-EDIT
               MOVE MEASURED-WEEKS TO WEEKS-EDIT
               MOVE MEASURE-ENO TO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING LNAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FNAME DELIMITED BY SIZE
                      ' AVG ' DELIMITED BY SIZE
                      HOURS-EDIT DELIMITED BY SIZE
                      ' OVER ' DELIMITED BY SIZE
                      WEEKS-EDIT DELIMITED BY SIZE
                      ' WKS FROM ' DELIMITED BY SIZE
                      STAB-START-MONTH DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE FT-REPORT-LINE FROM RPT-DET-LINE
           END-IF.

       900-ADD-MONTHS.
           COMPUTE MONTH-SERIAL =
               MONTH-IN-YYYY * 12 + MONTH-IN-MM - 1 + MONTH-COUNT
           DIVIDE MONTH-SERIAL BY 12 GIVING MONTH-OUT-YYYY
               REMAINDER MONTH-OUT-MM
           ADD 1 TO MONTH-OUT-MM.
