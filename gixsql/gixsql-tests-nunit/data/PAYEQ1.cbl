       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAYEQ1.

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

      *    the bureau's fixed payroll register (REGEDIT1's REGFIXED
      *    output, the file TSQL013A reconciles), read for the
      *    gender of anyone whose pay records carry none
           SELECT OPTIONAL GENDER-REGISTER-FILE
               ASSIGN TO EXTERNAL PAYEQREG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO EXTERNAL PAYEQRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  GENDER-REGISTER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GENDER-REGISTER-LINE.

       01  GENDER-REGISTER-LINE    PIC X(80).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE CURRWS
       END-EXEC.

           COPY PAYDTL.
           COPY RPTHDR.
           COPY RPTFTR.

           01  RPT-PAGE-NO         PIC 9(4) VALUE 1.
           01  RPT-LINE-COUNT      PIC 9(4) VALUE 0.
           01  RPT-LINES-PER-PAGE  PIC 9(4) VALUE 60.

      *    the register layout, as REGEDIT1 builds it
           01 PAYROLL-REGISTER-RECORD.
               03 PRR-DEPARTMENT-NUMBER PIC 9(02).
               03 FILLER               PIC X(01).
               03 PRR-EMPLOYEE-KEY.
                   05 PRR-EMPLOYEE-NO  PIC 9(04).
                   05 FILLER           PIC X(01).
                   05 PRR-GENDER       PIC X(01).
                   05 FILLER           PIC X(01).
                   05 PRR-EMPLOYEE-NAME PIC X(20).
               03 FILLER               PIC X(50).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.
           01 REGISTER-FILE-STATUS PIC XX.
           01 REGISTER-EOF-SW      PIC X VALUE 'N'.
               88 REGISTER-EOF     VALUE 'Y'.

      *    PAYEQ_YEAR the calendar year analysed. PAYEQ_TOL_PCT the
      *    whole percent an individual may sit from their peer
      *    group's average before being listed, e.g. 0010 for 10%.
      *    PAYEQ_MIN_GROUP the fewest employees a group, or a
      *    gender within it, needs before its pay is shown.
           01 EQ-YEAR-TEXT         PIC X(4).
           01 EQ-YEAR              PIC 9(4).
           01 TOLERANCE-TEXT       PIC X(4).
           01 TOLERANCE-PCT        PIC 9(2)V99 VALUE 10.00.
           01 MIN-GROUP-TEXT       PIC X(2).
           01 MIN-GROUP-SIZE       PIC 9(2) VALUE 5.

      *    pay compares as a year of paid hours at the hourly base
      *    rate, converted to USD
           01 ANNUAL-HOURS         PIC 9(4) VALUE 2080.

      *    gender and table slot by employee number
           01 ENO-TABLES.
               05 GENDER-BY-ENO    PIC X(01) OCCURS 9999 TIMES.
               05 SLOT-BY-ENO      PIC 9(4) COMP OCCURS 9999 TIMES.

      *    one entry per employee paid in the year: the base rate,
      *    currency and department of the last regular pay record,
      *    the job on EMPJOB, and the sort key that lines the
      *    entries up by group, gender and pay
           01 EMP-COUNT            PIC 9(4) COMP VALUE 0.
           01 EMP-IDX              PIC 9(4) COMP.
           01 EMP-TABLE.
               05 EMP-ENTRY OCCURS 5000 TIMES.
                   10 EQ-ENO           PIC 9(04).
                   10 EQ-NAME          PIC X(20).
                   10 EQ-DEPT          PIC X(04).
                   10 EQ-JOB           PIC X(04).
                   10 EQ-GENDER        PIC X(01).
                   10 EQ-RATE          PIC 9(07)V99.
                   10 EQ-CURRENCY      PIC X(03).
                   10 EQ-LAST-PERIOD   PIC 9(06).
                   10 EQ-PAY           PIC 9(09)V99.
                   10 EQ-SORT-KEY      PIC X(20).
           01 EMP-OVERFLOW-SW      PIC X VALUE 'N'.
               88 EMP-TABLE-OVERFLOW VALUE 'Y'.

           01 SORT-KEY-WORK.
               05 SK-DEPT          PIC X(04).
               05 SK-JOB           PIC X(04).
               05 SK-GENDER        PIC X(01).
               05 SK-PAY           PIC 9(09)V99.

           01 ORDER-TABLE.
               05 EMP-ORDER        PIC 9(4) COMP OCCURS 5000 TIMES.
           01 ORDER-IDX            PIC 9(4) COMP.
           01 ORDER-SCAN           PIC 9(4) COMP.
           01 ORDER-LOW            PIC 9(4) COMP.
           01 ORDER-HOLD           PIC 9(4) COMP.

           01 WORK-ENO             PIC 9(4).
           01 JOB-WORK             PIC X(4).
           01 BAND-MID-WORK        PIC S9(11)V99 COMP-3.
           01 CURR-ASOF-WORK       PIC 9(8).

      *    SALBAND midpoint per department, read as first needed
           01 BAND-COUNT           PIC 9(3) COMP VALUE 0.
           01 BAND-IDX             PIC 9(3) COMP.
           01 BAND-TABLE.
               05 BAND-ENTRY OCCURS 300 TIMES.
                   10 BD-DEPT          PIC X(04).
                   10 BD-ANNUAL-MID    PIC 9(09)V99.
           01 BAND-MATCH-SW        PIC X VALUE 'N'.
               88 BAND-MATCH-FOUND VALUE 'Y'.
           01 GROUP-BAND-MID       PIC 9(09)V99.

      *    the group in hand: its run of the ordered entries and,
      *    per gender cell (1 women, 2 men, 3 not recorded), the
      *    count, total, first position, average and median
           01 GROUP-START          PIC 9(4) COMP.
           01 GROUP-END            PIC 9(4) COMP.
           01 GROUP-DEPT           PIC X(4).
           01 GROUP-JOB            PIC X(4).
           01 GROUP-COUNT          PIC 9(5) COMP.
           01 GROUP-SUM            PIC S9(13)V99 COMP-3.
           01 GROUP-AVG            PIC S9(11)V99 COMP-3.
           01 GROUP-COMPA          PIC S9(3)V9 COMP-3.
           01 CELL-IDX             PIC 9(1) COMP.
           01 CELL-TABLE.
               05 CELL-ENTRY OCCURS 3 TIMES.
                   10 CL-COUNT         PIC 9(5) COMP.
                   10 CL-FIRST         PIC 9(4) COMP.
                   10 CL-SUM           PIC S9(13)V99 COMP-3.
                   10 CL-AVG           PIC S9(11)V99 COMP-3.
                   10 CL-MEDIAN        PIC S9(11)V99 COMP-3.
           01 MEDIAN-POS-A         PIC 9(4) COMP.
           01 MEDIAN-POS-B         PIC 9(4) COMP.
           01 AVG-GAP-PCT          PIC S9(3)V99 COMP-3.
           01 MED-GAP-PCT          PIC S9(3)V99 COMP-3.
           01 DEVIATION-PCT        PIC S9(5)V99 COMP-3.

      *    individuals beyond tolerance, listed after the groups
           01 OUTLIER-COUNT        PIC 9(4) COMP VALUE 0.
           01 OUTLIER-IDX          PIC 9(4) COMP.
           01 OUTLIER-TABLE.
               05 OUTLIER-ENTRY OCCURS 5000 TIMES.
                   10 OT-EMP-IDX       PIC 9(4) COMP.
                   10 OT-GROUP-AVG     PIC S9(11)V99 COMP-3.
                   10 OT-DEVIATION     PIC S9(5)V99 COMP-3.

           01 PRINT-BUFFER         PIC X(132).
           01 HEADING-LINE         PIC X(132).
           01 UNDERLINE-LINE       PIC X(132).

           01 GROUP-LINE.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-DEPT          PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-JOB           PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-BAND-FIGS.
                   10 GL-BAND-MID  PIC Z(7)9.
                   10 FILLER       PIC X(01).
                   10 GL-COMPA     PIC ZZ9.9.
               05 GL-BAND-FIGS-X REDEFINES GL-BAND-FIGS PIC X(14).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-COUNT         PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-AVG           PIC Z(7)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 GL-W-COUNT       PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-W-FIGS.
                   10 GL-W-AVG     PIC Z(7)9.
                   10 FILLER       PIC X(01).
                   10 GL-W-MED     PIC Z(7)9.
               05 GL-W-FIGS-X REDEFINES GL-W-FIGS PIC X(17).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 GL-M-COUNT       PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-M-FIGS.
                   10 GL-M-AVG     PIC Z(7)9.
                   10 FILLER       PIC X(01).
                   10 GL-M-MED     PIC Z(7)9.
               05 GL-M-FIGS-X REDEFINES GL-M-FIGS PIC X(17).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 GL-U-COUNT       PIC ZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 GL-GAPS.
                   10 GL-AVG-GAP   PIC ZZ9.99-.
                   10 FILLER       PIC X(01).
                   10 GL-MED-GAP   PIC ZZ9.99-.
               05 GL-GAPS-X REDEFINES GL-GAPS PIC X(15).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 GL-FLAG          PIC X(01).
               05 FILLER           PIC X(16) VALUE SPACES.

           01 OUTLIER-LINE.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-DEPT          PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-JOB           PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-ENO           PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-NAME          PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-GENDER        PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 OL-PAY           PIC Z(7)9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-GROUP-AVG     PIC Z(7)9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-DEVIATION     PIC ZZZ9.99-.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 OL-DIRECTION     PIC X(05).
               05 FILLER           PIC X(60) VALUE SPACES.

           01 COUNT-EDIT           PIC Z9.
           01 TOL-EDIT             PIC Z9.99.

           01 HIST-READ-COUNT      PIC 9(8) COMP-3 VALUE 0.
           01 NO-RATE-COUNT        PIC 9(6) VALUE 0.
           01 NO-GENDER-COUNT      PIC 9(6) VALUE 0.
           01 GROUPS-COUNT         PIC 9(6) VALUE 0.
           01 GROUPS-SUPPRESSED    PIC 9(6) VALUE 0.
           01 GROUPS-FLAGGED       PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  each employee's current job code, kept by EMPMNT1, and
      *  the department salary bands SALBAND1 loads
           EXEC SQL
               DECLARE TABLE EMPJOB
                   (ENO          DECIMAL(4,0) NOT NULL,
                    JOB_CODE     CHAR(4)      NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE SALBAND
                   (DEPT           CHAR(4)       NOT NULL,
                    BAND_MIN       DECIMAL(11,2) NOT NULL,
                    BAND_MID       DECIMAL(11,2) NOT NULL,
                    BAND_MAX       DECIMAL(11,2) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE CURRCRSR CURSOR FOR
               SELECT CURR_CODE, USD_RATE, ASOF_DATE
                 FROM CURRRATES
               ORDER BY CURR_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Annual pay-equity report. Everyone with a regular pay
      * record in the year is taken at the base rate of their
      * last one, annualized and converted to USD, in the
      * department that record was paid under and the job on
      * EMPJOB. Gender is PD-GENDER, or the bureau register's
      * where the pay records carry none; anyone on neither
      * counts as not recorded and stays out of the gaps.
      * Employees group by department and job code, with the
      * department's SALBAND midpoint and the group's compa-
      * ratio to it. Each group shows its headcount and average,
      * then the count, average and median for women and for men
      * and the gap between them as a percent of the men's figure
      * (positive where women are paid less); '*' marks an
      * average gap beyond the tolerance. A group smaller than
      * the minimum prints suppressed, and a gender below it
      * within a group prints its count only with no gap. The
      * second part lists, for every reported group, each person
      * whose pay sits beyond the tolerance of the group average.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "PAYEQ_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT EQ-YEAR-TEXT FROM ENVIRONMENT-VALUE.
           IF EQ-YEAR-TEXT NOT NUMERIC
               DISPLAY 'PAYEQ1 PAYEQ_YEAR NOT SET OR NOT NUMERIC: ['
                   EQ-YEAR-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE EQ-YEAR-TEXT TO EQ-YEAR.

           DISPLAY "PAYEQ_TOL_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT TOLERANCE-TEXT FROM ENVIRONMENT-VALUE.
           IF TOLERANCE-TEXT NUMERIC
               COMPUTE TOLERANCE-PCT =
                   FUNCTION NUMVAL(TOLERANCE-TEXT)
           END-IF.

           DISPLAY "PAYEQ_MIN_GROUP" UPON ENVIRONMENT-NAME.
           ACCEPT MIN-GROUP-TEXT FROM ENVIRONMENT-VALUE.
           IF MIN-GROUP-TEXT NUMERIC
               MOVE MIN-GROUP-TEXT TO MIN-GROUP-SIZE
           END-IF.
           IF MIN-GROUP-SIZE < 2
               MOVE 2 TO MIN-GROUP-SIZE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'PAYEQ1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           PERFORM 850-LOAD-CURRENCY-RATES.

       100-MAIN.
           MOVE SPACES TO ENO-TABLES
           PERFORM VARYING WORK-ENO FROM 1 BY 1
                   UNTIL WORK-ENO > 9998
               MOVE 0 TO SLOT-BY-ENO(WORK-ENO)
           END-PERFORM
           MOVE 0 TO SLOT-BY-ENO(9999).

           PERFORM 200-LOAD-REGISTER THRU 200-LOAD-EXIT.
           PERFORM 300-LOAD-PAY-HISTORY THRU 300-LOAD-EXIT.

           IF RETURN-CODE >= 8
               GO TO 100-CLOSE
           END-IF.
           IF EMP-TABLE-OVERFLOW
               DISPLAY 'PAYEQ1 EMPLOYEE TABLE FULL AT ' EMP-COUNT
                   ' - REPORT NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.
           IF EMP-COUNT = 0
               DISPLAY 'PAYEQ1 NOTHING ON HISTORY FOR ' EQ-YEAR
               GO TO 100-CLOSE
           END-IF.

           PERFORM VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMP-COUNT
               PERFORM 400-COMPLETE-EMPLOYEE
           END-PERFORM.

           PERFORM 450-SORT-EMPLOYEES.
           PERFORM 500-WRITE-REPORT.

           DISPLAY 'PAYEQ1 YEAR              : ' EQ-YEAR.
           DISPLAY 'PAYEQ1 HISTORY READ      : ' HIST-READ-COUNT.
           DISPLAY 'PAYEQ1 EMPLOYEES         : ' EMP-COUNT.
           DISPLAY 'PAYEQ1 NO BASE RATE      : ' NO-RATE-COUNT.
           DISPLAY 'PAYEQ1 NO GENDER ON FILE : ' NO-GENDER-COUNT.
           DISPLAY 'PAYEQ1 GROUPS            : ' GROUPS-COUNT.
           DISPLAY 'PAYEQ1 GROUPS SUPPRESSED : ' GROUPS-SUPPRESSED.
           DISPLAY 'PAYEQ1 GAPS BEYOND TOL   : ' GROUPS-FLAGGED.
           DISPLAY 'PAYEQ1 INDIVIDUALS LISTED: ' OUTLIER-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-LOAD-REGISTER
      * Gender by employee number off the bureau register; absent,
      * the pay records are the only source.
      *----------------------------------------------------------*
       200-LOAD-REGISTER.
           OPEN INPUT GENDER-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = '00'
                   AND REGISTER-FILE-STATUS NOT = '05'
               DISPLAY 'PAYEQ1 CANNOT OPEN PAYEQREG, STATUS: '
                   REGISTER-FILE-STATUS
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-READ-REGISTER
           PERFORM UNTIL REGISTER-EOF
               IF PRR-EMPLOYEE-NO NUMERIC
                       AND PRR-EMPLOYEE-NO > 0
                       AND PRR-GENDER NOT = SPACE
                   MOVE PRR-GENDER
                       TO GENDER-BY-ENO(PRR-EMPLOYEE-NO)
               END-IF
               PERFORM 210-READ-REGISTER
           END-PERFORM

           CLOSE GENDER-REGISTER-FILE.
       200-LOAD-EXIT.
           EXIT.

       210-READ-REGISTER.
           READ GENDER-REGISTER-FILE INTO PAYROLL-REGISTER-RECORD
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 300-LOAD-PAY-HISTORY
      * The year's pay records folded to one entry per employee.
      * Only regular records set the rate and department, the
      * latest period winning; any record can supply the gender.
      *----------------------------------------------------------*
       300-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'PAYEQ1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO HIST-READ-COUNT
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-PERIOD-ID(1:4) = EQ-YEAR-TEXT
                       AND PD-EMPLOYEE-NO NUMERIC
                       AND PD-EMPLOYEE-NO > 0
                   PERFORM 320-FOLD-DETAIL THRU 320-FOLD-EXIT
               END-IF
               PERFORM 310-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       300-LOAD-EXIT.
           EXIT.

       310-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       320-FOLD-DETAIL.
           MOVE SLOT-BY-ENO(PD-EMPLOYEE-NO) TO EMP-IDX
           IF EMP-IDX = 0
               IF EMP-COUNT >= 5000
                   SET EMP-TABLE-OVERFLOW TO TRUE
                   GO TO 320-FOLD-EXIT
               END-IF
               ADD 1 TO EMP-COUNT
               MOVE EMP-COUNT TO EMP-IDX
               MOVE EMP-COUNT TO SLOT-BY-ENO(PD-EMPLOYEE-NO)
               MOVE PD-EMPLOYEE-NO TO EQ-ENO(EMP-IDX)
               MOVE PD-EMPLOYEE-NAME TO EQ-NAME(EMP-IDX)
               MOVE SPACES TO EQ-DEPT(EMP-IDX)
               MOVE SPACES TO EQ-JOB(EMP-IDX)
               MOVE SPACE TO EQ-GENDER(EMP-IDX)
               MOVE 0 TO EQ-RATE(EMP-IDX)
               MOVE SPACES TO EQ-CURRENCY(EMP-IDX)
               MOVE 0 TO EQ-LAST-PERIOD(EMP-IDX)
               MOVE 0 TO EQ-PAY(EMP-IDX)
           END-IF

           IF PD-GENDER NOT = SPACE
               MOVE PD-GENDER TO EQ-GENDER(EMP-IDX)
           END-IF

           IF PD-TYPE-REGULAR
                   AND PD-PAY-RATE NUMERIC
                   AND PD-PAY-RATE > 0
                   AND PD-PERIOD-ID >= EQ-LAST-PERIOD(EMP-IDX)
               MOVE PD-PERIOD-ID TO EQ-LAST-PERIOD(EMP-IDX)
               MOVE PD-PAY-RATE TO EQ-RATE(EMP-IDX)
               MOVE PD-CURRENCY-CODE TO EQ-CURRENCY(EMP-IDX)
               MOVE PD-DEPT TO EQ-DEPT(EMP-IDX)
               MOVE PD-EMPLOYEE-NAME TO EQ-NAME(EMP-IDX)
           END-IF.
       320-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-COMPLETE-EMPLOYEE
      * Gender from the register where the pay records had none,
      * the job from EMPJOB, pay annualized in USD, and the key
      * the sort lines the entries up on. Anyone without a
      * regular record keeps a blank key and sorts out of the
      * analysis.
      *----------------------------------------------------------*
       400-COMPLETE-EMPLOYEE.
           IF EQ-GENDER(EMP-IDX) = SPACE
               MOVE GENDER-BY-ENO(EQ-ENO(EMP-IDX))
                   TO EQ-GENDER(EMP-IDX)
           END-IF
           IF EQ-GENDER(EMP-IDX) NOT = 'F'
                   AND EQ-GENDER(EMP-IDX) NOT = 'M'
               MOVE 'U' TO EQ-GENDER(EMP-IDX)
           END-IF

           IF EQ-LAST-PERIOD(EMP-IDX) = 0
               ADD 1 TO NO-RATE-COUNT
               MOVE SPACES TO EQ-SORT-KEY(EMP-IDX)
           ELSE
               IF EQ-GENDER(EMP-IDX) = 'U'
                   ADD 1 TO NO-GENDER-COUNT
               END-IF

               MOVE EQ-ENO(EMP-IDX) TO WORK-ENO
               MOVE SPACES TO JOB-WORK
               EXEC SQL
                   SELECT JOB_CODE INTO :JOB-WORK
                       FROM EMPJOB
                       WHERE ENO = :WORK-ENO
               END-EXEC
               IF SQLCODE <> 0
                   IF SQLCODE <> 100
                       DISPLAY 'PAYEQ1 EMPJOB READ SQLCODE: '
                           SQLCODE ' ENO: ' WORK-ENO
                   END-IF
                   MOVE 'NONE' TO JOB-WORK
               END-IF
               MOVE JOB-WORK TO EQ-JOB(EMP-IDX)

               MOVE EQ-CURRENCY(EMP-IDX) TO CURR-LOOKUP-CODE
               PERFORM 860-LOOKUP-CURRENCY-RATE
               COMPUTE EQ-PAY(EMP-IDX) ROUNDED =
                   EQ-RATE(EMP-IDX) * CURR-RATE * ANNUAL-HOURS

               MOVE EQ-DEPT(EMP-IDX) TO SK-DEPT
               MOVE EQ-JOB(EMP-IDX) TO SK-JOB
               MOVE EQ-GENDER(EMP-IDX) TO SK-GENDER
               MOVE EQ-PAY(EMP-IDX) TO SK-PAY
               MOVE SORT-KEY-WORK TO EQ-SORT-KEY(EMP-IDX)
           END-IF.

      *----------------------------------------------------------*
      * 450-SORT-EMPLOYEES
      * Selection sort of the entry numbers on the key: department,
      * job, gender, pay. Blank keys - no base rate - sort first
      * and the report skips them.
      *----------------------------------------------------------*
       450-SORT-EMPLOYEES.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > EMP-COUNT
               MOVE ORDER-IDX TO EMP-ORDER(ORDER-IDX)
           END-PERFORM

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX >= EMP-COUNT
               MOVE ORDER-IDX TO ORDER-LOW
               COMPUTE ORDER-SCAN = ORDER-IDX + 1
               PERFORM UNTIL ORDER-SCAN > EMP-COUNT
                   IF EQ-SORT-KEY(EMP-ORDER(ORDER-SCAN))
                        < EQ-SORT-KEY(EMP-ORDER(ORDER-LOW))
                       MOVE ORDER-SCAN TO ORDER-LOW
                   END-IF
                   ADD 1 TO ORDER-SCAN
               END-PERFORM
               IF ORDER-LOW NOT = ORDER-IDX
                   MOVE EMP-ORDER(ORDER-IDX) TO ORDER-HOLD
                   MOVE EMP-ORDER(ORDER-LOW) TO EMP-ORDER(ORDER-IDX)
                   MOVE ORDER-HOLD TO EMP-ORDER(ORDER-LOW)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 500-WRITE-REPORT
      * The groups, one line each, then the individuals listed
      * for review under their own headings.
      *----------------------------------------------------------*
       500-WRITE-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO RPT-HDR-TITLE
           STRING 'PAY EQUITY ANALYSIS ' DELIMITED BY SIZE
                  EQ-YEAR DELIMITED BY SIZE
               INTO RPT-HDR-TITLE
           PERFORM 690-BUILD-GROUP-HEADINGS
           PERFORM 800-WRITE-PAGE-HEADER THRU 800-WRITE-PAGE-HEADER-EX

           MOVE 1 TO GROUP-START
           PERFORM UNTIL GROUP-START > EMP-COUNT
               MOVE EMP-ORDER(GROUP-START) TO EMP-IDX
               IF EQ-SORT-KEY(EMP-IDX) = SPACES
                   ADD 1 TO GROUP-START
               ELSE
                   PERFORM 510-FIND-GROUP-END
                   PERFORM 520-SUMMARIZE-GROUP
                   PERFORM 530-WRITE-GROUP-LINE
                   COMPUTE GROUP-START = GROUP-END + 1
               END-IF
           END-PERFORM

           MOVE MIN-GROUP-SIZE TO COUNT-EDIT
           MOVE TOLERANCE-PCT TO TOL-EDIT
           MOVE SPACES TO PRINT-BUFFER
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX
           STRING ' PAY ANNUALIZED IN USD. GAP = MEN LESS WOMEN AS '
                      DELIMITED BY SIZE
                  '% OF MEN. * AVERAGE GAP BEYOND ' DELIMITED BY SIZE
                  TOL-EDIT DELIMITED BY SIZE
                  '%. GROUPS OR GENDERS UNDER ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' SUPPRESSED.' DELIMITED BY SIZE
               INTO PRINT-BUFFER
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX

           WRITE PRINT-LINE FROM RPT-FTR-LINE
           ADD 1 TO RPT-PAGE-NO
           MOVE SPACES TO RPT-HDR-TITLE
           STRING 'PAY EQUITY ' DELIMITED BY SIZE
                  EQ-YEAR DELIMITED BY SIZE
                  ' INDIVIDUALS FOR REVIEW' DELIMITED BY SIZE
               INTO RPT-HDR-TITLE
           PERFORM 695-BUILD-OUTLIER-HEADINGS
           PERFORM 800-WRITE-PAGE-HEADER THRU 800-WRITE-PAGE-HEADER-EX
           PERFORM VARYING OUTLIER-IDX FROM 1 BY 1
                   UNTIL OUTLIER-IDX > OUTLIER-COUNT
               PERFORM 560-WRITE-OUTLIER-LINE
           END-PERFORM
           IF OUTLIER-COUNT = 0
               MOVE SPACES TO PRINT-BUFFER
               STRING ' NO INDIVIDUAL BEYOND ' DELIMITED BY SIZE
                      TOL-EDIT DELIMITED BY SIZE
                      '% OF THEIR PEER GROUP AVERAGE'
                          DELIMITED BY SIZE
                   INTO PRINT-BUFFER
               PERFORM 810-WRITE-DETAIL-LINE
                   THRU 810-WRITE-DETAIL-LINE-EX
           END-IF

           WRITE PRINT-LINE FROM RPT-FTR-LINE
           CLOSE PRINT-FILE.

       510-FIND-GROUP-END.
           MOVE EQ-DEPT(EMP-IDX) TO GROUP-DEPT
           MOVE EQ-JOB(EMP-IDX) TO GROUP-JOB
           MOVE GROUP-START TO GROUP-END
           COMPUTE ORDER-SCAN = GROUP-START + 1
           PERFORM UNTIL ORDER-SCAN > EMP-COUNT
               IF EQ-DEPT(EMP-ORDER(ORDER-SCAN)) = GROUP-DEPT
                       AND EQ-JOB(EMP-ORDER(ORDER-SCAN)) = GROUP-JOB
                   MOVE ORDER-SCAN TO GROUP-END
                   ADD 1 TO ORDER-SCAN
               ELSE
                   COMPUTE ORDER-SCAN = EMP-COUNT + 1
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 520-SUMMARIZE-GROUP
      * Counts and totals per gender cell, then averages and
      * medians - each cell is one run of the ordered entries,
      * already in pay order - and the gaps where both women and
      * men reach the minimum.
      *----------------------------------------------------------*
       520-SUMMARIZE-GROUP.
           ADD 1 TO GROUPS-COUNT
           INITIALIZE CELL-TABLE
           MOVE 0 TO GROUP-COUNT
           MOVE 0 TO GROUP-SUM
           PERFORM VARYING ORDER-IDX FROM GROUP-START BY 1
                   UNTIL ORDER-IDX > GROUP-END
               MOVE EMP-ORDER(ORDER-IDX) TO EMP-IDX
               EVALUATE EQ-GENDER(EMP-IDX)
                   WHEN 'F'
                       MOVE 1 TO CELL-IDX
                   WHEN 'M'
                       MOVE 2 TO CELL-IDX
                   WHEN OTHER
                       MOVE 3 TO CELL-IDX
               END-EVALUATE
               IF CL-COUNT(CELL-IDX) = 0
                   MOVE ORDER-IDX TO CL-FIRST(CELL-IDX)
               END-IF
               ADD 1 TO CL-COUNT(CELL-IDX)
               ADD EQ-PAY(EMP-IDX) TO CL-SUM(CELL-IDX)
               ADD 1 TO GROUP-COUNT
               ADD EQ-PAY(EMP-IDX) TO GROUP-SUM
           END-PERFORM

           COMPUTE GROUP-AVG ROUNDED = GROUP-SUM / GROUP-COUNT

           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > 3
               IF CL-COUNT(CELL-IDX) > 0
                   COMPUTE CL-AVG(CELL-IDX) ROUNDED =
                       CL-SUM(CELL-IDX) / CL-COUNT(CELL-IDX)
                   COMPUTE MEDIAN-POS-A = CL-FIRST(CELL-IDX)
                       + (CL-COUNT(CELL-IDX) - 1) / 2
                   COMPUTE MEDIAN-POS-B = CL-FIRST(CELL-IDX)
                       + CL-COUNT(CELL-IDX) / 2
                   COMPUTE CL-MEDIAN(CELL-IDX) ROUNDED =
                       (EQ-PAY(EMP-ORDER(MEDIAN-POS-A))
                      + EQ-PAY(EMP-ORDER(MEDIAN-POS-B))) / 2
               END-IF
           END-PERFORM

           MOVE 0 TO AVG-GAP-PCT
           MOVE 0 TO MED-GAP-PCT
           IF CL-COUNT(1) >= MIN-GROUP-SIZE
                   AND CL-COUNT(2) >= MIN-GROUP-SIZE
                   AND CL-AVG(2) > 0
               COMPUTE AVG-GAP-PCT ROUNDED =
                   (CL-AVG(2) - CL-AVG(1)) * 100 / CL-AVG(2)
               COMPUTE MED-GAP-PCT ROUNDED =
                   (CL-MEDIAN(2) - CL-MEDIAN(1)) * 100 / CL-MEDIAN(2)
           END-IF

           PERFORM 525-FIND-BAND
           MOVE 0 TO GROUP-COMPA
           IF GROUP-BAND-MID > 0
               COMPUTE GROUP-COMPA ROUNDED =
                   GROUP-AVG * 100 / GROUP-BAND-MID
           END-IF.

       525-FIND-BAND.
           MOVE 'N' TO BAND-MATCH-SW
           MOVE 0 TO GROUP-BAND-MID
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT
                      OR BAND-MATCH-FOUND
               IF BD-DEPT(BAND-IDX) = GROUP-DEPT
                   SET BAND-MATCH-FOUND TO TRUE
                   MOVE BD-ANNUAL-MID(BAND-IDX) TO GROUP-BAND-MID
               END-IF
           END-PERFORM

           IF NOT BAND-MATCH-FOUND
               EXEC SQL
                   SELECT BAND_MID INTO :BAND-MID-WORK
                       FROM SALBAND
                       WHERE DEPT = :GROUP-DEPT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE GROUP-BAND-MID ROUNDED =
                       BAND-MID-WORK * ANNUAL-HOURS
               ELSE
                   IF SQLCODE <> 100
                       DISPLAY 'PAYEQ1 SALBAND READ SQLCODE: '
                           SQLCODE ' DEPT: ' GROUP-DEPT
                   END-IF
               END-IF
               IF BAND-COUNT < 300
                   ADD 1 TO BAND-COUNT
                   MOVE GROUP-DEPT TO BD-DEPT(BAND-COUNT)
                   MOVE GROUP-BAND-MID TO BD-ANNUAL-MID(BAND-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 530-WRITE-GROUP-LINE
      * A group under the minimum prints its department and job
      * and nothing else. A reported group prints its figures,
      * then checks each member against the group average.
      *----------------------------------------------------------*
       530-WRITE-GROUP-LINE.
           IF GROUP-COUNT < MIN-GROUP-SIZE
               ADD 1 TO GROUPS-SUPPRESSED
               MOVE MIN-GROUP-SIZE TO COUNT-EDIT
               MOVE SPACES TO PRINT-BUFFER
               STRING ' ' DELIMITED BY SIZE
                      GROUP-DEPT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      GROUP-JOB DELIMITED BY SIZE
                      '   FEWER THAN ' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      ' EMPLOYEES - SUPPRESSED' DELIMITED BY SIZE
                   INTO PRINT-BUFFER
               PERFORM 810-WRITE-DETAIL-LINE
                   THRU 810-WRITE-DETAIL-LINE-EX
           ELSE
               MOVE GROUP-DEPT TO GL-DEPT
               MOVE GROUP-JOB TO GL-JOB
               MOVE SPACES TO GL-BAND-FIGS-X
               IF GROUP-BAND-MID > 0
                   MOVE GROUP-BAND-MID TO GL-BAND-MID
                   MOVE GROUP-COMPA TO GL-COMPA
               END-IF
               MOVE GROUP-COUNT TO GL-COUNT
               MOVE GROUP-AVG TO GL-AVG

               MOVE CL-COUNT(1) TO GL-W-COUNT
               IF CL-COUNT(1) >= MIN-GROUP-SIZE
                   MOVE SPACES TO GL-W-FIGS-X
                   MOVE CL-AVG(1) TO GL-W-AVG
                   MOVE CL-MEDIAN(1) TO GL-W-MED
               ELSE
                   MOVE '      SUPPRESSED' TO GL-W-FIGS-X
               END-IF

               MOVE CL-COUNT(2) TO GL-M-COUNT
               IF CL-COUNT(2) >= MIN-GROUP-SIZE
                   MOVE SPACES TO GL-M-FIGS-X
                   MOVE CL-AVG(2) TO GL-M-AVG
                   MOVE CL-MEDIAN(2) TO GL-M-MED
               ELSE
                   MOVE '      SUPPRESSED' TO GL-M-FIGS-X
               END-IF

               MOVE CL-COUNT(3) TO GL-U-COUNT

               MOVE SPACE TO GL-FLAG
               IF CL-COUNT(1) >= MIN-GROUP-SIZE
                       AND CL-COUNT(2) >= MIN-GROUP-SIZE
                   MOVE SPACES TO GL-GAPS-X
                   MOVE AVG-GAP-PCT TO GL-AVG-GAP
                   MOVE MED-GAP-PCT TO GL-MED-GAP
                   IF AVG-GAP-PCT > TOLERANCE-PCT
                           OR AVG-GAP-PCT < 0 - TOLERANCE-PCT
                       MOVE '*' TO GL-FLAG
                       ADD 1 TO GROUPS-FLAGGED
                   END-IF
               ELSE
                   MOVE '     N/A    N/A' TO GL-GAPS-X
               END-IF

               MOVE GROUP-LINE TO PRINT-BUFFER
               PERFORM 810-WRITE-DETAIL-LINE
                   THRU 810-WRITE-DETAIL-LINE-EX

               PERFORM VARYING ORDER-IDX FROM GROUP-START BY 1
                       UNTIL ORDER-IDX > GROUP-END
                   PERFORM 540-CHECK-INDIVIDUAL
               END-PERFORM
           END-IF.

       540-CHECK-INDIVIDUAL.
           MOVE EMP-ORDER(ORDER-IDX) TO EMP-IDX
           IF GROUP-AVG > 0
               COMPUTE DEVIATION-PCT ROUNDED =
                   (EQ-PAY(EMP-IDX) - GROUP-AVG) * 100 / GROUP-AVG
               IF (DEVIATION-PCT > TOLERANCE-PCT
                       OR DEVIATION-PCT < 0 - TOLERANCE-PCT)
                       AND OUTLIER-COUNT < 5000
                   ADD 1 TO OUTLIER-COUNT
                   MOVE EMP-IDX TO OT-EMP-IDX(OUTLIER-COUNT)
                   MOVE GROUP-AVG TO OT-GROUP-AVG(OUTLIER-COUNT)
                   MOVE DEVIATION-PCT TO OT-DEVIATION(OUTLIER-COUNT)
               END-IF
           END-IF.

       560-WRITE-OUTLIER-LINE.
           MOVE OT-EMP-IDX(OUTLIER-IDX) TO EMP-IDX
           MOVE EQ-DEPT(EMP-IDX) TO OL-DEPT
           MOVE EQ-JOB(EMP-IDX) TO OL-JOB
           MOVE EQ-ENO(EMP-IDX) TO OL-ENO
           MOVE EQ-NAME(EMP-IDX) TO OL-NAME
           MOVE EQ-GENDER(EMP-IDX) TO OL-GENDER
           MOVE EQ-PAY(EMP-IDX) TO OL-PAY
           MOVE OT-GROUP-AVG(OUTLIER-IDX) TO OL-GROUP-AVG
           MOVE OT-DEVIATION(OUTLIER-IDX) TO OL-DEVIATION
           IF OT-DEVIATION(OUTLIER-IDX) > 0
               MOVE 'ABOVE' TO OL-DIRECTION
           ELSE
               MOVE 'BELOW' TO OL-DIRECTION
           END-IF
           MOVE OUTLIER-LINE TO PRINT-BUFFER
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX.

      *----------------------------------------------------------*
      * 690-BUILD-GROUP-HEADINGS / 695-BUILD-OUTLIER-HEADINGS
      * Column headings placed over the GROUP-LINE and
      * OUTLIER-LINE fields.
      *----------------------------------------------------------*
       690-BUILD-GROUP-HEADINGS.
           MOVE SPACES TO HEADING-LINE
           MOVE 'DEPT' TO HEADING-LINE(2:4)
           MOVE 'JOB' TO HEADING-LINE(7:3)
           MOVE 'BAND MID' TO HEADING-LINE(12:8)
           MOVE 'COMPA' TO HEADING-LINE(21:5)
           MOVE 'HC' TO HEADING-LINE(30:2)
           MOVE 'ALL AVG' TO HEADING-LINE(34:7)
           MOVE 'WOMEN' TO HEADING-LINE(43:5)
           MOVE 'AVG' TO HEADING-LINE(54:3)
           MOVE 'MEDIAN' TO HEADING-LINE(60:6)
           MOVE 'MEN' TO HEADING-LINE(70:3)
           MOVE 'AVG' TO HEADING-LINE(79:3)
           MOVE 'MEDIAN' TO HEADING-LINE(85:6)
           MOVE 'N/REC' TO HEADING-LINE(93:5)
           MOVE 'AVG GAP' TO HEADING-LINE(100:7)
           MOVE 'MED GAP' TO HEADING-LINE(108:7)
           MOVE SPACES TO UNDERLINE-LINE
           MOVE ALL '-' TO UNDERLINE-LINE(2:115).

       695-BUILD-OUTLIER-HEADINGS.
           MOVE SPACES TO HEADING-LINE
           MOVE 'DEPT' TO HEADING-LINE(2:4)
           MOVE 'JOB' TO HEADING-LINE(7:3)
           MOVE 'ENO' TO HEADING-LINE(13:3)
           MOVE 'NAME' TO HEADING-LINE(17:4)
           MOVE 'G' TO HEADING-LINE(38:1)
           MOVE 'PAY' TO HEADING-LINE(46:3)
           MOVE 'GRP AVG' TO HEADING-LINE(51:7)
           MOVE 'DEV PCT' TO HEADING-LINE(60:7)
           MOVE SPACES TO UNDERLINE-LINE
           MOVE ALL '-' TO UNDERLINE-LINE(2:71).

      *----------------------------------------------------------*
      * 800-WRITE-PAGE-HEADER / 810-WRITE-DETAIL-LINE /
      * 820-PAGE-BREAK
      * The report skeleton's page machinery (see PROGRAM_RPT):
      * header and column headings on every page, break via
      * footer once the page fills.
      *----------------------------------------------------------*
       800-WRITE-PAGE-HEADER.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE PRINT-LINE FROM RPT-HDR-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADING-LINE
           WRITE PRINT-LINE FROM UNDERLINE-LINE
           MOVE 0 TO RPT-LINE-COUNT.
       800-WRITE-PAGE-HEADER-EX.
           EXIT.

       810-WRITE-DETAIL-LINE.
           WRITE PRINT-LINE FROM PRINT-BUFFER
           ADD 1 TO RPT-LINE-COUNT

           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM 820-PAGE-BREAK THRU 820-PAGE-BREAK-EX
           END-IF.
       810-WRITE-DETAIL-LINE-EX.
           EXIT.

       820-PAGE-BREAK.
           WRITE PRINT-LINE FROM RPT-FTR-LINE
           ADD 1 TO RPT-PAGE-NO
           PERFORM 800-WRITE-PAGE-HEADER
               THRU 800-WRITE-PAGE-HEADER-EX.
       820-PAGE-BREAK-EX.
           EXIT.

       850-LOAD-CURRENCY-RATES.
           MOVE 0 TO CURR-LOADED-COUNT

           EXEC SQL
               OPEN CURRCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'PAYEQ1 RATE OPEN SQLCODE: ' SQLCODE
           ELSE
               PERFORM UNTIL SQLCODE <> 0
                       OR CURR-LOADED-COUNT >= 20
                   EXEC SQL
                       FETCH CURRCRSR
                           INTO :CURR-LOOKUP-CODE, :CURR-RATE,
                                :CURR-ASOF-WORK
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO CURR-LOADED-COUNT
                       MOVE CURR-LOOKUP-CODE
                           TO CURR-TABLE-CODE(CURR-LOADED-COUNT)
                       MOVE CURR-RATE
                           TO CURR-TABLE-RATE(CURR-LOADED-COUNT)
                       MOVE CURR-ASOF-WORK
                           TO CURR-TABLE-ASOF(CURR-LOADED-COUNT)
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURRCRSR
               END-EXEC
           END-IF.

       860-LOOKUP-CURRENCY-RATE.
           MOVE 'N' TO CURR-FOUND-SW
           MOVE 1.000000 TO CURR-RATE

           SET CURR-IDX TO 1
           SEARCH CURR-RATE-ENTRY
               WHEN CURR-TABLE-CODE(CURR-IDX) = CURR-LOOKUP-CODE
                   SET CURR-RATE-FOUND TO TRUE
                   MOVE CURR-TABLE-RATE(CURR-IDX) TO CURR-RATE
           END-SEARCH.
