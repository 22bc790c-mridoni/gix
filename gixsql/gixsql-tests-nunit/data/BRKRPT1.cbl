       IDENTIFICATION DIVISION.

       PROGRAM-ID. BRKRPT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BREAK-REPORT-FILE
               ASSIGN TO EXTERNAL BRKRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  BREAK-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BREAK-REPORT-LINE.

       01  BREAK-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).

           01 BV-ENO               PIC 9(4).
           01 BV-WORK-DATE         PIC 9(8).
           01 BV-VIOL-TYPE         PIC X(1).
           01 BV-DEPT              PIC X(4).
           01 BV-MGR-ENO           PIC 9(4).
           01 BV-WORK-ST           PIC X(2).
           01 BV-WORKED-HOURS      PIC 9(2)V99.
           01 BV-MEAL-MINUTES      PIC 9(4).
           01 BV-MEAL-START        PIC 9(4).

      *    control break on department, then supervisor inside it
           01 FIRST-ROW-SW         PIC X VALUE 'Y'.
               88 FIRST-ROW        VALUE 'Y'.
           01 PREV-DEPT            PIC X(4).
           01 PREV-MGR-ENO         PIC 9(4).
           01 GROUP-MISSED         PIC 9(6).
           01 GROUP-SHORT          PIC 9(6).
           01 GROUP-LATE           PIC 9(6).
           01 DEPT-VIOL-COUNT      PIC 9(6).

           01 VIOLATION-COUNT      PIC 9(6) VALUE 0.
           01 MISSED-COUNT         PIC 9(6) VALUE 0.
           01 SHORT-COUNT          PIC 9(6) VALUE 0.
           01 LATE-COUNT           PIC 9(6) VALUE 0.

           01 VIOL-TEXT            PIC X(6).
           01 HOURS-EDIT           PIC Z9.99.
           01 MINUTES-EDIT         PIC ZZZ9.
           01 START-EDIT           PIC ZZZ9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the period's meal-break violations, grouped by the
      *  department and the supervisor who runs its floor
           EXEC SQL
               DECLARE BVCRSR CURSOR FOR
               SELECT ENO, WORK_DATE, VIOL_TYPE, DEPT, MGR_ENO,
                      WORK_ST, WORKED_HOURS, MEAL_MINUTES,
                      MEAL_START_MIN
                 FROM BRKVIOL
               WHERE PERIOD_ID = :PERIOD-ID
               ORDER BY DEPT, MGR_ENO, ENO, WORK_DATE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Meal-break compliance report for operations, run after the
      * timesheet job: every missed, short or late meal period the
      * punches showed for the period, by department and then by
      * the supervisor on the department master, each group closed
      * with its count by kind. Every line here has already paid
      * its premium hour; the report is for fixing the schedules
      * that caused it.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF PERIOD-ID-TEXT NOT NUMERIC
               DISPLAY 'BRKRPT1 PAYCALC_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' PERIOD-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE PERIOD-ID-TEXT TO PERIOD-ID.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'BRKRPT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT BREAK-REPORT-FILE.

           MOVE 'MEAL BREAK COMPLIANCE' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE BREAK-REPORT-LINE FROM RPT-HDR-LINE.

           EXEC SQL
               OPEN BVCRSR
           END-EXEC.

           IF SQLCODE <> 0
               DISPLAY 'BRKRPT1 CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-WRAP
           END-IF.

           PERFORM 200-FETCH-VIOLATION.
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 300-REPORT-ONE-VIOLATION
               PERFORM 200-FETCH-VIOLATION
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'BRKRPT1 FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE BVCRSR
           END-EXEC.

           IF NOT FIRST-ROW
               PERFORM 410-CLOSE-SUPERVISOR
               PERFORM 420-CLOSE-DEPARTMENT
           END-IF.

           PERFORM 500-WRITE-TOTALS.

       100-WRAP.
           WRITE BREAK-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE BREAK-REPORT-FILE.

           DISPLAY 'BRKRPT1 PERIOD          : ' PERIOD-ID.
           DISPLAY 'BRKRPT1 VIOLATIONS      : ' VIOLATION-COUNT.

           IF VIOLATION-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-FETCH-VIOLATION.
           EXEC SQL
               FETCH BVCRSR
                   INTO :BV-ENO, :BV-WORK-DATE, :BV-VIOL-TYPE,
                        :BV-DEPT, :BV-MGR-ENO, :BV-WORK-ST,
                        :BV-WORKED-HOURS, :BV-MEAL-MINUTES,
                        :BV-MEAL-START
           END-EXEC.

       300-REPORT-ONE-VIOLATION.
           IF FIRST-ROW
               MOVE 'N' TO FIRST-ROW-SW
               PERFORM 430-OPEN-DEPARTMENT
               PERFORM 440-OPEN-SUPERVISOR
           ELSE
               IF BV-DEPT NOT = PREV-DEPT
                   PERFORM 410-CLOSE-SUPERVISOR
                   PERFORM 420-CLOSE-DEPARTMENT
                   PERFORM 430-OPEN-DEPARTMENT
                   PERFORM 440-OPEN-SUPERVISOR
               ELSE
                   IF BV-MGR-ENO NOT = PREV-MGR-ENO
                       PERFORM 410-CLOSE-SUPERVISOR
                       PERFORM 440-OPEN-SUPERVISOR
                   END-IF
               END-IF
           END-IF

           ADD 1 TO VIOLATION-COUNT
           ADD 1 TO DEPT-VIOL-COUNT
           EVALUATE BV-VIOL-TYPE
               WHEN 'M'
                   MOVE 'MISSED' TO VIOL-TEXT
                   ADD 1 TO GROUP-MISSED
                   ADD 1 TO MISSED-COUNT
               WHEN 'S'
                   MOVE 'SHORT' TO VIOL-TEXT
                   ADD 1 TO GROUP-SHORT
                   ADD 1 TO SHORT-COUNT
               WHEN OTHER
                   MOVE 'LATE' TO VIOL-TEXT
                   ADD 1 TO GROUP-LATE
                   ADD 1 TO LATE-COUNT
           END-EVALUATE

           MOVE SPACES TO RPT-DET-KEY
           STRING 'ENO ' DELIMITED BY SIZE
                  BV-ENO DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           MOVE BV-WORKED-HOURS TO HOURS-EDIT
           IF BV-VIOL-TYPE = 'M'
               STRING BV-WORK-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VIOL-TEXT DELIMITED BY SIZE
                      ' WORKED=' DELIMITED BY SIZE
                      HOURS-EDIT DELIMITED BY SIZE
                      ' NO MEAL ST=' DELIMITED BY SIZE
                      BV-WORK-ST DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
           ELSE
               MOVE BV-MEAL-MINUTES TO MINUTES-EDIT
               MOVE BV-MEAL-START TO START-EDIT
               STRING BV-WORK-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VIOL-TEXT DELIMITED BY SIZE
                      ' WORKED=' DELIMITED BY SIZE
                      HOURS-EDIT DELIMITED BY SIZE
                      ' MEAL=' DELIMITED BY SIZE
                      MINUTES-EDIT DELIMITED BY SIZE
                      'M AT+' DELIMITED BY SIZE
                      START-EDIT DELIMITED BY SIZE
                      'M ST=' DELIMITED BY SIZE
                      BV-WORK-ST DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
           END-IF
           WRITE BREAK-REPORT-LINE FROM RPT-DET-LINE.

       410-CLOSE-SUPERVISOR.
           MOVE SPACES TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'SUPERVISOR ' DELIMITED BY SIZE
                  PREV-MGR-ENO DELIMITED BY SIZE
                  ' MISSED=' DELIMITED BY SIZE
                  GROUP-MISSED DELIMITED BY SIZE
                  ' SHORT=' DELIMITED BY SIZE
                  GROUP-SHORT DELIMITED BY SIZE
                  ' LATE=' DELIMITED BY SIZE
                  GROUP-LATE DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE BREAK-REPORT-LINE FROM RPT-DET-LINE.

       420-CLOSE-DEPARTMENT.
           MOVE SPACES TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  PREV-DEPT DELIMITED BY SIZE
                  ' VIOLATIONS=' DELIMITED BY SIZE
                  DEPT-VIOL-COUNT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE BREAK-REPORT-LINE FROM RPT-DET-LINE.

       430-OPEN-DEPARTMENT.
           MOVE BV-DEPT TO PREV-DEPT
           MOVE 0 TO DEPT-VIOL-COUNT
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  BV-DEPT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE BREAK-REPORT-LINE FROM RPT-DET-LINE.

      *    supervisor zero is a department with nobody assigned on
      *    the master - operations has no one to send it to
       440-OPEN-SUPERVISOR.
           MOVE BV-MGR-ENO TO PREV-MGR-ENO
           MOVE 0 TO GROUP-MISSED
           MOVE 0 TO GROUP-SHORT
           MOVE 0 TO GROUP-LATE
           MOVE SPACES TO RPT-DET-KEY
           STRING 'MGR ' DELIMITED BY SIZE
                  BV-MGR-ENO DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           IF BV-MGR-ENO = 0
               MOVE 'NO SUPERVISOR ON THE DEPARTMENT MASTER'
                   TO RPT-DET-TEXT
           ELSE
               MOVE 'SUPERVISOR' TO RPT-DET-TEXT
           END-IF
           WRITE BREAK-REPORT-LINE FROM RPT-DET-LINE.

       500-WRITE-TOTALS.
           MOVE 'TOTALS' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'VIOLATIONS=' DELIMITED BY SIZE
                  VIOLATION-COUNT DELIMITED BY SIZE
                  ' MISSED=' DELIMITED BY SIZE
                  MISSED-COUNT DELIMITED BY SIZE
                  ' SHORT=' DELIMITED BY SIZE
                  SHORT-COUNT DELIMITED BY SIZE
                  ' LATE=' DELIMITED BY SIZE
                  LATE-COUNT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE BREAK-REPORT-LINE FROM RPT-DET-LINE.
