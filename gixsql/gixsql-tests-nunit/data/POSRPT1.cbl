       IDENTIFICATION DIVISION.

       PROGRAM-ID. POSRPT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    the report lines carry the department in columns 6-9,
      *    the slice key the RPTDIST1 distribution step routes on
           SELECT POSITION-REPORT-FILE
               ASSIGN TO EXTERNAL POSRPTF
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  POSITION-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS POSITION-REPORT-LINE.

       01  POSITION-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 REPORT-MONTH-TEXT    PIC X(6).
           01 REPORT-MONTH         PIC 9(6).
           01 RUN-DATE-TEXT        PIC X(21).

      *    per-department accumulation: the budgeted positions from
      *    POSCTL and the employees actually on EMPTABLE
           01 POS-SUM-COUNT        PIC 9(3) COMP VALUE 0.
           01 POS-SUM-IDX          PIC 9(3) COMP.
           01 POS-SUM-TABLE.
               05 POS-SUM-ENTRY OCCURS 200 TIMES.
                   10 PS-DEPT          PIC X(04).
                   10 PS-POSITIONS     PIC 9(05).
                   10 PS-BUDGET-FTE    PIC 9(05)V99.
                   10 PS-FILLED        PIC 9(05).
                   10 PS-VACANT        PIC 9(05).
                   10 PS-VACANT-FTE    PIC 9(05)V99.
                   10 PS-HEADCOUNT     PIC 9(05).
           01 POS-MATCH-SW         PIC X VALUE 'N'.
               88 POS-MATCH-FOUND  VALUE 'Y'.
           01 POS-MATCH-IDX        PIC 9(3) COMP.
           01 POS-TABLE-FULL-SW    PIC X VALUE 'N'.
               88 POS-TABLE-FULL   VALUE 'Y'.
           01 FOLD-DEPT            PIC X(4).

           01 PCT-DEPT             PIC X(4).
           01 PCT-BUDGET-FTE       PIC 9V99.
           01 PCT-FILL-STATUS      PIC X(1).
               88 PCT-FILLED       VALUE 'F'.

           01 OVER-FILL            PIC 9(05).
           01 FLAG-MARK            PIC X(1).

           01 LINES-WRITTEN        PIC 9(6) VALUE 0.
           01 FLAGGED-COUNT        PIC 9(6) VALUE 0.
           01 COUNT-EDIT-1         PIC ZZZZ9.
           01 COUNT-EDIT-2         PIC ZZZZ9.
           01 COUNT-EDIT-3         PIC ZZZZ9.
           01 COUNT-EDIT-4         PIC ZZZZ9.
           01 COUNT-EDIT-5         PIC ZZZZ9.
           01 FTE-EDIT-1           PIC ZZZZ9.99.
           01 FTE-EDIT-2           PIC ZZZZ9.99.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE POSCRSR CURSOR FOR
               SELECT DEPT, BUDGET_FTE, FILL_STATUS
                 FROM POSCTL
               ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE HDCCRSR CURSOR FOR
               SELECT DEPT, MISCDATA
                 FROM EMPTABLE
               ORDER BY DEPT
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Monthly position control report for finance: per
      * department the budgeted positions and FTE from POSCTL,
      * how many are filled and how many stand vacant, against
      * the department's current headcount - everyone on EMPTABLE
      * not terminated. Headcount beyond the filled positions is
      * over-fill (staff hired before position control, or moved
      * without their position) and flags '*'. The output file
      * carries the department in the RPTDIST1 routing columns.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "POSRPT_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT REPORT-MONTH-TEXT FROM ENVIRONMENT-VALUE.
           IF REPORT-MONTH-TEXT NUMERIC
               MOVE REPORT-MONTH-TEXT TO REPORT-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT
               MOVE RUN-DATE-TEXT(1:6) TO REPORT-MONTH
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'POSRPT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           PERFORM 200-LOAD-POSITIONS.
           PERFORM 300-LOAD-HEADCOUNT.

           IF POS-TABLE-FULL
               DISPLAY 'POSRPT1 DEPARTMENT TABLE FULL - REPORT NOT '
                   'WRITTEN'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           IF POS-SUM-COUNT = 0
               DISPLAY 'POSRPT1 NOTHING TO REPORT FOR '
                   REPORT-MONTH
               GO TO 100-CLOSE
           END-IF.

           PERFORM 500-WRITE-POSITION-REPORT.

           DISPLAY 'POSRPT1 MONTH           : ' REPORT-MONTH.
           DISPLAY 'POSRPT1 DEPARTMENTS     : ' POS-SUM-COUNT.
           DISPLAY 'POSRPT1 OVER-FILLED     : ' FLAGGED-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-LOAD-POSITIONS.
           EXEC SQL
               OPEN POSCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'POSRPT1 POSITION OPEN SQLCODE: ' SQLCODE
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 250-FETCH-POSITION
           PERFORM UNTIL SQLCODE <> 0
               MOVE PCT-DEPT TO FOLD-DEPT
               PERFORM 280-FIND-OR-ADD-ENTRY
               IF POS-MATCH-FOUND
                   ADD 1 TO PS-POSITIONS(POS-MATCH-IDX)
                   ADD PCT-BUDGET-FTE TO PS-BUDGET-FTE(POS-MATCH-IDX)
                   IF PCT-FILLED
                       ADD 1 TO PS-FILLED(POS-MATCH-IDX)
                   ELSE
                       ADD 1 TO PS-VACANT(POS-MATCH-IDX)
                       ADD PCT-BUDGET-FTE
                           TO PS-VACANT-FTE(POS-MATCH-IDX)
                   END-IF
               END-IF
               PERFORM 250-FETCH-POSITION
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'POSRPT1 POSITION FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE POSCRSR
           END-EXEC.
       200-LOAD-EXIT.
           EXIT.

       250-FETCH-POSITION.
           EXEC SQL
               FETCH POSCRSR
                   INTO :PCT-DEPT, :PCT-BUDGET-FTE, :PCT-FILL-STATUS
           END-EXEC.

      *----------------------------------------------------------*
      * 280-FIND-OR-ADD-ENTRY
      * Locates FOLD-DEPT in the department table, adding it when
      * new; a full table drops the department and sets the
      * overflow switch, which refuses the report rather than
      * publishing a short one.
      *----------------------------------------------------------*
       280-FIND-OR-ADD-ENTRY.
           MOVE 'N' TO POS-MATCH-SW
           PERFORM VARYING POS-SUM-IDX FROM 1 BY 1
                   UNTIL POS-SUM-IDX > POS-SUM-COUNT
               IF PS-DEPT(POS-SUM-IDX) = FOLD-DEPT
                   SET POS-MATCH-FOUND TO TRUE
                   MOVE POS-SUM-IDX TO POS-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT POS-MATCH-FOUND
               IF POS-SUM-COUNT >= 200
                   SET POS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO POS-SUM-COUNT
                   MOVE FOLD-DEPT TO PS-DEPT(POS-SUM-COUNT)
                   MOVE 0 TO PS-POSITIONS(POS-SUM-COUNT)
                   MOVE 0 TO PS-BUDGET-FTE(POS-SUM-COUNT)
                   MOVE 0 TO PS-FILLED(POS-SUM-COUNT)
                   MOVE 0 TO PS-VACANT(POS-SUM-COUNT)
                   MOVE 0 TO PS-VACANT-FTE(POS-SUM-COUNT)
                   MOVE 0 TO PS-HEADCOUNT(POS-SUM-COUNT)
                   MOVE POS-SUM-COUNT TO POS-MATCH-IDX
                   SET POS-MATCH-FOUND TO TRUE
               END-IF
           END-IF.

       300-LOAD-HEADCOUNT.
           EXEC SQL
               OPEN HDCCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'POSRPT1 EMPLOYEE OPEN SQLCODE: ' SQLCODE
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 350-FETCH-EMPLOYEE
           PERFORM UNTIL SQLCODE <> 0
               IF MISC-STATUS-CODE NOT = 'TE'
                   MOVE DEPT TO FOLD-DEPT
                   PERFORM 280-FIND-OR-ADD-ENTRY
                   IF POS-MATCH-FOUND
                       ADD 1 TO PS-HEADCOUNT(POS-MATCH-IDX)
                   END-IF
               END-IF
               PERFORM 350-FETCH-EMPLOYEE
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'POSRPT1 EMPLOYEE FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE HDCCRSR
           END-EXEC.
       300-LOAD-EXIT.
           EXIT.

       350-FETCH-EMPLOYEE.
           EXEC SQL
               FETCH HDCCRSR
                   INTO :DEPT, :MISCDATA
           END-EXEC.

      *----------------------------------------------------------*
      * 500-WRITE-POSITION-REPORT
      * One line per department: positions and budgeted FTE,
      * filled, vacant with the vacant FTE, headcount, and the
      * over-fill count flagged '*'. Department in columns 6-9
      * for the distribution step.
      *----------------------------------------------------------*
       500-WRITE-POSITION-REPORT.
           OPEN OUTPUT POSITION-REPORT-FILE

           PERFORM VARYING POS-SUM-IDX FROM 1 BY 1
                   UNTIL POS-SUM-IDX > POS-SUM-COUNT
               PERFORM 550-WRITE-ONE-DEPARTMENT
           END-PERFORM

           CLOSE POSITION-REPORT-FILE.

       550-WRITE-ONE-DEPARTMENT.
           MOVE 0 TO OVER-FILL
           MOVE SPACE TO FLAG-MARK
           IF PS-HEADCOUNT(POS-SUM-IDX) > PS-FILLED(POS-SUM-IDX)
               COMPUTE OVER-FILL =
                   PS-HEADCOUNT(POS-SUM-IDX) - PS-FILLED(POS-SUM-IDX)
               MOVE '*' TO FLAG-MARK
               ADD 1 TO FLAGGED-COUNT
           END-IF

           MOVE PS-POSITIONS(POS-SUM-IDX) TO COUNT-EDIT-1
           MOVE PS-BUDGET-FTE(POS-SUM-IDX) TO FTE-EDIT-1
           MOVE PS-FILLED(POS-SUM-IDX) TO COUNT-EDIT-2
           MOVE PS-VACANT(POS-SUM-IDX) TO COUNT-EDIT-3
           MOVE PS-VACANT-FTE(POS-SUM-IDX) TO FTE-EDIT-2
           MOVE PS-HEADCOUNT(POS-SUM-IDX) TO COUNT-EDIT-4
           MOVE OVER-FILL TO COUNT-EDIT-5

           MOVE SPACES TO POSITION-REPORT-LINE
           STRING 'PVAC ' DELIMITED BY SIZE
                  PS-DEPT(POS-SUM-IDX) DELIMITED BY SIZE
                  ' MO=' DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  ' POS=' DELIMITED BY SIZE
                  COUNT-EDIT-1 DELIMITED BY SIZE
                  ' FTE=' DELIMITED BY SIZE
                  FTE-EDIT-1 DELIMITED BY SIZE
                  ' FILLED=' DELIMITED BY SIZE
                  COUNT-EDIT-2 DELIMITED BY SIZE
                  ' VACANT=' DELIMITED BY SIZE
                  COUNT-EDIT-3 DELIMITED BY SIZE
                  ' VACFTE=' DELIMITED BY SIZE
                  FTE-EDIT-2 DELIMITED BY SIZE
                  ' HC=' DELIMITED BY SIZE
                  COUNT-EDIT-4 DELIMITED BY SIZE
                  ' OVER=' DELIMITED BY SIZE
                  COUNT-EDIT-5 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FLAG-MARK DELIMITED BY SIZE
               INTO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           ADD 1 TO LINES-WRITTEN.
