       IDENTIFICATION DIVISION.

       PROGRAM-ID. DQSCORE1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL DQ-RULE-FILE
               ASSIGN TO EXTERNAL DQRULES
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

           SELECT OPTIONAL CHECK-PREF-FILE
               ASSIGN TO EXTERNAL CHKPREF
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREF-FILE-STATUS.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT OPTIONAL DQ-TREND-FILE
               ASSIGN TO EXTERNAL DQTREND
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREND-FILE-STATUS.

           SELECT DQ-REPORT-FILE
               ASSIGN TO EXTERNAL DQRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DQ-RULE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DQ-RULE-LINE.

       01  DQ-RULE-LINE            PIC X(80).

       FD  CHECK-PREF-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHECK-PREF-LINE.

       01  CHECK-PREF-LINE         PIC X(80).

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       FD  DQ-TREND-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DQ-TREND-LINE.

       01  DQ-TREND-LINE           PIC X(80).

       FD  DQ-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DQ-REPORT-LINE.

       01  DQ-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTFTR.

           COPY COLCRYPT.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RULE-FILE-STATUS     PIC XX.
           01 RULE-EOF-SW          PIC X VALUE 'N'.
               88 RULE-EOF         VALUE 'Y'.
           01 PREF-FILE-STATUS     PIC XX.
           01 PREF-EOF-SW          PIC X VALUE 'N'.
               88 PREF-EOF         VALUE 'Y'.
           01 KEY-FILE-STATUS      PIC XX.
           01 TREND-FILE-STATUS    PIC XX.
           01 TREND-EOF-SW         PIC X VALUE 'N'.
               88 TREND-EOF        VALUE 'Y'.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

      *----------------------------------------------------------*
      * the rule set. Every rule carries a weight - the points an
      * employee or department loses for breaking it out of a
      * clean 100 - and can be switched off or re-weighted
      * without a program change through DQRULES, one line per
      * rule: rule id, 'Y' or 'N', and an optional three-digit
      * weight (blank keeps the weight below). EM rules score the
      * employee, DP rules the department. The pay-set-up rules
      * EM05 and EM06 pass over terminated employees, who are
      * never paid again.
      *----------------------------------------------------------*
           01 DQ-RULE-RECORD.
               05 DQR-RULE-ID      PIC X(04).
               05 FILLER           PIC X(01).
               05 DQR-ENABLED      PIC X(01).
               05 FILLER           PIC X(01).
               05 DQR-WEIGHT-X     PIC X(03).
               05 DQR-WEIGHT REDEFINES DQR-WEIGHT-X
                                   PIC 9(03).
               05 FILLER           PIC X(70).

           01 RULE-DEFAULT-VALUES.
               05 FILLER PIC X(40)
                  VALUE 'EM01020HIRE DATE MISSING OR NOT VALID  '.
               05 FILLER PIC X(40)
                  VALUE 'EM02010STATUS CODE NOT RECOGNIZED      '.
               05 FILLER PIC X(40)
                  VALUE 'EM03020DEPT NOT ON DEPTTBL             '.
               05 FILLER PIC X(40)
                  VALUE 'EM04010ZIP MISSING OR NOT IN ITS STATE '.
               05 FILLER PIC X(40)
                  VALUE 'EM05015NO FEDERAL WITHHOLDING ELECTION '.
               05 FILLER PIC X(40)
                  VALUE 'EM06015NO BANK ACCOUNT, CARD OR CHECK  '.
               05 FILLER PIC X(40)
                  VALUE 'EM07010PAY RATE ZERO                   '.
               05 FILLER PIC X(40)
                  VALUE 'EM08010NAME BLANK                      '.
               05 FILLER PIC X(40)
                  VALUE 'EM09005NO JOB CODE ASSIGNED            '.
               05 FILLER PIC X(40)
                  VALUE 'DP01020MANAGER MISSING OR NOT EMPLOYED '.
               05 FILLER PIC X(40)
                  VALUE 'DP02010COST CENTER BLANK               '.
               05 FILLER PIC X(40)
                  VALUE 'DP03030DEPT IN USE BUT NOT ON DEPTTBL  '.
           01 RULE-DEFAULT-TABLE REDEFINES RULE-DEFAULT-VALUES.
               05 RULE-DEFAULT OCCURS 12 TIMES.
                   10 RD-RULE-ID       PIC X(04).
                   10 RD-WEIGHT        PIC 9(03).
                   10 RD-DESCRIPTION   PIC X(33).

           01 RULE-COUNT           PIC 9(2) COMP VALUE 12.
           01 RULE-IDX             PIC 9(2) COMP.
           01 RULE-MATCH-IDX       PIC 9(2) COMP.
           01 RULE-TABLE.
               05 RULE-ENTRY OCCURS 12 TIMES.
                   10 RT-ENABLED       PIC X(01).
                   10 RT-WEIGHT        PIC 9(03).
                   10 RT-FAIL-COUNT    PIC 9(6) COMP-3.
           01 RULE-LOOKUP-ID       PIC X(04).

      *    the rules' positions in the table
           01 RULE-EM01            PIC 9(2) COMP VALUE 1.
           01 RULE-EM02            PIC 9(2) COMP VALUE 2.
           01 RULE-EM03            PIC 9(2) COMP VALUE 3.
           01 RULE-EM04            PIC 9(2) COMP VALUE 4.
           01 RULE-EM05            PIC 9(2) COMP VALUE 5.
           01 RULE-EM06            PIC 9(2) COMP VALUE 6.
           01 RULE-EM07            PIC 9(2) COMP VALUE 7.
           01 RULE-EM08            PIC 9(2) COMP VALUE 8.
           01 RULE-EM09            PIC 9(2) COMP VALUE 9.
           01 RULE-DP01            PIC 9(2) COMP VALUE 10.
           01 RULE-DP02            PIC 9(2) COMP VALUE 11.
           01 RULE-DP03            PIC 9(2) COMP VALUE 12.

      *    pay-by-check preference (CHKPREF), as ACHGEN1 reads it
           01 PREF-ENO-TEXT        PIC X(4).
           01 PREF-COUNT           PIC 9(3) COMP VALUE 0.
           01 PREF-IDX             PIC 9(3) COMP.
           01 PREF-TABLE.
               05 PREF-ENO OCCURS 200 TIMES PIC 9(4).
           01 PREF-MATCH-SW        PIC X VALUE 'N'.
               88 PREF-MATCH-FOUND VALUE 'Y'.

      *----------------------------------------------------------*
      * ZIP-to-state plausibility: the states each leading ZIP
      * digit is assigned to by the postal service's national
      * areas (0 = New England and the Atlantic islands ... 9 =
      * the Pacific). A ZIP whose first digit's area does not
      * hold the employee's ST fails EM04.
      *----------------------------------------------------------*
           01 ZIP-AREA-VALUES.
               05 FILLER PIC X(20) VALUE 'CTMAMENHNJPRRIVTVIAE'.
               05 FILLER PIC X(20) VALUE 'DENYPAAE            '.
               05 FILLER PIC X(20) VALUE 'DCMDNCSCVAWV        '.
               05 FILLER PIC X(20) VALUE 'ALFLGAMSTNAA        '.
               05 FILLER PIC X(20) VALUE 'INKYMIOH            '.
               05 FILLER PIC X(20) VALUE 'IAMNMTNDSDWI        '.
               05 FILLER PIC X(20) VALUE 'ILKSMONE            '.
               05 FILLER PIC X(20) VALUE 'ARLAOKTX            '.
               05 FILLER PIC X(20) VALUE 'AZCOIDNMNVUT        '.
               05 FILLER PIC X(20) VALUE 'AKCAHIORWAGUASAP    '.
           01 ZIP-AREA-TABLE REDEFINES ZIP-AREA-VALUES.
               05 ZIP-AREA-STATES  PIC X(20) OCCURS 10 TIMES.
           01 ZIP-AREA-IDX         PIC 9(2) COMP.
           01 ZIP-PAIR-IDX         PIC 9(2) COMP.
           01 ZIP-STATE-SW         PIC X.
               88 ZIP-STATE-MATCH  VALUE 'Y'.

      *    departments: DEPTTBL's rows, plus any department an
      *    employee carries that DEPTTBL lacks
           01 DEPT-COUNT           PIC 9(3) COMP VALUE 0.
           01 DEPT-IDX             PIC 9(3) COMP.
           01 DEPT-MATCH-IDX       PIC 9(3) COMP.
           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 300 TIMES.
                   10 DT-DEPT          PIC X(04).
                   10 DT-ON-MASTER     PIC X(01).
                   10 DT-MGR-ENO       PIC 9(04).
                   10 DT-COST-CENTER   PIC X(06).
                   10 DT-EMP-COUNT     PIC 9(6) COMP-3.
                   10 DT-SCORE-SUM     PIC 9(8) COMP-3.
                   10 DT-FAILING-EMPS  PIC 9(6) COMP-3.

           01 DPT-DEPT             PIC X(4).
           01 DPT-MGR-ENO          PIC 9(4).
           01 DPT-MGR-IND          PIC S9(4) COMP.
           01 DPT-COST-CENTER      PIC X(6).
           01 DPT-CC-IND           PIC S9(4) COMP.

      *    the employee under scrutiny
           01 DQE-ENO              PIC 9(4).
           01 DQE-LNAME            PIC X(10).
           01 DQE-FNAME            PIC X(10).
           01 DQE-ST               PIC X(2).
           01 DQE-ZIP              PIC X(5).
           01 DQE-DEPT             PIC X(4).
           01 DQE-PAYRATE          PIC S9(13)V99 COMP-3.
           01 DQE-MISCDATA         PIC X(128).
           01 DQE-MISC-FIELDS REDEFINES DQE-MISCDATA.
               05 DQE-HIRE-DATE    PIC 9(8).
               05 DQE-HIRE-PARTS REDEFINES DQE-HIRE-DATE.
                   10 DQE-HIRE-YYYY    PIC 9(4).
                   10 DQE-HIRE-MM      PIC 9(2).
                   10 DQE-HIRE-DD      PIC 9(2).
               05 DQE-STATUS-CODE  PIC X(2).
                   88 DQE-STATUS-VALID
                                   VALUE 'AC' 'TE' 'LP' 'LU' 'DC'.
                   88 DQE-TERMINATED   VALUE 'TE'.
               05 FILLER           PIC X(118).
           01 ROW-COUNT            PIC 9(6).
           01 MGR-MISCDATA         PIC X(128).
           01 MGR-MISC-FIELDS REDEFINES MGR-MISCDATA.
               05 FILLER           PIC X(8).
               05 MGR-STATUS-CODE  PIC X(2).
               05 FILLER           PIC X(118).
           01 MGR-EMPLOYED-SW      PIC X.
               88 MGR-EMPLOYED     VALUE 'Y'.

           01 ENTITY-SCORE         PIC S9(4) COMP.
           01 ENTITY-FAILURES      PIC 9(2) COMP.
           01 FAIL-RULE-IDX        PIC 9(2) COMP.
           01 FAIL-KIND            PIC X(4).
           01 FAIL-KEY             PIC X(4).

           01 EMP-COUNT            PIC 9(6) VALUE 0.
           01 EMP-FAILING-COUNT    PIC 9(6) VALUE 0.
           01 EMP-SCORE-SUM        PIC 9(9) COMP-3 VALUE 0.
           01 DEPT-FAILING-COUNT   PIC 9(4) VALUE 0.
           01 FAILURE-COUNT        PIC 9(7) VALUE 0.
           01 EMP-AVG-SCORE        PIC 9(3)V9 VALUE 0.
           01 DEPT-AVG-SCORE       PIC 9(3)V9 VALUE 0.
           01 DEPT-SCORE-SUM       PIC 9(7) COMP-3 VALUE 0.
           01 DEPT-DROPPED-COUNT   PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * DQTREND - one line per run, appended, so the backlog can
      * be watched shrinking night over night; the report prints
      * the latest twelve
      *----------------------------------------------------------*
           01 DQ-TREND-RECORD.
               05 DQT-RUN-DATE     PIC 9(08).
               05 DQT-EMP-COUNT    PIC 9(06).
               05 DQT-EMP-FAILING  PIC 9(06).
               05 DQT-FAILURES     PIC 9(07).
               05 DQT-EMP-AVG      PIC 9(03)V9.
               05 DQT-DEPT-COUNT   PIC 9(04).
               05 DQT-DEPT-FAILING PIC 9(04).
               05 DQT-DEPT-AVG     PIC 9(03)V9.
               05 FILLER           PIC X(37).
           01 TREND-KEEP-COUNT     PIC 9(2) COMP VALUE 0.
           01 TREND-IDX            PIC 9(2) COMP.
           01 TREND-TABLE.
               05 TREND-ENTRY OCCURS 12 TIMES PIC X(80).

           01 SCORE-EDIT           PIC ZZ9.
           01 AVG-EDIT             PIC ZZ9.9.
           01 COUNT-EDIT           PIC Z(6)9.
           01 FAIL-EDIT            PIC Z(6)9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE DQDEPTCR CURSOR FOR
               SELECT DEPT, MGR_ENO, COST_CENTER
                 FROM DEPTTBL
               ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE DQEMPCR CURSOR FOR
               SELECT ENO, LNAME, FNAME, ST, ZIP, DEPT, PAYRATE,
                      MISCDATA
                 FROM EMPTABLE
               ORDER BY ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Nightly employee-master data-quality scorecard: the rule
      * set above run against EMPTABLE and the masters around it,
      * every failing row listed with the rule it breaks, a score
      * per employee and per department, and the night's totals
      * appended to the DQTREND history the trend lines print
      * from - so bad master data is found here rather than by
      * the downstream job it would have broken.
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

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'DQSCORE1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           PERFORM 050-LOAD-RULES THRU 050-LOAD-RULES-EXIT.
           PERFORM 060-LOAD-COLUMN-KEY.
           PERFORM 070-LOAD-CHECK-PREFERENCES.

       100-MAIN.
           OPEN OUTPUT DQ-REPORT-FILE.
           MOVE 'EMPLOYEE MASTER DATA QUALITY' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE DQ-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-LOAD-DEPARTMENTS THRU 200-LOAD-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-WRAP
           END-IF.

           MOVE SPACES TO DQ-REPORT-LINE.
           MOVE '--- FAILING EMPLOYEES' TO DQ-REPORT-LINE.
           WRITE DQ-REPORT-LINE.

           EXEC SQL
               OPEN DQEMPCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'DQSCORE1 EMPLOYEE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-WRAP
           END-IF.

           PERFORM 250-FETCH-EMPLOYEE.
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 300-SCORE-EMPLOYEE
               PERFORM 250-FETCH-EMPLOYEE
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'DQSCORE1 EMPLOYEE FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE DQEMPCR
           END-EXEC.

           PERFORM 500-SCORE-DEPARTMENTS.
           PERFORM 600-WRITE-RULE-SUMMARY.
           PERFORM 700-APPEND-TREND.
           PERFORM 750-WRITE-TREND-LINES THRU 750-WRITE-TREND-EXIT.

       100-WRAP.
           WRITE DQ-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE DQ-REPORT-FILE.

           DISPLAY 'DQSCORE1 EMPLOYEES SCORED  : ' EMP-COUNT.
           DISPLAY 'DQSCORE1 EMPLOYEES FAILING : ' EMP-FAILING-COUNT.
           DISPLAY 'DQSCORE1 DEPARTMENTS       : ' DEPT-COUNT.
           DISPLAY 'DQSCORE1 DEPTS FAILING     : ' DEPT-FAILING-COUNT.
           DISPLAY 'DQSCORE1 RULE FAILURES     : ' FAILURE-COUNT.
           IF DEPT-DROPPED-COUNT > 0
               DISPLAY 'DQSCORE1 EMPLOYEES PAST THE DEPARTMENT '
                   'TABLE: ' DEPT-DROPPED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 050-LOAD-RULES
      * The defaults, then DQRULES' switches and weights over
      * them; a line naming no known rule is reported and
      * skipped.
      *----------------------------------------------------------*
       050-LOAD-RULES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE 'Y' TO RT-ENABLED(RULE-IDX)
               MOVE RD-WEIGHT(RULE-IDX) TO RT-WEIGHT(RULE-IDX)
               MOVE 0 TO RT-FAIL-COUNT(RULE-IDX)
           END-PERFORM

           OPEN INPUT DQ-RULE-FILE
           IF RULE-FILE-STATUS NOT = '00'
               IF RULE-FILE-STATUS = '05'
                   CLOSE DQ-RULE-FILE
               END-IF
               GO TO 050-LOAD-RULES-EXIT
           END-IF

           PERFORM 055-READ-RULE
           PERFORM UNTIL RULE-EOF
               MOVE DQR-RULE-ID TO RULE-LOOKUP-ID
               PERFORM 058-FIND-RULE
               IF RULE-MATCH-IDX = 0
                       OR (DQR-ENABLED NOT = 'Y'
                           AND DQR-ENABLED NOT = 'N')
                   DISPLAY 'DQSCORE1 DQRULES LINE SKIPPED: '
                       DQ-RULE-RECORD(1:10)
               ELSE
                   MOVE DQR-ENABLED TO RT-ENABLED(RULE-MATCH-IDX)
                   IF DQR-WEIGHT-X NUMERIC
                       MOVE DQR-WEIGHT TO RT-WEIGHT(RULE-MATCH-IDX)
                   END-IF
               END-IF
               PERFORM 055-READ-RULE
           END-PERFORM
           CLOSE DQ-RULE-FILE.
       050-LOAD-RULES-EXIT.
           EXIT.

       055-READ-RULE.
           READ DQ-RULE-FILE INTO DQ-RULE-RECORD
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.

       058-FIND-RULE.
           MOVE 0 TO RULE-MATCH-IDX
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RD-RULE-ID(RULE-IDX) = RULE-LOOKUP-ID
                   MOVE RULE-IDX TO RULE-MATCH-IDX
               END-IF
           END-PERFORM.

       060-LOAD-COLUMN-KEY.
           MOVE SPACES TO CRYPT-KEY
           OPEN INPUT COLUMN-KEY-FILE
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           ELSE
               DISPLAY 'DQSCORE1 NO COLUMN KEY ON FILE - SENSITIVE '
                   'COLUMNS READ AS STORED'
           END-IF.

       070-LOAD-CHECK-PREFERENCES.
           MOVE 0 TO PREF-COUNT
           OPEN INPUT CHECK-PREF-FILE
           IF PREF-FILE-STATUS = '00'
               PERFORM 075-READ-ONE-PREFERENCE
               PERFORM UNTIL PREF-EOF OR PREF-COUNT >= 200
                   IF PREF-ENO-TEXT NUMERIC
                       ADD 1 TO PREF-COUNT
                       MOVE PREF-ENO-TEXT
                           TO PREF-ENO(PREF-COUNT)
                   END-IF
                   PERFORM 075-READ-ONE-PREFERENCE
               END-PERFORM
               CLOSE CHECK-PREF-FILE
           ELSE
               IF PREF-FILE-STATUS = '05'
                   CLOSE CHECK-PREF-FILE
               END-IF
           END-IF.

       075-READ-ONE-PREFERENCE.
           READ CHECK-PREF-FILE
               AT END
                   SET PREF-EOF TO TRUE
               NOT AT END
                   MOVE CHECK-PREF-LINE(1:4) TO PREF-ENO-TEXT
           END-READ.

       200-LOAD-DEPARTMENTS.
           EXEC SQL
               OPEN DQDEPTCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DQSCORE1 DEPTTBL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-FETCH-DEPARTMENT
           PERFORM UNTIL SQLCODE <> 0
               IF DEPT-COUNT < 300
                   ADD 1 TO DEPT-COUNT
                   MOVE DPT-DEPT TO DT-DEPT(DEPT-COUNT)
                   MOVE 'Y' TO DT-ON-MASTER(DEPT-COUNT)
                   MOVE 0 TO DT-MGR-ENO(DEPT-COUNT)
                   IF DPT-MGR-IND >= 0
                       MOVE DPT-MGR-ENO TO DT-MGR-ENO(DEPT-COUNT)
                   END-IF
                   MOVE SPACES TO DT-COST-CENTER(DEPT-COUNT)
                   IF DPT-CC-IND >= 0
                       MOVE DPT-COST-CENTER
                           TO DT-COST-CENTER(DEPT-COUNT)
                   END-IF
                   MOVE 0 TO DT-EMP-COUNT(DEPT-COUNT)
                   MOVE 0 TO DT-SCORE-SUM(DEPT-COUNT)
                   MOVE 0 TO DT-FAILING-EMPS(DEPT-COUNT)
               ELSE
                   DISPLAY 'DQSCORE1 DEPTTBL EXCEEDS THE DEPARTMENT '
                       'TABLE - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 210-FETCH-DEPARTMENT
           END-PERFORM

           IF SQLCODE <> 100 AND RETURN-CODE < 8
               DISPLAY 'DQSCORE1 DEPTTBL FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE DQDEPTCR
           END-EXEC.
       200-LOAD-EXIT.
           EXIT.

       210-FETCH-DEPARTMENT.
           MOVE 0 TO DPT-MGR-IND
           MOVE 0 TO DPT-CC-IND
           EXEC SQL
               FETCH DQDEPTCR
                   INTO :DPT-DEPT, :DPT-MGR-ENO :DPT-MGR-IND,
                        :DPT-COST-CENTER :DPT-CC-IND
           END-EXEC.

       220-FIND-DEPARTMENT.
           MOVE 0 TO DEPT-MATCH-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DT-DEPT(DEPT-IDX) = DQE-DEPT
                   MOVE DEPT-IDX TO DEPT-MATCH-IDX
               END-IF
           END-PERFORM.

       250-FETCH-EMPLOYEE.
           EXEC SQL
               FETCH DQEMPCR
                   INTO :DQE-ENO, :DQE-LNAME, :DQE-FNAME, :DQE-ST,
                        :DQE-ZIP, :DQE-DEPT, :DQE-PAYRATE,
                        :DQE-MISCDATA
           END-EXEC.

      *----------------------------------------------------------*
      * 300-SCORE-EMPLOYEE
      * Runs each enabled EM rule against one employee; each
      * failure prints under the employee and costs its weight.
      *----------------------------------------------------------*
       300-SCORE-EMPLOYEE.
           ADD 1 TO EMP-COUNT
           MOVE 100 TO ENTITY-SCORE
           MOVE 0 TO ENTITY-FAILURES
           MOVE 'EMP ' TO FAIL-KIND
           MOVE DQE-ENO TO FAIL-KEY

           PERFORM 220-FIND-DEPARTMENT

           IF RT-ENABLED(RULE-EM01) = 'Y'
               IF DQE-HIRE-DATE NOT NUMERIC
                   MOVE RULE-EM01 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               ELSE
                   IF DQE-HIRE-YYYY < 1900
                           OR DQE-HIRE-MM < 01 OR DQE-HIRE-MM > 12
                           OR DQE-HIRE-DD < 01 OR DQE-HIRE-DD > 31
                           OR DQE-HIRE-DATE > RUN-DATE
                       MOVE RULE-EM01 TO FAIL-RULE-IDX
                       PERFORM 800-RECORD-FAILURE
                   END-IF
               END-IF
           END-IF

           IF RT-ENABLED(RULE-EM02) = 'Y' AND NOT DQE-STATUS-VALID
               MOVE RULE-EM02 TO FAIL-RULE-IDX
               PERFORM 800-RECORD-FAILURE
           END-IF

           IF RT-ENABLED(RULE-EM03) = 'Y'
               IF DEPT-MATCH-IDX = 0
                   MOVE RULE-EM03 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               ELSE
                   IF DT-ON-MASTER(DEPT-MATCH-IDX) NOT = 'Y'
                       MOVE RULE-EM03 TO FAIL-RULE-IDX
                       PERFORM 800-RECORD-FAILURE
                   END-IF
               END-IF
           END-IF

           IF RT-ENABLED(RULE-EM04) = 'Y'
               PERFORM 320-CHECK-ZIP-STATE
               IF NOT ZIP-STATE-MATCH
                   MOVE RULE-EM04 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               END-IF
           END-IF

           IF RT-ENABLED(RULE-EM05) = 'Y' AND NOT DQE-TERMINATED
               MOVE 0 TO ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-COUNT
                       FROM FEDELECT
                       WHERE ENO = :DQE-ENO
               END-EXEC
               IF SQLCODE = 0 AND ROW-COUNT = 0
                   MOVE RULE-EM05 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               END-IF
           END-IF

           IF RT-ENABLED(RULE-EM06) = 'Y' AND NOT DQE-TERMINATED
               PERFORM 340-CHECK-PAY-METHOD
           END-IF

           IF RT-ENABLED(RULE-EM07) = 'Y' AND DQE-PAYRATE = 0
               MOVE RULE-EM07 TO FAIL-RULE-IDX
               PERFORM 800-RECORD-FAILURE
           END-IF

           IF RT-ENABLED(RULE-EM08) = 'Y'
                   AND (DQE-LNAME = SPACES OR DQE-FNAME = SPACES)
               MOVE RULE-EM08 TO FAIL-RULE-IDX
               PERFORM 800-RECORD-FAILURE
           END-IF

           IF RT-ENABLED(RULE-EM09) = 'Y'
               MOVE 0 TO ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-COUNT
                       FROM EMPJOB
                       WHERE ENO = :DQE-ENO
               END-EXEC
               IF SQLCODE = 0 AND ROW-COUNT = 0
                   MOVE RULE-EM09 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               END-IF
           END-IF

           IF ENTITY-SCORE < 0
               MOVE 0 TO ENTITY-SCORE
           END-IF
           ADD ENTITY-SCORE TO EMP-SCORE-SUM
           IF ENTITY-FAILURES > 0
               ADD 1 TO EMP-FAILING-COUNT
               PERFORM 850-WRITE-SCORE-LINE
           END-IF

      *    an employee whose department DEPTTBL lacks makes that
      *    department known, so DP03 can score it
           IF DEPT-MATCH-IDX = 0
               IF DEPT-COUNT < 300
                   ADD 1 TO DEPT-COUNT
                   MOVE DQE-DEPT TO DT-DEPT(DEPT-COUNT)
                   MOVE 'N' TO DT-ON-MASTER(DEPT-COUNT)
                   MOVE 0 TO DT-MGR-ENO(DEPT-COUNT)
                   MOVE SPACES TO DT-COST-CENTER(DEPT-COUNT)
                   MOVE 0 TO DT-EMP-COUNT(DEPT-COUNT)
                   MOVE 0 TO DT-SCORE-SUM(DEPT-COUNT)
                   MOVE 0 TO DT-FAILING-EMPS(DEPT-COUNT)
                   MOVE DEPT-COUNT TO DEPT-MATCH-IDX
               ELSE
                   ADD 1 TO DEPT-DROPPED-COUNT
               END-IF
           END-IF
           IF DEPT-MATCH-IDX > 0
               ADD 1 TO DT-EMP-COUNT(DEPT-MATCH-IDX)
               ADD ENTITY-SCORE TO DT-SCORE-SUM(DEPT-MATCH-IDX)
               IF ENTITY-FAILURES > 0
                   ADD 1 TO DT-FAILING-EMPS(DEPT-MATCH-IDX)
               END-IF
           END-IF.

      *    ZIP is encrypted at rest; its leading digit must fall in
      *    an area that holds the employee's state
       320-CHECK-ZIP-STATE.
           MOVE 'N' TO ZIP-STATE-SW
           SET CRYPT-OP-DECRYPT TO TRUE
           MOVE DQE-ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:5) TO DQE-ZIP

           IF DQE-ZIP NUMERIC AND DQE-ST NOT = SPACES
               MOVE DQE-ZIP(1:1) TO ZIP-AREA-IDX
               ADD 1 TO ZIP-AREA-IDX
               PERFORM VARYING ZIP-PAIR-IDX FROM 1 BY 2
                       UNTIL ZIP-PAIR-IDX > 19
                   IF ZIP-AREA-STATES(ZIP-AREA-IDX)(ZIP-PAIR-IDX:2)
                           = DQE-ST
                       SET ZIP-STATE-MATCH TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *    net pay needs somewhere to go: a bank account, an active
      *    pay card, or the pay desk's pay-by-check list
       340-CHECK-PAY-METHOD.
           MOVE 0 TO ROW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-COUNT
                   FROM BANKACCT
                   WHERE ENO = :DQE-ENO
           END-EXEC
           IF SQLCODE = 0 AND ROW-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-COUNT
                       FROM PAYCARD
                       WHERE ENO = :DQE-ENO
                         AND STATUS = 'A'
               END-EXEC
           END-IF
           IF SQLCODE = 0 AND ROW-COUNT = 0
               MOVE 'N' TO PREF-MATCH-SW
               PERFORM VARYING PREF-IDX FROM 1 BY 1
                       UNTIL PREF-IDX > PREF-COUNT
                   IF PREF-ENO(PREF-IDX) = DQE-ENO
                       SET PREF-MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PREF-MATCH-FOUND
                   MOVE RULE-EM06 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 500-SCORE-DEPARTMENTS
      * A department starts from the average score of its
      * employees (100 with none) and loses the weight of each
      * DP rule it breaks itself.
      *----------------------------------------------------------*
       500-SCORE-DEPARTMENTS.
           MOVE SPACES TO DQ-REPORT-LINE
           MOVE '--- DEPARTMENT SCORES' TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM 510-SCORE-ONE-DEPARTMENT
           END-PERFORM

           IF EMP-COUNT > 0
               COMPUTE EMP-AVG-SCORE ROUNDED =
                   EMP-SCORE-SUM / EMP-COUNT
           END-IF
           IF DEPT-COUNT > 0
               COMPUTE DEPT-AVG-SCORE ROUNDED =
                   DEPT-SCORE-SUM / DEPT-COUNT
           END-IF.

       510-SCORE-ONE-DEPARTMENT.
           MOVE 100 TO ENTITY-SCORE
           IF DT-EMP-COUNT(DEPT-IDX) > 0
               COMPUTE ENTITY-SCORE ROUNDED =
                   DT-SCORE-SUM(DEPT-IDX) / DT-EMP-COUNT(DEPT-IDX)
           END-IF
           MOVE 0 TO ENTITY-FAILURES
           MOVE 'DEPT' TO FAIL-KIND
           MOVE DT-DEPT(DEPT-IDX) TO FAIL-KEY

           IF DT-ON-MASTER(DEPT-IDX) = 'Y'
               IF RT-ENABLED(RULE-DP01) = 'Y'
                   MOVE 'N' TO MGR-EMPLOYED-SW
                   IF DT-MGR-ENO(DEPT-IDX) > 0
                       EXEC SQL
                           SELECT MISCDATA INTO :MGR-MISCDATA
                               FROM EMPTABLE
                               WHERE ENO = :DT-MGR-ENO(DEPT-IDX)
                       END-EXEC
                       IF SQLCODE = 0 AND MGR-STATUS-CODE NOT = 'TE'
                           SET MGR-EMPLOYED TO TRUE
                       END-IF
                   END-IF
                   IF NOT MGR-EMPLOYED
                       MOVE RULE-DP01 TO FAIL-RULE-IDX
                       PERFORM 800-RECORD-FAILURE
                   END-IF
               END-IF
               IF RT-ENABLED(RULE-DP02) = 'Y'
                       AND DT-COST-CENTER(DEPT-IDX) = SPACES
                   MOVE RULE-DP02 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               END-IF
           ELSE
               IF RT-ENABLED(RULE-DP03) = 'Y'
                   MOVE RULE-DP03 TO FAIL-RULE-IDX
                   PERFORM 800-RECORD-FAILURE
               END-IF
           END-IF

           IF ENTITY-SCORE < 0
               MOVE 0 TO ENTITY-SCORE
           END-IF
           ADD ENTITY-SCORE TO DEPT-SCORE-SUM
           IF ENTITY-FAILURES > 0 OR DT-FAILING-EMPS(DEPT-IDX) > 0
               ADD 1 TO DEPT-FAILING-COUNT
           END-IF

           MOVE ENTITY-SCORE TO SCORE-EDIT
           MOVE DT-EMP-COUNT(DEPT-IDX) TO COUNT-EDIT
           MOVE DT-FAILING-EMPS(DEPT-IDX) TO FAIL-EDIT
           MOVE SPACES TO DQ-REPORT-LINE
           STRING 'DEPT ' DELIMITED BY SIZE
                  DT-DEPT(DEPT-IDX) DELIMITED BY SIZE
                  ' SCORE=' DELIMITED BY SIZE
                  SCORE-EDIT DELIMITED BY SIZE
                  ' EMPLOYEES=' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' FAILING=' DELIMITED BY SIZE
                  FAIL-EDIT DELIMITED BY SIZE
               INTO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.

       600-WRITE-RULE-SUMMARY.
           MOVE SPACES TO DQ-REPORT-LINE
           MOVE '--- FAILURES BY RULE' TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE

           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE RT-FAIL-COUNT(RULE-IDX) TO FAIL-EDIT
               MOVE RT-WEIGHT(RULE-IDX) TO SCORE-EDIT
               MOVE SPACES TO DQ-REPORT-LINE
               STRING RD-RULE-ID(RULE-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RD-DESCRIPTION(RULE-IDX) DELIMITED BY SIZE
                      ' ON=' DELIMITED BY SIZE
                      RT-ENABLED(RULE-IDX) DELIMITED BY SIZE
                      ' WEIGHT=' DELIMITED BY SIZE
                      SCORE-EDIT DELIMITED BY SIZE
                      ' FAILURES=' DELIMITED BY SIZE
                      FAIL-EDIT DELIMITED BY SIZE
                   INTO DQ-REPORT-LINE
               WRITE DQ-REPORT-LINE
           END-PERFORM.

       700-APPEND-TREND.
           MOVE SPACES TO DQ-TREND-RECORD
           MOVE RUN-DATE TO DQT-RUN-DATE
           MOVE EMP-COUNT TO DQT-EMP-COUNT
           MOVE EMP-FAILING-COUNT TO DQT-EMP-FAILING
           MOVE FAILURE-COUNT TO DQT-FAILURES
           MOVE EMP-AVG-SCORE TO DQT-EMP-AVG
           MOVE DEPT-COUNT TO DQT-DEPT-COUNT
           MOVE DEPT-FAILING-COUNT TO DQT-DEPT-FAILING
           MOVE DEPT-AVG-SCORE TO DQT-DEPT-AVG

           OPEN EXTEND DQ-TREND-FILE
           IF TREND-FILE-STATUS = '00' OR TREND-FILE-STATUS = '05'
               WRITE DQ-TREND-LINE FROM DQ-TREND-RECORD
               CLOSE DQ-TREND-FILE
           ELSE
               DISPLAY 'DQSCORE1 CANNOT EXTEND DQTREND, STATUS: '
                   TREND-FILE-STATUS
           END-IF.

      *----------------------------------------------------------*
      * 750-WRITE-TREND-LINES
      * The latest twelve runs off DQTREND, oldest first - the
      * failing counts falling run over run is the backlog being
      * worked off.
      *----------------------------------------------------------*
       750-WRITE-TREND-LINES.
           MOVE SPACES TO DQ-REPORT-LINE
           MOVE '--- TREND' TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE

           MOVE 'N' TO TREND-EOF-SW
           OPEN INPUT DQ-TREND-FILE
           IF TREND-FILE-STATUS NOT = '00'
               GO TO 750-WRITE-TREND-EXIT
           END-IF
           PERFORM 760-READ-TREND
           PERFORM UNTIL TREND-EOF
               IF TREND-KEEP-COUNT < 12
                   ADD 1 TO TREND-KEEP-COUNT
               ELSE
                   PERFORM VARYING TREND-IDX FROM 1 BY 1
                           UNTIL TREND-IDX > 11
                       MOVE TREND-ENTRY(TREND-IDX + 1)
                           TO TREND-ENTRY(TREND-IDX)
                   END-PERFORM
               END-IF
               MOVE DQ-TREND-LINE TO TREND-ENTRY(TREND-KEEP-COUNT)
               PERFORM 760-READ-TREND
           END-PERFORM
           CLOSE DQ-TREND-FILE

           PERFORM VARYING TREND-IDX FROM 1 BY 1
                   UNTIL TREND-IDX > TREND-KEEP-COUNT
               MOVE TREND-ENTRY(TREND-IDX) TO DQ-TREND-RECORD
               MOVE DQT-EMP-FAILING TO COUNT-EDIT
               MOVE DQT-FAILURES TO FAIL-EDIT
               MOVE DQT-EMP-AVG TO AVG-EDIT
               MOVE SPACES TO DQ-REPORT-LINE
               STRING DQT-RUN-DATE DELIMITED BY SIZE
                      ' EMPLOYEES FAILING=' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      ' FAILURES=' DELIMITED BY SIZE
                      FAIL-EDIT DELIMITED BY SIZE
                      ' AVG SCORE=' DELIMITED BY SIZE
                      AVG-EDIT DELIMITED BY SIZE
                   INTO DQ-REPORT-LINE
               MOVE DQT-DEPT-FAILING TO COUNT-EDIT
               MOVE DQT-DEPT-AVG TO AVG-EDIT
               STRING ' DEPTS FAILING=' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      ' DEPT AVG=' DELIMITED BY SIZE
                      AVG-EDIT DELIMITED BY SIZE
                   INTO DQ-REPORT-LINE(75:58)
               WRITE DQ-REPORT-LINE
           END-PERFORM.
       750-WRITE-TREND-EXIT.
           EXIT.

       760-READ-TREND.
           READ DQ-TREND-FILE
               AT END
                   SET TREND-EOF TO TRUE
           END-READ.

      *    one broken rule: its weight off the score, its line on
      *    the report under the failing employee or department
       800-RECORD-FAILURE.
           ADD 1 TO ENTITY-FAILURES
           ADD 1 TO FAILURE-COUNT
           ADD 1 TO RT-FAIL-COUNT(FAIL-RULE-IDX)
           SUBTRACT RT-WEIGHT(FAIL-RULE-IDX) FROM ENTITY-SCORE

           MOVE SPACES TO DQ-REPORT-LINE
           STRING FAIL-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAIL-KEY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RD-RULE-ID(FAIL-RULE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RD-DESCRIPTION(FAIL-RULE-IDX) DELIMITED BY SIZE
               INTO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.

       850-WRITE-SCORE-LINE.
           MOVE ENTITY-SCORE TO SCORE-EDIT
           MOVE SPACES TO DQ-REPORT-LINE
           STRING FAIL-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAIL-KEY DELIMITED BY SIZE
                  '  SCORE=' DELIMITED BY SIZE
                  SCORE-EDIT DELIMITED BY SIZE
                  ' DEPT=' DELIMITED BY SIZE
                  DQE-DEPT DELIMITED BY SIZE
               INTO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.
