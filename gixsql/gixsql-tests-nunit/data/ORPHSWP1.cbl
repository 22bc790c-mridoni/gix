       IDENTIFICATION DIVISION.

       PROGRAM-ID. ORPHSWP1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORPHAN-REPORT-FILE
               ASSIGN TO EXTERNAL ORPHRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ORPHAN-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ORPHAN-REPORT-LINE.

       01  ORPHAN-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 MOVE-OPTION-TEXT     PIC X(1).
           01 MOVE-OPTION-SW       PIC X VALUE 'N'.
               88 MOVE-ORPHANS     VALUE 'Y'.
           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.

      *----------------------------------------------------------*
      * EMPTABLE as the sweep sees it, indexed by ENO: spaces for
      * an ENO not on file, otherwise the employee's status code
      * ('??' where MISCDATA carries none)
      *----------------------------------------------------------*
           01 EMP-STATE-TABLE.
               05 EMP-STATE OCCURS 9999 TIMES PIC X(2).
           01 EMP-ON-FILE-COUNT    PIC 9(6) VALUE 0.

           01 SWP-ENO              PIC 9(4).
           01 SWP-DEPT             PIC X(4).
           01 SWP-DEPT-IND         PIC S9(4) COMP.
           01 SWP-MISCDATA         PIC X(128).
           01 SWP-MISC-FIELDS REDEFINES SWP-MISCDATA.
               05 SWP-HIRE-DATE    PIC X(8).
               05 SWP-STATUS-CODE  PIC X(2).
               05 FILLER           PIC X(118).

      *    DEPTTBL's departments and the managers they name
           01 DEPT-COUNT           PIC 9(3) COMP VALUE 0.
           01 DEPT-IDX             PIC 9(3) COMP.
           01 DEPT-FOUND-SW        PIC X.
               88 DEPT-FOUND       VALUE 'Y'.
           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 300 TIMES.
                   10 DT-DEPT          PIC X(04).
                   10 DT-MGR-ENO       PIC 9(04).
           01 DPT-MGR-ENO          PIC 9(4).
           01 DPT-MGR-IND          PIC S9(4) COMP.

      *----------------------------------------------------------*
      * the ENO-keyed masters swept against EMPTABLE. A row whose
      * ENO is not on EMPTABLE at all is an orphan; one whose
      * employee is terminated is a dangling reference, reported
      * for the owning desk to close out but never moved. With
      * ORPH_MOVE=Y an orphan not under legal hold is moved: its
      * rows are copied to the master's _ORPH shadow table (the
      * master's own columns, column for column), deleted from the
      * master, and an ORPHAN row written to EMPTABLE_AUDIT - all
      * three committed together or not at all.
      *----------------------------------------------------------*
           01 REL-NAME-VALUES.
               05 FILLER PIC X(10) VALUE 'BANKACCT'.
               05 FILLER PIC X(10) VALUE 'DEDENROLL'.
               05 FILLER PIC X(10) VALUE 'GARNISH'.
               05 FILLER PIC X(10) VALUE 'PTOBAL'.
               05 FILLER PIC X(10) VALUE 'LBRALLOC'.
               05 FILLER PIC X(10) VALUE 'UNMEMBER'.
               05 FILLER PIC X(10) VALUE 'FEDELECT'.
               05 FILLER PIC X(10) VALUE 'EMPPAYGRP'.
               05 FILLER PIC X(10) VALUE 'PAYCARD'.
               05 FILLER PIC X(10) VALUE 'EMPJOB'.
           01 REL-NAME-TABLE REDEFINES REL-NAME-VALUES.
               05 REL-NAME OCCURS 10 TIMES PIC X(10).
           01 REL-COUNT            PIC 9(2) COMP VALUE 10.
           01 REL-IDX              PIC 9(2) COMP.
           01 REL-TOTALS.
               05 REL-TOTAL OCCURS 10 TIMES.
                   10 RL-ENO-COUNT     PIC 9(6) COMP-3.
                   10 RL-MISSING       PIC 9(6) COMP-3.
                   10 RL-TERMINATED    PIC 9(6) COMP-3.
                   10 RL-MOVED         PIC 9(6) COMP-3.
                   10 RL-HELD          PIC 9(6) COMP-3.

           01 REL-ENO              PIC 9(4).
           01 REL-ROWS             PIC 9(6).

      *    the orphans of the master being swept, collected while
      *    its cursor is open and moved once it is closed
           01 MOVE-COUNT           PIC 9(3) COMP VALUE 0.
           01 MOVE-IDX             PIC 9(3) COMP.
           01 MOVE-TABLE.
               05 MOVE-ENTRY OCCURS 500 TIMES.
                   10 MV-ENO           PIC 9(4).
                   10 MV-ROWS          PIC 9(6).
           01 MOVE-OVERFLOW-COUNT  PIC 9(6) VALUE 0.
           01 MOVE-WORK-ENO        PIC 9(4).
           01 MOVE-OK-SW           PIC X.
               88 MOVE-OK          VALUE 'Y'.

           01 HOLD-COUNT           PIC 9(6).

           01 REF-CODE             PIC X(4).
           01 REF-ROWS             PIC 9(6).
           01 REF-FOUND            PIC 9(6).

           01 ORPHAN-TOTAL         PIC 9(6) VALUE 0.
           01 DANGLING-TOTAL       PIC 9(6) VALUE 0.
           01 MOVED-TOTAL          PIC 9(6) VALUE 0.

           01 FINDING-TEXT         PIC X(30).
           01 ENO-DISP             PIC 9(4).
           01 ROWS-EDIT            PIC Z(5)9.
           01 COUNT-EDIT           PIC Z(5)9.
           01 MISSING-EDIT         PIC Z(5)9.
           01 TERM-EDIT            PIC Z(5)9.
           01 MOVED-EDIT           PIC Z(5)9.
           01 HELD-EDIT            PIC Z(5)9.

           01 AUD-ENO              PIC 9(5) COMP.
           01 AUDIT-FIELD          PIC X(20).
           01 AUDIT-OLD-VALUE      PIC X(30).
           01 AUDIT-JOB-NAME       PIC X(10) VALUE 'ORPHSWP1'.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE SWDEPTCR CURSOR FOR
               SELECT DEPT, MGR_ENO
                 FROM DEPTTBL
               ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE SWEMPCR CURSOR FOR
               SELECT ENO, DEPT, MISCDATA
                 FROM EMPTABLE
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWBANKCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM BANKACCT
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWDEDCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM DEDENROLL
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWGARNCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM GARNISH
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWPTOCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM PTOBAL
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWLBRCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM LBRALLOC
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWUNMCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM UNMEMBER
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWFEDCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM FEDELECT
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWPGRPCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM EMPPAYGRP
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWCARDCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM PAYCARD
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWJOBCR CURSOR FOR
               SELECT ENO, COUNT(*) FROM EMPJOB
               GROUP BY ENO ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SWLDEPCR CURSOR FOR
               SELECT DEPT, COUNT(*) FROM LBRALLOC
               GROUP BY DEPT ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE SWJCODCR CURSOR FOR
               SELECT JOB_CODE, COUNT(*) FROM EMPJOB
               GROUP BY JOB_CODE ORDER BY JOB_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Cross-master referential integrity sweep. Archive, purge,
      * anonymization and rehire all work on EMPTABLE and can
      * leave rows behind in the masters keyed to it; this job
      * checks every ENO-keyed payroll master, DEPTTBL's managers,
      * and the department and job codes the masters carry
      * against the tables that own them, and reports each
      * orphan and dangling reference by table. ORPH_MOVE=Y
      * moves the confirmed orphans to the _ORPH shadow tables
      * under an audit row; otherwise the run only reports.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO MOVE-OPTION-TEXT.
           DISPLAY "ORPH_MOVE" UPON ENVIRONMENT-NAME.
           ACCEPT MOVE-OPTION-TEXT FROM ENVIRONMENT-VALUE.
           IF MOVE-OPTION-TEXT = 'Y'
               SET MOVE-ORPHANS TO TRUE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'ORPHSWP1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT ORPHAN-REPORT-FILE.
           MOVE 'REFERENTIAL INTEGRITY SWEEP' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE ORPHAN-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-LOAD-DEPARTMENTS THRU 200-LOAD-EXIT.
           IF NOT DB-ERROR
               PERFORM 220-LOAD-EMPLOYEES THRU 220-LOAD-EXIT
           END-IF.
           IF DB-ERROR
               GO TO 100-WRAP
           END-IF.

           PERFORM 300-CHECK-DEPT-MANAGERS.

           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT OR DB-ERROR
               PERFORM 400-SWEEP-ONE-MASTER THRU 400-SWEEP-EXIT
           END-PERFORM.

           IF NOT DB-ERROR
               PERFORM 500-CHECK-LABOR-DEPTS THRU 500-CHECK-EXIT
           END-IF.
           IF NOT DB-ERROR
               PERFORM 550-CHECK-JOB-CODES THRU 550-CHECK-EXIT
           END-IF.

           PERFORM 700-WRITE-SUMMARY.

       100-WRAP.
           WRITE ORPHAN-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE ORPHAN-REPORT-FILE.

           IF DB-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF MOVE-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'ORPHSWP1 EMPLOYEES ON FILE  : ' EMP-ON-FILE-COUNT.
           DISPLAY 'ORPHSWP1 ORPHANS            : ' ORPHAN-TOTAL.
           DISPLAY 'ORPHSWP1 DANGLING REFERENCES: ' DANGLING-TOTAL.
           DISPLAY 'ORPHSWP1 ORPHANS MOVED      : ' MOVED-TOTAL.
           IF MOVE-OVERFLOW-COUNT > 0
               DISPLAY 'ORPHSWP1 ORPHANS LEFT FOR THE NEXT RUN: '
                   MOVE-OVERFLOW-COUNT
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-LOAD-DEPARTMENTS.
           EXEC SQL
               OPEN SWDEPTCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ORPHSWP1 DEPTTBL OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-FETCH-DEPARTMENT
           PERFORM UNTIL SQLCODE <> 0
               IF DEPT-COUNT < 300
                   ADD 1 TO DEPT-COUNT
                   MOVE SWP-DEPT TO DT-DEPT(DEPT-COUNT)
                   MOVE 0 TO DT-MGR-ENO(DEPT-COUNT)
                   IF DPT-MGR-IND >= 0
                       MOVE DPT-MGR-ENO TO DT-MGR-ENO(DEPT-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'ORPHSWP1 DEPTTBL EXCEEDS THE DEPARTMENT '
                       'TABLE - RUN REFUSED'
                   SET DB-ERROR TO TRUE
               END-IF
               PERFORM 210-FETCH-DEPARTMENT
           END-PERFORM

           IF SQLCODE <> 100 AND NOT DB-ERROR
               DISPLAY 'ORPHSWP1 DEPTTBL FETCH SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF

           EXEC SQL
               CLOSE SWDEPTCR
           END-EXEC.
       200-LOAD-EXIT.
           EXIT.

       210-FETCH-DEPARTMENT.
           MOVE 0 TO DPT-MGR-IND
           EXEC SQL
               FETCH SWDEPTCR
                   INTO :SWP-DEPT, :DPT-MGR-ENO :DPT-MGR-IND
           END-EXEC.

       215-FIND-DEPARTMENT.
           MOVE 'N' TO DEPT-FOUND-SW
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-FOUND
               IF DT-DEPT(DEPT-IDX) = SWP-DEPT
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 220-LOAD-EMPLOYEES
      * Builds the ENO-indexed picture of EMPTABLE every master is
      * swept against, and on the way checks each employee's own
      * DEPT against DEPTTBL.
      *----------------------------------------------------------*
       220-LOAD-EMPLOYEES.
           MOVE SPACES TO EMP-STATE-TABLE

           MOVE SPACES TO RPT-DET-LINE
           MOVE '--- EMPTABLE.DEPT -> DEPTTBL' TO RPT-DET-LINE
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN SWEMPCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ORPHSWP1 EMPTABLE OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 220-LOAD-EXIT
           END-IF

           PERFORM 230-FETCH-EMPLOYEE
           PERFORM UNTIL SQLCODE <> 0
               IF SWP-ENO > 0
                   ADD 1 TO EMP-ON-FILE-COUNT
                   MOVE SWP-STATUS-CODE TO EMP-STATE(SWP-ENO)
                   IF SWP-STATUS-CODE = SPACES
                       MOVE '??' TO EMP-STATE(SWP-ENO)
                   END-IF
               END-IF
               IF SWP-DEPT-IND < 0
                   MOVE SPACES TO SWP-DEPT
               END-IF
               PERFORM 215-FIND-DEPARTMENT
               IF NOT DEPT-FOUND
                   ADD 1 TO DANGLING-TOTAL
                   MOVE SWP-ENO TO ENO-DISP
                   MOVE 'EMPTABLE' TO RPT-DET-KEY
                   MOVE SPACES TO RPT-DET-TEXT
                   STRING 'ENO ' DELIMITED BY SIZE
                          ENO-DISP DELIMITED BY SIZE
                          ' DEPT ' DELIMITED BY SIZE
                          SWP-DEPT DELIMITED BY SIZE
                          ' NOT ON DEPTTBL' DELIMITED BY SIZE
                       INTO RPT-DET-TEXT
                   WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE
               END-IF
               PERFORM 230-FETCH-EMPLOYEE
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'ORPHSWP1 EMPTABLE FETCH SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF

           EXEC SQL
               CLOSE SWEMPCR
           END-EXEC.
       220-LOAD-EXIT.
           EXIT.

       230-FETCH-EMPLOYEE.
           MOVE 0 TO SWP-DEPT-IND
           EXEC SQL
               FETCH SWEMPCR
                   INTO :SWP-ENO, :SWP-DEPT :SWP-DEPT-IND,
                        :SWP-MISCDATA
           END-EXEC.

      *    a department's manager must still be an employee
       300-CHECK-DEPT-MANAGERS.
           MOVE SPACES TO RPT-DET-LINE
           MOVE '--- DEPTTBL.MGR_ENO -> EMPTABLE' TO RPT-DET-LINE
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DT-MGR-ENO(DEPT-IDX) > 0
                   MOVE SPACES TO FINDING-TEXT
                   IF EMP-STATE(DT-MGR-ENO(DEPT-IDX)) = SPACES
                       MOVE 'MANAGER NOT ON EMPTABLE'
                           TO FINDING-TEXT
                   ELSE
                       IF EMP-STATE(DT-MGR-ENO(DEPT-IDX)) = 'TE'
                           MOVE 'MANAGER TERMINATED'
                               TO FINDING-TEXT
                       END-IF
                   END-IF
                   IF FINDING-TEXT NOT = SPACES
                       ADD 1 TO DANGLING-TOTAL
                       MOVE DT-MGR-ENO(DEPT-IDX) TO ENO-DISP
                       MOVE 'DEPTTBL' TO RPT-DET-KEY
                       MOVE SPACES TO RPT-DET-TEXT
                       STRING 'DEPT ' DELIMITED BY SIZE
                              DT-DEPT(DEPT-IDX) DELIMITED BY SIZE
                              ' MGR ' DELIMITED BY SIZE
                              ENO-DISP DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FINDING-TEXT DELIMITED BY SIZE
                           INTO RPT-DET-TEXT
                       WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 400-SWEEP-ONE-MASTER
      * One ENO-keyed master: each ENO it holds, with its row
      * count, tested against EMPTABLE; orphans eligible to move
      * are queued and moved once the cursor is closed.
      *----------------------------------------------------------*
       400-SWEEP-ONE-MASTER.
           MOVE 0 TO RL-ENO-COUNT(REL-IDX)
           MOVE 0 TO RL-MISSING(REL-IDX)
           MOVE 0 TO RL-TERMINATED(REL-IDX)
           MOVE 0 TO RL-MOVED(REL-IDX)
           MOVE 0 TO RL-HELD(REL-IDX)
           MOVE 0 TO MOVE-COUNT

           MOVE SPACES TO RPT-DET-LINE
           STRING '--- ' DELIMITED BY SIZE
                  REL-NAME(REL-IDX) DELIMITED BY SPACE
                  '.ENO -> EMPTABLE' DELIMITED BY SIZE
               INTO RPT-DET-LINE
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE

           PERFORM 410-OPEN-MASTER-CURSOR
           IF SQLCODE <> 0
               DISPLAY 'ORPHSWP1 ' REL-NAME(REL-IDX)
                   ' OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 400-SWEEP-EXIT
           END-IF

           PERFORM 420-FETCH-MASTER-CURSOR
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 430-CHECK-ONE-ENO
               PERFORM 420-FETCH-MASTER-CURSOR
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'ORPHSWP1 ' REL-NAME(REL-IDX)
                   ' FETCH SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF

           PERFORM 440-CLOSE-MASTER-CURSOR

           IF NOT DB-ERROR
               PERFORM VARYING MOVE-IDX FROM 1 BY 1
                       UNTIL MOVE-IDX > MOVE-COUNT
                   PERFORM 600-MOVE-ONE-ORPHAN
               END-PERFORM
           END-IF.
       400-SWEEP-EXIT.
           EXIT.

       410-OPEN-MASTER-CURSOR.
           EVALUATE REL-IDX
               WHEN 1
                   EXEC SQL OPEN SWBANKCR END-EXEC
               WHEN 2
                   EXEC SQL OPEN SWDEDCR END-EXEC
               WHEN 3
                   EXEC SQL OPEN SWGARNCR END-EXEC
               WHEN 4
                   EXEC SQL OPEN SWPTOCR END-EXEC
               WHEN 5
                   EXEC SQL OPEN SWLBRCR END-EXEC
               WHEN 6
                   EXEC SQL OPEN SWUNMCR END-EXEC
               WHEN 7
                   EXEC SQL OPEN SWFEDCR END-EXEC
               WHEN 8
                   EXEC SQL OPEN SWPGRPCR END-EXEC
               WHEN 9
                   EXEC SQL OPEN SWCARDCR END-EXEC
               WHEN 10
                   EXEC SQL OPEN SWJOBCR END-EXEC
           END-EVALUATE.

       420-FETCH-MASTER-CURSOR.
           EVALUATE REL-IDX
               WHEN 1
                   EXEC SQL
                       FETCH SWBANKCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       FETCH SWDEDCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       FETCH SWGARNCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       FETCH SWPTOCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       FETCH SWLBRCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       FETCH SWUNMCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       FETCH SWFEDCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       FETCH SWPGRPCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       FETCH SWCARDCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       FETCH SWJOBCR INTO :REL-ENO, :REL-ROWS
                   END-EXEC
           END-EVALUATE.

       430-CHECK-ONE-ENO.
           ADD 1 TO RL-ENO-COUNT(REL-IDX)
           MOVE SPACES TO FINDING-TEXT

           IF REL-ENO = 0
               MOVE 'ENO NOT ON EMPTABLE' TO FINDING-TEXT
           ELSE
               IF EMP-STATE(REL-ENO) = SPACES
                   MOVE 'ENO NOT ON EMPTABLE' TO FINDING-TEXT
               ELSE
                   IF EMP-STATE(REL-ENO) = 'TE'
                       MOVE 'EMPLOYEE TERMINATED' TO FINDING-TEXT
                       ADD 1 TO RL-TERMINATED(REL-IDX)
                       ADD 1 TO DANGLING-TOTAL
                   END-IF
               END-IF
           END-IF

           IF FINDING-TEXT = 'ENO NOT ON EMPTABLE'
               ADD 1 TO RL-MISSING(REL-IDX)
               ADD 1 TO ORPHAN-TOTAL
               IF MOVE-ORPHANS
                   PERFORM 450-QUEUE-ORPHAN
               END-IF
           END-IF

           IF FINDING-TEXT NOT = SPACES
               PERFORM 460-WRITE-ENO-FINDING
           END-IF.

       440-CLOSE-MASTER-CURSOR.
           EVALUATE REL-IDX
               WHEN 1
                   EXEC SQL CLOSE SWBANKCR END-EXEC
               WHEN 2
                   EXEC SQL CLOSE SWDEDCR END-EXEC
               WHEN 3
                   EXEC SQL CLOSE SWGARNCR END-EXEC
               WHEN 4
                   EXEC SQL CLOSE SWPTOCR END-EXEC
               WHEN 5
                   EXEC SQL CLOSE SWLBRCR END-EXEC
               WHEN 6
                   EXEC SQL CLOSE SWUNMCR END-EXEC
               WHEN 7
                   EXEC SQL CLOSE SWFEDCR END-EXEC
               WHEN 8
                   EXEC SQL CLOSE SWPGRPCR END-EXEC
               WHEN 9
                   EXEC SQL CLOSE SWCARDCR END-EXEC
               WHEN 10
                   EXEC SQL CLOSE SWJOBCR END-EXEC
           END-EVALUATE.

      *    counsel's preservation order outranks the sweep: an
      *    orphan under an active hold stays where it is
       450-QUEUE-ORPHAN.
           MOVE 0 TO HOLD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :HOLD-COUNT
                   FROM LEGALHOLD
                   WHERE STATUS = 'A'
                     AND SUBJECT_KIND = 'E'
                     AND ENO = :REL-ENO
           END-EXEC
           IF SQLCODE <> 0 OR HOLD-COUNT > 0
               ADD 1 TO RL-HELD(REL-IDX)
               MOVE 'ENO NOT ON EMPTABLE - HELD' TO FINDING-TEXT
           ELSE
               IF MOVE-COUNT < 500
                   ADD 1 TO MOVE-COUNT
                   MOVE REL-ENO TO MV-ENO(MOVE-COUNT)
                   MOVE REL-ROWS TO MV-ROWS(MOVE-COUNT)
               ELSE
                   ADD 1 TO MOVE-OVERFLOW-COUNT
               END-IF
           END-IF.

       460-WRITE-ENO-FINDING.
           MOVE REL-ENO TO ENO-DISP
           MOVE REL-ROWS TO ROWS-EDIT
           MOVE REL-NAME(REL-IDX) TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'ENO ' DELIMITED BY SIZE
                  ENO-DISP DELIMITED BY SIZE
                  ' ROWS ' DELIMITED BY SIZE
                  ROWS-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FINDING-TEXT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE.

      *    labor distribution must charge departments DEPTTBL owns
       500-CHECK-LABOR-DEPTS.
           MOVE SPACES TO RPT-DET-LINE
           MOVE '--- LBRALLOC.DEPT -> DEPTTBL' TO RPT-DET-LINE
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN SWLDEPCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ORPHSWP1 LBRALLOC DEPT OPEN SQLCODE: '
                   SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 500-CHECK-EXIT
           END-IF

           PERFORM 510-FETCH-LABOR-DEPT
           PERFORM UNTIL SQLCODE <> 0
               MOVE REF-CODE TO SWP-DEPT
               PERFORM 215-FIND-DEPARTMENT
               IF NOT DEPT-FOUND
                   ADD 1 TO DANGLING-TOTAL
                   MOVE REF-ROWS TO ROWS-EDIT
                   MOVE 'LBRALLOC' TO RPT-DET-KEY
                   MOVE SPACES TO RPT-DET-TEXT
                   STRING 'DEPT ' DELIMITED BY SIZE
                          REF-CODE DELIMITED BY SIZE
                          ' ROWS ' DELIMITED BY SIZE
                          ROWS-EDIT DELIMITED BY SIZE
                          ' DEPT NOT ON DEPTTBL' DELIMITED BY SIZE
                       INTO RPT-DET-TEXT
                   WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE
               END-IF
               PERFORM 510-FETCH-LABOR-DEPT
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'ORPHSWP1 LBRALLOC DEPT FETCH SQLCODE: '
                   SQLCODE
               SET DB-ERROR TO TRUE
           END-IF

           EXEC SQL
               CLOSE SWLDEPCR
           END-EXEC.
       500-CHECK-EXIT.
           EXIT.

       510-FETCH-LABOR-DEPT.
           EXEC SQL
               FETCH SWLDEPCR INTO :REF-CODE, :REF-ROWS
           END-EXEC.

      *    an employee's job assignment must name a JOBCODE row
       550-CHECK-JOB-CODES.
           MOVE SPACES TO RPT-DET-LINE
           MOVE '--- EMPJOB.JOB_CODE -> JOBCODE' TO RPT-DET-LINE
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN SWJCODCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ORPHSWP1 EMPJOB CODE OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 550-CHECK-EXIT
           END-IF

           PERFORM 560-FETCH-JOB-CODE
           PERFORM UNTIL SQLCODE <> 0
               MOVE 0 TO REF-FOUND
               EXEC SQL
                   SELECT COUNT(*) INTO :REF-FOUND
                       FROM JOBCODE
                       WHERE JOB_CODE = :REF-CODE
               END-EXEC
               IF SQLCODE = 0 AND REF-FOUND = 0
                   ADD 1 TO DANGLING-TOTAL
                   MOVE REF-ROWS TO ROWS-EDIT
                   MOVE 'EMPJOB' TO RPT-DET-KEY
                   MOVE SPACES TO RPT-DET-TEXT
                   STRING 'JOB ' DELIMITED BY SIZE
                          REF-CODE DELIMITED BY SIZE
                          ' ROWS ' DELIMITED BY SIZE
                          ROWS-EDIT DELIMITED BY SIZE
                          ' JOB CODE NOT ON JOBCODE' DELIMITED BY SIZE
                       INTO RPT-DET-TEXT
                   WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE
               END-IF
               PERFORM 560-FETCH-JOB-CODE
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'ORPHSWP1 EMPJOB CODE FETCH SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF

           EXEC SQL
               CLOSE SWJCODCR
           END-EXEC.
       550-CHECK-EXIT.
           EXIT.

       560-FETCH-JOB-CODE.
           EXEC SQL
               FETCH SWJCODCR INTO :REF-CODE, :REF-ROWS
           END-EXEC.

      *----------------------------------------------------------*
      * 600-MOVE-ONE-ORPHAN
      * Copy to the shadow table, delete from the master, audit -
      * one unit of work per orphan ENO per master.
      *----------------------------------------------------------*
       600-MOVE-ONE-ORPHAN.
           MOVE MV-ENO(MOVE-IDX) TO MOVE-WORK-ENO
           MOVE 'N' TO MOVE-OK-SW

           PERFORM 610-COPY-TO-SHADOW
           IF SQLSTATE = SQLSTATE-SUCCESS
               PERFORM 620-DELETE-FROM-MASTER
               IF SQLSTATE = SQLSTATE-SUCCESS
                   PERFORM 630-WRITE-ORPHAN-AUDIT
                   IF SQLSTATE = SQLSTATE-SUCCESS
                       SET MOVE-OK TO TRUE
                   END-IF
               END-IF
           END-IF

           IF MOVE-OK
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO RL-MOVED(REL-IDX)
               ADD 1 TO MOVED-TOTAL
               MOVE 'ORPHAN ROWS MOVED' TO FINDING-TEXT
           ELSE
               DISPLAY 'ORPHSWP1 ' REL-NAME(REL-IDX)
                   ' MOVE FAILED SQLCODE: ' SQLCODE
                   ' ENO: ' MOVE-WORK-ENO
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ORPHAN MOVE FAILED' TO FINDING-TEXT
           END-IF
           MOVE MOVE-WORK-ENO TO REL-ENO
           MOVE MV-ROWS(MOVE-IDX) TO REL-ROWS
           PERFORM 460-WRITE-ENO-FINDING.

       610-COPY-TO-SHADOW.
           EVALUATE REL-IDX
               WHEN 1
                   EXEC SQL
                       INSERT INTO BANKACCT_ORPH
                           SELECT * FROM BANKACCT
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       INSERT INTO DEDENROLL_ORPH
                           SELECT * FROM DEDENROLL
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       INSERT INTO GARNISH_ORPH
                           SELECT * FROM GARNISH
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       INSERT INTO PTOBAL_ORPH
                           SELECT * FROM PTOBAL
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       INSERT INTO LBRALLOC_ORPH
                           SELECT * FROM LBRALLOC
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       INSERT INTO UNMEMBER_ORPH
                           SELECT * FROM UNMEMBER
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       INSERT INTO FEDELECT_ORPH
                           SELECT * FROM FEDELECT
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       INSERT INTO EMPPAYGRP_ORPH
                           SELECT * FROM EMPPAYGRP
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       INSERT INTO PAYCARD_ORPH
                           SELECT * FROM PAYCARD
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       INSERT INTO EMPJOB_ORPH
                           SELECT * FROM EMPJOB
                            WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
           END-EVALUATE.

       620-DELETE-FROM-MASTER.
           EVALUATE REL-IDX
               WHEN 1
                   EXEC SQL
                       DELETE FROM BANKACCT
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 2
                   EXEC SQL
                       DELETE FROM DEDENROLL
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 3
                   EXEC SQL
                       DELETE FROM GARNISH
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 4
                   EXEC SQL
                       DELETE FROM PTOBAL
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 5
                   EXEC SQL
                       DELETE FROM LBRALLOC
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 6
                   EXEC SQL
                       DELETE FROM UNMEMBER
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 7
                   EXEC SQL
                       DELETE FROM FEDELECT
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 8
                   EXEC SQL
                       DELETE FROM EMPPAYGRP
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 9
                   EXEC SQL
                       DELETE FROM PAYCARD
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
               WHEN 10
                   EXEC SQL
                       DELETE FROM EMPJOB
                           WHERE ENO = :MOVE-WORK-ENO
                   END-EXEC
           END-EVALUATE.

       630-WRITE-ORPHAN-AUDIT.
           MOVE MOVE-WORK-ENO TO AUD-ENO
           MOVE REL-NAME(REL-IDX) TO AUDIT-FIELD
           MOVE SPACES TO AUDIT-OLD-VALUE
           MOVE MV-ROWS(MOVE-IDX) TO ROWS-EDIT
           STRING ROWS-EDIT DELIMITED BY SIZE
                  ' ROWS TO ' DELIMITED BY SIZE
                  REL-NAME(REL-IDX) DELIMITED BY SPACE
                  '_ORPH' DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE
           EXEC SQL
               INSERT INTO EMPTABLE_AUDIT
                   (ENO, AUDIT_ACTION, CHANGED_FIELD, OLD_VALUE,
                    NEW_VALUE, AUDIT_USER, JOB_NAME, AUDIT_TS)
                   VALUES (:AUD-ENO, 'ORPHAN', :AUDIT-FIELD,
                           :AUDIT-OLD-VALUE, ' ',
                           :DBUSR, :AUDIT-JOB-NAME,
                           CURRENT_TIMESTAMP)
           END-EXEC.

       700-WRITE-SUMMARY.
           MOVE SPACES TO RPT-DET-LINE
           MOVE '--- SUMMARY BY MASTER' TO RPT-DET-LINE
           WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE

           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
               MOVE RL-ENO-COUNT(REL-IDX) TO COUNT-EDIT
               MOVE RL-MISSING(REL-IDX) TO MISSING-EDIT
               MOVE RL-TERMINATED(REL-IDX) TO TERM-EDIT
               MOVE RL-MOVED(REL-IDX) TO MOVED-EDIT
               MOVE RL-HELD(REL-IDX) TO HELD-EDIT
               MOVE REL-NAME(REL-IDX) TO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'ENOS' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      ' ORPHAN' DELIMITED BY SIZE
                      MISSING-EDIT DELIMITED BY SIZE
                      ' TERM' DELIMITED BY SIZE
                      TERM-EDIT DELIMITED BY SIZE
                      ' MOVED' DELIMITED BY SIZE
                      MOVED-EDIT DELIMITED BY SIZE
                      ' HELD' DELIMITED BY SIZE
                      HELD-EDIT DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE ORPHAN-REPORT-LINE FROM RPT-DET-LINE
           END-PERFORM.
