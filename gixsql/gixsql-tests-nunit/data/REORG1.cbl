       IDENTIFICATION DIVISION.

       PROGRAM-ID. REORG1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REORG-MAP-FILE
               ASSIGN TO EXTERNAL REORGMAP
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT OPTIONAL REORG-HOLD-FILE
               ASSIGN TO EXTERNAL REORGHOLD
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORG-REGISTER-FILE
               ASSIGN TO EXTERNAL REORGREG
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REORG-SUSPENSE-FILE
               ASSIGN TO EXTERNAL REORGSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REORG-HISTORY-FILE
               ASSIGN TO EXTERNAL REORGHST
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  REORG-MAP-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REORG-MAP-LINE.

       01  REORG-MAP-LINE          PIC X(80).

       FD  REORG-HOLD-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REORG-HOLD-LINE.

       01  REORG-HOLD-LINE         PIC X(80).

       FD  REORG-REGISTER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REORG-REGISTER-LINE.

       01  REORG-REGISTER-LINE     PIC X(132).

       FD  REORG-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS REORG-SUSPENSE-LINE.

       01  REORG-SUSPENSE-LINE     PIC X(270).

       FD  REORG-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REORG-HISTORY-LINE.

       01  REORG-HISTORY-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

           COPY EMPREC.

           COPY SUSPREC.

           COPY RPTHDR.
           COPY RPTFTR.

           COPY REORGREC.

      *----------------------------------------------------------*
      * reorganization mapping (REORGMAP). A D line maps an old
      * department to a new one on an effective date; one D line
      * for an old department is a merge (or a rename), several
      * are a split, and their share percents - the part of the
      * old department's budget each new department takes - must
      * total 100 (a single line may leave the share blank). An E
      * line places one employee of a split department in a named
      * successor; an employee with no E line goes to the
      * successor with the largest share. All the lines for one
      * old department form a group that applies, holds or
      * rejects as a whole; a group not yet due carries forward
      * on REORGHOLD for a later run.
      * Suspense reasons:
      *   R002 ENO not numeric         R008 effective date bad
      *   R900 line type not D/E       R901 department blank or
      *                                     old and new the same
      *   R902 share percent bad       R903 old department not on
      *                                     DEPTTBL or retired
      *   R904 new department not on DEPTTBL or retired
      *   R905 split shares do not total 100
      *   R906 placed employee not active in the old department
      *   R907 placement names no successor of a mapped group
      *   R908 old department mapped twice on different dates, or
      *        a successor that is itself reorganized in the run
      *----------------------------------------------------------*
           01 REORG-MAP-RECORD.
               05 RMP-LINE-TYPE    PIC X(01).
                   88 RMP-DEPT-LINE      VALUE 'D'.
                   88 RMP-EMP-LINE       VALUE 'E'.
               05 RMP-OLD-DEPT     PIC X(04).
               05 RMP-NEW-DEPT     PIC X(04).
               05 RMP-EFF-DATE     PIC 9(08).
               05 RMP-EFF-FIELDS REDEFINES RMP-EFF-DATE.
                   10 RMP-EFF-YEAR  PIC 9(04).
                   10 RMP-EFF-MONTH PIC 9(02).
                   10 RMP-EFF-DAY   PIC 9(02).
               05 RMP-SHARE-PCT    PIC 9(03)V99.
               05 RMP-SHARE-TEXT REDEFINES RMP-SHARE-PCT
                                   PIC X(05).
               05 RMP-ENO          PIC 9(04).
               05 FILLER           PIC X(54).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 MAP-FILE-STATUS      PIC XX.
           01 MAP-EOF-SW           PIC X VALUE 'N'.
               88 MAP-EOF          VALUE 'Y'.
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.
           01 HOLD-OPEN-SW         PIC X VALUE 'N'.
               88 HOLD-OPEN        VALUE 'Y'.
           01 HISTORY-OPEN-SW      PIC X VALUE 'N'.
               88 HISTORY-OPEN     VALUE 'Y'.

      *    the default pass is a preview: every change is made,
      *    registered and rolled back; REORG_MODE=APPLY commits
           01 RUN-MODE-ENV         PIC X(7).
           01 APPLY-MODE-SW        PIC X VALUE 'N'.
               88 APPLY-MODE       VALUE 'Y'.

           01 LINES-READ-COUNT     PIC 9(6) VALUE 0.
           01 LINES-REJECT-COUNT   PIC 9(6) VALUE 0.
           01 LINES-HELD-COUNT     PIC 9(6) VALUE 0.
           01 GROUPS-APPLIED-COUNT PIC 9(6) VALUE 0.
           01 GROUPS-HELD-COUNT    PIC 9(6) VALUE 0.
           01 GROUPS-REJECT-COUNT  PIC 9(6) VALUE 0.
           01 GROUPS-FAILED-COUNT  PIC 9(6) VALUE 0.
           01 EMPS-MOVED-COUNT     PIC 9(6) VALUE 0.

           01 TRANS-VALID-SW       PIC X VALUE 'Y'.
               88 TRANS-VALID      VALUE 'Y'.
           01 EDIT-REASON          PIC X(4).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 DEPT-ACTIVE-COUNT    PIC 9(6).
           01 ROW-EXISTS-COUNT     PIC 9(6).

      *    every accepted line of the run, kept whole so a group
      *    can be held or suspended as one; LN-GROUP links a line
      *    to its group, LN-USED-SW marks a placement consumed
           01 LINE-COUNT           PIC 9(4) COMP VALUE 0.
           01 LINE-IDX             PIC 9(4) COMP.
           01 LINE-TABLE.
               05 LINE-ENTRY OCCURS 2000 TIMES.
                   10 LN-IMAGE         PIC X(80).
                   10 LN-GROUP         PIC 9(4) COMP.
                   10 LN-USED-SW       PIC X(01).

      *    one entry per old department, with its successors
           01 GROUP-COUNT          PIC 9(4) COMP VALUE 0.
           01 GROUP-IDX            PIC 9(4) COMP.
           01 SCAN-IDX             PIC 9(4) COMP.
           01 GROUP-TABLE.
               05 GROUP-ENTRY OCCURS 50 TIMES.
                   10 RG-OLD-DEPT      PIC X(04).
                   10 RG-EFF-DATE      PIC 9(08).
                   10 RG-STATE         PIC X(01).
                       88 RG-VALID         VALUE 'V'.
                       88 RG-REJECTED      VALUE 'X'.
                   10 RG-REASON        PIC X(04).
                   10 RG-SHARE-TOTAL   PIC 9(05)V99.
                   10 RG-PRIMARY-IDX   PIC 9(2) COMP.
                   10 RG-SUCC-COUNT    PIC 9(2) COMP.
                   10 RG-SUCC OCCURS 10 TIMES.
                       15 RS-NEW-DEPT      PIC X(04).
                       15 RS-SHARE-PCT     PIC 9(03)V99.
                       15 RS-MOVED         PIC 9(06).
           01 SUCC-IDX             PIC 9(2) COMP.
           01 MATCH-IDX            PIC 9(4) COMP.
           01 MATCH-SW             PIC X VALUE 'N'.
               88 MATCH-FOUND      VALUE 'Y'.

      *    the group being applied
           01 GRP-OLD-DEPT         PIC X(4).
           01 GRP-EFF-DATE         PIC 9(8).
           01 GRP-EFF-MONTH        PIC 9(6).
           01 GRP-DAY-BEFORE       PIC 9(8).
           01 GRP-KIND             PIC X(5).
           01 GROUP-FAILED-SW      PIC X VALUE 'N'.
               88 GROUP-FAILED     VALUE 'Y'.
           01 GRP-MOVED-COUNT      PIC 9(6).
           01 GRP-KEPT-COUNT       PIC 9(6).
           01 GRP-ALLOC-MOVED      PIC 9(6).
           01 GRP-ALLOC-SPLIT      PIC 9(6).
           01 GRP-POS-MOVED        PIC 9(6).
           01 GRP-BUDGET-MOVED     PIC 9(6).
           01 GRP-GLMAP-COPIED     PIC 9(6).
           01 GRP-ORGHIER-COPIED   PIC 9(6).
           01 TARGET-DEPT          PIC X(4).
           01 PLACEMENT-SW         PIC X VALUE 'N'.
               88 PLACEMENT-FOUND  VALUE 'Y'.

      *    the old department's employees, read off before any
      *    of them move
           01 MOVE-COUNT           PIC 9(4) COMP VALUE 0.
           01 MOVE-IDX             PIC 9(4) COMP.
           01 MOVE-TABLE.
               05 MOVE-ENTRY OCCURS 2000 TIMES.
                   10 MV-ENO           PIC 9(4).
                   10 MV-NEW-DEPT      PIC X(4).
           01 FETCH-ENO            PIC 9(4).
           01 WORK-ENO             PIC 9(4).

      *    the old department's labor-allocation rows still in
      *    force on or after the effective date
           01 ALLOC-COUNT          PIC 9(4) COMP VALUE 0.
           01 ALLOC-IDX            PIC 9(4) COMP.
           01 ALLOC-TABLE.
               05 ALLOC-ENTRY OCCURS 2000 TIMES.
                   10 AR-ENO           PIC 9(4).
                   10 AR-PCT           PIC 9(3)V99.
                   10 AR-EFF-FROM      PIC 9(8).
                   10 AR-EFF-TO        PIC 9(8).
           01 ALC-ENO              PIC 9(4).
           01 ALC-PCT              PIC 9(3)V99 COMP-3.
           01 ALC-EFF-FROM         PIC 9(8).
           01 ALC-EFF-TO           PIC 9(8).

      *    the old department's POSCTL positions, filled and vacant
           01 POS-COUNT            PIC 9(4) COMP VALUE 0.
           01 POS-IDX              PIC 9(4) COMP.
           01 POS-TABLE.
               05 POS-ENTRY OCCURS 2000 TIMES.
                   10 PR-POSITION-NO   PIC 9(5).
                   10 PR-FILL-STATUS   PIC X(1).
                   10 PR-ENO           PIC 9(4).
           01 PSN-POSITION-NO      PIC 9(5).
           01 PSN-FILL-STATUS      PIC X(1).
           01 PSN-ENO              PIC 9(4).
           01 PSN-FIELD-TEXT       PIC X(20).

      *    the old department's budget months from the effective
      *    month on
           01 BUDGET-COUNT         PIC 9(4) COMP VALUE 0.
           01 BUDGET-IDX           PIC 9(4) COMP.
           01 BUDGET-TABLE.
               05 BUDGET-ENTRY OCCURS 600 TIMES.
                   10 BR-COMPANY       PIC X(3).
                   10 BR-MONTH         PIC 9(6).
                   10 BR-HEADCOUNT     PIC 9(5).
                   10 BR-AMOUNT        PIC S9(11)V99 COMP-3.
           01 BGT-COMPANY          PIC X(3).
           01 BGT-MONTH            PIC 9(6).
           01 BGT-HEADCOUNT        PIC 9(5).
           01 BGT-COMP-AMOUNT      PIC S9(11)V99 COMP-3.
           01 SHARE-HEADCOUNT      PIC 9(5).
           01 SHARE-AMOUNT         PIC S9(11)V99 COMP-3.
           01 LEFT-HEADCOUNT       PIC 9(5).
           01 LEFT-AMOUNT          PIC S9(11)V99 COMP-3.

           01 HIST-EFF-FROM        PIC X(16).
           01 HIST-EFF-TO          PIC X(16).
           01 HIST-FROM-IND        PIC S9(4) COMP.

           01 AUD-DEPT             PIC X(4).
           01 AUD-ACTION           PIC X(10).
           01 AUD-FIELD            PIC X(20).
           01 AUD-OLD-VALUE        PIC X(30).
           01 AUD-NEW-VALUE        PIC X(30).
           01 AUD-JOB-NAME         PIC X(10) VALUE 'REORG1'.

           01 REG-PTR              PIC 9(3) COMP.
           01 SHARE-EDIT           PIC ZZ9.99.
           01 COUNT-EDIT           PIC ZZZZZ9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  DEPTTBL with the retirement marks a reorganization leaves:
      *  DEPT_STATUS 'R' and the date the department stopped
           EXEC SQL
               DECLARE TABLE DEPTTBL
                   (DEPT           CHAR(4)       NOT NULL,
                    DEPT_NAME      CHAR(30),
                    MGR_ENO        DECIMAL(4,0),
                    COST_CENTER    CHAR(6),
                    WC_CLASS       CHAR(4),
                    DEPT_ST        CHAR(2),
                    DEPT_STATUS    CHAR(1),
                    RETIRED_DATE   DECIMAL(8,0))
           END-EXEC.

           EXEC SQL
               DECLARE EMPCRSR CURSOR FOR
               SELECT ENO
                 FROM EMPTABLE
               WHERE DEPT = :GRP-OLD-DEPT
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE ALCCRSR CURSOR FOR
               SELECT ENO, ALLOC_PCT, EFF_FROM, EFF_TO
                 FROM LBRALLOC
               WHERE DEPT = :GRP-OLD-DEPT
                 AND (EFF_TO = 0 OR EFF_TO >= :GRP-EFF-DATE)
               ORDER BY ENO, EFF_FROM
           END-EXEC.

           EXEC SQL
               DECLARE POSCRSR CURSOR FOR
               SELECT POSITION_NO, FILL_STATUS, ENO
                 FROM POSCTL
               WHERE DEPT = :GRP-OLD-DEPT
               ORDER BY POSITION_NO
           END-EXEC.

           EXEC SQL
               DECLARE BUDCRSR CURSOR FOR
               SELECT COMPANY, BUD_MONTH, HEADCOUNT, COMP_AMOUNT
                 FROM BUDGTBL
               WHERE DEPT = :GRP-OLD-DEPT
                 AND BUD_MONTH >= :GRP-EFF-MONTH
               ORDER BY COMPANY, BUD_MONTH
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Department reorganization: merges and splits cost centers
      * from an old-to-new mapping on an effective date. For each
      * old department it moves the active employees (prior row
      * image to EMPHIST, a DEPT UPDATE row on the audit trail, so
      * BACKOUT1 can unwind the run by job name), repoints the
      * labor allocations in force and the POSCTL positions,
      * filled and vacant, moves the budget months from
      * the effective month on (apportioned by share on a split),
      * gives each new department the old one's GL mappings and
      * org placement where it has none of its own, and retires
      * the old department on DEPTTBL. The work schedules (WSCHED)
      * key on the ENO alone, so they follow the employee with
      * nothing to move. Each old department is one unit of work;
      * the mappings applied are appended to REORGHST for the
      * budget-to-actual and trend reports.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.
           DISPLAY "REORG_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT RUN-MODE-ENV FROM ENVIRONMENT-VALUE.
           IF RUN-MODE-ENV = 'APPLY'
               SET APPLY-MODE TO TRUE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'REORG1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT REORG-MAP-FILE.
           IF MAP-FILE-STATUS NOT = '00'
               DISPLAY 'REORG1 CANNOT OPEN REORGMAP, STATUS: '
                   MAP-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT REORG-REGISTER-FILE.
           IF APPLY-MODE
               MOVE 'DEPARTMENT REORGANIZATION REGISTER'
                   TO RPT-HDR-TITLE
           ELSE
               MOVE 'DEPARTMENT REORGANIZATION PREVIEW'
                   TO RPT-HDR-TITLE
           END-IF.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE REORG-REGISTER-LINE FROM RPT-HDR-LINE.
           IF NOT APPLY-MODE
               MOVE SPACES TO REORG-REGISTER-LINE
               MOVE 'PREVIEW - EVERY CHANGE BELOW IS ROLLED BACK'
                   TO REORG-REGISTER-LINE
               WRITE REORG-REGISTER-LINE
           END-IF.

           PERFORM 200-READ-MAPPING.
           PERFORM UNTIL MAP-EOF
               PERFORM 300-LOAD-MAPPING-LINE
               PERFORM 200-READ-MAPPING
           END-PERFORM.
           CLOSE REORG-MAP-FILE.

           PERFORM 350-LINK-PLACEMENTS.
           PERFORM 360-EDIT-GROUPS.

           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               IF RG-VALID(GROUP-IDX)
                   IF RG-EFF-DATE(GROUP-IDX) > RUN-DATE
                       PERFORM 500-HOLD-GROUP
                   ELSE
                       PERFORM 600-APPLY-GROUP THRU 600-APPLY-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           WRITE REORG-REGISTER-LINE FROM RPT-FTR-LINE.
           CLOSE REORG-REGISTER-FILE.

           DISPLAY 'REORG1 MAPPING LINES READ : ' LINES-READ-COUNT.
           DISPLAY 'REORG1 DEPARTMENTS APPLIED: '
               GROUPS-APPLIED-COUNT.
           DISPLAY 'REORG1 DEPARTMENTS HELD   : ' GROUPS-HELD-COUNT.
           DISPLAY 'REORG1 DEPARTMENTS REJECTED: '
               GROUPS-REJECT-COUNT.
           DISPLAY 'REORG1 DEPARTMENTS BACKED OUT: '
               GROUPS-FAILED-COUNT.
           DISPLAY 'REORG1 EMPLOYEES MOVED    : ' EMPS-MOVED-COUNT.
           DISPLAY 'REORG1 LINES REJECTED TO SUSPENSE: '
               LINES-REJECT-COUNT.
           IF NOT APPLY-MODE
               DISPLAY 'REORG1 PREVIEW ONLY - NOTHING COMMITTED'
           END-IF.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE REORG-SUSPENSE-FILE
           END-IF.
           IF HOLD-OPEN
               CLOSE REORG-HOLD-FILE
           END-IF.
           IF HISTORY-OPEN
               CLOSE REORG-HISTORY-FILE
           END-IF.

           IF APPLY-MODE
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-MAPPING.
           READ REORG-MAP-FILE INTO REORG-MAP-RECORD
               AT END
                   SET MAP-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 300-LOAD-MAPPING-LINE
      * Edits a line and keeps it; a D line joins (or opens) its
      * old department's group here, an E line is linked to its
      * group once every D line is in.
      *----------------------------------------------------------*
       300-LOAD-MAPPING-LINE.
           ADD 1 TO LINES-READ-COUNT

           PERFORM 400-EDIT-LINE
           IF TRANS-VALID AND LINE-COUNT >= 2000
               DISPLAY 'REORG1 MAPPING TABLE FULL AT LINE: '
                   LINES-READ-COUNT
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF
           IF TRANS-VALID AND RMP-DEPT-LINE
               PERFORM 320-ADD-TO-GROUP
           END-IF

           IF TRANS-VALID
               ADD 1 TO LINE-COUNT
               MOVE REORG-MAP-RECORD TO LN-IMAGE(LINE-COUNT)
               MOVE 'N' TO LN-USED-SW(LINE-COUNT)
               IF RMP-DEPT-LINE
                   MOVE MATCH-IDX TO LN-GROUP(LINE-COUNT)
               ELSE
                   MOVE 0 TO LN-GROUP(LINE-COUNT)
               END-IF
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       320-ADD-TO-GROUP.
           PERFORM 330-FIND-GROUP
           IF MATCH-FOUND
               IF RG-EFF-DATE(MATCH-IDX) NOT = RMP-EFF-DATE
                       OR RG-SUCC-COUNT(MATCH-IDX) >= 10
                   MOVE 'R908' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   PERFORM VARYING SUCC-IDX FROM 1 BY 1
                           UNTIL SUCC-IDX > RG-SUCC-COUNT(MATCH-IDX)
                       IF RS-NEW-DEPT(MATCH-IDX, SUCC-IDX)
                               = RMP-NEW-DEPT
                           MOVE 'R908' TO EDIT-REASON
                           MOVE 'N' TO TRANS-VALID-SW
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF GROUP-COUNT >= 50
                   DISPLAY 'REORG1 GROUP TABLE FULL AT DEPT: '
                       RMP-OLD-DEPT
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   ADD 1 TO GROUP-COUNT
                   MOVE GROUP-COUNT TO MATCH-IDX
                   MOVE RMP-OLD-DEPT TO RG-OLD-DEPT(MATCH-IDX)
                   MOVE RMP-EFF-DATE TO RG-EFF-DATE(MATCH-IDX)
                   MOVE 'V' TO RG-STATE(MATCH-IDX)
                   MOVE SPACES TO RG-REASON(MATCH-IDX)
                   MOVE 0 TO RG-SHARE-TOTAL(MATCH-IDX)
                   MOVE 0 TO RG-SUCC-COUNT(MATCH-IDX)
                   MOVE 1 TO RG-PRIMARY-IDX(MATCH-IDX)
               END-IF
           END-IF

           IF TRANS-VALID
               ADD 1 TO RG-SUCC-COUNT(MATCH-IDX)
               MOVE RG-SUCC-COUNT(MATCH-IDX) TO SUCC-IDX
               MOVE RMP-NEW-DEPT TO RS-NEW-DEPT(MATCH-IDX, SUCC-IDX)
               MOVE RMP-SHARE-PCT
                   TO RS-SHARE-PCT(MATCH-IDX, SUCC-IDX)
               MOVE 0 TO RS-MOVED(MATCH-IDX, SUCC-IDX)
               ADD RMP-SHARE-PCT TO RG-SHARE-TOTAL(MATCH-IDX)
           END-IF.

       330-FIND-GROUP.
           MOVE 'N' TO MATCH-SW
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > GROUP-COUNT OR MATCH-FOUND
               IF RG-OLD-DEPT(SCAN-IDX) = RMP-OLD-DEPT
                   SET MATCH-FOUND TO TRUE
                   MOVE SCAN-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 350-LINK-PLACEMENTS
      * An E line must name a mapped old department, on the
      * group's date, and one of that group's successors.
      *----------------------------------------------------------*
       350-LINK-PLACEMENTS.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               MOVE LN-IMAGE(LINE-IDX) TO REORG-MAP-RECORD
               IF RMP-EMP-LINE
                   PERFORM 355-LINK-ONE-PLACEMENT
               END-IF
           END-PERFORM.

       355-LINK-ONE-PLACEMENT.
           MOVE 'N' TO PLACEMENT-SW
           PERFORM 330-FIND-GROUP
           IF MATCH-FOUND
               IF RG-EFF-DATE(MATCH-IDX) = RMP-EFF-DATE
                   PERFORM VARYING SUCC-IDX FROM 1 BY 1
                           UNTIL SUCC-IDX > RG-SUCC-COUNT(MATCH-IDX)
                       IF RS-NEW-DEPT(MATCH-IDX, SUCC-IDX)
                               = RMP-NEW-DEPT
                           SET PLACEMENT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF PLACEMENT-FOUND
               MOVE MATCH-IDX TO LN-GROUP(LINE-IDX)
           ELSE
               MOVE 'X' TO LN-USED-SW(LINE-IDX)
               MOVE 'R907' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

      *----------------------------------------------------------*
      * 360-EDIT-GROUPS
      * Whole-group edits: a lone mapping with no share takes the
      * whole budget, otherwise the shares must total 100; and no
      * successor may itself be an old department in this run,
      * since the order the two would apply in decides where the
      * employees end up. The successor with the largest share is
      * the default home for employees with no placement.
      *----------------------------------------------------------*
       360-EDIT-GROUPS.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               PERFORM 365-EDIT-ONE-GROUP
               IF RG-REJECTED(GROUP-IDX)
                   ADD 1 TO GROUPS-REJECT-COUNT
                   MOVE RG-REASON(GROUP-IDX) TO EDIT-REASON
                   PERFORM 820-SUSPEND-GROUP-LINES
               END-IF
           END-PERFORM.

       365-EDIT-ONE-GROUP.
           IF RG-SUCC-COUNT(GROUP-IDX) = 1
                   AND RG-SHARE-TOTAL(GROUP-IDX) = 0
               MOVE 100 TO RS-SHARE-PCT(GROUP-IDX, 1)
               MOVE 100 TO RG-SHARE-TOTAL(GROUP-IDX)
           END-IF
           IF RG-SHARE-TOTAL(GROUP-IDX) NOT = 100
               MOVE 'X' TO RG-STATE(GROUP-IDX)
               MOVE 'R905' TO RG-REASON(GROUP-IDX)
           END-IF

           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > RG-SUCC-COUNT(GROUP-IDX)
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX > GROUP-COUNT
                   IF RG-OLD-DEPT(SCAN-IDX)
                           = RS-NEW-DEPT(GROUP-IDX, SUCC-IDX)
                       MOVE 'X' TO RG-STATE(GROUP-IDX)
                       MOVE 'R908' TO RG-REASON(GROUP-IDX)
                   END-IF
               END-PERFORM
               IF RS-SHARE-PCT(GROUP-IDX, SUCC-IDX) >
                       RS-SHARE-PCT(GROUP-IDX,
                                    RG-PRIMARY-IDX(GROUP-IDX))
                   MOVE SUCC-IDX TO RG-PRIMARY-IDX(GROUP-IDX)
               END-IF
           END-PERFORM.

       400-EDIT-LINE.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT RMP-DEPT-LINE AND NOT RMP-EMP-LINE
               MOVE 'R900' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF RMP-OLD-DEPT = SPACES OR RMP-NEW-DEPT = SPACES
                       OR RMP-OLD-DEPT = RMP-NEW-DEPT
                   MOVE 'R901' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               IF RMP-EFF-DATE NOT NUMERIC
                   MOVE 'R008' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(RMP-EFF-DATE)
                           NOT = 0
                       MOVE 'R008' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID AND RMP-EMP-LINE
                   AND RMP-ENO NOT NUMERIC
               MOVE 'R002' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND RMP-DEPT-LINE
               IF RMP-SHARE-TEXT = SPACES
                   MOVE 0 TO RMP-SHARE-PCT
               END-IF
               IF RMP-SHARE-PCT NOT NUMERIC
                   MOVE 'R902' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF RMP-SHARE-PCT > 100
                       MOVE 'R902' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID AND RMP-DEPT-LINE
               PERFORM 420-EDIT-DEPARTMENTS
           END-IF.

      *----------------------------------------------------------*
      * 420-EDIT-DEPARTMENTS
      * Both sides must be live departments: a retired one can
      * neither be reorganized again nor receive anybody. A new
      * department is keyed through DEPTMNT1 before the run.
      *----------------------------------------------------------*
       420-EDIT-DEPARTMENTS.
           MOVE 0 TO DEPT-ACTIVE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :DEPT-ACTIVE-COUNT
                   FROM DEPTTBL
                   WHERE DEPT = :RMP-OLD-DEPT
                     AND (DEPT_STATUS IS NULL OR DEPT_STATUS <> 'R')
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'REORG1 DEPT CHECK SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF DEPT-ACTIVE-COUNT = 0
                   MOVE 'R903' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO DEPT-ACTIVE-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :DEPT-ACTIVE-COUNT
                       FROM DEPTTBL
                       WHERE DEPT = :RMP-NEW-DEPT
                         AND (DEPT_STATUS IS NULL
                              OR DEPT_STATUS <> 'R')
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY 'REORG1 DEPT CHECK SQLCODE: ' SQLCODE
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF DEPT-ACTIVE-COUNT = 0
                       MOVE 'R904' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 500-HOLD-GROUP
      * Not yet due: the group's lines carry forward untouched.
      *----------------------------------------------------------*
       500-HOLD-GROUP.
           ADD 1 TO GROUPS-HELD-COUNT
           MOVE SPACES TO REORG-REGISTER-LINE
           STRING 'HELD     ' DELIMITED BY SIZE
                  RG-OLD-DEPT(GROUP-IDX) DELIMITED BY SIZE
                  ' UNTIL ' DELIMITED BY SIZE
                  RG-EFF-DATE(GROUP-IDX) DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE
           WRITE REORG-REGISTER-LINE

           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF LN-GROUP(LINE-IDX) = GROUP-IDX
                   ADD 1 TO LINES-HELD-COUNT
                   IF APPLY-MODE
                       PERFORM 510-WRITE-HOLD-LINE
                   END-IF
               END-IF
           END-PERFORM.

       510-WRITE-HOLD-LINE.
           IF NOT HOLD-OPEN
               OPEN EXTEND REORG-HOLD-FILE
               SET HOLD-OPEN TO TRUE
           END-IF
           WRITE REORG-HOLD-LINE FROM LN-IMAGE(LINE-IDX).

      *----------------------------------------------------------*
      * 600-APPLY-GROUP
      * One old department as one unit of work: employees first,
      * then the rows that hang off the department, then the
      * retirement. Any database failure backs the whole group
      * out and suspends its lines; a preview rolls back a group
      * that went through cleanly too.
      *----------------------------------------------------------*
       600-APPLY-GROUP.
           MOVE RG-OLD-DEPT(GROUP-IDX) TO GRP-OLD-DEPT
           MOVE RG-EFF-DATE(GROUP-IDX) TO GRP-EFF-DATE
           MOVE GRP-EFF-DATE(1:6) TO GRP-EFF-MONTH
           COMPUTE GRP-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(GRP-EFF-DATE) - 1)
           MOVE 'N' TO GROUP-FAILED-SW
           MOVE 0 TO GRP-MOVED-COUNT
           MOVE 0 TO GRP-KEPT-COUNT
           MOVE 0 TO GRP-ALLOC-MOVED
           MOVE 0 TO GRP-ALLOC-SPLIT
           MOVE 0 TO GRP-POS-MOVED
           MOVE 0 TO GRP-BUDGET-MOVED
           MOVE 0 TO GRP-GLMAP-COPIED
           MOVE 0 TO GRP-ORGHIER-COPIED
           PERFORM 605-WRITE-GROUP-HEADING

           PERFORM 610-LOAD-EMPLOYEES
           IF GROUP-FAILED
               GO TO 600-FINISH-GROUP
           END-IF
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT OR GROUP-FAILED
               PERFORM 620-MOVE-ONE-EMPLOYEE THRU 620-MOVE-EXIT
           END-PERFORM
           IF GROUP-FAILED
               GO TO 600-FINISH-GROUP
           END-IF

           PERFORM 640-REPOINT-ALLOCATIONS THRU 640-REPOINT-EXIT
           IF GROUP-FAILED
               GO TO 600-FINISH-GROUP
           END-IF

           PERFORM 655-MOVE-POSITIONS THRU 655-MOVE-EXIT
           IF GROUP-FAILED
               GO TO 600-FINISH-GROUP
           END-IF

           PERFORM 660-MOVE-BUDGET THRU 660-MOVE-EXIT
           IF GROUP-FAILED
               GO TO 600-FINISH-GROUP
           END-IF

           PERFORM 680-COPY-GL-AND-ORG
           IF GROUP-FAILED
               GO TO 600-FINISH-GROUP
           END-IF

           PERFORM 690-RETIRE-OLD-DEPT.
       600-FINISH-GROUP.
           IF GROUP-FAILED
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO GROUPS-FAILED-COUNT
               MOVE SPACES TO REORG-REGISTER-LINE
               MOVE '  BACKED OUT - DATABASE ERROR, SEE JOB LOG'
                   TO REORG-REGISTER-LINE
               WRITE REORG-REGISTER-LINE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 820-SUSPEND-GROUP-LINES
               GO TO 600-APPLY-EXIT
           END-IF

           PERFORM 700-WRITE-GROUP-TOTALS
           IF APPLY-MODE
               EXEC SQL COMMIT END-EXEC
               PERFORM 720-APPEND-HISTORY
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF
           ADD 1 TO GROUPS-APPLIED-COUNT
           ADD GRP-MOVED-COUNT TO EMPS-MOVED-COUNT

      *    a placement whose employee was not there to move
           MOVE 'R906' TO EDIT-REASON
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF LN-GROUP(LINE-IDX) = GROUP-IDX
                       AND LN-USED-SW(LINE-IDX) = 'N'
                   MOVE LN-IMAGE(LINE-IDX) TO REORG-MAP-RECORD
                   IF RMP-EMP-LINE
                       PERFORM 800-WRITE-SUSPENSE
                   END-IF
               END-IF
           END-PERFORM.
       600-APPLY-EXIT.
           EXIT.

       605-WRITE-GROUP-HEADING.
           IF RG-SUCC-COUNT(GROUP-IDX) = 1
               MOVE 'MERGE' TO GRP-KIND
           ELSE
               MOVE 'SPLIT' TO GRP-KIND
           END-IF
           MOVE SPACES TO REORG-REGISTER-LINE
           MOVE 1 TO REG-PTR
           STRING GRP-KIND DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  GRP-OLD-DEPT DELIMITED BY SIZE
                  ' EFF ' DELIMITED BY SIZE
                  GRP-EFF-DATE DELIMITED BY SIZE
                  ' INTO' DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > RG-SUCC-COUNT(GROUP-IDX)
               MOVE RS-SHARE-PCT(GROUP-IDX, SUCC-IDX) TO SHARE-EDIT
               STRING ' ' DELIMITED BY SIZE
                      RS-NEW-DEPT(GROUP-IDX, SUCC-IDX)
                          DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      SHARE-EDIT DELIMITED BY SIZE
                      '%)' DELIMITED BY SIZE
                   INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           END-PERFORM
           WRITE REORG-REGISTER-LINE.

      *----------------------------------------------------------*
      * 610-LOAD-EMPLOYEES
      * The department's ENO list, read off in full before the
      * first row changes department under the cursor.
      *----------------------------------------------------------*
       610-LOAD-EMPLOYEES.
           MOVE 0 TO MOVE-COUNT
           EXEC SQL
               OPEN EMPCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 EMPLOYEE OPEN SQLCODE: ' SQLCODE
                   ' DEPT: ' GRP-OLD-DEPT
               SET GROUP-FAILED TO TRUE
           ELSE
               PERFORM 615-FETCH-EMPLOYEE
               PERFORM UNTIL SQLCODE <> 0
                   IF MOVE-COUNT < 2000
                       ADD 1 TO MOVE-COUNT
                       MOVE FETCH-ENO TO MV-ENO(MOVE-COUNT)
                       MOVE SPACES TO MV-NEW-DEPT(MOVE-COUNT)
                   ELSE
                       DISPLAY 'REORG1 EMPLOYEE TABLE FULL, DEPT: '
                           GRP-OLD-DEPT
                       SET GROUP-FAILED TO TRUE
                   END-IF
                   PERFORM 615-FETCH-EMPLOYEE
               END-PERFORM
               IF SQLCODE <> 100
                   DISPLAY 'REORG1 EMPLOYEE FETCH SQLCODE: ' SQLCODE
                   SET GROUP-FAILED TO TRUE
               END-IF
               EXEC SQL
                   CLOSE EMPCRSR
               END-EXEC
           END-IF.

       615-FETCH-EMPLOYEE.
           EXEC SQL
               FETCH EMPCRSR INTO :FETCH-ENO
           END-EXEC.

      *----------------------------------------------------------*
      * 620-MOVE-ONE-EMPLOYEE
      * Terminated and deceased rows keep the department they
      * left from. An active employee files the prior row image
      * on EMPHIST, takes the placed or default successor and
      * gets the same DEPT UPDATE audit row a keyed change would.
      *----------------------------------------------------------*
       620-MOVE-ONE-EMPLOYEE.
           MOVE MV-ENO(MOVE-IDX) TO WORK-ENO
           EXEC SQL
               SELECT LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COM, CURRENCY_CODE, COMPANY,
                      MISCDATA
                   INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP,
                        :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :WORK-ENO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 EMPTABLE READ SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
               SET GROUP-FAILED TO TRUE
               GO TO 620-MOVE-EXIT
           END-IF

           IF MISC-STATUS-CODE = 'TE' OR MISC-STATUS-CODE = 'DC'
               ADD 1 TO GRP-KEPT-COUNT
               GO TO 620-MOVE-EXIT
           END-IF

           PERFORM 625-FIND-PLACEMENT

           PERFORM 630-WRITE-EMPHIST-ROW
           IF GROUP-FAILED
               GO TO 620-MOVE-EXIT
           END-IF

           EXEC SQL
               UPDATE EMPTABLE
                   SET DEPT = :TARGET-DEPT
                   WHERE ENO = :WORK-ENO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 DEPT UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
               SET GROUP-FAILED TO TRUE
               GO TO 620-MOVE-EXIT
           END-IF

           PERFORM 635-WRITE-DEPT-AUDIT
           IF GROUP-FAILED
               GO TO 620-MOVE-EXIT
           END-IF

           MOVE TARGET-DEPT TO MV-NEW-DEPT(MOVE-IDX)
           ADD 1 TO RS-MOVED(GROUP-IDX, SUCC-IDX)
           ADD 1 TO GRP-MOVED-COUNT

           MOVE SPACES TO REORG-REGISTER-LINE
           STRING '  EMP ' DELIMITED BY SIZE
                  WORK-ENO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GRP-OLD-DEPT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  TARGET-DEPT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE
           IF PLACEMENT-FOUND
               MOVE 'PLACED' TO REORG-REGISTER-LINE(47:7)
           ELSE
               MOVE 'DEFAULT' TO REORG-REGISTER-LINE(47:7)
           END-IF
           WRITE REORG-REGISTER-LINE.
       620-MOVE-EXIT.
           EXIT.

      *    leaves TARGET-DEPT and SUCC-IDX on the successor taken
       625-FIND-PLACEMENT.
           MOVE 'N' TO PLACEMENT-SW
           MOVE RG-PRIMARY-IDX(GROUP-IDX) TO SUCC-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT OR PLACEMENT-FOUND
               IF LN-GROUP(LINE-IDX) = GROUP-IDX
                       AND LN-USED-SW(LINE-IDX) = 'N'
                   MOVE LN-IMAGE(LINE-IDX) TO REORG-MAP-RECORD
                   IF RMP-EMP-LINE AND RMP-ENO = WORK-ENO
                       SET PLACEMENT-FOUND TO TRUE
                       MOVE 'Y' TO LN-USED-SW(LINE-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF PLACEMENT-FOUND
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX > RG-SUCC-COUNT(GROUP-IDX)
                   IF RS-NEW-DEPT(GROUP-IDX, SCAN-IDX)
                           = RMP-NEW-DEPT
                       MOVE SCAN-IDX TO SUCC-IDX
                   END-IF
               END-PERFORM
           END-IF
           MOVE RS-NEW-DEPT(GROUP-IDX, SUCC-IDX) TO TARGET-DEPT.

      *----------------------------------------------------------*
      * 630-WRITE-EMPHIST-ROW
      * The pre-move row image, tiled onto the employee's history
      * the way EMPMNT1 and EMPXFR1 tile theirs.
      *----------------------------------------------------------*
       630-WRITE-EMPHIST-ROW.
           MOVE SPACES TO HIST-EFF-FROM
           MOVE 0 TO HIST-FROM-IND
           EXEC SQL
               SELECT MAX(EFF_TO_TS) INTO :HIST-EFF-FROM
                       :HIST-FROM-IND
                   FROM EMPHIST
                   WHERE ENO = :WORK-ENO
           END-EXEC
           IF HIST-FROM-IND < 0 OR HIST-EFF-FROM = SPACES
               MOVE ALL '0' TO HIST-EFF-FROM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO HIST-EFF-TO

           MOVE WORK-ENO TO ENO
           EXEC SQL
               INSERT INTO EMPHIST
                   (ENO, LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                    PAYRATE, COM, CURRENCY_CODE, COMPANY, MISCDATA,
                    EFF_FROM_TS, EFF_TO_TS)
                   VALUES (:ENO, :LNAME, :FNAME, :STREET, :CITY,
                           :ST, :ZIP, :DEPT, :PAYRATE, :COM,
                           :CURRENCY-CODE, :COMPANY-CODE,
                           :MISCDATA, :HIST-EFF-FROM, :HIST-EFF-TO)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'REORG1 EMPHIST INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
               SET GROUP-FAILED TO TRUE
           END-IF.

       635-WRITE-DEPT-AUDIT.
           EXEC SQL
               INSERT INTO EMPTABLE_AUDIT
                   (ENO, AUDIT_ACTION, CHANGED_FIELD, OLD_VALUE,
                    NEW_VALUE, AUDIT_USER, JOB_NAME, AUDIT_TS)
                   VALUES (:WORK-ENO, 'UPDATE', 'DEPT',
                           :GRP-OLD-DEPT, :TARGET-DEPT,
                           :DBUSR, :AUD-JOB-NAME,
                           CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'REORG1 AUDIT INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
               SET GROUP-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * 640-REPOINT-ALLOCATIONS
      * LBRALLOC rows on the old department still in force at the
      * effective date. A row starting on or after it simply
      * takes the new department; a row already running is ended
      * the day before and continued on the new department from
      * the effective date with the same percent and end, so the
      * allocation history keeps its old department. The new
      * department is the one the employee moved to, or for an
      * employee homed elsewhere the default successor.
      *----------------------------------------------------------*
       640-REPOINT-ALLOCATIONS.
           MOVE 0 TO ALLOC-COUNT
           EXEC SQL
               OPEN ALCCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 LBRALLOC OPEN SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
               GO TO 640-REPOINT-EXIT
           END-IF
           PERFORM 645-FETCH-ALLOCATION
           PERFORM UNTIL SQLCODE <> 0
               IF ALLOC-COUNT < 2000
                   ADD 1 TO ALLOC-COUNT
                   MOVE ALC-ENO TO AR-ENO(ALLOC-COUNT)
                   MOVE ALC-PCT TO AR-PCT(ALLOC-COUNT)
                   MOVE ALC-EFF-FROM TO AR-EFF-FROM(ALLOC-COUNT)
                   MOVE ALC-EFF-TO TO AR-EFF-TO(ALLOC-COUNT)
               ELSE
                   DISPLAY 'REORG1 ALLOCATION TABLE FULL, DEPT: '
                       GRP-OLD-DEPT
                   SET GROUP-FAILED TO TRUE
               END-IF
               PERFORM 645-FETCH-ALLOCATION
           END-PERFORM
           IF SQLCODE <> 100
               DISPLAY 'REORG1 LBRALLOC FETCH SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
           END-IF
           EXEC SQL
               CLOSE ALCCRSR
           END-EXEC

           PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                   UNTIL ALLOC-IDX > ALLOC-COUNT OR GROUP-FAILED
               PERFORM 650-REPOINT-ONE-ALLOCATION
           END-PERFORM.
       640-REPOINT-EXIT.
           EXIT.

       645-FETCH-ALLOCATION.
           EXEC SQL
               FETCH ALCCRSR
                   INTO :ALC-ENO, :ALC-PCT, :ALC-EFF-FROM,
                        :ALC-EFF-TO
           END-EXEC.

       650-REPOINT-ONE-ALLOCATION.
           MOVE AR-ENO(ALLOC-IDX) TO ALC-ENO
           MOVE AR-PCT(ALLOC-IDX) TO ALC-PCT
           MOVE AR-EFF-FROM(ALLOC-IDX) TO ALC-EFF-FROM
           MOVE AR-EFF-TO(ALLOC-IDX) TO ALC-EFF-TO

           MOVE RS-NEW-DEPT(GROUP-IDX, RG-PRIMARY-IDX(GROUP-IDX))
               TO TARGET-DEPT
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               IF MV-ENO(MOVE-IDX) = ALC-ENO
                       AND MV-NEW-DEPT(MOVE-IDX) NOT = SPACES
                   MOVE MV-NEW-DEPT(MOVE-IDX) TO TARGET-DEPT
               END-IF
           END-PERFORM

           IF ALC-EFF-FROM >= GRP-EFF-DATE
               EXEC SQL
                   UPDATE LBRALLOC
                       SET DEPT = :TARGET-DEPT
                       WHERE ENO = :ALC-ENO
                         AND DEPT = :GRP-OLD-DEPT
                         AND EFF_FROM = :ALC-EFF-FROM
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'REORG1 LBRALLOC UPDATE SQLCODE: '
                       SQLCODE ' ENO: ' ALC-ENO
                   SET GROUP-FAILED TO TRUE
               ELSE
                   ADD 1 TO GRP-ALLOC-MOVED
               END-IF
           ELSE
               EXEC SQL
                   UPDATE LBRALLOC
                       SET EFF_TO = :GRP-DAY-BEFORE
                       WHERE ENO = :ALC-ENO
                         AND DEPT = :GRP-OLD-DEPT
                         AND EFF_FROM = :ALC-EFF-FROM
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'REORG1 LBRALLOC CLOSE SQLCODE: '
                       SQLCODE ' ENO: ' ALC-ENO
                   SET GROUP-FAILED TO TRUE
               ELSE
                   EXEC SQL
                       INSERT INTO LBRALLOC
                           (ENO, DEPT, ALLOC_PCT, EFF_FROM, EFF_TO)
                           VALUES (:ALC-ENO, :TARGET-DEPT, :ALC-PCT,
                                   :GRP-EFF-DATE, :ALC-EFF-TO)
                   END-EXEC
                   IF SQLCODE <> 0
                       DISPLAY 'REORG1 LBRALLOC INSERT SQLCODE: '
                           SQLCODE ' ENO: ' ALC-ENO
                       SET GROUP-FAILED TO TRUE
                   ELSE
                       ADD 1 TO GRP-ALLOC-SPLIT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 655-MOVE-POSITIONS
      * Every POSCTL position on the old department follows the
      * reorganization, so the position a moved employee fills
      * stays in that employee's department and the headcount
      * reports count it under its successor. A filled position
      * goes where its holder went; a vacant one, or one whose
      * holder stayed behind, to the default successor. Each
      * move gets a REORG row on the department trail.
      *----------------------------------------------------------*
       655-MOVE-POSITIONS.
           MOVE 0 TO POS-COUNT
           EXEC SQL
               OPEN POSCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 POSCTL OPEN SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
               GO TO 655-MOVE-EXIT
           END-IF
           PERFORM 656-FETCH-POSITION
           PERFORM UNTIL SQLCODE <> 0
               IF POS-COUNT < 2000
                   ADD 1 TO POS-COUNT
                   MOVE PSN-POSITION-NO TO PR-POSITION-NO(POS-COUNT)
                   MOVE PSN-FILL-STATUS TO PR-FILL-STATUS(POS-COUNT)
                   MOVE PSN-ENO TO PR-ENO(POS-COUNT)
               ELSE
                   DISPLAY 'REORG1 POSITION TABLE FULL, DEPT: '
                       GRP-OLD-DEPT
                   SET GROUP-FAILED TO TRUE
               END-IF
               PERFORM 656-FETCH-POSITION
           END-PERFORM
           IF SQLCODE <> 100
               DISPLAY 'REORG1 POSCTL FETCH SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
           END-IF
           EXEC SQL
               CLOSE POSCRSR
           END-EXEC

           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT OR GROUP-FAILED
               PERFORM 657-MOVE-ONE-POSITION
           END-PERFORM.
       655-MOVE-EXIT.
           EXIT.

       656-FETCH-POSITION.
           EXEC SQL
               FETCH POSCRSR
                   INTO :PSN-POSITION-NO, :PSN-FILL-STATUS, :PSN-ENO
           END-EXEC.

       657-MOVE-ONE-POSITION.
           MOVE PR-POSITION-NO(POS-IDX) TO PSN-POSITION-NO

           MOVE RS-NEW-DEPT(GROUP-IDX, RG-PRIMARY-IDX(GROUP-IDX))
               TO TARGET-DEPT
           IF PR-FILL-STATUS(POS-IDX) = 'F'
               PERFORM VARYING MOVE-IDX FROM 1 BY 1
                       UNTIL MOVE-IDX > MOVE-COUNT
                   IF MV-ENO(MOVE-IDX) = PR-ENO(POS-IDX)
                           AND MV-NEW-DEPT(MOVE-IDX) NOT = SPACES
                       MOVE MV-NEW-DEPT(MOVE-IDX) TO TARGET-DEPT
                   END-IF
               END-PERFORM
           END-IF

           EXEC SQL
               UPDATE POSCTL
                   SET DEPT = :TARGET-DEPT
                   WHERE POSITION_NO = :PSN-POSITION-NO
                     AND DEPT = :GRP-OLD-DEPT
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 POSCTL UPDATE SQLCODE: ' SQLCODE
                   ' POSITION: ' PSN-POSITION-NO
               SET GROUP-FAILED TO TRUE
           ELSE
               ADD 1 TO GRP-POS-MOVED
               MOVE SPACES TO PSN-FIELD-TEXT
               STRING 'POSITION ' DELIMITED BY SIZE
                      PSN-POSITION-NO DELIMITED BY SIZE
                   INTO PSN-FIELD-TEXT
               MOVE GRP-OLD-DEPT TO AUD-DEPT
               MOVE 'REORG' TO AUD-ACTION
               MOVE PSN-FIELD-TEXT TO AUD-FIELD
               MOVE GRP-OLD-DEPT TO AUD-OLD-VALUE
               MOVE TARGET-DEPT TO AUD-NEW-VALUE
               PERFORM 695-WRITE-DEPT-AUDIT-ROW
           END-IF.

      *----------------------------------------------------------*
      * 660-MOVE-BUDGET
      * Budget months before the effective month stay with the
      * old department beside the actuals they were set against.
      * From the effective month on, each month's headcount and
      * amount go to the successors by share - the last one takes
      * the rounding remainder - adding into a month the new
      * department already has, and the old row goes.
      *----------------------------------------------------------*
       660-MOVE-BUDGET.
           MOVE 0 TO BUDGET-COUNT
           EXEC SQL
               OPEN BUDCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 BUDGTBL OPEN SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
               GO TO 660-MOVE-EXIT
           END-IF
           PERFORM 665-FETCH-BUDGET
           PERFORM UNTIL SQLCODE <> 0
               IF BUDGET-COUNT < 600
                   ADD 1 TO BUDGET-COUNT
                   MOVE BGT-COMPANY TO BR-COMPANY(BUDGET-COUNT)
                   MOVE BGT-MONTH TO BR-MONTH(BUDGET-COUNT)
                   MOVE BGT-HEADCOUNT TO BR-HEADCOUNT(BUDGET-COUNT)
                   MOVE BGT-COMP-AMOUNT TO BR-AMOUNT(BUDGET-COUNT)
               ELSE
                   DISPLAY 'REORG1 BUDGET TABLE FULL, DEPT: '
                       GRP-OLD-DEPT
                   SET GROUP-FAILED TO TRUE
               END-IF
               PERFORM 665-FETCH-BUDGET
           END-PERFORM
           IF SQLCODE <> 100
               DISPLAY 'REORG1 BUDGTBL FETCH SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
           END-IF
           EXEC SQL
               CLOSE BUDCRSR
           END-EXEC

           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
                   UNTIL BUDGET-IDX > BUDGET-COUNT OR GROUP-FAILED
               PERFORM 670-MOVE-ONE-MONTH
           END-PERFORM.
       660-MOVE-EXIT.
           EXIT.

       665-FETCH-BUDGET.
           EXEC SQL
               FETCH BUDCRSR
                   INTO :BGT-COMPANY, :BGT-MONTH, :BGT-HEADCOUNT,
                        :BGT-COMP-AMOUNT
           END-EXEC.

       670-MOVE-ONE-MONTH.
           MOVE BR-COMPANY(BUDGET-IDX) TO BGT-COMPANY
           MOVE BR-MONTH(BUDGET-IDX) TO BGT-MONTH
           MOVE BR-HEADCOUNT(BUDGET-IDX) TO LEFT-HEADCOUNT
           MOVE BR-AMOUNT(BUDGET-IDX) TO LEFT-AMOUNT

           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > RG-SUCC-COUNT(GROUP-IDX)
                      OR GROUP-FAILED
               IF SUCC-IDX = RG-SUCC-COUNT(GROUP-IDX)
                   MOVE LEFT-HEADCOUNT TO SHARE-HEADCOUNT
                   MOVE LEFT-AMOUNT TO SHARE-AMOUNT
               ELSE
                   COMPUTE SHARE-HEADCOUNT ROUNDED =
                       BR-HEADCOUNT(BUDGET-IDX)
                     * RS-SHARE-PCT(GROUP-IDX, SUCC-IDX) / 100
                   COMPUTE SHARE-AMOUNT ROUNDED =
                       BR-AMOUNT(BUDGET-IDX)
                     * RS-SHARE-PCT(GROUP-IDX, SUCC-IDX) / 100
                   IF SHARE-HEADCOUNT > LEFT-HEADCOUNT
                       MOVE LEFT-HEADCOUNT TO SHARE-HEADCOUNT
                   END-IF
                   SUBTRACT SHARE-HEADCOUNT FROM LEFT-HEADCOUNT
                   SUBTRACT SHARE-AMOUNT FROM LEFT-AMOUNT
               END-IF
               MOVE RS-NEW-DEPT(GROUP-IDX, SUCC-IDX) TO TARGET-DEPT
               PERFORM 675-ADD-TO-NEW-MONTH
           END-PERFORM

           IF NOT GROUP-FAILED
               EXEC SQL
                   DELETE FROM BUDGTBL
                       WHERE COMPANY = :BGT-COMPANY
                         AND DEPT = :GRP-OLD-DEPT
                         AND BUD_MONTH = :BGT-MONTH
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'REORG1 BUDGTBL DELETE SQLCODE: '
                       SQLCODE ' MONTH: ' BGT-MONTH
                   SET GROUP-FAILED TO TRUE
               ELSE
                   ADD 1 TO GRP-BUDGET-MOVED
               END-IF
           END-IF.

       675-ADD-TO-NEW-MONTH.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM BUDGTBL
                   WHERE COMPANY = :BGT-COMPANY
                     AND DEPT = :TARGET-DEPT
                     AND BUD_MONTH = :BGT-MONTH
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'REORG1 BUDGTBL CHECK SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
           ELSE
               IF ROW-EXISTS-COUNT > 0
                   EXEC SQL
                       UPDATE BUDGTBL
                           SET HEADCOUNT = HEADCOUNT
                                         + :SHARE-HEADCOUNT,
                               COMP_AMOUNT = COMP_AMOUNT
                                           + :SHARE-AMOUNT
                           WHERE COMPANY = :BGT-COMPANY
                             AND DEPT = :TARGET-DEPT
                             AND BUD_MONTH = :BGT-MONTH
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO BUDGTBL
                           (COMPANY, DEPT, BUD_MONTH, HEADCOUNT,
                            COMP_AMOUNT)
                           VALUES (:BGT-COMPANY, :TARGET-DEPT,
                                   :BGT-MONTH, :SHARE-HEADCOUNT,
                                   :SHARE-AMOUNT)
                   END-EXEC
               END-IF
               IF SQLCODE <> 0
                   DISPLAY 'REORG1 BUDGTBL MOVE SQLCODE: ' SQLCODE
                       ' DEPT: ' TARGET-DEPT ' MONTH: ' BGT-MONTH
                   SET GROUP-FAILED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 680-COPY-GL-AND-ORG
      * Each successor inherits the old department's GL account
      * mappings for any transaction kind and company it has no
      * mapping of its own for, and the old department's division
      * when it has no ORGHIER placement yet. The old department's
      * own rows stay, so a period paid before the change still
      * posts and rolls up where it did.
      *----------------------------------------------------------*
       680-COPY-GL-AND-ORG.
           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > RG-SUCC-COUNT(GROUP-IDX)
                      OR GROUP-FAILED
               MOVE RS-NEW-DEPT(GROUP-IDX, SUCC-IDX) TO TARGET-DEPT
               EXEC SQL
                   INSERT INTO GLMAP
                       (TRAN_KIND, DEPT_PATTERN, COMPANY, DR_ACCT,
                        CR_ACCT)
                       SELECT O.TRAN_KIND, :TARGET-DEPT, O.COMPANY,
                              O.DR_ACCT, O.CR_ACCT
                         FROM GLMAP O
                       WHERE O.DEPT_PATTERN = :GRP-OLD-DEPT
                         AND NOT EXISTS
                             (SELECT 1 FROM GLMAP N
                               WHERE N.TRAN_KIND = O.TRAN_KIND
                                 AND N.DEPT_PATTERN = :TARGET-DEPT
                                 AND N.COMPANY = O.COMPANY)
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY 'REORG1 GLMAP COPY SQLCODE: ' SQLCODE
                       ' DEPT: ' TARGET-DEPT
                   SET GROUP-FAILED TO TRUE
               END-IF
               IF SQLCODE = 0
                   ADD SQLERRD(3) TO GRP-GLMAP-COPIED
               END-IF

               IF NOT GROUP-FAILED
                   EXEC SQL
                       INSERT INTO ORGHIER (DEPT, DIVISION, COMPANY)
                           SELECT :TARGET-DEPT, O.DIVISION, O.COMPANY
                             FROM ORGHIER O
                           WHERE O.DEPT = :GRP-OLD-DEPT
                             AND NOT EXISTS
                                 (SELECT 1 FROM ORGHIER N
                                   WHERE N.DEPT = :TARGET-DEPT)
                   END-EXEC
                   IF SQLCODE < 0
                       DISPLAY 'REORG1 ORGHIER COPY SQLCODE: '
                           SQLCODE ' DEPT: ' TARGET-DEPT
                       SET GROUP-FAILED TO TRUE
                   END-IF
                   IF SQLCODE = 0
                       ADD SQLERRD(3) TO GRP-ORGHIER-COPIED
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 690-RETIRE-OLD-DEPT
      * The old department stays on DEPTTBL - history, terminated
      * rows and earlier pay still name it - but is marked
      * retired as of the effective date, so no maintenance run
      * can put anybody back in it. The trail gets a RETIRE row
      * and one REORG row per successor.
      *----------------------------------------------------------*
       690-RETIRE-OLD-DEPT.
           EXEC SQL
               UPDATE DEPTTBL
                   SET DEPT_STATUS = 'R',
                       RETIRED_DATE = :GRP-EFF-DATE
                   WHERE DEPT = :GRP-OLD-DEPT
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'REORG1 DEPTTBL RETIRE SQLCODE: ' SQLCODE
                   ' DEPT: ' GRP-OLD-DEPT
               SET GROUP-FAILED TO TRUE
           END-IF

           IF NOT GROUP-FAILED
               MOVE GRP-OLD-DEPT TO AUD-DEPT
               MOVE 'RETIRE' TO AUD-ACTION
               MOVE 'DEPT_STATUS' TO AUD-FIELD
               MOVE 'A' TO AUD-OLD-VALUE
               MOVE 'R' TO AUD-NEW-VALUE
               PERFORM 695-WRITE-DEPT-AUDIT-ROW
           END-IF
           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > RG-SUCC-COUNT(GROUP-IDX)
                      OR GROUP-FAILED
               MOVE 'REORG' TO AUD-ACTION
               MOVE 'SUCCESSOR' TO AUD-FIELD
               MOVE GRP-OLD-DEPT TO AUD-OLD-VALUE
               MOVE RS-NEW-DEPT(GROUP-IDX, SUCC-IDX)
                   TO AUD-NEW-VALUE
               PERFORM 695-WRITE-DEPT-AUDIT-ROW
           END-PERFORM.

       695-WRITE-DEPT-AUDIT-ROW.
           EXEC SQL
               INSERT INTO DEPTTBL_AUDIT
                   (DEPT, AUDIT_ACTION, CHANGED_FIELD, OLD_VALUE,
                    NEW_VALUE, AUDIT_USER, JOB_NAME, AUDIT_TS)
                   VALUES (:AUD-DEPT, :AUD-ACTION, :AUD-FIELD,
                           :AUD-OLD-VALUE, :AUD-NEW-VALUE,
                           :DBUSR, :AUD-JOB-NAME,
                           CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'REORG1 DEPT AUDIT INSERT SQLCODE: ' SQLCODE
               SET GROUP-FAILED TO TRUE
           END-IF.

       700-WRITE-GROUP-TOTALS.
           MOVE SPACES TO REORG-REGISTER-LINE
           MOVE 1 TO REG-PTR
           MOVE GRP-MOVED-COUNT TO COUNT-EDIT
           STRING '  EMPLOYEES MOVED: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           MOVE GRP-KEPT-COUNT TO COUNT-EDIT
           STRING '  TERMINATED ROWS LEFT ON ' DELIMITED BY SIZE
                  GRP-OLD-DEPT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           WRITE REORG-REGISTER-LINE

           MOVE SPACES TO REORG-REGISTER-LINE
           MOVE 1 TO REG-PTR
           MOVE GRP-ALLOC-MOVED TO COUNT-EDIT
           STRING '  LBRALLOC REPOINTED: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           MOVE GRP-ALLOC-SPLIT TO COUNT-EDIT
           STRING '  SPLIT AT EFFECTIVE DATE: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           MOVE GRP-POS-MOVED TO COUNT-EDIT
           STRING '  POSCTL POSITIONS MOVED: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           MOVE GRP-BUDGET-MOVED TO COUNT-EDIT
           STRING '  BUDGTBL MONTHS MOVED: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           WRITE REORG-REGISTER-LINE

           MOVE SPACES TO REORG-REGISTER-LINE
           MOVE 1 TO REG-PTR
           MOVE GRP-GLMAP-COPIED TO COUNT-EDIT
           STRING '  GLMAP ROWS COPIED: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           MOVE GRP-ORGHIER-COPIED TO COUNT-EDIT
           STRING '  ORGHIER PLACEMENTS COPIED: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  '  DEPTTBL ' DELIMITED BY SIZE
                  GRP-OLD-DEPT DELIMITED BY SIZE
                  ' RETIRED' DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE WITH POINTER REG-PTR
           WRITE REORG-REGISTER-LINE

           MOVE SPACES TO REORG-REGISTER-LINE
           IF APPLY-MODE
               MOVE '  APPLIED' TO REORG-REGISTER-LINE
           ELSE
               MOVE '  PREVIEW - ROLLED BACK' TO REORG-REGISTER-LINE
           END-IF
           WRITE REORG-REGISTER-LINE.

      *----------------------------------------------------------*
      * 720-APPEND-HISTORY
      * One REORGHST record per successor of a committed group.
      *----------------------------------------------------------*
       720-APPEND-HISTORY.
           IF NOT HISTORY-OPEN
               OPEN EXTEND REORG-HISTORY-FILE
               SET HISTORY-OPEN TO TRUE
           END-IF
           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > RG-SUCC-COUNT(GROUP-IDX)
               MOVE SPACES TO REORG-HISTORY-RECORD
               MOVE GRP-OLD-DEPT TO RH-OLD-DEPT
               MOVE RS-NEW-DEPT(GROUP-IDX, SUCC-IDX) TO RH-NEW-DEPT
               MOVE GRP-EFF-DATE TO RH-EFF-DATE
               IF RG-SUCC-COUNT(GROUP-IDX) = 1
                   SET RH-MERGE TO TRUE
               ELSE
                   SET RH-SPLIT TO TRUE
               END-IF
               MOVE RS-SHARE-PCT(GROUP-IDX, SUCC-IDX)
                   TO RH-SHARE-PCT
               MOVE RUN-DATE TO RH-RUN-DATE
               MOVE RS-MOVED(GROUP-IDX, SUCC-IDX) TO RH-EMP-MOVED
               WRITE REORG-HISTORY-LINE FROM REORG-HISTORY-RECORD
           END-PERFORM.

      *----------------------------------------------------------*
      * 800-WRITE-SUSPENSE
      * Every reject shows on the register; an applying run also
      * files it on REORGSUSP for correction and recycling.
      *----------------------------------------------------------*
       800-WRITE-SUSPENSE.
           MOVE SPACES TO REORG-REGISTER-LINE
           STRING 'REJECTED ' DELIMITED BY SIZE
                  EDIT-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REORG-MAP-RECORD DELIMITED BY SIZE
               INTO REORG-REGISTER-LINE
           WRITE REORG-REGISTER-LINE

           IF APPLY-MODE
               IF NOT SUSPENSE-OPEN
                   OPEN EXTEND REORG-SUSPENSE-FILE
                   SET SUSPENSE-OPEN TO TRUE
               END-IF

               MOVE EDIT-REASON TO SUS-REASON-CODE
               MOVE 'REORG1' TO SUS-SOURCE-PROGRAM
               MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
               MOVE SPACES TO SUS-TRANS-IMAGE
               MOVE REORG-MAP-RECORD TO SUS-TRANS-IMAGE(1:80)
               WRITE REORG-SUSPENSE-LINE FROM SUSPENSE-RECORD
           END-IF

           ADD 1 TO LINES-REJECT-COUNT.

      *    every line of the group, D and E alike, with EDIT-REASON
       820-SUSPEND-GROUP-LINES.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-COUNT
               IF LN-GROUP(LINE-IDX) = GROUP-IDX
                   MOVE LN-IMAGE(LINE-IDX) TO REORG-MAP-RECORD
                   MOVE 'X' TO LN-USED-SW(LINE-IDX)
                   PERFORM 800-WRITE-SUSPENSE
               END-IF
           END-PERFORM.
