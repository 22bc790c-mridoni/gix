                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

      *    departments REORG1 has merged away, folded into their
      *    successors; absent until the first reorganization
           SELECT OPTIONAL REORG-HISTORY-FILE
               ASSIGN TO EXTERNAL REORGHST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

      *    the variance lines carry the department in columns 6-9,
      *    the slice key the RPTDIST1 distribution step routes on,
      *    so each manager receives their own numbers

       01  DEPT-SNAPSHOT-LINE      PIC X(80).

       FD  REORG-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REORG-HISTORY-LINE.

       01  REORG-HISTORY-LINE      PIC X(80).

       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
       WORKING-STORAGE SECTION.

           COPY SNAPREC.
           COPY REORGREC.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 SNAPSHOT-FILE-STATUS PIC XX.
           01 SNAPSHOT-EOF-SW      PIC X VALUE 'N'.
               88 SNAPSHOT-EOF     VALUE 'Y'.
           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.

           01 REPORT-MONTH-TEXT    PIC X(6).
           01 REPORT-MONTH         PIC 9(6).
           01 VAR-MATCH-IDX        PIC 9(3) COMP.
           01 FOLD-COMPANY         PIC X(3).
           01 FOLD-DEPT            PIC X(4).
      *    merged-away department to successor, effective by the
      *    report month; a department split several ways has no
      *    single successor and keeps its own line
           01 SUCC-COUNT           PIC 9(3) COMP VALUE 0.
           01 SUCC-IDX             PIC 9(3) COMP.
           01 SUCC-TABLE.
               05 SUCC-ENTRY OCCURS 200 TIMES.
                   10 SC-OLD-DEPT      PIC X(04).
                   10 SC-NEW-DEPT      PIC X(04).
                   10 SC-SPLIT-SW      PIC X(01).
           01 SUCC-MATCH-SW        PIC X VALUE 'N'.
               88 SUCC-MATCH-FOUND VALUE 'Y'.
           01 SUCC-MATCH-IDX       PIC 9(3) COMP.
           01 FOLD-HOPS            PIC 9(2) COMP.

           01 BGT-COMPANY          PIC X(3).
           01 BGT-DEPT             PIC X(4).
      * departments beyond the tolerance flagged. The output file
      * carries the department in the RPTDIST1 routing columns so
      * the existing distribution run delivers each manager their
      * own slice. A department a reorganization merged away
      * reports inside its successor for the whole year, so
      * plan and actual stay like for like across the change.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           END-IF.

       100-MAIN.
           PERFORM 150-LOAD-SUCCESSORS THRU 150-LOAD-EXIT.
           PERFORM 200-LOAD-ACTUALS.
           PERFORM 300-LOAD-BUDGET.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 150-LOAD-SUCCESSORS
      * The merges on REORGHST effective by the report month. An
      * old department that shows up with two successors, or
      * under a split, is marked and never folded.
      *----------------------------------------------------------*
       150-LOAD-SUCCESSORS.
           OPEN INPUT REORG-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
                   AND HISTORY-FILE-STATUS NOT = '05'
               DISPLAY 'BUDVAR1 CANNOT OPEN REORGHST, STATUS: '
                   HISTORY-FILE-STATUS
               GO TO 150-LOAD-EXIT
           END-IF
           PERFORM 160-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF RH-EFF-DATE NUMERIC
                       AND RH-EFF-MONTH <= REPORT-MONTH
                   PERFORM 170-ADD-SUCCESSOR
               END-IF
               PERFORM 160-READ-HISTORY
           END-PERFORM
           CLOSE REORG-HISTORY-FILE.
       150-LOAD-EXIT.
           EXIT.

       160-READ-HISTORY.
           READ REORG-HISTORY-FILE INTO REORG-HISTORY-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       170-ADD-SUCCESSOR.
           MOVE 'N' TO SUCC-MATCH-SW
           PERFORM VARYING SUCC-IDX FROM 1 BY 1
                   UNTIL SUCC-IDX > SUCC-COUNT
               IF SC-OLD-DEPT(SUCC-IDX) = RH-OLD-DEPT
                   SET SUCC-MATCH-FOUND TO TRUE
                   MOVE SUCC-IDX TO SUCC-MATCH-IDX
               END-IF
           END-PERFORM
           IF SUCC-MATCH-FOUND
               IF SC-NEW-DEPT(SUCC-MATCH-IDX) NOT = RH-NEW-DEPT
                       OR RH-SPLIT
                   MOVE 'Y' TO SC-SPLIT-SW(SUCC-MATCH-IDX)
               END-IF
           ELSE
               IF SUCC-COUNT < 200
                   ADD 1 TO SUCC-COUNT
                   MOVE RH-OLD-DEPT TO SC-OLD-DEPT(SUCC-COUNT)
                   MOVE RH-NEW-DEPT TO SC-NEW-DEPT(SUCC-COUNT)
                   MOVE 'N' TO SC-SPLIT-SW(SUCC-COUNT)
                   IF RH-SPLIT
                       MOVE 'Y' TO SC-SPLIT-SW(SUCC-COUNT)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 180-RESOLVE-SUCCESSOR
      * Follows FOLD-DEPT through successive merges to the
      * department that carries it now.
      *----------------------------------------------------------*
       180-RESOLVE-SUCCESSOR.
           MOVE 0 TO FOLD-HOPS
           SET SUCC-MATCH-FOUND TO TRUE
           PERFORM UNTIL NOT SUCC-MATCH-FOUND OR FOLD-HOPS > 10
               MOVE 'N' TO SUCC-MATCH-SW
               PERFORM VARYING SUCC-IDX FROM 1 BY 1
                       UNTIL SUCC-IDX > SUCC-COUNT
                          OR SUCC-MATCH-FOUND
                   IF SC-OLD-DEPT(SUCC-IDX) = FOLD-DEPT
                           AND SC-SPLIT-SW(SUCC-IDX) = 'N'
                       SET SUCC-MATCH-FOUND TO TRUE
                       MOVE SC-NEW-DEPT(SUCC-IDX) TO FOLD-DEPT
                   END-IF
               END-PERFORM
               ADD 1 TO FOLD-HOPS
           END-PERFORM.

      *----------------------------------------------------------*
      * 200-LOAD-ACTUALS
      * Folds the snapshot file's rows for the report year into
           END-READ.

       280-FIND-OR-ADD-ENTRY.
           IF SUCC-COUNT > 0
               PERFORM 180-RESOLVE-SUCCESSOR
           END-IF
           MOVE 'N' TO VAR-MATCH-SW
           PERFORM VARYING VAR-SUM-IDX FROM 1 BY 1
                   UNTIL VAR-SUM-IDX > VAR-SUM-COUNT
