                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

      *    departments REORG1 has merged away, folded into their
      *    successors; absent until the first reorganization
           SELECT OPTIONAL REORG-HISTORY-FILE
               ASSIGN TO EXTERNAL REORGHST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT TREND-REPORT
               ASSIGN TO EXTERNAL TRENDRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       01  DEPT-SNAPSHOT-LINE      PIC X(80).

       FD  REORG-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REORG-HISTORY-LINE.

       01  REORG-HISTORY-LINE      PIC X(80).

       FD  TREND-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
       WORKING-STORAGE SECTION.

           COPY SNAPREC.
           COPY REORGREC.

           01 SNAPSHOT-FILE-STATUS PIC XX.
           01 SNAPSHOT-EOF-SW      PIC X VALUE 'N'.
               88 SNAPSHOT-EOF     VALUE 'Y'.
           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.
      *    merged-away department to successor, effective by the
      *    window's last month; a department split several ways
      *    has no single successor and keeps its own months
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
           01 FOLD-DEPT            PIC X(4).
           01 FOLD-IDX             PIC 9(4) COMP.

      *    twelve months of snapshots for up to 100 departments,
      *    sorted department-major month-minor so each
      * the cumulative SNAPFILE SNAPSHT1 appends to: movement by
      * department with month-over-month headcount and average-pay
      * deltas. TREND_END_MONTH picks the window's last month
      * (defaults to the current month). A department a
      * reorganization merged away trends inside its successor,
      * its months added into the successor's, so the movement
      * reads straight across the change.
      *----------------------------------------------------------*
       000-MAIN.
           DISPLAY "TREND_END_MONTH" UPON ENVIRONMENT-NAME.
               COMPUTE FROM-MONTH = (END-YYYY * 100) + 1
           END-IF.

           PERFORM 050-LOAD-SUCCESSORS THRU 050-LOAD-EXIT.
           PERFORM 100-LOAD-SNAPSHOTS.
           PERFORM 200-SORT-SNAPSHOTS.
           PERFORM 300-WRITE-TREND-REPORT.
       000-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 050-LOAD-SUCCESSORS
      * The merges on REORGHST effective by the window's end. An
      * old department that shows up with two successors, or
      * under a split, is marked and never folded.
      *----------------------------------------------------------*
       050-LOAD-SUCCESSORS.
           OPEN INPUT REORG-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
                   AND HISTORY-FILE-STATUS NOT = '05'
               DISPLAY 'TRENDRP1 CANNOT OPEN REORGHST, STATUS: '
                   HISTORY-FILE-STATUS
               GO TO 050-LOAD-EXIT
           END-IF
           PERFORM 060-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF RH-EFF-DATE NUMERIC
                       AND RH-EFF-MONTH <= END-MONTH
                   PERFORM 070-ADD-SUCCESSOR
               END-IF
               PERFORM 060-READ-HISTORY
           END-PERFORM
           CLOSE REORG-HISTORY-FILE.
       050-LOAD-EXIT.
           EXIT.

       060-READ-HISTORY.
           READ REORG-HISTORY-FILE INTO REORG-HISTORY-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       070-ADD-SUCCESSOR.
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
      * 080-RESOLVE-SUCCESSOR
      * Follows FOLD-DEPT through successive merges to the
      * department that carries it now.
      *----------------------------------------------------------*
       080-RESOLVE-SUCCESSOR.
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

       100-LOAD-SNAPSHOTS.
           OPEN INPUT DEPT-SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-STATUS NOT = '00'
               IF SNP-MONTH NUMERIC
                       AND SNP-MONTH >= FROM-MONTH
                       AND SNP-MONTH <= END-MONTH
                   PERFORM 120-FOLD-SNAPSHOT
               END-IF
               PERFORM 110-READ-SNAPSHOT
           END-PERFORM.
                   SET SNAPSHOT-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 120-FOLD-SNAPSHOT
      * A month already loaded for the (successor) department -
      * another company's row, or a merged-away department's -
      * takes the headcount and total, and the average is
      * re-derived from the two.
      *----------------------------------------------------------*
       120-FOLD-SNAPSHOT.
           MOVE SNP-DEPT TO FOLD-DEPT
           IF SUCC-COUNT > 0
               PERFORM 080-RESOLVE-SUCCESSOR
           END-IF
           MOVE 0 TO FOLD-IDX
           PERFORM VARYING IDX-A FROM 1 BY 1
                   UNTIL IDX-A > TREND-LOAD-COUNT OR FOLD-IDX > 0
               IF TL-DEPT(IDX-A) = FOLD-DEPT
                       AND TL-MONTH(IDX-A) = SNP-MONTH
                   MOVE IDX-A TO FOLD-IDX
               END-IF
           END-PERFORM
           IF FOLD-IDX > 0
               ADD SNP-HEADCOUNT TO TL-HEADCOUNT(FOLD-IDX)
               ADD SNP-TOTAL-USD TO TL-TOTAL-USD(FOLD-IDX)
               IF TL-HEADCOUNT(FOLD-IDX) > 0
                   COMPUTE TL-AVG-USD(FOLD-IDX) ROUNDED =
                       TL-TOTAL-USD(FOLD-IDX)
                     / TL-HEADCOUNT(FOLD-IDX)
               END-IF
           ELSE
               IF TREND-LOAD-COUNT < 1200
                   ADD 1 TO TREND-LOAD-COUNT
                   MOVE FOLD-DEPT TO TL-DEPT(TREND-LOAD-COUNT)
                   MOVE SNP-MONTH TO TL-MONTH(TREND-LOAD-COUNT)
                   MOVE SNP-HEADCOUNT
                       TO TL-HEADCOUNT(TREND-LOAD-COUNT)
                   MOVE SNP-TOTAL-USD
                       TO TL-TOTAL-USD(TREND-LOAD-COUNT)
                   MOVE SNP-AVG-USD
                       TO TL-AVG-USD(TREND-LOAD-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 200-SORT-SNAPSHOTS
      * Selection sort, department-major month-minor.
