       IDENTIFICATION DIVISION.

       PROGRAM-ID. YEARROL1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRINT-FILE
               ASSIGN TO EXTERNAL YRROLLRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE              PIC X(132).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           COPY RUNSTAT.

           01  RPT-PAGE-NO         PIC 9(4) VALUE 1.
           01  RPT-LINE-COUNT      PIC 9(4) VALUE 0.
           01  RPT-LINES-PER-PAGE  PIC 9(4) VALUE 60.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

      *    the tax year being closed (YEARROLL_YEAR, required); the
      *    new year is the one after it. A period belongs to the
      *    old year by its end date, or by its YYYYMM id when the
      *    calendar row carries no end date.
           01 OLD-YEAR-TEXT        PIC X(4).
           01 OLD-YEAR             PIC 9(4).
           01 NEW-YEAR             PIC 9(4).
           01 OLD-YEAR-START       PIC 9(8).
           01 OLD-YEAR-END         PIC 9(8).
           01 OLD-PERIOD-LOW       PIC 9(6).
           01 OLD-PERIOD-HIGH      PIC 9(6).

           01 ROLLED-COUNT         PIC 9(6).
           01 OPEN-PERIOD-COUNT    PIC 9(6).

      *    one balance line of the before/after proof: a company,
      *    the accumulator, and the tax year (or PTO type) it
      *    belongs to, with the row count and amount on file
      *    before the rollover and after it. The proof folds every
      *    summary row into this table and prints it in key order.
      *    Item numbers order the lines within a company:
      *      1 EMPTAXYTD wages paid     4 WCPREMYTD premium
      *      2 RETYTD contributions     5 SUIWAGE wage base
      *      3 RETYTD employer match    6 PTOBAL hours
           01 PROOF-TABLE.
               05 PROOF-COUNT      PIC 9(4) COMP VALUE 0.
               05 PROOF-ENTRY OCCURS 300 TIMES
                       INDEXED BY PRF-IDX.
                   10 PRF-KEY.
                       15 PRF-COMPANY      PIC X(3).
                       15 PRF-ITEM         PIC 9(1).
                       15 PRF-TAG          PIC X(4).
                   10 PRF-ROWS-BEFORE      PIC 9(7) COMP.
                   10 PRF-AMT-BEFORE       PIC S9(13)V99 COMP-3.
                   10 PRF-ROWS-AFTER       PIC 9(7) COMP.
                   10 PRF-AMT-AFTER        PIC S9(13)V99 COMP-3.
           01 PROOF-FULL-SW        PIC X VALUE 'N'.
               88 PROOF-FULL       VALUE 'Y'.
           01 PROOF-STAGE-SW       PIC X VALUE 'B'.
               88 PROOF-BEFORE     VALUE 'B'.
               88 PROOF-AFTER      VALUE 'A'.
           01 PROOF-SHIFT          PIC 9(4) COMP.
           01 PROOF-FOUND-SW       PIC X VALUE 'N'.
               88 PROOF-FOUND      VALUE 'Y'.
           01 PROOF-DROP-SW        PIC X VALUE 'N'.
               88 PROOF-DROP       VALUE 'Y'.

           01 ITEM-NAMES-VALUES.
               05 FILLER           PIC X(10) VALUE 'TAX WAGES '.
               05 FILLER           PIC X(10) VALUE 'RET CONTRB'.
               05 FILLER           PIC X(10) VALUE 'RET MATCH '.
               05 FILLER           PIC X(10) VALUE 'WC PREMIUM'.
               05 FILLER           PIC X(10) VALUE 'SUI BASE  '.
               05 FILLER           PIC X(10) VALUE 'PTO HOURS '.
           01 ITEM-NAMES REDEFINES ITEM-NAMES-VALUES.
               05 ITEM-NAME        PIC X(10) OCCURS 6 TIMES.

      *    one summary row off the proof cursors, and the key it
      *    folds under
           01 SUM-COMPANY          PIC X(3).
           01 SUM-YEAR             PIC 9(4).
           01 SUM-PTO-TYPE         PIC X(1).
           01 SUM-ROWS             PIC 9(7).
           01 SUM-AMOUNT           PIC S9(13)V99 COMP-3.
           01 SUM-AMOUNT-2         PIC S9(13)V99 COMP-3.
           01 FOLD-KEY.
               05 FOLD-COMPANY     PIC X(3).
               05 FOLD-ITEM        PIC 9(1).
               05 FOLD-TAG         PIC X(4).
           01 FOLD-ROWS            PIC 9(7).
           01 FOLD-AMOUNT          PIC S9(13)V99 COMP-3.

      *    PTO carryover work: one balance row, the band the
      *    employee's service as of the old year's last day lands
      *    in, and the hours the band's forfeiture rule takes away
           01 ROLL-ENO             PIC 9(4).
           01 ROLL-PTO-TYPE        PIC X(1).
           01 ROLL-BALANCE         PIC S9(4)V99 COMP-3.
           01 ROLL-NEW-BALANCE     PIC S9(4)V99 COMP-3.
           01 ROLL-FORFEIT         PIC S9(4)V99 COMP-3.
           01 ROLL-COMPANY         PIC X(3).
           01 ROLL-SVC-YEARS       PIC 9(2).
           01 ROLL-CARRYOVER-CAP   PIC 9(4)V9.
           01 ROLL-FORFEIT-RULE    PIC X(1).
               88 ROLL-FORFEIT-ALL VALUE 'A'.
           01 PTO-EOF-SW           PIC X VALUE 'N'.
               88 PTO-EOF          VALUE 'Y'.

           01 ROLL-FAILED-SW       PIC X VALUE 'N'.
               88 ROLL-FAILED      VALUE 'Y'.

           01 TAXYTD-SEED-COUNT    PIC 9(7) VALUE 0.
           01 RETYTD-SEED-COUNT    PIC 9(7) VALUE 0.
           01 WCPREM-SEED-COUNT    PIC 9(7) VALUE 0.
           01 SUIBASE-SEED-COUNT   PIC 9(7) VALUE 0.
           01 PTO-READ-COUNT       PIC 9(7) VALUE 0.
           01 PTO-FORFEIT-COUNT    PIC 9(7) VALUE 0.
           01 PTO-FORFEIT-HOURS    PIC S9(9)V99 COMP-3 VALUE 0.

           01 PRIOR-COMPANY        PIC X(3) VALUE SPACES.
           01 AMOUNT-EDIT          PIC -(12)9.99.
           01 CHANGE-EDIT          PIC -(12)9.99.
           01 COUNT-EDIT           PIC Z(6)9.
           01 HOURS-EDIT           PIC -(4)9.99.
           01 FORFEIT-EDIT         PIC -(4)9.99.
           01 CAP-EDIT             PIC Z(3)9.9.
           01 ENO-EDIT             PIC 9(4).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the rollover register: one row per tax year closed, the
      *  guard against the same year rolling twice
           EXEC SQL
               DECLARE TABLE YEARROLL
                   (TAX_YEAR       DECIMAL(4,0)  NOT NULL,
                    ROLLED_BY      CHAR(64),
                    ROLL_TS        CHAR(26))
           END-EXEC.

           EXEC SQL
               DECLARE TABLE EMPTAXYTD
                   (ENO        DECIMAL(4,0)  NOT NULL,
                    TAX_YEAR   DECIMAL(4,0)  NOT NULL,
                    WAGES_PAID DECIMAL(13,2) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE RETYTD
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    TAX_YEAR       DECIMAL(4,0)  NOT NULL,
                    EMP_CONTRIB    DECIMAL(11,2) NOT NULL,
                    EMP_MATCH      DECIMAL(11,2) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE WCPREMYTD
                   (POLICY_YEAR DECIMAL(4,0)  NOT NULL,
                    DEPT        CHAR(4)       NOT NULL,
                    CLASS_CODE  CHAR(4)       NOT NULL,
                    PREMIUM     DECIMAL(13,2) NOT NULL,
                    LAST_PERIOD DECIMAL(6,0))
           END-EXEC.

           EXEC SQL
               DECLARE TABLE SUIWAGE
                   (TAX_YEAR  DECIMAL(4,0) NOT NULL,
                    ST        CHAR(2)      NOT NULL,
                    WAGE_BASE DECIMAL(7,0) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE PTOBAL
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    PTO_TYPE       CHAR(1)       NOT NULL,
                    BALANCE_HOURS  DECIMAL(6,2)  NOT NULL)
           END-EXEC.

      *  proof cursors: each accumulator summed by company and
      *  year (or PTO type) for both years the rollover touches.
      *  Rows whose employee or department no longer places in a
      *  company still count, under company '???', so the proof
      *  ties to the table totals.
           EXEC SQL
               DECLARE TAXYCRSR CURSOR FOR
               SELECT COALESCE(E.COMPANY, '???'), Y.TAX_YEAR,
                      COUNT(*), SUM(Y.WAGES_PAID)
                 FROM EMPTAXYTD Y
                 LEFT OUTER JOIN EMPTABLE E ON E.ENO = Y.ENO
               WHERE Y.TAX_YEAR IN (:OLD-YEAR, :NEW-YEAR)
               GROUP BY COALESCE(E.COMPANY, '???'), Y.TAX_YEAR
           END-EXEC.

           EXEC SQL
               DECLARE RETYCRSR CURSOR FOR
               SELECT COALESCE(E.COMPANY, '???'), R.TAX_YEAR,
                      COUNT(*), SUM(R.EMP_CONTRIB), SUM(R.EMP_MATCH)
                 FROM RETYTD R
                 LEFT OUTER JOIN EMPTABLE E ON E.ENO = R.ENO
               WHERE R.TAX_YEAR IN (:OLD-YEAR, :NEW-YEAR)
               GROUP BY COALESCE(E.COMPANY, '???'), R.TAX_YEAR
           END-EXEC.

           EXEC SQL
               DECLARE WCYCRSR CURSOR FOR
               SELECT COALESCE(H.COMPANY, '???'), W.POLICY_YEAR,
                      COUNT(*), SUM(W.PREMIUM)
                 FROM WCPREMYTD W
                 LEFT OUTER JOIN ORGHIER H ON H.DEPT = W.DEPT
               WHERE W.POLICY_YEAR IN (:OLD-YEAR, :NEW-YEAR)
               GROUP BY COALESCE(H.COMPANY, '???'), W.POLICY_YEAR
           END-EXEC.

      *  the state wage bases belong to no one company; they
      *  print under '***'
           EXEC SQL
               DECLARE SUIYCRSR CURSOR FOR
               SELECT TAX_YEAR, COUNT(*), SUM(WAGE_BASE)
                 FROM SUIWAGE
               WHERE TAX_YEAR IN (:OLD-YEAR, :NEW-YEAR)
               GROUP BY TAX_YEAR
           END-EXEC.

           EXEC SQL
               DECLARE PTOSCRSR CURSOR FOR
               SELECT COALESCE(E.COMPANY, '???'), P.PTO_TYPE,
                      COUNT(*), SUM(P.BALANCE_HOURS)
                 FROM PTOBAL P
                 LEFT OUTER JOIN EMPTABLE E ON E.ENO = P.ENO
               GROUP BY COALESCE(E.COMPANY, '???'), P.PTO_TYPE
           END-EXEC.

      *  every PTO balance with the employee's hire date, for the
      *  carryover pass
           EXEC SQL
               DECLARE PTOBCRSR CURSOR FOR
               SELECT P.ENO, P.PTO_TYPE, P.BALANCE_HOURS,
                      E.COMPANY, E.MISCDATA
                 FROM PTOBAL P, EMPTABLE E
               WHERE E.ENO = P.ENO
               ORDER BY P.ENO, P.PTO_TYPE
           END-EXEC.

      *  the band the service lands in, the same pick the accrual
      *  step in PAYCALC1 makes
           EXEC SQL
               DECLARE BANDCRSR CURSOR FOR
               SELECT CARRYOVER_CAP, FORFEIT_RULE
                 FROM PTOPLCY
               WHERE PTO_TYPE = :ROLL-PTO-TYPE
                 AND SVC_YEARS_MIN <= :ROLL-SVC-YEARS
               ORDER BY SVC_YEARS_MIN DESC
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Tax-year rollover: closes out one tax year's accumulators
      * and opens the next in a single unit of work -
      *   EMPTAXYTD, RETYTD  a zero row for the new year for every
      *                      employee carried in the old one
      *   WCPREMYTD          a zero premium row for every
      *                      department and class in the old year
      *   SUIWAGE            the old year's wage base per state,
      *                      carried until SUIBLD1 loads the new
      *                      year's published bases over them
      *   PTOBAL             each balance cut back by its policy
      *                      band's carryover cap and forfeiture
      *                      rule (see PTOPLD1)
      * and prints a before/after proof of every balance by
      * company. A year rolls once (the YEARROLL register), and
      * not while any period of it is still short of GL-posted
      * (G) or cash-reconciled (X) on PERCAL - a late calculation
      * would otherwise post into a year already carried forward.
      * PAYCALC1 in turn will not calculate a period of a new
      * year until the year before it has rolled.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO OLD-YEAR-TEXT.
           DISPLAY "YEARROLL_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT OLD-YEAR-TEXT FROM ENVIRONMENT-VALUE.
           IF OLD-YEAR-TEXT NOT NUMERIC
               DISPLAY 'YEARROL1 YEARROLL_YEAR MISSING OR NOT '
                   'NUMERIC: [' OLD-YEAR-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE OLD-YEAR-TEXT TO OLD-YEAR.
           COMPUTE NEW-YEAR = OLD-YEAR + 1.
           COMPUTE OLD-YEAR-START = OLD-YEAR * 10000 + 0101.
           COMPUTE OLD-YEAR-END = OLD-YEAR * 10000 + 1231.
           COMPUTE OLD-PERIOD-LOW = OLD-YEAR * 100.
           COMPUTE OLD-PERIOD-HIGH = OLD-YEAR * 100 + 99.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'YEARROL1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE 0 TO ROLLED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ROLLED-COUNT
                   FROM YEARROLL
                   WHERE TAX_YEAR = :OLD-YEAR
           END-EXEC.
           IF SQLCODE < 0 OR ROLLED-COUNT > 0
               DISPLAY 'YEARROL1 TAX YEAR ' OLD-YEAR
                   ' ALREADY ROLLED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           MOVE 0 TO OPEN-PERIOD-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :OPEN-PERIOD-COUNT
                   FROM PERCAL
                   WHERE STATUS NOT IN ('G', 'X')
                     AND (END_DATE BETWEEN :OLD-YEAR-START
                                       AND :OLD-YEAR-END
                          OR (END_DATE IS NULL
                              AND PERIOD_ID BETWEEN :OLD-PERIOD-LOW
                                                AND :OLD-PERIOD-HIGH))
           END-EXEC.
           IF SQLCODE < 0 OR OPEN-PERIOD-COUNT > 0
               DISPLAY 'YEARROL1 ' OPEN-PERIOD-COUNT ' PERIOD(S) OF '
                   OLD-YEAR ' NOT CLOSED ON PERCAL - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'YEARROLL' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-MAIN.
           OPEN OUTPUT PRINT-FILE.

           SET PROOF-BEFORE TO TRUE.
           PERFORM 200-GATHER-PROOF THRU 200-GATHER-EXIT.
           IF ROLL-FAILED
               GO TO 100-FINISH
           END-IF.

           PERFORM 300-SEED-NEW-YEAR THRU 300-SEED-EXIT.
           IF ROLL-FAILED
               GO TO 100-FINISH
           END-IF.

           MOVE 'PTO CARRYOVER AND FORFEITURE' TO RPT-HDR-TITLE.
           PERFORM 600-WRITE-PAGE-HEADER
               THRU 600-WRITE-PAGE-HEADER-EX.
           PERFORM 400-APPLY-PTO-CARRYOVER THRU 400-APPLY-EXIT.
           IF ROLL-FAILED
               GO TO 100-FINISH
           END-IF.

           EXEC SQL
               INSERT INTO YEARROLL
                   (TAX_YEAR, ROLLED_BY, ROLL_TS)
                   VALUES (:OLD-YEAR, :DBUSR, CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 YEARROLL INSERT SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 100-FINISH
           END-IF.

           SET PROOF-AFTER TO TRUE.
           PERFORM 200-GATHER-PROOF THRU 200-GATHER-EXIT.

       100-FINISH.
           IF ROLL-FAILED
               DISPLAY 'YEARROL1 ROLLOVER FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               WRITE PRINT-LINE FROM RPT-FTR-LINE
               CLOSE PRINT-FILE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO RUN-STATUS-RECORD
               SET RS-EVENT-END TO TRUE
               MOVE 'YEARROLL' TO RS-STEP
               MOVE 0 TO RS-ROWS
               MOVE 'FAIL' TO RS-STATUS
               PERFORM 980-WRITE-RUN-STATUS
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           WRITE PRINT-LINE FROM RPT-FTR-LINE.
           ADD 1 TO RPT-PAGE-NO.
           MOVE 'YEAR-END ROLLOVER BALANCE PROOF' TO RPT-HDR-TITLE.
           PERFORM 600-WRITE-PAGE-HEADER
               THRU 600-WRITE-PAGE-HEADER-EX.
           PERFORM 500-PRINT-PROOF.
           WRITE PRINT-LINE FROM RPT-FTR-LINE.
           CLOSE PRINT-FILE.

           DISPLAY 'YEARROL1 TAX YEAR CLOSED     : ' OLD-YEAR.
           DISPLAY 'YEARROL1 TAX YEAR OPENED     : ' NEW-YEAR.
           DISPLAY 'YEARROL1 EMPTAXYTD ROWS SEEDED: ' TAXYTD-SEED-COUNT.
           DISPLAY 'YEARROL1 RETYTD ROWS SEEDED  : ' RETYTD-SEED-COUNT.
           DISPLAY 'YEARROL1 WCPREMYTD ROWS SEEDED: ' WCPREM-SEED-COUNT.
           DISPLAY 'YEARROL1 SUI BASES CARRIED   : ' SUIBASE-SEED-COUNT.
           DISPLAY 'YEARROL1 PTO BALANCES READ   : ' PTO-READ-COUNT.
           DISPLAY 'YEARROL1 PTO BALANCES CUT    : ' PTO-FORFEIT-COUNT.
           MOVE PTO-FORFEIT-HOURS TO AMOUNT-EDIT.
           DISPLAY 'YEARROL1 PTO HOURS FORFEITED : ' AMOUNT-EDIT.
           IF PROOF-FULL
               DISPLAY 'YEARROL1 PROOF TABLE FULL - PROOF INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'YEARROLL' TO RS-STEP
           MOVE PTO-READ-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-GATHER-PROOF
      * Sums every accumulator the rollover touches and folds the
      * rows into the proof table on the BEFORE or AFTER side,
      * per PROOF-STAGE-SW. Taken inside the unit of work, so the
      * after side shows what the commit is about to make final.
      *----------------------------------------------------------*
       200-GATHER-PROOF.
           EXEC SQL OPEN TAXYCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 TAXYCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 200-GATHER-EXIT
           END-IF
           PERFORM 210-FETCH-TAXYTD-SUM
           PERFORM UNTIL SQLCODE <> 0
               MOVE SUM-COMPANY TO FOLD-COMPANY
               MOVE 1 TO FOLD-ITEM
               MOVE SUM-YEAR TO FOLD-TAG
               MOVE SUM-ROWS TO FOLD-ROWS
               MOVE SUM-AMOUNT TO FOLD-AMOUNT
               PERFORM 280-FOLD-PROOF-ROW
               PERFORM 210-FETCH-TAXYTD-SUM
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 TAXYCRSR FETCH SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
           END-IF
           EXEC SQL CLOSE TAXYCRSR END-EXEC
           IF ROLL-FAILED
               GO TO 200-GATHER-EXIT
           END-IF

           EXEC SQL OPEN RETYCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 RETYCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 200-GATHER-EXIT
           END-IF
           PERFORM 220-FETCH-RETYTD-SUM
           PERFORM UNTIL SQLCODE <> 0
               MOVE SUM-COMPANY TO FOLD-COMPANY
               MOVE SUM-YEAR TO FOLD-TAG
               MOVE SUM-ROWS TO FOLD-ROWS
               MOVE 2 TO FOLD-ITEM
               MOVE SUM-AMOUNT TO FOLD-AMOUNT
               PERFORM 280-FOLD-PROOF-ROW
               MOVE 3 TO FOLD-ITEM
               MOVE SUM-AMOUNT-2 TO FOLD-AMOUNT
               PERFORM 280-FOLD-PROOF-ROW
               PERFORM 220-FETCH-RETYTD-SUM
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 RETYCRSR FETCH SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
           END-IF
           EXEC SQL CLOSE RETYCRSR END-EXEC
           IF ROLL-FAILED
               GO TO 200-GATHER-EXIT
           END-IF

           EXEC SQL OPEN WCYCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 WCYCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 200-GATHER-EXIT
           END-IF
           PERFORM 230-FETCH-WCPREM-SUM
           PERFORM UNTIL SQLCODE <> 0
               MOVE SUM-COMPANY TO FOLD-COMPANY
               MOVE 4 TO FOLD-ITEM
               MOVE SUM-YEAR TO FOLD-TAG
               MOVE SUM-ROWS TO FOLD-ROWS
               MOVE SUM-AMOUNT TO FOLD-AMOUNT
               PERFORM 280-FOLD-PROOF-ROW
               PERFORM 230-FETCH-WCPREM-SUM
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 WCYCRSR FETCH SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
           END-IF
           EXEC SQL CLOSE WCYCRSR END-EXEC
           IF ROLL-FAILED
               GO TO 200-GATHER-EXIT
           END-IF

           EXEC SQL OPEN SUIYCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 SUIYCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 200-GATHER-EXIT
           END-IF
           PERFORM 240-FETCH-SUIBASE-SUM
           PERFORM UNTIL SQLCODE <> 0
               MOVE '***' TO FOLD-COMPANY
               MOVE 5 TO FOLD-ITEM
               MOVE SUM-YEAR TO FOLD-TAG
               MOVE SUM-ROWS TO FOLD-ROWS
               MOVE SUM-AMOUNT TO FOLD-AMOUNT
               PERFORM 280-FOLD-PROOF-ROW
               PERFORM 240-FETCH-SUIBASE-SUM
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 SUIYCRSR FETCH SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
           END-IF
           EXEC SQL CLOSE SUIYCRSR END-EXEC
           IF ROLL-FAILED
               GO TO 200-GATHER-EXIT
           END-IF

           EXEC SQL OPEN PTOSCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 PTOSCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 200-GATHER-EXIT
           END-IF
           PERFORM 250-FETCH-PTOBAL-SUM
           PERFORM UNTIL SQLCODE <> 0
               MOVE SUM-COMPANY TO FOLD-COMPANY
               MOVE 6 TO FOLD-ITEM
               MOVE SUM-PTO-TYPE TO FOLD-TAG
               MOVE SUM-ROWS TO FOLD-ROWS
               MOVE SUM-AMOUNT TO FOLD-AMOUNT
               PERFORM 280-FOLD-PROOF-ROW
               PERFORM 250-FETCH-PTOBAL-SUM
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 PTOSCRSR FETCH SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
           END-IF
           EXEC SQL CLOSE PTOSCRSR END-EXEC.

       200-GATHER-EXIT.
           EXIT.

       210-FETCH-TAXYTD-SUM.
           EXEC SQL
               FETCH TAXYCRSR
                   INTO :SUM-COMPANY, :SUM-YEAR, :SUM-ROWS,
                        :SUM-AMOUNT
           END-EXEC.

       220-FETCH-RETYTD-SUM.
           EXEC SQL
               FETCH RETYCRSR
                   INTO :SUM-COMPANY, :SUM-YEAR, :SUM-ROWS,
                        :SUM-AMOUNT, :SUM-AMOUNT-2
           END-EXEC.

       230-FETCH-WCPREM-SUM.
           EXEC SQL
               FETCH WCYCRSR
                   INTO :SUM-COMPANY, :SUM-YEAR, :SUM-ROWS,
                        :SUM-AMOUNT
           END-EXEC.

       240-FETCH-SUIBASE-SUM.
           EXEC SQL
               FETCH SUIYCRSR
                   INTO :SUM-YEAR, :SUM-ROWS, :SUM-AMOUNT
           END-EXEC.

       250-FETCH-PTOBAL-SUM.
           EXEC SQL
               FETCH PTOSCRSR
                   INTO :SUM-COMPANY, :SUM-PTO-TYPE, :SUM-ROWS,
                        :SUM-AMOUNT
           END-EXEC.

      *----------------------------------------------------------*
      * 280-FOLD-PROOF-ROW
      * Adds FOLD-ROWS/FOLD-AMOUNT to the FOLD-KEY entry's current
      * side, opening the entry in key order if it is new. A key
      * past the table's end is dropped and flagged; the proof
      * then prints what it holds and the run ends RC 4.
      *----------------------------------------------------------*
       280-FOLD-PROOF-ROW.
           MOVE 'N' TO PROOF-FOUND-SW
           MOVE 'N' TO PROOF-DROP-SW
           SET PRF-IDX TO 1
           PERFORM UNTIL PRF-IDX > PROOF-COUNT OR PROOF-FOUND
               IF PRF-KEY(PRF-IDX) = FOLD-KEY
                   SET PROOF-FOUND TO TRUE
               ELSE
                   IF PRF-KEY(PRF-IDX) > FOLD-KEY
                       PERFORM 285-OPEN-PROOF-ENTRY
                   ELSE
                       SET PRF-IDX UP BY 1
                   END-IF
               END-IF
           END-PERFORM

           IF NOT PROOF-FOUND
               PERFORM 285-OPEN-PROOF-ENTRY
           END-IF

           IF PROOF-FOUND AND NOT PROOF-DROP
               IF PROOF-BEFORE
                   ADD FOLD-ROWS TO PRF-ROWS-BEFORE(PRF-IDX)
                   ADD FOLD-AMOUNT TO PRF-AMT-BEFORE(PRF-IDX)
               ELSE
                   ADD FOLD-ROWS TO PRF-ROWS-AFTER(PRF-IDX)
                   ADD FOLD-AMOUNT TO PRF-AMT-AFTER(PRF-IDX)
               END-IF
           END-IF.

      *    opens an entry at PRF-IDX, shifting the rest down one;
      *    sets PROOF-FOUND either way so the search stops
       285-OPEN-PROOF-ENTRY.
           IF PROOF-COUNT >= 300
               SET PROOF-FULL TO TRUE
               SET PROOF-DROP TO TRUE
               SET PROOF-FOUND TO TRUE
           ELSE
               MOVE PROOF-COUNT TO PROOF-SHIFT
               PERFORM UNTIL PROOF-SHIFT < PRF-IDX
                   MOVE PROOF-ENTRY(PROOF-SHIFT)
                       TO PROOF-ENTRY(PROOF-SHIFT + 1)
                   SUBTRACT 1 FROM PROOF-SHIFT
               END-PERFORM
               ADD 1 TO PROOF-COUNT
               MOVE FOLD-KEY TO PRF-KEY(PRF-IDX)
               MOVE 0 TO PRF-ROWS-BEFORE(PRF-IDX)
               MOVE 0 TO PRF-AMT-BEFORE(PRF-IDX)
               MOVE 0 TO PRF-ROWS-AFTER(PRF-IDX)
               MOVE 0 TO PRF-AMT-AFTER(PRF-IDX)
               SET PROOF-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * 300-SEED-NEW-YEAR
      * Opens the new year's accumulator rows at zero beside the
      * old year's, for every key the old year carries and the
      * new year does not have yet - a rerun after a partial load
      * or an early new-year posting leaves existing rows alone.
      *----------------------------------------------------------*
       300-SEED-NEW-YEAR.
           EXEC SQL
               INSERT INTO EMPTAXYTD (ENO, TAX_YEAR, WAGES_PAID)
                   SELECT O.ENO, :NEW-YEAR, 0
                     FROM EMPTAXYTD O
                   WHERE O.TAX_YEAR = :OLD-YEAR
                     AND NOT EXISTS
                         (SELECT 1 FROM EMPTAXYTD N
                           WHERE N.ENO = O.ENO
                             AND N.TAX_YEAR = :NEW-YEAR)
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 EMPTAXYTD SEED SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 300-SEED-EXIT
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO TAXYTD-SEED-COUNT
           END-IF

           EXEC SQL
               INSERT INTO RETYTD
                   (ENO, TAX_YEAR, EMP_CONTRIB, EMP_MATCH)
                   SELECT O.ENO, :NEW-YEAR, 0, 0
                     FROM RETYTD O
                   WHERE O.TAX_YEAR = :OLD-YEAR
                     AND NOT EXISTS
                         (SELECT 1 FROM RETYTD N
                           WHERE N.ENO = O.ENO
                             AND N.TAX_YEAR = :NEW-YEAR)
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 RETYTD SEED SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 300-SEED-EXIT
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO RETYTD-SEED-COUNT
           END-IF

      *    a null LAST_PERIOD is how WCPREM1 knows the row has not
      *    been rolled for any period yet
           EXEC SQL
               INSERT INTO WCPREMYTD
                   (POLICY_YEAR, DEPT, CLASS_CODE, PREMIUM,
                    LAST_PERIOD)
                   SELECT :NEW-YEAR, O.DEPT, O.CLASS_CODE, 0, NULL
                     FROM WCPREMYTD O
                   WHERE O.POLICY_YEAR = :OLD-YEAR
                     AND NOT EXISTS
                         (SELECT 1 FROM WCPREMYTD N
                           WHERE N.DEPT = O.DEPT
                             AND N.CLASS_CODE = O.CLASS_CODE
                             AND N.POLICY_YEAR = :NEW-YEAR)
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 WCPREMYTD SEED SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 300-SEED-EXIT
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WCPREM-SEED-COUNT
           END-IF

           EXEC SQL
               INSERT INTO SUIWAGE (TAX_YEAR, ST, WAGE_BASE)
                   SELECT :NEW-YEAR, O.ST, O.WAGE_BASE
                     FROM SUIWAGE O
                   WHERE O.TAX_YEAR = :OLD-YEAR
                     AND NOT EXISTS
                         (SELECT 1 FROM SUIWAGE N
                           WHERE N.ST = O.ST
                             AND N.TAX_YEAR = :NEW-YEAR)
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 SUIWAGE SEED SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 300-SEED-EXIT
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO SUIBASE-SEED-COUNT
           END-IF.

       300-SEED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-APPLY-PTO-CARRYOVER
      * Applies each balance's policy band to what it carries into
      * the new year: the band is picked by whole years of service
      * at the old year's last day, the way PAYCALC1 picks it for
      * accrual. Rule A forfeits the whole balance; rule F (or a
      * band loaded before rules existed) forfeits the hours over
      * a non-zero cap. Every cut prints a detail line. A negative
      * balance is carried as it stands.
      *----------------------------------------------------------*
       400-APPLY-PTO-CARRYOVER.
           EXEC SQL OPEN PTOBCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 PTOBCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 400-APPLY-EXIT
           END-IF

           MOVE 'N' TO PTO-EOF-SW
           PERFORM 410-FETCH-PTO-BALANCE
           PERFORM UNTIL PTO-EOF OR ROLL-FAILED
               PERFORM 420-CARRY-ONE-BALANCE THRU 420-CARRY-EXIT
               PERFORM 410-FETCH-PTO-BALANCE
           END-PERFORM

           EXEC SQL CLOSE PTOBCRSR END-EXEC.

       400-APPLY-EXIT.
           EXIT.

       410-FETCH-PTO-BALANCE.
           EXEC SQL
               FETCH PTOBCRSR
                   INTO :ROLL-ENO, :ROLL-PTO-TYPE, :ROLL-BALANCE,
                        :ROLL-COMPANY, :MISCDATA
           END-EXEC
           IF SQLCODE = 100
               SET PTO-EOF TO TRUE
           ELSE
               IF SQLCODE < 0
                   DISPLAY 'YEARROL1 PTOBCRSR FETCH SQLCODE: '
                       SQLCODE
                   SET ROLL-FAILED TO TRUE
                   SET PTO-EOF TO TRUE
               END-IF
           END-IF.

       420-CARRY-ONE-BALANCE.
           ADD 1 TO PTO-READ-COUNT

           IF MISC-HIRE-DATE NUMERIC
                   AND MISC-HIRE-DATE > 0
                   AND MISC-HIRE-DATE < OLD-YEAR-END
               COMPUTE ROLL-SVC-YEARS =
                   (OLD-YEAR-END - MISC-HIRE-DATE) / 10000
           ELSE
               MOVE 0 TO ROLL-SVC-YEARS
           END-IF

           MOVE 0 TO ROLL-CARRYOVER-CAP
           MOVE 'F' TO ROLL-FORFEIT-RULE
           EXEC SQL OPEN BANDCRSR END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 BANDCRSR OPEN SQLCODE: ' SQLCODE
               SET ROLL-FAILED TO TRUE
               GO TO 420-CARRY-EXIT
           END-IF
           EXEC SQL
               FETCH BANDCRSR
                   INTO :ROLL-CARRYOVER-CAP, :ROLL-FORFEIT-RULE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'YEARROL1 BANDCRSR FETCH SQLCODE: ' SQLCODE
                   ' ENO: ' ROLL-ENO
               SET ROLL-FAILED TO TRUE
           END-IF
      *    no band on file for the type: nothing to apply
           IF SQLCODE = 100
               MOVE 0 TO ROLL-CARRYOVER-CAP
               MOVE 'F' TO ROLL-FORFEIT-RULE
           END-IF
           EXEC SQL CLOSE BANDCRSR END-EXEC
           IF ROLL-FAILED
               GO TO 420-CARRY-EXIT
           END-IF

           MOVE ROLL-BALANCE TO ROLL-NEW-BALANCE
           IF ROLL-BALANCE > 0
               IF ROLL-FORFEIT-ALL
                   MOVE 0 TO ROLL-NEW-BALANCE
               ELSE
                   IF ROLL-CARRYOVER-CAP > 0
                           AND ROLL-BALANCE > ROLL-CARRYOVER-CAP
                       MOVE ROLL-CARRYOVER-CAP TO ROLL-NEW-BALANCE
                   END-IF
               END-IF
           END-IF

           IF ROLL-NEW-BALANCE = ROLL-BALANCE
               GO TO 420-CARRY-EXIT
           END-IF

           EXEC SQL
               UPDATE PTOBAL
                   SET BALANCE_HOURS = :ROLL-NEW-BALANCE
                   WHERE ENO = :ROLL-ENO
                     AND PTO_TYPE = :ROLL-PTO-TYPE
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEARROL1 PTOBAL UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' ROLL-ENO
               SET ROLL-FAILED TO TRUE
               GO TO 420-CARRY-EXIT
           END-IF

           COMPUTE ROLL-FORFEIT = ROLL-BALANCE - ROLL-NEW-BALANCE
           ADD 1 TO PTO-FORFEIT-COUNT
           ADD ROLL-FORFEIT TO PTO-FORFEIT-HOURS

      *    key: PTOF, the company and the rule applied
           MOVE ROLL-ENO TO ENO-EDIT
           MOVE SPACES TO RPT-DET-KEY
           STRING 'PTOF ' DELIMITED BY SIZE
                  ROLL-COMPANY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ROLL-FORFEIT-RULE DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE ROLL-BALANCE TO HOURS-EDIT
           MOVE ROLL-CARRYOVER-CAP TO CAP-EDIT
           MOVE ROLL-FORFEIT TO FORFEIT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'ENO=' DELIMITED BY SIZE
                  ENO-EDIT DELIMITED BY SIZE
                  ' TYPE=' DELIMITED BY SIZE
                  ROLL-PTO-TYPE DELIMITED BY SIZE
                  ' WAS=' DELIMITED BY SIZE
                  HOURS-EDIT DELIMITED BY SIZE
                  ' CAP=' DELIMITED BY SIZE
                  CAP-EDIT DELIMITED BY SIZE
                  ' FORFEIT=' DELIMITED BY SIZE
                  FORFEIT-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 700-WRITE-DETAIL-LINE
               THRU 700-WRITE-DETAIL-LINE-EX.

       420-CARRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-PRINT-PROOF
      * One block per company: every accumulator and year with
      * its rows and amount before the rollover, after it, and
      * the change. The old year's lines change only where PTO
      * was forfeited; the new year's show the seeded rows.
      *----------------------------------------------------------*
       500-PRINT-PROOF.
           MOVE SPACES TO PRIOR-COMPANY
           PERFORM VARYING PRF-IDX FROM 1 BY 1
                   UNTIL PRF-IDX > PROOF-COUNT
               IF PRF-COMPANY(PRF-IDX) NOT = PRIOR-COMPANY
                   MOVE PRF-COMPANY(PRF-IDX) TO PRIOR-COMPANY
                   MOVE SPACES TO RPT-DET-KEY
                   MOVE SPACES TO RPT-DET-TEXT
                   STRING 'COMPANY ' DELIMITED BY SIZE
                          PRIOR-COMPANY DELIMITED BY SIZE
                       INTO RPT-DET-TEXT
                   PERFORM 700-WRITE-DETAIL-LINE
                       THRU 700-WRITE-DETAIL-LINE-EX
               END-IF
               PERFORM 510-PRINT-PROOF-ENTRY
           END-PERFORM.

       510-PRINT-PROOF-ENTRY.
           MOVE ITEM-NAME(PRF-ITEM(PRF-IDX)) TO RPT-DET-KEY

           MOVE PRF-ROWS-BEFORE(PRF-IDX) TO COUNT-EDIT
           MOVE PRF-AMT-BEFORE(PRF-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING PRF-TAG(PRF-IDX) DELIMITED BY SIZE
                  ' BEFORE ROWS=' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' AMT=' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 700-WRITE-DETAIL-LINE
               THRU 700-WRITE-DETAIL-LINE-EX

           MOVE SPACES TO RPT-DET-KEY
           MOVE PRF-ROWS-AFTER(PRF-IDX) TO COUNT-EDIT
           MOVE PRF-AMT-AFTER(PRF-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING PRF-TAG(PRF-IDX) DELIMITED BY SIZE
                  ' AFTER  ROWS=' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' AMT=' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 700-WRITE-DETAIL-LINE
               THRU 700-WRITE-DETAIL-LINE-EX

           COMPUTE CHANGE-EDIT =
               PRF-AMT-AFTER(PRF-IDX) - PRF-AMT-BEFORE(PRF-IDX)
           MOVE SPACES TO RPT-DET-TEXT
           STRING PRF-TAG(PRF-IDX) DELIMITED BY SIZE
                  ' CHANGE' DELIMITED BY SIZE
                  '              AMT=' DELIMITED BY SIZE
                  CHANGE-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           PERFORM 700-WRITE-DETAIL-LINE
               THRU 700-WRITE-DETAIL-LINE-EX.

      *----------------------------------------------------------*
      * 600-WRITE-PAGE-HEADER / 700-WRITE-DETAIL-LINE /
      * 800-PAGE-BREAK
      * The report skeleton's page machinery (see PROGRAM_RPT):
      * header on every page, break via footer once the page
      * fills.
      *----------------------------------------------------------*
       600-WRITE-PAGE-HEADER.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE PRINT-LINE FROM RPT-HDR-LINE
           MOVE 0 TO RPT-LINE-COUNT.
       600-WRITE-PAGE-HEADER-EX.
           EXIT.

       700-WRITE-DETAIL-LINE.
           WRITE PRINT-LINE FROM RPT-DET-LINE
           ADD 1 TO RPT-LINE-COUNT

           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM 800-PAGE-BREAK THRU 800-PAGE-BREAK-EX
           END-IF.
       700-WRITE-DETAIL-LINE-EX.
           EXIT.

       800-PAGE-BREAK.
           WRITE PRINT-LINE FROM RPT-FTR-LINE
           ADD 1 TO RPT-PAGE-NO
           PERFORM 600-WRITE-PAGE-HEADER
               THRU 600-WRITE-PAGE-HEADER-EX.
       800-PAGE-BREAK-EX.
           EXIT.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
      * RUNMON1 batch-window monitor; the caller has filled
      * RS-EVENT, RS-STEP, RS-ROWS and RS-STATUS.
      *----------------------------------------------------------*
       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'YEARROL1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
