       IDENTIFICATION DIVISION.

       PROGRAM-ID. BONUS1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BONUS-POOL-FILE
               ASSIGN TO EXTERNAL BONPOOL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POOL-FILE-STATUS.

           SELECT PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL.

      *    the register lines carry the department in columns 6-9,
      *    the slice key the RPTDIST1 distribution step routes on
           SELECT BONUS-REGISTER
               ASSIGN TO EXTERNAL BONREG
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BONUS-POOL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BONUS-POOL-LINE.

       01  BONUS-POOL-LINE         PIC X(80).

       FD  PAY-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-DETAIL-LINE.

       01  PAY-DETAIL-LINE         PIC X(450).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  BONUS-REGISTER
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BONUS-REGISTER-LINE.

       01  BONUS-REGISTER-LINE     PIC X(132).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY TRAILER.

           COPY RUNSTAT.

      *----------------------------------------------------------*
      * bonus plan feed (BONPOOL): the plan year's department
      * pools and the employees' weighting factors, in any order.
      *   P - one department's pool, the dollars to share out
      *   W - one employee's weighting factor (1.00 is a standard
      *       share, 0 takes the employee out of the plan);
      *       an employee without a W line weighs 1.00
      *----------------------------------------------------------*
           01 BONUS-POOL-RECORD.
               05 BPL-TYPE         PIC X(01).
                   88 BPL-POOL     VALUE 'P'.
                   88 BPL-WEIGHT   VALUE 'W'.
               05 BPL-BODY         PIC X(79).
               05 BPL-POOL-BODY REDEFINES BPL-BODY.
                   10 BPL-DEPT         PIC X(04).
                   10 BPL-POOL-AMOUNT  PIC 9(07)V99.
                   10 FILLER           PIC X(66).
               05 BPL-WEIGHT-BODY REDEFINES BPL-BODY.
                   10 BPL-ENO          PIC 9(04).
                   10 BPL-FACTOR       PIC 9(02)V99.
                   10 FILLER           PIC X(71).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 POOL-FILE-STATUS     PIC XX.
           01 POOL-EOF-SW          PIC X VALUE 'N'.
               88 POOL-EOF         VALUE 'Y'.

           01 RUN-ID-TEXT          PIC X(6).
           01 RUN-ID               PIC 9(6).
           01 RUN-EXISTS-COUNT     PIC 9(6).
           01 TAX-YEAR             PIC 9(4).
           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

      *    the plan year the pools were earned in: a hire inside
      *    it shares by the days employed, a hire after it not at
      *    all. Defaults to the year before the run date, the
      *    usual spring payout of last year's plan.
           01 PLAN-YEAR-TEXT       PIC X(4).
           01 PLAN-YEAR            PIC 9(4).
           01 PLAN-DATE-WORK       PIC 9(8).
           01 PLAN-DATE-FIELDS REDEFINES PLAN-DATE-WORK.
               05 PLAN-DATE-YEAR   PIC 9(4).
               05 PLAN-DATE-MMDD   PIC 9(4).
           01 PLAN-START-INT       PIC S9(9) COMP.
           01 PLAN-END-INT         PIC S9(9) COMP.
           01 PLAN-DAYS            PIC S9(4) COMP.
           01 HIRE-INT             PIC S9(9) COMP.

      *    the flat federal supplemental rate, whole percent (0022
      *    for 22 percent); bonuses withhold at this rate instead
      *    of through the annualized brackets regular pay uses
           01 SUPP-PCT-TEXT        PIC X(4).
           01 SUPP-PCT             PIC 9(2)V99 VALUE 22.00.

      *    the feed held for the allocation: every weighting factor
      *    first, then the pools one department at a time
           01 WGT-COUNT            PIC 9(3) COMP VALUE 0.
           01 WGT-IDX              PIC 9(3) COMP.
           01 WGT-TABLE.
               05 WGT-ENTRY OCCURS 500 TIMES.
                   10 WG-ENO       PIC 9(4).
                   10 WG-FACTOR    PIC 9(2)V99.
           01 POOL-COUNT           PIC 9(3) COMP VALUE 0.
           01 POOL-IDX             PIC 9(3) COMP.
           01 POOL-TABLE.
               05 POOL-ENTRY OCCURS 100 TIMES.
                   10 PL-DEPT      PIC X(4).
                   10 PL-AMOUNT    PIC S9(9)V99 COMP-3.
           01 FEED-FULL-SW         PIC X VALUE 'N'.
               88 FEED-FULL        VALUE 'Y'.

      *    one department's eligible employees and their weights:
      *    factor times days employed in the plan year, so a
      *    mid-year hire's share is cut by the time not served
           01 ALLOC-DEPT           PIC X(4).
           01 ALLOC-COUNT          PIC 9(3) COMP VALUE 0.
           01 ALLOC-IDX            PIC 9(3) COMP.
           01 ALLOC-TABLE.
               05 ALLOC-ENTRY OCCURS 300 TIMES.
                   10 AL-ENO       PIC 9(4).
                   10 AL-NAME      PIC X(20).
                   10 AL-ST        PIC X(2).
                   10 AL-PAYRATE   PIC S9(7)V99 COMP-3.
                   10 AL-CURRENCY  PIC X(3).
                   10 AL-FACTOR    PIC 9(2)V99.
                   10 AL-DAYS      PIC S9(4) COMP.
                   10 AL-WEIGHT    PIC S9(7)V99 COMP-3.
           01 ALLOC-FULL-SW        PIC X VALUE 'N'.
               88 ALLOC-FULL       VALUE 'Y'.
           01 WEIGHT-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
           01 POOL-REMAINING       PIC S9(9)V99 COMP-3 VALUE 0.
           01 EMP-FACTOR           PIC 9(2)V99.
           01 EMP-DAYS             PIC S9(4) COMP.

           01 LINES-READ-COUNT     PIC 9(6) VALUE 0.
           01 LINES-SKIP-COUNT     PIC 9(6) VALUE 0.
           01 POOLS-PAID-COUNT     PIC 9(6) VALUE 0.
           01 POOLS-SKIP-COUNT     PIC 9(6) VALUE 0.
           01 DETAIL-WRITE-COUNT   PIC 9(6) VALUE 0.

           01 PAY-ENO-HASH         PIC 9(10) VALUE 0.
           01 GROSS-PAY            PIC S9(9)V99 COMP-3 VALUE 0.
           01 GROSS-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 GROSS-TOTAL-DISP     PIC Z(10)9.99.
           01 POOL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           01 POOL-TOTAL-DISP      PIC Z(10)9.99.

           01 EMP-FULL-NAME        PIC X(20).
           01 DEPT-DIGITS          PIC X(3).

      *    withholding work: state through the same highest-floor
      *    bracket rule the off-cycle run applies, federal at the
      *    flat supplemental rate; like the off-cycle run the
      *    bonus takes no deductions or garnishments - those
      *    belong to the scheduled cycle
           01 GROSS-FOR-TAX        PIC S9(9)V99 COMP-3 VALUE 0.
           01 BRKT-FLOOR           PIC S9(9)V99 COMP-3 VALUE 0.
           01 BRKT-RATE            PIC S9V9(4) COMP-3 VALUE 0.
           01 BRKT-FLAT            PIC S9(7)V99 COMP-3 VALUE 0.
           01 TAX-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
           01 FED-FILING-STATUS    PIC X(1).
           01 FED-EXEMPT-FLAG      PIC X(1).
           01 FED-TAX-AMOUNT       PIC S9(7)V99 COMP-3 VALUE 0.
           01 NET-PAY              PIC S9(9)V99 COMP-3 VALUE 0.
           01 TAX-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
           01 FED-TAX-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           01 TAX-TOTAL-DISP       PIC Z(10)9.99.

           01 AMT-EDIT-1           PIC Z(7)9.99.
           01 AMT-EDIT-2           PIC Z(6)9.99.
           01 AMT-EDIT-3           PIC Z(6)9.99.
           01 AMT-EDIT-4           PIC Z(7)9.99-.
           01 FACTOR-EDIT          PIC Z9.99.
           01 DAYS-EDIT            PIC ZZ9.
           01 COUNT-EDIT           PIC ZZ9.
           01 PCT-EDIT             PIC Z9.99.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  one pool's department, in ENO order so the rounding
      *  residue always lands on the same employee on a rerun
           EXEC SQL
               DECLARE BONCRSR CURSOR FOR
               SELECT ENO, LNAME, FNAME, ST, PAYRATE,
                      CURRENCY_CODE, MISCDATA
                 FROM EMPTABLE
               WHERE DEPT = :ALLOC-DEPT
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE BNBRKT CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM STTAXTBL
               WHERE TAX_YEAR = :TAX-YEAR
                 AND ST = :ST
                 AND BRACKET_FLOOR <= :GROSS-FOR-TAX
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Bonus plan run: shares each department pool on the
      * BONPOOL feed among the department's active employees by
      * weighting factor, prorated by the days each was employed
      * in the plan year, and pays the shares as 'B'-typed pay
      * details under the run's own calendar entry, the way the
      * off-cycle run pays its requests - so the payment, posting
      * and year-end steps pick the bonus up through their
      * ordinary gates. Federal tax withholds at the flat
      * supplemental rate (BONUS_SUPP_PCT) rather than the
      * annualized brackets, which over-withhold a lump sum.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "BONUS_RUN" UPON ENVIRONMENT-NAME.
           ACCEPT RUN-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF RUN-ID-TEXT NOT NUMERIC
               DISPLAY 'BONUS1 BONUS_RUN NOT SET OR NOT '
                   'NUMERIC: [' RUN-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE RUN-ID-TEXT TO RUN-ID.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.
           MOVE RUN-DATE-TEXT(1:4) TO TAX-YEAR.

           DISPLAY "BONUS_PLAN_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT PLAN-YEAR-TEXT FROM ENVIRONMENT-VALUE.
           IF PLAN-YEAR-TEXT NUMERIC
               MOVE PLAN-YEAR-TEXT TO PLAN-YEAR
           ELSE
               COMPUTE PLAN-YEAR = TAX-YEAR - 1
           END-IF.

           MOVE PLAN-YEAR TO PLAN-DATE-YEAR.
           MOVE 0101 TO PLAN-DATE-MMDD.
           COMPUTE PLAN-START-INT =
               FUNCTION INTEGER-OF-DATE(PLAN-DATE-WORK).
           MOVE 1231 TO PLAN-DATE-MMDD.
           COMPUTE PLAN-END-INT =
               FUNCTION INTEGER-OF-DATE(PLAN-DATE-WORK).
           COMPUTE PLAN-DAYS = PLAN-END-INT - PLAN-START-INT + 1.

           DISPLAY "BONUS_SUPP_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT SUPP-PCT-TEXT FROM ENVIRONMENT-VALUE.
           IF SUPP-PCT-TEXT NUMERIC
               COMPUTE SUPP-PCT = FUNCTION NUMVAL(SUPP-PCT-TEXT)
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'BONUS1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *    a bonus run id already on the calendar has either run
      *    before or collides with a scheduled period - refused,
      *    the same double-pay defense the off-cycle run has
           MOVE 0 TO RUN-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :RUN-EXISTS-COUNT
                   FROM PERCAL
                   WHERE PERIOD_ID = :RUN-ID
           END-EXEC.
           IF SQLCODE < 0 OR RUN-EXISTS-COUNT > 0
               DISPLAY 'BONUS1 RUN ID ' RUN-ID
                   ' ALREADY ON PERCAL - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'BONUS' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-MAIN.
           OPEN INPUT BONUS-POOL-FILE.
           IF POOL-FILE-STATUS NOT = '00'
               DISPLAY 'BONUS1 CANNOT OPEN BONPOOL, STATUS: '
                   POOL-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-POOL-LINE.
           PERFORM UNTIL POOL-EOF
               PERFORM 250-HOLD-POOL-LINE
               PERFORM 200-READ-POOL-LINE
           END-PERFORM.
           CLOSE BONUS-POOL-FILE.

      *    a feed past the tables would pay part of the plan -
      *    refuse the run instead, nothing written
           IF FEED-FULL
               DISPLAY 'BONUS1 BONPOOL FEED EXCEEDS THE RUN TABLES - '
                   'RUN REFUSED, SPLIT THE FEED'
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO RUN-STATUS-RECORD
               SET RS-EVENT-END TO TRUE
               MOVE 'BONUS' TO RS-STEP
               MOVE LINES-READ-COUNT TO RS-ROWS
               MOVE 'FAIL' TO RS-STATUS
               PERFORM 980-WRITE-RUN-STATUS
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT PAY-DETAIL-FILE.
           OPEN EXTEND PAY-HISTORY-FILE.
           OPEN OUTPUT BONUS-REGISTER.

           PERFORM VARYING POOL-IDX FROM 1 BY 1
                   UNTIL POOL-IDX > POOL-COUNT
               PERFORM 300-ALLOCATE-ONE-POOL THRU 300-ALLOCATE-EXIT
           END-PERFORM.

           PERFORM 890-WRITE-FILE-TRAILER.

           CLOSE PAY-DETAIL-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE BONUS-REGISTER.

           IF DETAIL-WRITE-COUNT > 0
               PERFORM 700-ENTER-RUN-ON-CALENDAR
           END-IF.

           DISPLAY 'BONUS1 RUN ID           : ' RUN-ID.
           DISPLAY 'BONUS1 PLAN YEAR        : ' PLAN-YEAR.
           DISPLAY 'BONUS1 FEED LINES READ  : ' LINES-READ-COUNT.
           DISPLAY 'BONUS1 FEED LINES SKIPPED: ' LINES-SKIP-COUNT.
           DISPLAY 'BONUS1 POOLS PAID       : ' POOLS-PAID-COUNT.
           DISPLAY 'BONUS1 POOLS NOT PAID   : ' POOLS-SKIP-COUNT.
           DISPLAY 'BONUS1 DETAILS WRITTEN  : ' DETAIL-WRITE-COUNT.
           MOVE POOL-TOTAL TO POOL-TOTAL-DISP.
           DISPLAY 'BONUS1 POOLS ON FEED    : ' POOL-TOTAL-DISP.
           MOVE GROSS-TOTAL TO GROSS-TOTAL-DISP.
           DISPLAY 'BONUS1 GROSS PAY TOTAL  : ' GROSS-TOTAL-DISP.
           MOVE FED-TAX-TOTAL TO TAX-TOTAL-DISP.
           DISPLAY 'BONUS1 FED TAX TOTAL    : ' TAX-TOTAL-DISP.
           MOVE TAX-TOTAL TO TAX-TOTAL-DISP.
           DISPLAY 'BONUS1 STATE TAX TOTAL  : ' TAX-TOTAL-DISP.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'BONUS' TO RS-STEP
           MOVE DETAIL-WRITE-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-POOL-LINE.
           READ BONUS-POOL-FILE INTO BONUS-POOL-RECORD
               AT END
                   SET POOL-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 250-HOLD-POOL-LINE
      * One feed line into the pool or weight table. A bad line is
      * counted, logged and skipped; a department's second pool
      * line adds to its first, an employee's second weight line
      * replaces the first.
      *----------------------------------------------------------*
       250-HOLD-POOL-LINE.
           ADD 1 TO LINES-READ-COUNT

           EVALUATE TRUE
               WHEN BPL-POOL
                       AND BPL-DEPT NOT = SPACES
                       AND BPL-POOL-AMOUNT NUMERIC
                       AND BPL-POOL-AMOUNT > 0
                   ADD BPL-POOL-AMOUNT TO POOL-TOTAL
                   PERFORM VARYING POOL-IDX FROM 1 BY 1
                           UNTIL POOL-IDX > POOL-COUNT
                              OR PL-DEPT(POOL-IDX) = BPL-DEPT
                       CONTINUE
                   END-PERFORM
                   IF POOL-IDX > POOL-COUNT
                       IF POOL-COUNT >= 100
                           SET FEED-FULL TO TRUE
                       ELSE
                           ADD 1 TO POOL-COUNT
                           MOVE BPL-DEPT TO PL-DEPT(POOL-COUNT)
                           MOVE BPL-POOL-AMOUNT
                               TO PL-AMOUNT(POOL-COUNT)
                       END-IF
                   ELSE
                       ADD BPL-POOL-AMOUNT TO PL-AMOUNT(POOL-IDX)
                   END-IF
               WHEN BPL-WEIGHT
                       AND BPL-ENO NUMERIC
                       AND BPL-FACTOR NUMERIC
                   PERFORM VARYING WGT-IDX FROM 1 BY 1
                           UNTIL WGT-IDX > WGT-COUNT
                              OR WG-ENO(WGT-IDX) = BPL-ENO
                       CONTINUE
                   END-PERFORM
                   IF WGT-IDX > WGT-COUNT
                       IF WGT-COUNT >= 500
                           SET FEED-FULL TO TRUE
                       ELSE
                           ADD 1 TO WGT-COUNT
                           MOVE BPL-ENO TO WG-ENO(WGT-COUNT)
                           MOVE BPL-FACTOR TO WG-FACTOR(WGT-COUNT)
                       END-IF
                   ELSE
                       MOVE BPL-FACTOR TO WG-FACTOR(WGT-IDX)
                   END-IF
               WHEN OTHER
                   DISPLAY 'BONUS1 BAD FEED LINE SKIPPED: ['
                       BONUS-POOL-LINE(1:14) ']'
                   ADD 1 TO LINES-SKIP-COUNT
           END-EVALUATE.

      *----------------------------------------------------------*
      * 300-ALLOCATE-ONE-POOL
      * Gathers the pool department's eligible employees with
      * their weights, then pays each its share of the pool. The
      * last employee paid takes the rounding residue, so the
      * shares always sum to the pool exactly. A pool nobody is
      * eligible for - or a department too big for the table -
      * pays nothing and says so.
      *----------------------------------------------------------*
       300-ALLOCATE-ONE-POOL.
           MOVE PL-DEPT(POOL-IDX) TO ALLOC-DEPT
           PERFORM 350-LOAD-POOL-EMPLOYEES THRU 350-LOAD-EXIT

           IF ALLOC-FULL
               DISPLAY 'BONUS1 DEPT ' ALLOC-DEPT
                   ' HAS MORE EMPLOYEES THAN THE TABLE - POOL NOT'
                   ' PAID'
               ADD 1 TO POOLS-SKIP-COUNT
               GO TO 300-ALLOCATE-EXIT
           END-IF

           IF WEIGHT-TOTAL = 0
               DISPLAY 'BONUS1 DEPT ' ALLOC-DEPT
                   ' HAS NO ELIGIBLE EMPLOYEES - POOL NOT PAID'
               ADD 1 TO POOLS-SKIP-COUNT
               GO TO 300-ALLOCATE-EXIT
           END-IF

           ADD 1 TO POOLS-PAID-COUNT
           MOVE PL-AMOUNT(POOL-IDX) TO POOL-REMAINING

           PERFORM VARYING ALLOC-IDX FROM 1 BY 1
                   UNTIL ALLOC-IDX > ALLOC-COUNT
               IF AL-WEIGHT(ALLOC-IDX) > 0
                   IF ALLOC-IDX = ALLOC-COUNT
                       MOVE POOL-REMAINING TO GROSS-PAY
                   ELSE
                       COMPUTE GROSS-PAY ROUNDED =
                           PL-AMOUNT(POOL-IDX)
                             * AL-WEIGHT(ALLOC-IDX) / WEIGHT-TOTAL
                   END-IF
                   SUBTRACT GROSS-PAY FROM POOL-REMAINING
                   IF GROSS-PAY > 0
                       PERFORM 400-COMPUTE-WITHHOLDING
                       PERFORM 500-WRITE-PAY-DETAIL
                       PERFORM 550-WRITE-REGISTER-LINE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 560-WRITE-POOL-TOTAL-LINE.
       300-ALLOCATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 350-LOAD-POOL-EMPLOYEES
      * The department's employees still on the books, each
      * weighed as factor times days employed in the plan year.
      * Nobody hired after the plan year shares; the last
      * positive weight is found so the residue has a home.
      *----------------------------------------------------------*
       350-LOAD-POOL-EMPLOYEES.
           MOVE 0 TO ALLOC-COUNT
           MOVE 0 TO WEIGHT-TOTAL
           MOVE 'N' TO ALLOC-FULL-SW

           EXEC SQL
               OPEN BONCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'BONUS1 EMPLOYEE OPEN SQLCODE: ' SQLCODE
                   ' DEPT: ' ALLOC-DEPT
               GO TO 350-LOAD-EXIT
           END-IF

           PERFORM 360-FETCH-EMPLOYEE
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 370-WEIGH-EMPLOYEE THRU 370-WEIGH-EXIT
               PERFORM 360-FETCH-EMPLOYEE
           END-PERFORM

           EXEC SQL
               CLOSE BONCRSR
           END-EXEC

      *    the residue rides on the last employee with a weight
           PERFORM UNTIL ALLOC-COUNT = 0
                   OR AL-WEIGHT(ALLOC-COUNT) > 0
               SUBTRACT 1 FROM ALLOC-COUNT
           END-PERFORM.
       350-LOAD-EXIT.
           EXIT.

       360-FETCH-EMPLOYEE.
           EXEC SQL
               FETCH BONCRSR
                   INTO :ENO, :LNAME, :FNAME, :ST, :PAYRATE,
                        :CURRENCY-CODE, :MISCDATA
           END-EXEC.

       370-WEIGH-EMPLOYEE.
           IF MISC-STATUS-CODE = 'TE'
               GO TO 370-WEIGH-EXIT
           END-IF

           MOVE 1.00 TO EMP-FACTOR
           PERFORM VARYING WGT-IDX FROM 1 BY 1
                   UNTIL WGT-IDX > WGT-COUNT
               IF WG-ENO(WGT-IDX) = ENO
                   MOVE WG-FACTOR(WGT-IDX) TO EMP-FACTOR
               END-IF
           END-PERFORM
           IF EMP-FACTOR = 0
               GO TO 370-WEIGH-EXIT
           END-IF

      *    no usable hire date counts as employed all year
           MOVE PLAN-DAYS TO EMP-DAYS
           IF MISC-HIRE-DATE NUMERIC AND MISC-HIRE-DATE > 0
               COMPUTE HIRE-INT =
                   FUNCTION INTEGER-OF-DATE(MISC-HIRE-DATE)
               IF HIRE-INT > PLAN-END-INT
                   GO TO 370-WEIGH-EXIT
               END-IF
               IF HIRE-INT > PLAN-START-INT
                   COMPUTE EMP-DAYS = PLAN-END-INT - HIRE-INT + 1
               END-IF
           END-IF

           IF ALLOC-COUNT >= 300
               SET ALLOC-FULL TO TRUE
               GO TO 370-WEIGH-EXIT
           END-IF

           ADD 1 TO ALLOC-COUNT
           MOVE ENO TO AL-ENO(ALLOC-COUNT)
           MOVE SPACES TO EMP-FULL-NAME
           STRING FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LNAME DELIMITED BY SPACE
               INTO EMP-FULL-NAME
           MOVE EMP-FULL-NAME TO AL-NAME(ALLOC-COUNT)
           MOVE ST TO AL-ST(ALLOC-COUNT)
           MOVE PAYRATE TO AL-PAYRATE(ALLOC-COUNT)
           MOVE CURRENCY-CODE TO AL-CURRENCY(ALLOC-COUNT)
           MOVE EMP-FACTOR TO AL-FACTOR(ALLOC-COUNT)
           MOVE EMP-DAYS TO AL-DAYS(ALLOC-COUNT)
           COMPUTE AL-WEIGHT(ALLOC-COUNT) = EMP-FACTOR * EMP-DAYS
           ADD AL-WEIGHT(ALLOC-COUNT) TO WEIGHT-TOTAL.
       370-WEIGH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 400-COMPUTE-WITHHOLDING
      * State withholding through the STTAXTBL brackets on the
      * bonus as the off-cycle run does; federal at the flat
      * supplemental rate unless the employee's FEDELECT election
      * claims exemption.
      *----------------------------------------------------------*
       400-COMPUTE-WITHHOLDING.
           MOVE AL-ST(ALLOC-IDX) TO ST
           MOVE GROSS-PAY TO GROSS-FOR-TAX
           MOVE 0 TO TAX-AMOUNT

           EXEC SQL
               OPEN BNBRKT
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH BNBRKT
                       INTO :BRKT-FLOOR, :BRKT-RATE, :BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE TAX-AMOUNT ROUNDED =
                       BRKT-FLAT
                     + (BRKT-RATE * (GROSS-FOR-TAX - BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE BNBRKT
               END-EXEC
           END-IF

           MOVE 0 TO FED-TAX-AMOUNT
           MOVE 'N' TO FED-EXEMPT-FLAG
           MOVE AL-ENO(ALLOC-IDX) TO ENO
           EXEC SQL
               SELECT FILING_STATUS, EXEMPT_FLAG
                   INTO :FED-FILING-STATUS, :FED-EXEMPT-FLAG
                   FROM FEDELECT
                   WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO FED-EXEMPT-FLAG
           END-IF

           IF FED-EXEMPT-FLAG NOT = 'Y'
               COMPUTE FED-TAX-AMOUNT ROUNDED =
                   GROSS-PAY * SUPP-PCT / 100
           END-IF

           COMPUTE NET-PAY =
               GROSS-PAY - TAX-AMOUNT - FED-TAX-AMOUNT
           ADD TAX-AMOUNT TO TAX-TOTAL
           ADD FED-TAX-AMOUNT TO FED-TAX-TOTAL.

       500-WRITE-PAY-DETAIL.
           MOVE SPACES TO PAY-DETAIL-RECORD
           MOVE 0 TO PD-DEDUCTION-COUNT
           MOVE 0 TO PD-EARN-COUNT

           MOVE ALLOC-DEPT TO DEPT
           PERFORM 510-DERIVE-DEPT-NUMBER

           MOVE AL-ENO(ALLOC-IDX) TO PD-EMPLOYEE-NO
           MOVE SPACE TO PD-GENDER
           MOVE AL-NAME(ALLOC-IDX) TO PD-EMPLOYEE-NAME

           MOVE RUN-ID TO PD-PERIOD-ID
           SET PD-TYPE-BONUS TO TRUE
           MOVE ALLOC-DEPT TO PD-DEPT
           MOVE AL-CURRENCY(ALLOC-IDX) TO PD-CURRENCY-CODE
           MOVE AL-PAYRATE(ALLOC-IDX) TO PD-PAY-RATE
           MOVE 0 TO PD-REG-HOURS
           MOVE 0 TO PD-OT-HOURS
           MOVE GROSS-PAY TO PD-GROSS-PAY
           MOVE AL-ST(ALLOC-IDX) TO PD-TAX-STATE
           MOVE TAX-AMOUNT TO PD-TAX-AMOUNT
           MOVE FED-TAX-AMOUNT TO PD-FED-TAX-AMOUNT
           MOVE NET-PAY TO PD-TAXABLE-PAY
           MOVE NET-PAY TO PD-NET-PAY

      *    the bonus itemizes as its own earnings line on the
      *    statement
           MOVE 1 TO PD-EARN-COUNT
           MOVE 'BON' TO PD-EARN-CODE(1)
           MOVE 0 TO PD-EARN-HOURS(1)
           MOVE GROSS-PAY TO PD-EARN-AMOUNT(1)

           MOVE 1 TO PD-STATE-TAX-COUNT
           MOVE AL-ST(ALLOC-IDX) TO PDS-STATE(1)
           MOVE GROSS-PAY TO PDS-WAGES(1)
           MOVE TAX-AMOUNT TO PDS-TAX(1)

           WRITE PAY-DETAIL-LINE FROM PAY-DETAIL-RECORD
           WRITE PAY-HISTORY-LINE FROM PAY-DETAIL-RECORD

           ADD 1 TO DETAIL-WRITE-COUNT
           ADD PD-EMPLOYEE-NO TO PAY-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD GROSS-PAY TO GROSS-TOTAL.

      *----------------------------------------------------------*
      * 510-DERIVE-DEPT-NUMBER
      * The register layout's bare department number from
      * EMP-TABLE's 'D'-prefixed DEPT, as the scheduled
      * calculation derives it.
      *----------------------------------------------------------*
       510-DERIVE-DEPT-NUMBER.
           MOVE 0 TO PD-DEPARTMENT-NUMBER
           MOVE DEPT(2:3) TO DEPT-DIGITS

           IF DEPT(1:1) = 'D'
               EVALUATE TRUE
                   WHEN DEPT-DIGITS NUMERIC
                       MOVE DEPT-DIGITS(2:2)
                           TO PD-DEPARTMENT-NUMBER
                   WHEN DEPT-DIGITS(1:2) NUMERIC
                           AND DEPT-DIGITS(3:1) = SPACE
                       MOVE DEPT-DIGITS(1:2)
                           TO PD-DEPARTMENT-NUMBER
                   WHEN DEPT-DIGITS(1:1) NUMERIC
                           AND DEPT-DIGITS(2:2) = SPACES
                       MOVE DEPT-DIGITS(1:1)
                           TO PD-DEPARTMENT-NUMBER
               END-EVALUATE
           END-IF.

       550-WRITE-REGISTER-LINE.
           MOVE GROSS-PAY TO AMT-EDIT-1
           MOVE FED-TAX-AMOUNT TO AMT-EDIT-2
           MOVE TAX-AMOUNT TO AMT-EDIT-3
           MOVE NET-PAY TO AMT-EDIT-4
           MOVE AL-FACTOR(ALLOC-IDX) TO FACTOR-EDIT
           MOVE AL-DAYS(ALLOC-IDX) TO DAYS-EDIT
           MOVE SPACES TO BONUS-REGISTER-LINE
           STRING 'BONS ' DELIMITED BY SIZE
                  ALLOC-DEPT DELIMITED BY SIZE
                  ' ENO=' DELIMITED BY SIZE
                  AL-ENO(ALLOC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AL-NAME(ALLOC-IDX) DELIMITED BY SIZE
                  ' WGT=' DELIMITED BY SIZE
                  FACTOR-EDIT DELIMITED BY SIZE
                  ' DAYS=' DELIMITED BY SIZE
                  DAYS-EDIT DELIMITED BY SIZE
                  ' GROSS=' DELIMITED BY SIZE
                  AMT-EDIT-1 DELIMITED BY SIZE
                  ' FED=' DELIMITED BY SIZE
                  AMT-EDIT-2 DELIMITED BY SIZE
                  ' ST=' DELIMITED BY SIZE
                  AMT-EDIT-3 DELIMITED BY SIZE
                  ' NET=' DELIMITED BY SIZE
                  AMT-EDIT-4 DELIMITED BY SIZE
               INTO BONUS-REGISTER-LINE
           WRITE BONUS-REGISTER-LINE.

       560-WRITE-POOL-TOTAL-LINE.
           MOVE PL-AMOUNT(POOL-IDX) TO AMT-EDIT-1
           MOVE ALLOC-COUNT TO COUNT-EDIT
           MOVE SUPP-PCT TO PCT-EDIT
           MOVE SPACES TO BONUS-REGISTER-LINE
           STRING 'BONP ' DELIMITED BY SIZE
                  ALLOC-DEPT DELIMITED BY SIZE
                  ' PLAN YEAR=' DELIMITED BY SIZE
                  PLAN-YEAR DELIMITED BY SIZE
                  ' POOL=' DELIMITED BY SIZE
                  AMT-EDIT-1 DELIMITED BY SIZE
                  ' SHARED BY=' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' SUPP PCT=' DELIMITED BY SIZE
                  PCT-EDIT DELIMITED BY SIZE
               INTO BONUS-REGISTER-LINE
           WRITE BONUS-REGISTER-LINE.

      *----------------------------------------------------------*
      * 700-ENTER-RUN-ON-CALENDAR
      * The bonus run enters PERCAL directly in CALCULATED status,
      * dated today on both ends, and releases its own id through
      * the variance gate, exactly as an off-cycle run does - the
      * payment and posting steps then gate and advance it like
      * any scheduled period.
      *----------------------------------------------------------*
       700-ENTER-RUN-ON-CALENDAR.
           EXEC SQL
               INSERT INTO PERCAL
                   (PERIOD_ID, START_DATE, END_DATE, STATUS,
                    GROUP_CODE)
                   VALUES (:RUN-ID, :RUN-DATE, :RUN-DATE, 'C',
                           'MO')
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO PERCAL_AUDIT
                       (PERIOD_ID, AUDIT_ACTION, OLD_STATUS,
                        NEW_STATUS, AUDIT_USER, JOB_NAME, AUDIT_TS)
                       VALUES (:RUN-ID, 'BONUS', ' ', 'C',
                               :DBUSR, 'BONUS1',
                               CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLSTATE <> SQLSTATE-SUCCESS
                   DISPLAY 'BONUS1 PERCAL AUDIT SQLCODE: ' SQLCODE
               END-IF

               EXEC SQL
                   INSERT INTO VARRELSE
                       (PERIOD_ID, RELEASED_BY, RELEASE_TS)
                       VALUES (:RUN-ID, :DBUSR,
                               CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLSTATE <> SQLSTATE-SUCCESS
                   DISPLAY 'BONUS1 VARRELSE INSERT SQLCODE: '
                       SQLCODE
               END-IF
           ELSE
               DISPLAY 'BONUS1 PERCAL INSERT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      * 890-WRITE-FILE-TRAILER
      * The standard control-total trailer (see TRAILER) closing
      * this run's pay detail file for the TRLCHK1 checker.
      *----------------------------------------------------------*
       890-WRITE-FILE-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE DETAIL-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE PAY-ENO-HASH TO FTR-KEY-HASH
           MOVE GROSS-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 004 TO FTR-KEY-OFFSET
           MOVE 04 TO FTR-KEY-LENGTH
           MOVE 064 TO FTR-AMT-OFFSET
           MOVE 012 TO FTR-AMT-LENGTH
           WRITE PAY-DETAIL-LINE FROM FILE-TRAILER-RECORD.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
      * RUNMON1 batch-window monitor; the caller has filled
      * RS-EVENT, RS-STEP, RS-ROWS and RS-STATUS.
      *----------------------------------------------------------*
       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'BONUS1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
