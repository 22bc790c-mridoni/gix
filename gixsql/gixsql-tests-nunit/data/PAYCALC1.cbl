                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

           SELECT OPTIONAL BALANCE-LEDGER-FILE
               ASSIGN TO EXTERNAL BALLEDG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-LEDGER-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-COMMAND-FILE
               ASSIGN TO EXTERNAL OPCTL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPCTL-FILE-STATUS.

           SELECT MIN-WAGE-EXCEPTION-FILE
               ASSIGN TO EXTERNAL MINWEXC
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  RUN-STATUS-LINE         PIC X(80).

       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BALANCE-LEDGER-LINE.

       01  BALANCE-LEDGER-LINE     PIC X(80).

       FD  OPERATOR-COMMAND-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS

       01  OPERATOR-COMMAND-LINE   PIC X(80).

       FD  MIN-WAGE-EXCEPTION-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MIN-WAGE-EXCEPTION-LINE.

       01  MIN-WAGE-EXCEPTION-LINE PIC X(132).

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       WORKING-STORAGE SECTION.

       EXEC SQL

           COPY RUNSTAT.

           COPY BALLEDG.

           COPY SUSPREC.

           COPY OPCTL.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

      *    the residence ZIP the local withholding maps by is
      *    stored encrypted; it decrypts under the COLKEY key
      *    loaded at start-up
           COPY COLCRYPT.
           01 KEY-FILE-STATUS      PIC XX.

      *    operator checkpoint cadence: every so many employee
      *    groups the run heartbeats, commits, and honors any
      *    PAUSE/RESUME/ABORT the operator dropped on OPCTL

           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).
      *    the tax year before the period's, which must have rolled
      *    (YEARROLL) before any of the new year is calculated; a
      *    period belongs to a year by its end date, or by its
      *    YYYYMM id when the calendar row carries no end date
           01 PRIOR-YEAR           PIC 9(4).
           01 PRIOR-YEAR-START     PIC 9(8).
           01 PRIOR-YEAR-END       PIC 9(8).
           01 PRIOR-PERIOD-LOW     PIC 9(6).
           01 PRIOR-PERIOD-HIGH    PIC 9(6).
           01 PRIOR-PERIOD-COUNT   PIC 9(6).
           01 PRIOR-ROLLED-COUNT   PIC 9(6).

      *    the overtime premium: overtime hours pay time and a half
           01 OT-MULTIPLIER        PIC 9V99 VALUE 1.50.
      *    PTOPLCY (loaded by PTOPLD1, picked by years of service
      *    from MISC-HIRE-DATE), balances on PTOBAL per ENO and
      *    type. Each period an employee is paid, both balances
      *    accrue their band's hours - the year-end rollover
      *    (YEARROL1) trims what rides into a new calendar year to
      *    the carryover cap - and a PTO draw on the hours record
      *    comes off the balance, paid at the straight rate. A
      *    draw the balance cannot cover rejects
      *    the whole hours record to the PAYSUSP suspense file.
      *    Suspense reasons:
      *      R701 PTO type not V/S
      *      R706 regular/overtime hours not numeric
      *      R707 employee on unpaid leave - hours held, not paid
      *      R708 hours not manager-approved for the period
      *      R709 shift-premium type not F/P, rate not numeric,
      *           or premium on a line with no earnings code
      *      R710 overtime hours for an FLSA-exempt employee
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.
           01 SUSPENSE-COUNT       PIC 9(6) VALUE 0.
               88 APPROVAL-OK      VALUE 'Y'.
           01 APPROVAL-STATUS      PIC X(1).

      *    FLSA classification from the employee's job code (see
      *    JOBMNT1): an exempt employee is never paid overtime, so
      *    overtime hours on an exempt employee's line hold the
      *    group in suspense (R710) rather than pricing. No EMPJOB
      *    row counts as non-exempt.
           01 EMP-EXEMPT-FLAG      PIC X(1).
               88 EMP-EXEMPT       VALUE 'Y'.

      *    minimum-wage compliance: the period's gross over the
      *    hours it paid (regular, overtime and PTO drawn) is the
      *    effective hourly rate, held against the higher of the
      *    federal floor (MINWAGE state 'US') and the work state's
      *    minimum in force at the period end, both loaded by
      *    MINWLD1. The work state is the home department's
      *    DEPT_ST, the resident ST when blank. A shortfall pays as
      *    calculated but lists on the MINWEXC exception report the
      *    payroll variance gate reads before it will release.
           01 MW-WORK-ST           PIC X(2).
           01 MW-LOOKUP-ST         PIC X(2).
           01 MW-ASOF-DATE         PIC 9(8) VALUE 0.
           01 MW-LOOKUP-RATE       PIC S9(3)V99 COMP-3 VALUE 0.
           01 MW-MIN-RATE          PIC S9(3)V99 COMP-3 VALUE 0.
           01 MW-PAID-HOURS        PIC 9(5)V99 VALUE 0.
           01 MW-UNTESTED-PAY      PIC S9(9)V99 COMP-3 VALUE 0.
           01 MW-TESTED-PAY        PIC S9(9)V99 COMP-3 VALUE 0.
           01 MW-EFFECTIVE-RATE    PIC S9(7)V99 COMP-3 VALUE 0.
           01 MW-EXCEPTION-COUNT   PIC 9(6) VALUE 0.
           01 MW-RATE-EDIT         PIC ZZZ9.99.
           01 MW-MIN-EDIT          PIC ZZ9.99.
           01 MW-HOURS-EDIT        PIC ZZZZ9.99.

      *    multi-state withholding work: the LBRALLOC splits
      *    attribute the period's taxable wages to the states
      *    their departments work in (DEPTTBL's DEPT_ST, the
           01 EARN-TAXABLE-FLAG    PIC X(1).
           01 LINE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
           01 TAXABLE-GROSS        PIC S9(9)V99 COMP-3 VALUE 0.
      *    imputed income (IMPINC, priced and loaded by IMPINC1):
      *    the annual value in force at the period end spread over
      *    the year's periods - taxable and withheld on, never paid
           01 IMPUTED-ANNUAL       PIC S9(9)V99 COMP-3 VALUE 0.
           01 IMPUTED-INCOME       PIC S9(7)V99 COMP-3 VALUE 0.
           01 IMPUTED-ASOF-DATE    PIC 9(8) VALUE 0.
           01 IMPUTED-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           01 IMPUTED-TOTAL-DISP   PIC Z(10)9.99.
           01 TOT-REG-HOURS        PIC 9(4)V99 VALUE 0.
           01 TOT-OT-HOURS         PIC 9(4)V99 VALUE 0.
           01 PTO-DRAW-VAC         PIC 9(4)V99 VALUE 0.
           01 GROSS-PAY            PIC S9(9)V99 COMP-3 VALUE 0.
           01 GROSS-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 GROSS-TOTAL-DISP     PIC Z(10)9.99.
           01 NET-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.

           01 EMP-FULL-NAME        PIC X(20).
           01 DEPT-DIGITS          PIC X(3).
           01 FED-TAX-TOTAL-DISP   PIC Z(10)9.99.
           01 PERIODS-PER-YEAR     PIC 9(2) VALUE 12.

      *    local withholding work fields: the residence locality
      *    by the employee's ZIP and the work-site locality by
      *    the home department, both from the LOCMAP table, and
      *    each locality's rates from LOCTAX (loaded by LOCTXLD1).
      *    Up to two lines: the work site taxes at its
      *    nonresident rate, the residence at its resident rate,
      *    less the work-site tax where the residence credits it;
      *    living and working in the same locality is one line at
      *    the resident rate.
           01 LT-MAP-TYPE          PIC X(1).
           01 LT-MAP-KEY           PIC X(5).
           01 LT-MAP-CODE          PIC X(5).
           01 LT-RES-CODE          PIC X(5).
           01 LT-WORK-CODE         PIC X(5).
           01 LT-LOOKUP-CODE       PIC X(5).
           01 LT-RES-RATE          PIC S9V9(4) COMP-3 VALUE 0.
           01 LT-NONRES-RATE       PIC S9V9(4) COMP-3 VALUE 0.
           01 LT-RES-CREDIT        PIC X(1).
           01 LT-WORK-TAX          PIC S9(7)V99 COMP-3 VALUE 0.
           01 LT-RES-TAX           PIC S9(7)V99 COMP-3 VALUE 0.
           01 LTX-COUNT            PIC 9(1) VALUE 0.
           01 LTX-IDX              PIC 9(1).
           01 LTX-TABLE.
               05 LTX-ENTRY OCCURS 2 TIMES.
                   10 LX-CODE      PIC X(5).
                   10 LX-TAX       PIC S9(7)V99 COMP-3.
           01 LOCAL-TAX-AMOUNT     PIC S9(7)V99 COMP-3 VALUE 0.
           01 LOCAL-TAX-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 LOCAL-TAX-TOTAL-DISP PIC Z(10)9.99.

      *    pay-group frequency: the run's PERCAL row names the
      *    group it pays, PAYGROUP gives that group's periods per
      *    year, and the amounts calibrated to the monthly
           01 OVP-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
           01 OVP-TOTAL-DISP       PIC Z(10)9.99.

      *    earned-wage draw recovery: the employee's open
      *    DRAWLEDGER items (paid by EWADRAW1) against this period
      *    or earlier come back first, ahead of every enrolled
      *    deduction, as one EWA line; what the net cannot cover
      *    stays open on the item and recovers the period after
           01 DRAW-ID              PIC 9(6).
           01 DRAW-BALANCE         PIC S9(9)V99 COMP-3 VALUE 0.
           01 DRAW-THIS-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
           01 DRAW-PERIOD-TAKEN    PIC S9(9)V99 COMP-3 VALUE 0.
           01 DRAW-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           01 DRAW-TOTAL-DISP      PIC Z(10)9.99.

      *    employer retirement match work: the MATCHTBL tiers
      *    (loaded by MATCHLD1) match the employee's retirement
      *    deduction - the DEDMAST code named by RETIRE_DED_CODE -
               ORDER BY DM.PRIORITY, DM.DED_CODE
           END-EXEC.

      *  the employee's open earned-wage draws due by this
      *  period, oldest first
           EXEC SQL
               DECLARE DRAWCRSR CURSOR FOR
               SELECT DRAW_ID, BALANCE
                 FROM DRAWLEDGER
               WHERE ENO = :PH-ENO
                 AND STATUS = 'O'
                 AND PERIOD_ID <= :PERIOD-ID
               ORDER BY DRAW_ID
           END-EXEC.

      *  the employee's outstanding deduction arrears
           EXEC SQL
               DECLARE ARRCRSR CURSOR FOR
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           MOVE SPACES TO CRYPT-KEY.
           OPEN INPUT COLUMN-KEY-FILE.
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           END-IF.

      *    the splits effective for this period: its real last
      *    calendar day, the same date shape the posting run
      *    probes LBRALLOC with
           MOVE 'C' TO PER-CTL-NEXT.
           PERFORM 050-CHECK-PAY-PERIOD.
           PERFORM 058-FETCH-PAY-GROUP.
           PERFORM 059-CHECK-PRIOR-YEAR-ROLLED
               THRU 059-CHECK-EXIT.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE

           OPEN OUTPUT PAY-DETAIL-FILE.

      *    a fresh exception report every run, header first, so
      *    the variance gate never reads a prior run's findings
           OPEN OUTPUT MIN-WAGE-EXCEPTION-FILE.
           MOVE 'MINIMUM WAGE EXCEPTIONS' TO RPT-HDR-TITLE.
           MOVE 1 TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE MIN-WAGE-EXCEPTION-LINE FROM RPT-HDR-LINE.

      *    the cumulative register history every period appends to,
      *    the paid record the retro-pay run nets differences
      *    against
                   'STOPPED AT CHECKPOINT'
               EXEC SQL ROLLBACK END-EXEC
               CLOSE PAY-DETAIL-FILE
               CLOSE MIN-WAGE-EXCEPTION-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE PAY-HOURS-FILE
               MOVE SPACES TO RUN-STATUS-RECORD
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-HOURS-FILE.

           WRITE MIN-WAGE-EXCEPTION-LINE FROM RPT-FTR-LINE.
           CLOSE MIN-WAGE-EXCEPTION-FILE.

           MOVE GROSS-TOTAL TO GROSS-TOTAL-DISP.
           DISPLAY 'PAYCALC1 PERIOD          : ' PERIOD-ID.
           DISPLAY 'PAYCALC1 HOURS RECORDS   : ' HOURS-READ-COUNT.
           DISPLAY 'PAYCALC1 STATE TAX TOTAL : ' TAX-TOTAL-DISP.
           MOVE FED-TAX-TOTAL TO FED-TAX-TOTAL-DISP.
           DISPLAY 'PAYCALC1 FED TAX TOTAL   : ' FED-TAX-TOTAL-DISP.
           MOVE LOCAL-TAX-TOTAL TO LOCAL-TAX-TOTAL-DISP.
           DISPLAY 'PAYCALC1 LOCAL TAX TOTAL : '
               LOCAL-TAX-TOTAL-DISP.
           MOVE DED-TOTAL TO DED-TOTAL-DISP.
           DISPLAY 'PAYCALC1 DEDUCTION TOTAL : ' DED-TOTAL-DISP.
           MOVE GARN-TOTAL TO GARN-TOTAL-DISP.
           DISPLAY 'PAYCALC1 GARNISHMENTS    : ' GARN-TOTAL-DISP.
           MOVE OVP-TOTAL TO OVP-TOTAL-DISP.
           DISPLAY 'PAYCALC1 OVERPAY RECOUPED: ' OVP-TOTAL-DISP.
           MOVE DRAW-TOTAL TO DRAW-TOTAL-DISP.
           DISPLAY 'PAYCALC1 DRAWS RECOVERED : ' DRAW-TOTAL-DISP.
           MOVE MATCH-TOTAL TO MATCH-TOTAL-DISP.
           DISPLAY 'PAYCALC1 EMPLOYER MATCH  : ' MATCH-TOTAL-DISP.
           MOVE IMPUTED-TOTAL TO IMPUTED-TOTAL-DISP.
           DISPLAY 'PAYCALC1 IMPUTED INCOME  : ' IMPUTED-TOTAL-DISP.
           MOVE ARR-SHORT-TOTAL TO ARR-TOTAL-DISP.
           DISPLAY 'PAYCALC1 ARREARS BOOKED  : ' ARR-TOTAL-DISP.
           MOVE ARR-RECOVER-TOTAL TO ARR-TOTAL-DISP.
           DISPLAY 'PAYCALC1 ARREARS RECOVERED: ' ARR-TOTAL-DISP.
           DISPLAY 'PAYCALC1 HOURS TO SUSPENSE: ' SUSPENSE-COUNT.
           DISPLAY 'PAYCALC1 OTHER-GROUP HOURS: ' GROUP-SKIP-COUNT.
           DISPLAY 'PAYCALC1 BELOW MINIMUM WAGE: ' MW-EXCEPTION-COUNT.

           IF SUSPENSE-OPEN
               CLOSE PAY-SUSPENSE-FILE
      *    with the period advance, now that the run is whole
           EXEC SQL COMMIT END-EXEC.

           PERFORM 885-POST-BALANCE-TOTALS.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'CALCULATE' TO RS-STEP
       400-LOOKUP-EMPLOYEE.
           EXEC SQL
               SELECT LNAME, FNAME, ST, DEPT, PAYRATE, COM,
                      CURRENCY_CODE, COMPANY, MISCDATA, ZIP
                   INTO :LNAME, :FNAME, :ST, :DEPT, :PAYRATE, :COM,
                        :CURRENCY-CODE, :COMPANY-CODE, :MISCDATA,
                        :ZIP
                   FROM EMPTABLE
                   WHERE ENO = :PH-ENO
           END-EXEC
                       MOVE 'R707' TO EDIT-REASON
                       PERFORM 820-WRITE-GROUP-SUSPENSE
                   ELSE
      *            a deceased employee's pay is owed to the estate
      *            and settles through TERMPAY1, never here
                   IF MISC-STATUS-CODE = 'DC'
                       MOVE 'R874' TO EDIT-REASON
                       PERFORM 820-WRITE-GROUP-SUSPENSE
                   ELSE
                       PERFORM 410-CHECK-HOURS-APPROVAL
                       IF NOT APPROVAL-OK
                           MOVE 'R708' TO EDIT-REASON
                           IF GROUP-VALID AND PTO-VALID
                               PERFORM 500-PRICE-GROUP-LINES
                               PERFORM 550-COMPUTE-WITHHOLDING
                               PERFORM 540-CHECK-MINIMUM-WAGE
                                   THRU 540-CHECK-EXIT
                               PERFORM 600-WRITE-PAY-DETAIL
                           ELSE
                               PERFORM 820-WRITE-GROUP-SUSPENSE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 420-EDIT-GROUP-LINES
      * Field edits over every line of the group - hours numeric,
      * no overtime for an exempt job, PTO fields well-formed,
      * earnings code on the ERNCODE master - accumulating the
      * group's total PTO draw per type on the way. The first
      * failing edit decides the group's suspense reason.
      *----------------------------------------------------------*
       420-EDIT-GROUP-LINES.
           MOVE 'Y' TO GROUP-VALID-SW
           MOVE 0 TO PTO-DRAW-VAC
           MOVE 0 TO PTO-DRAW-SICK

           MOVE 'N' TO EMP-EXEMPT-FLAG
           EXEC SQL
               SELECT J.EXEMPT_FLAG INTO :EMP-EXEMPT-FLAG
                   FROM EMPJOB E, JOBCODE J
                   WHERE E.ENO = :PH-ENO
                     AND J.JOB_CODE = E.JOB_CODE
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'PAYCALC1 EMPJOB READ SQLCODE: '
                   SQLCODE ' ENO: ' PH-ENO
           END-IF
           IF SQLCODE <> 0
               MOVE 'N' TO EMP-EXEMPT-FLAG
           END-IF

           IF GROUP-OVERFLOW
               MOVE 'R705' TO EDIT-REASON
               MOVE 'N' TO GROUP-VALID-SW
               MOVE 'N' TO GROUP-VALID-SW
           END-IF

           IF GROUP-VALID AND EMP-EXEMPT AND PH-OT-HOURS > 0
               MOVE 'R710' TO EDIT-REASON
               MOVE 'N' TO GROUP-VALID-SW
           END-IF

           IF GROUP-VALID
                   AND NOT PH-PTO-VACATION AND NOT PH-PTO-SICK
                   AND NOT PH-PTO-NONE
               END-IF
           END-IF

           IF GROUP-VALID AND NOT PH-PREM-NONE
               IF (NOT PH-PREM-FLAT AND NOT PH-PREM-PERCENT)
                       OR PH-PREM-RATE NOT NUMERIC
                       OR PH-EARN-DEFAULT
                   MOVE 'R709' TO EDIT-REASON
                   MOVE 'N' TO GROUP-VALID-SW
               END-IF
           END-IF

           IF GROUP-VALID AND NOT PH-EARN-DEFAULT
               PERFORM 440-CHECK-EARN-CODE
           END-IF.
      *----------------------------------------------------------*
      * 450-EDIT-PTO-DRAW
      * The paid-time-off step for one employee group: accrues
      * both balances for the period (the carryover cap is applied
      * at year-end rollover by YEARROL1) and proves the group's
      * total PTO draw per type against the accrued balance.
      * Nothing persists until everything checks out, so a
      * rejected group accrues when it recycles cleanly rather
      * than twice.
      *----------------------------------------------------------*
       450-EDIT-PTO-DRAW.
           MOVE 'Y' TO PTO-VALID-SW
      * One PTO type's policy band and current balance. No band on
      * file means no accrual for the type; no balance row means a
      * zero balance (the row appears when the period applies).
      * The carryover cap is applied once, by the YEARROL1 year-end
      * rollover, before the new year's first accrual.
      *----------------------------------------------------------*
       460-FETCH-TYPE-BALANCE.
           MOVE 0 TO PTO-ACCRUAL-HOURS
           END-IF
           IF SQLCODE = 100
               MOVE 0 TO PTO-BALANCE
           END-IF.

      *----------------------------------------------------------*
      * Persists the period's net movement - accrual in, any draw
      * out - and leaves the closing balances in VAC-BALANCE and
      * SICK-BALANCE for the statement fields on the detail
      * record. The time-off requests TIMESHT1 took onto the
      * hours file (status T) are marked drawn once their hours
      * come off the balance, so the self-service balance stops
      * holding them as committed; a request approved after the
      * hours were built is not on this run's lines and stays
      * approved.
      *----------------------------------------------------------*
       465-APPLY-PTO-BALANCES.
           COMPUTE VAC-BALANCE =

           MOVE 'S' TO PTO-TYPE-WORK
           MOVE SICK-BALANCE TO PTO-BALANCE
           PERFORM 470-UPSERT-ONE-BALANCE

           IF PTO-DRAW-VAC > 0 OR PTO-DRAW-SICK > 0
               PERFORM 475-MARK-PTO-REQUESTS-DRAWN
           END-IF.

       470-UPSERT-ONE-BALANCE.
           EXEC SQL
                   ' ENO: ' PH-ENO
           END-IF.

       475-MARK-PTO-REQUESTS-DRAWN.
           EXEC SQL
               UPDATE PTOREQ
                   SET STATUS = 'D'
                   WHERE ENO = :PH-ENO
                     AND PERIOD_ID = :PERIOD-ID
                     AND STATUS = 'T'
           END-EXEC

           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'PAYCALC1 PTOREQ UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' PH-ENO
           END-IF.

      *----------------------------------------------------------*
      * 500-PRICE-GROUP-LINES
      * Prices every line of the employee's group: a blank-coded
      * draw on any line pays at the straight rate. Each priced
      * component folds into the per-code subtotal table the
      * statement itemizes, and non-taxable earnings stay out of
      * the withholding base. Imputed income goes in ahead of the
      * lines.
      *----------------------------------------------------------*
       500-PRICE-GROUP-LINES.
           MOVE 0 TO GROSS-PAY
           MOVE 0 TO TAXABLE-GROSS
           MOVE 0 TO TOT-REG-HOURS
           MOVE 0 TO TOT-OT-HOURS
           MOVE 0 TO MW-UNTESTED-PAY
           MOVE 0 TO ERN-SUB-COUNT

           PERFORM 502-ADD-IMPUTED-INCOME THRU 502-IMPUTED-EXIT

           MOVE GRP-ENO TO PH-ENO
           PERFORM 505-BUILD-RATE-SLICES
               THRU 505-BUILD-EXIT
      *    the group's ENO back under the gross-to-net cursors
           MOVE GRP-ENO TO PH-ENO.

      *----------------------------------------------------------*
      * 502-ADD-IMPUTED-INCOME
      * The employee's imputed income for the period into the
      * withholding base and, under code IMP with no hours, the
      * statement subtotals - first, so it always itemizes and
      * the year-end runs can find it - but never into gross or
      * net.
      *----------------------------------------------------------*
       502-ADD-IMPUTED-INCOME.
           MOVE 0 TO IMPUTED-INCOME
           MOVE 0 TO IMPUTED-ANNUAL
           MOVE PERIOD-END-DATE TO IMPUTED-ASOF-DATE
           IF IMPUTED-ASOF-DATE = 0
               MOVE MS-ALLOC-ASOF-DATE TO IMPUTED-ASOF-DATE
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(ANNUAL_AMOUNT), 0)
                   INTO :IMPUTED-ANNUAL
                   FROM IMPINC
                   WHERE ENO = :GRP-ENO
                     AND EFF_DATE <= :IMPUTED-ASOF-DATE
                     AND (END_DATE = 0
                          OR END_DATE >= :IMPUTED-ASOF-DATE)
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'PAYCALC1 IMPINC READ SQLCODE: ' SQLCODE
                       ' ENO: ' GRP-ENO
               END-IF
               GO TO 502-IMPUTED-EXIT
           END-IF

           IF IMPUTED-ANNUAL NOT > 0
               GO TO 502-IMPUTED-EXIT
           END-IF

           COMPUTE IMPUTED-INCOME ROUNDED =
               IMPUTED-ANNUAL / PERIODS-PER-YEAR
           ADD IMPUTED-INCOME TO TAXABLE-GROSS
           ADD IMPUTED-INCOME TO IMPUTED-TOTAL

           MOVE 'IMP' TO ERN-FOLD-CODE
           MOVE 0 TO ERN-FOLD-HOURS
           MOVE IMPUTED-INCOME TO ERN-FOLD-AMOUNT
           PERFORM 530-FOLD-EARN-SUBTOTAL THRU 530-FOLD-EXIT.
       502-IMPUTED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 505-BUILD-RATE-SLICES
      * One slice at the standing PAYRATE unless EFFCHG1 applied a
                   ' CODE: ' PH-EARN-CODE
               MOVE 0 TO LINE-AMOUNT
           ELSE
      *        a shift-premium line prices by the premium its rule
      *        put on the line; the ERNCODE row still decides the
      *        taxability
               EVALUATE TRUE
                   WHEN PH-PREM-FLAT
                       COMPUTE LINE-AMOUNT ROUNDED =
                           PH-PREM-RATE * PH-REG-HOURS
                   WHEN PH-PREM-PERCENT
                       COMPUTE LINE-AMOUNT ROUNDED =
                           PAYRATE * PH-PREM-RATE / 100
                         * PH-REG-HOURS
                   WHEN EARN-CALC-METHOD = 'M'
                       COMPUTE LINE-AMOUNT ROUNDED =
                           PAYRATE * EARN-RATE-FACTOR * PH-REG-HOURS
                   WHEN OTHER
                       MOVE EARN-FLAT-AMOUNT TO LINE-AMOUNT
               END-EVALUATE
           END-IF

           ADD LINE-AMOUNT TO GROSS-PAY
           IF EARN-TAXABLE-FLAG NOT = 'N'
               ADD LINE-AMOUNT TO TAXABLE-GROSS
           END-IF
      *    a shift premium is more pay for hours already on a
      *    regular line; any other coded line (holiday, meal
      *    penalty, flat amounts) pays for no tested hour and
      *    stays out of the minimum-wage test
           IF PH-PREM-NONE
               ADD LINE-AMOUNT TO MW-UNTESTED-PAY
           END-IF

           MOVE PH-EARN-CODE TO ERN-FOLD-CODE
           MOVE PH-REG-HOURS TO ERN-FOLD-HOURS
       530-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 540-CHECK-MINIMUM-WAGE
      * The priced group against the legal minimum: a foreign-
      * currency employee or a group that paid no hours has no
      * hourly rate to test. The wages for the tested hours -
      * the gross less the coded lines that pay for no hour
      * worked - are held against minimum times hours rather
      * than a rounded rate, so a group paid exactly the minimum
      * never flags on a rounding cent.
      *----------------------------------------------------------*
       540-CHECK-MINIMUM-WAGE.
           IF CURRENCY-CODE NOT = 'USD' AND CURRENCY-CODE NOT = SPACES
               GO TO 540-CHECK-EXIT
           END-IF

           COMPUTE MW-PAID-HOURS = TOT-REG-HOURS + TOT-OT-HOURS
               + PTO-DRAW-VAC + PTO-DRAW-SICK
           IF MW-PAID-HOURS = 0
               GO TO 540-CHECK-EXIT
           END-IF

           MOVE SPACES TO MW-WORK-ST
           EXEC SQL
               SELECT DEPT_ST INTO :MW-WORK-ST
                   FROM DEPTTBL
                   WHERE DEPT = :DEPT
           END-EXEC
           IF SQLCODE <> 0 OR MW-WORK-ST = SPACES
               MOVE ST TO MW-WORK-ST
           END-IF

      *    a calendar row without dates tests at the period
      *    month's last day
           MOVE PERIOD-END-DATE TO MW-ASOF-DATE
           IF MW-ASOF-DATE = 0
               MOVE MS-ALLOC-ASOF-DATE TO MW-ASOF-DATE
           END-IF

           MOVE 'US' TO MW-LOOKUP-ST
           PERFORM 545-FETCH-MINIMUM-RATE
           MOVE MW-LOOKUP-RATE TO MW-MIN-RATE

           MOVE MW-WORK-ST TO MW-LOOKUP-ST
           PERFORM 545-FETCH-MINIMUM-RATE
           IF MW-LOOKUP-RATE > MW-MIN-RATE
               MOVE MW-LOOKUP-RATE TO MW-MIN-RATE
           END-IF

           COMPUTE MW-TESTED-PAY = GROSS-PAY - MW-UNTESTED-PAY
           IF MW-MIN-RATE = 0
                   OR MW-TESTED-PAY NOT < MW-MIN-RATE * MW-PAID-HOURS
               GO TO 540-CHECK-EXIT
           END-IF

           COMPUTE MW-EFFECTIVE-RATE ROUNDED =
               MW-TESTED-PAY / MW-PAID-HOURS
           ADD 1 TO MW-EXCEPTION-COUNT

           MOVE 'MINWAGE' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           MOVE MW-EFFECTIVE-RATE TO MW-RATE-EDIT
           MOVE MW-MIN-RATE TO MW-MIN-EDIT
           MOVE MW-PAID-HOURS TO MW-HOURS-EDIT
           STRING 'ENO=' DELIMITED BY SIZE
                  PH-ENO DELIMITED BY SIZE
                  ' DEPT=' DELIMITED BY SIZE
                  DEPT DELIMITED BY SIZE
                  ' ST=' DELIMITED BY SIZE
                  MW-WORK-ST DELIMITED BY SIZE
                  ' RATE=' DELIMITED BY SIZE
                  MW-RATE-EDIT DELIMITED BY SIZE
                  ' MIN=' DELIMITED BY SIZE
                  MW-MIN-EDIT DELIMITED BY SIZE
                  ' HRS=' DELIMITED BY SIZE
                  MW-HOURS-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE MIN-WAGE-EXCEPTION-LINE FROM RPT-DET-LINE.
       540-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 545-FETCH-MINIMUM-RATE
      * The MW-LOOKUP-ST minimum in force at MW-ASOF-DATE; a
      * state with no row on file sets no minimum of its own.
      *----------------------------------------------------------*
       545-FETCH-MINIMUM-RATE.
           MOVE 0 TO MW-LOOKUP-RATE
           EXEC SQL
               SELECT MIN_RATE INTO :MW-LOOKUP-RATE
                   FROM MINWAGE
                   WHERE ST = :MW-LOOKUP-ST
                     AND EFF_DATE <= :MW-ASOF-DATE
                   ORDER BY EFF_DATE DESC
                   FETCH FIRST 1 ROWS ONLY
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'PAYCALC1 MINWAGE READ SQLCODE: ' SQLCODE
                   ' ST: ' MW-LOOKUP-ST
           END-IF
           IF SQLCODE <> 0
               MOVE 0 TO MW-LOOKUP-RATE
           END-IF.

      *----------------------------------------------------------*
      * 550-COMPUTE-WITHHOLDING
      * State withholding from the STTAXTBL table STTAXLD1 loads:
           PERFORM 555-COMPUTE-FED-WITHHOLDING
               THRU 555-FED-EXIT

           PERFORM 551-COMPUTE-LOCAL-WITHHOLDING

           COMPUTE TAXABLE-PAY =
               GROSS-PAY - TAX-AMOUNT - FED-TAX-AMOUNT
                 - LOCAL-TAX-AMOUNT.

      *----------------------------------------------------------*
      * 551-COMPUTE-LOCAL-WITHHOLDING
      * Local wage tax on the same taxable wages the state
      * withholding uses. The work-site locality (home department)
      * withholds at its nonresident rate; the residence locality
      * (ZIP) at its resident rate, reduced by the work-site tax
      * when its RES_CREDIT rule grants the credit, never below
      * zero. One locality for both is a single resident-rate
      * line. An employee in no mapped locality withholds nothing.
      *----------------------------------------------------------*
       551-COMPUTE-LOCAL-WITHHOLDING.
           MOVE 0 TO LOCAL-TAX-AMOUNT
           MOVE 0 TO LTX-COUNT
           MOVE 0 TO LT-WORK-TAX
           MOVE 0 TO LT-RES-TAX

           SET CRYPT-OP-DECRYPT TO TRUE
           MOVE ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE 'Z' TO LT-MAP-TYPE
           MOVE CRYPT-BUFFER(1:5) TO LT-MAP-KEY
           PERFORM 559-FETCH-LOCAL-MAP
           MOVE LT-MAP-CODE TO LT-RES-CODE

           MOVE 'W' TO LT-MAP-TYPE
           MOVE DEPT TO LT-MAP-KEY
           PERFORM 559-FETCH-LOCAL-MAP
           MOVE LT-MAP-CODE TO LT-WORK-CODE

           IF LT-WORK-CODE NOT = SPACES
                   AND LT-WORK-CODE NOT = LT-RES-CODE
               MOVE LT-WORK-CODE TO LT-LOOKUP-CODE
               PERFORM 549-FETCH-LOCAL-RATES
               COMPUTE LT-WORK-TAX ROUNDED =
                   GROSS-FOR-TAX * LT-NONRES-RATE
               IF LT-WORK-TAX > 0
                   ADD 1 TO LTX-COUNT
                   MOVE LT-WORK-CODE TO LX-CODE(LTX-COUNT)
                   MOVE LT-WORK-TAX TO LX-TAX(LTX-COUNT)
               END-IF
           END-IF

           IF LT-RES-CODE NOT = SPACES
               MOVE LT-RES-CODE TO LT-LOOKUP-CODE
               PERFORM 549-FETCH-LOCAL-RATES
               COMPUTE LT-RES-TAX ROUNDED =
                   GROSS-FOR-TAX * LT-RES-RATE
               IF LT-RES-CREDIT = 'Y'
                   SUBTRACT LT-WORK-TAX FROM LT-RES-TAX
                   IF LT-RES-TAX < 0
                       MOVE 0 TO LT-RES-TAX
                   END-IF
               END-IF
               IF LT-RES-TAX > 0
                   ADD 1 TO LTX-COUNT
                   MOVE LT-RES-CODE TO LX-CODE(LTX-COUNT)
                   MOVE LT-RES-TAX TO LX-TAX(LTX-COUNT)
               END-IF
           END-IF

           COMPUTE LOCAL-TAX-AMOUNT = LT-WORK-TAX + LT-RES-TAX.

      *    a missing rate row taxes nothing rather than guessing
       549-FETCH-LOCAL-RATES.
           MOVE 0 TO LT-RES-RATE
           MOVE 0 TO LT-NONRES-RATE
           MOVE 'N' TO LT-RES-CREDIT
           EXEC SQL
               SELECT RES_RATE, NONRES_RATE, RES_CREDIT
                   INTO :LT-RES-RATE, :LT-NONRES-RATE,
                        :LT-RES-CREDIT
                   FROM LOCTAX
                   WHERE LOCAL_CODE = :LT-LOOKUP-CODE
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'PAYCALC1 LOCTAX READ SQLCODE: ' SQLCODE
                       ' ENO: ' PH-ENO
               END-IF
               MOVE 0 TO LT-RES-RATE
               MOVE 0 TO LT-NONRES-RATE
               MOVE 'N' TO LT-RES-CREDIT
           END-IF.

       559-FETCH-LOCAL-MAP.
           MOVE SPACES TO LT-MAP-CODE
           EXEC SQL
               SELECT LOCAL_CODE INTO :LT-MAP-CODE
                   FROM LOCMAP
                   WHERE MAP_TYPE = :LT-MAP-TYPE
                     AND MAP_KEY = :LT-MAP-KEY
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'PAYCALC1 LOCMAP READ SQLCODE: ' SQLCODE
                       ' ENO: ' PH-ENO
               END-IF
               MOVE SPACES TO LT-MAP-CODE
           END-IF.

      *----------------------------------------------------------*
      * 552-ATTRIBUTE-STATE-WAGES
       560-APPLY-DEDUCTIONS.
           MOVE 0 TO DED-APPLIED-COUNT
           MOVE TAXABLE-PAY TO NET-PAY
           PERFORM 566-RECOVER-WAGE-DRAWS THRU 566-RECOVER-EXIT
           PERFORM 572-FETCH-RETIRE-YTD

           EXEC SQL
                   ' ENO: ' PH-ENO
           END-IF.

      *----------------------------------------------------------*
      * 566-RECOVER-WAGE-DRAWS
      * Takes back the earned-wage draws paid against this period
      * (and any rolled forward from before) as the first taking
      * after tax, oldest item first, each up to what is left of
      * net. Each item's balance rolls down, closing at zero; a
      * balance the net could not cover stays open for the next
      * period. The period's recovery itemizes as one EWA line.
      *----------------------------------------------------------*
       566-RECOVER-WAGE-DRAWS.
           MOVE 0 TO DRAW-PERIOD-TAKEN
           IF NET-PAY <= 0
               GO TO 566-RECOVER-EXIT
           END-IF

           EXEC SQL
               OPEN DRAWCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'PAYCALC1 DRAWLEDGER OPEN SQLCODE: ' SQLCODE
               GO TO 566-RECOVER-EXIT
           END-IF

           PERFORM 567-FETCH-WAGE-DRAW
           PERFORM UNTIL SQLCODE <> 0
                   OR NET-PAY <= 0
               PERFORM 568-RECOVER-ONE-DRAW
               PERFORM 567-FETCH-WAGE-DRAW
           END-PERFORM

           IF SQLCODE <> 100 AND SQLCODE <> 0
               DISPLAY 'PAYCALC1 DRAWLEDGER FETCH SQLCODE: '
                   SQLCODE ' ENO: ' PH-ENO
           END-IF

           EXEC SQL
               CLOSE DRAWCRSR
           END-EXEC

           IF DRAW-PERIOD-TAKEN > 0
               ADD 1 TO DED-APPLIED-COUNT
               MOVE 'EWA ' TO PD-DED-CODE(DED-APPLIED-COUNT)
               MOVE DRAW-PERIOD-TAKEN
                   TO PD-DED-AMOUNT(DED-APPLIED-COUNT)
               ADD DRAW-PERIOD-TAKEN TO DRAW-TOTAL
           END-IF.
       566-RECOVER-EXIT.
           EXIT.

       567-FETCH-WAGE-DRAW.
           EXEC SQL
               FETCH DRAWCRSR INTO :DRAW-ID, :DRAW-BALANCE
           END-EXEC.

       568-RECOVER-ONE-DRAW.
           MOVE DRAW-BALANCE TO DRAW-THIS-AMOUNT
           IF DRAW-THIS-AMOUNT > NET-PAY
               MOVE NET-PAY TO DRAW-THIS-AMOUNT
           END-IF

           IF DRAW-THIS-AMOUNT > 0
               SUBTRACT DRAW-THIS-AMOUNT FROM NET-PAY
               ADD DRAW-THIS-AMOUNT TO DRAW-PERIOD-TAKEN

               IF DRAW-THIS-AMOUNT >= DRAW-BALANCE
                   EXEC SQL
                       UPDATE DRAWLEDGER
                           SET BALANCE = 0,
                               STATUS = 'C'
                           WHERE DRAW_ID = :DRAW-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE DRAWLEDGER
                           SET BALANCE =
                               BALANCE - :DRAW-THIS-AMOUNT
                           WHERE DRAW_ID = :DRAW-ID
                   END-EXEC
               END-IF
               IF SQLCODE <> 0
                   DISPLAY 'PAYCALC1 DRAWLEDGER DRAWDOWN SQLCODE: '
                       SQLCODE ' ITEM: ' DRAW-ID
               END-IF
           END-IF.

       565-FETCH-DEDUCTION.
           EXEC SQL
               FETCH DEDCRSR
           MOVE ST TO PD-TAX-STATE
           MOVE TAX-AMOUNT TO PD-TAX-AMOUNT
           MOVE FED-TAX-AMOUNT TO PD-FED-TAX-AMOUNT
      *    taxable pay carries the imputed income net pay never
      *    sees
           COMPUTE PD-TAXABLE-PAY = TAXABLE-PAY + IMPUTED-INCOME

      *    'B' marks a period drawing both vacation and sick
           EVALUATE TRUE
               END-IF
           END-PERFORM

           MOVE GROSS-FOR-TAX TO PD-LOCAL-WAGES
           MOVE LTX-COUNT TO PD-LOCAL-TAX-COUNT
           PERFORM VARYING LTX-IDX FROM 1 BY 1
                   UNTIL LTX-IDX > 2
               IF LTX-IDX > LTX-COUNT
                   MOVE SPACES TO PDL-CODE(LTX-IDX)
                   MOVE 0 TO PDL-TAX(LTX-IDX)
               ELSE
                   MOVE LX-CODE(LTX-IDX) TO PDL-CODE(LTX-IDX)
                   MOVE LX-TAX(LTX-IDX) TO PDL-TAX(LTX-IDX)
               END-IF
           END-PERFORM

           MOVE ERN-SUB-COUNT TO PD-EARN-COUNT
           PERFORM VARYING ERN-SUB-IDX FROM 1 BY 1
                   UNTIL ERN-SUB-IDX > 6
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD GROSS-PAY TO GROSS-TOTAL
           ADD NET-PAY TO NET-TOTAL
           ADD TAX-AMOUNT TO TAX-TOTAL
           ADD FED-TAX-AMOUNT TO FED-TAX-TOTAL
           ADD LOCAL-TAX-AMOUNT TO LOCAL-TAX-TOTAL.

      *----------------------------------------------------------*
      * 610-DERIVE-DEPT-NUMBER
           DISPLAY 'PAYCALC1 PAY GROUP ' RUN-GROUP-CODE
               ' (' PERIODS-PER-YEAR ' PERIODS/YEAR)'.

      *----------------------------------------------------------*
      * 059-CHECK-PRIOR-YEAR-ROLLED
      * A period of a new tax year calculates only once the year
      * before it has rolled (YEARROL1): its YTD rows, retirement
      * limits and PTO carryover would otherwise start from the
      * old year's balances. A prior year with no periods on
      * PERCAL is the calendar's first and has nothing to roll.
      *----------------------------------------------------------*
       059-CHECK-PRIOR-YEAR-ROLLED.
           COMPUTE PRIOR-YEAR = TAX-YEAR - 1
           COMPUTE PRIOR-YEAR-START = PRIOR-YEAR * 10000 + 0101
           COMPUTE PRIOR-YEAR-END = PRIOR-YEAR * 10000 + 1231
           COMPUTE PRIOR-PERIOD-LOW = PRIOR-YEAR * 100
           COMPUTE PRIOR-PERIOD-HIGH = PRIOR-YEAR * 100 + 99

           MOVE 0 TO PRIOR-PERIOD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :PRIOR-PERIOD-COUNT
                   FROM PERCAL
                   WHERE END_DATE BETWEEN :PRIOR-YEAR-START
                                      AND :PRIOR-YEAR-END
                      OR (END_DATE IS NULL
                          AND PERIOD_ID BETWEEN :PRIOR-PERIOD-LOW
                                            AND :PRIOR-PERIOD-HIGH)
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'PAYCALC1 PERCAL PRIOR YEAR SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF
           IF PRIOR-PERIOD-COUNT = 0
               GO TO 059-CHECK-EXIT
           END-IF

           MOVE 0 TO PRIOR-ROLLED-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :PRIOR-ROLLED-COUNT
                   FROM YEARROLL
                   WHERE TAX_YEAR = :PRIOR-YEAR
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'PAYCALC1 YEARROLL READ SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF
           IF PRIOR-ROLLED-COUNT = 0
               DISPLAY 'PAYCALC1 TAX YEAR ' PRIOR-YEAR
                   ' NOT ROLLED (YEARROL1) - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.
       059-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 060-ADVANCE-PAY-PERIOD
      * Moves the period to this step's completion status once the
               DISPLAY 'PAYCALC1 PERCAL AUDIT SQLCODE: ' SQLCODE
           END-IF.

      *----------------------------------------------------------*
      * 885-POST-BALANCE-TOTALS
      * The calculation's control totals into the balancing ledger
      * (see BALLEDG): hours records in and to suspense, and the
      * gross and net of the PAYDTL section just written - the
      * figures the GL posting and the payment steps must carry.
      *----------------------------------------------------------*
       885-POST-BALANCE-TOTALS.
           MOVE SPACES TO BALANCE-LEDGER-RECORD
           MOVE PERIOD-ID TO BL-PERIOD-ID
           MOVE 'HOURSIN' TO BL-MEASURE
           MOVE HOURS-READ-COUNT TO BL-COUNT
           MOVE 0 TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'SUSPENSE' TO BL-MEASURE
           MOVE SUSPENSE-COUNT TO BL-COUNT
           MOVE 0 TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'GROSS' TO BL-MEASURE
           MOVE DETAIL-WRITE-COUNT TO BL-COUNT
           MOVE GROSS-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'NET' TO BL-MEASURE
           MOVE DETAIL-WRITE-COUNT TO BL-COUNT
           MOVE NET-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER.

      *----------------------------------------------------------*
      * 890-WRITE-FILE-TRAILER
      * The standard control-total trailer (see TRAILER) closing
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.

      *----------------------------------------------------------*
      * 985-POST-BALANCE-LEDGER
      * Appends one balancing-ledger record (see BALLEDG) for the
      * BALCHK1 balancing job; the caller has filled BL-PERIOD-ID,
      * BL-MEASURE, BL-COUNT and BL-AMOUNT.
      *----------------------------------------------------------*
       985-POST-BALANCE-LEDGER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO BL-TS
           MOVE 'PAYCALC1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
