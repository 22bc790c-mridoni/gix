       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRJCOST1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT PROJECT-LEDGER-FILE
               ASSIGN TO EXTERNAL PRJLEDG
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAPITAL-JOURNAL-FILE
               ASSIGN TO EXTERNAL PRJCAPJ
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-DETAIL-LINE.

       01  PAY-DETAIL-LINE         PIC X(450).

       FD  PROJECT-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PROJECT-LEDGER-LINE.

       01  PROJECT-LEDGER-LINE     PIC X(132).

       FD  CAPITAL-JOURNAL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CAPITAL-JOURNAL-LINE.

       01  CAPITAL-JOURNAL-LINE    PIC X(80).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.

           COPY GLJRNL.

           COPY RPTHDR.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 DETAIL-FILE-STATUS   PIC XX.
           01 DETAIL-EOF-SW        PIC X VALUE 'N'.
               88 DETAIL-EOF       VALUE 'Y'.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 PERIOD-ID-TEXT       PIC X(6).
           01 PERIOD-ID            PIC 9(6).

      *    employer burden on top of the wage cost - payroll taxes
      *    and benefits as one percent, two implied decimals (2500
      *    = 25.00 percent); none unless the site sets it
           01 BURDEN-PCT-TEXT      PIC X(4).
           01 BURDEN-PCT           PIC 9(3)V99 VALUE 0.
           01 BURDEN-PCT-DISP      PIC ZZ9.99.

      *----------------------------------------------------------*
      * the rate each employee was actually paid for worked hours
      * this period, from the calculation's own pay detail: the
      * regular and overtime earnings (rate slices included)
      * divided by those hours, so overtime premium and any
      * mid-period rate change cost through to the projects the
      * hours were charged to. An employee paid no worked hours
      * falls back to the base rate on the detail.
      *----------------------------------------------------------*
           01 RATE-COUNT           PIC 9(3) COMP VALUE 0.
           01 RATE-IDX             PIC 9(3) COMP.
           01 RATE-TABLE.
               05 RATE-ENTRY OCCURS 500 TIMES.
                   10 RT-ENO           PIC 9(4).
                   10 RT-HOURS         PIC 9(5)V99 COMP-3.
                   10 RT-AMOUNT        PIC S9(9)V99 COMP-3.
                   10 RT-BASE-RATE     PIC 9(7)V99.
           01 RATE-MATCH-SW        PIC X.
               88 RATE-MATCH-FOUND VALUE 'Y'.
           01 RATE-MATCH-IDX       PIC 9(3) COMP.
           01 RATE-TABLE-FULL-SW   PIC X VALUE 'N'.
               88 RATE-TABLE-FULL  VALUE 'Y'.
           01 EARN-IDX             PIC 9(2).
           01 PAID-RATE            PIC 9(5)V9999.

      *    one priced charge: an employee's hours on one project
           01 PC-PROJ-CODE         PIC X(8).
           01 PC-ENO               PIC 9(4).
           01 PC-DEPT              PIC X(4).
           01 PC-HOURS             PIC 9(5)V99.
           01 PC-COST-TYPE         PIC X(1).
           01 PC-OWNER-DEPT        PIC X(4).
           01 PC-ASSET-ACCT        PIC X(10).
           01 PC-LABOR-COST        PIC S9(9)V99 COMP-3.
           01 PC-BURDEN-COST       PIC S9(9)V99 COMP-3.
           01 PC-TOTAL-COST        PIC S9(9)V99 COMP-3.

      *    project control break and totals
           01 FIRST-ROW-SW         PIC X VALUE 'Y'.
               88 FIRST-ROW        VALUE 'Y'.
           01 PREV-PROJ-CODE       PIC X(8).
           01 PREV-COST-TYPE       PIC X(1).
           01 PROJ-HOURS           PIC 9(5)V99 COMP-3.
           01 PROJ-LABOR           PIC S9(9)V99 COMP-3.
           01 PROJ-BURDEN          PIC S9(9)V99 COMP-3.
           01 PROJ-TO-DATE         PIC S9(11)V99 COMP-3.

           01 CHARGE-COUNT         PIC 9(6) VALUE 0.
           01 UNPRICED-COUNT       PIC 9(6) VALUE 0.
           01 RUN-LABOR-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 RUN-BURDEN-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           01 RUN-CAPITAL-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           01 TOTAL-DISP           PIC -(10)9.99.

      *----------------------------------------------------------*
      * capitalization journal: capital-project cost moves off
      * salary expense onto the balance sheet - one debit per
      * capital project to its asset account, one credit per
      * charging department to the capitalized-labor account.
      * Both sides resolve through GLMAP kind PRJCAP (GLMMNT1),
      * most specific row first as GLPOST1 resolves; a project's
      * own asset account overrides the debit. An unmapped line
      * refuses the journal, the same rule the pay posting keeps.
      *----------------------------------------------------------*
           01 CAP-PROJ-COUNT       PIC 9(3) COMP VALUE 0.
           01 CAP-PROJ-IDX         PIC 9(3) COMP.
           01 CAP-PROJ-TABLE.
               05 CAP-PROJ-ENTRY OCCURS 100 TIMES.
                   10 CP-PROJ-CODE     PIC X(8).
                   10 CP-OWNER-DEPT    PIC X(4).
                   10 CP-ACCOUNT       PIC X(10).
                   10 CP-AMOUNT        PIC S9(11)V99 COMP-3.
           01 CAP-DEPT-COUNT       PIC 9(3) COMP VALUE 0.
           01 CAP-DEPT-IDX         PIC 9(3) COMP.
           01 CAP-DEPT-TABLE.
               05 CAP-DEPT-ENTRY OCCURS 100 TIMES.
                   10 CD-DEPT          PIC X(4).
                   10 CD-ACCOUNT       PIC X(10).
                   10 CD-AMOUNT        PIC S9(11)V99 COMP-3.
           01 CAP-MATCH-SW         PIC X.
               88 CAP-MATCH-FOUND  VALUE 'Y'.
           01 CAP-OVERFLOW-SW      PIC X VALUE 'N'.
               88 CAP-OVERFLOW     VALUE 'Y'.
           01 DEBIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           01 DETAIL-LINE-COUNT    PIC 9(6) VALUE 0.

           01 GL-COMPANY           PIC X(3).
           01 MAP-KIND             PIC X(8) VALUE 'PRJCAP'.
           01 MAP-DEPT             PIC X(4).
           01 MAP-DR-ACCT          PIC X(10).
           01 MAP-CR-ACCT          PIC X(10).
           01 MAP-DR-IND           PIC S9(4) COMP.
           01 MAP-CR-IND           PIC S9(4) COMP.
           01 MAP-FOUND-SW         PIC X.
               88 MAP-FOUND        VALUE 'Y'.
           01 MAP-MISSING-SW       PIC X VALUE 'N'.
               88 MAP-MISSING      VALUE 'Y'.
           01 MAP-TRY              PIC 9(1).
           01 TRY-DEPT             PIC X(4).
           01 TRY-COMPANY          PIC X(3).

           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.

      *    ledger lines: one per employee per project, then the
      *    project's period total and its cost to date
           01 LEDGER-DETAIL.
               05 LD-PROJ-CODE     PIC X(8).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 LD-COST-TYPE     PIC X(1).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-ENO           PIC X(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-DEPT          PIC X(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-HOURS         PIC ZZZZ9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-RATE          PIC ZZZZ9.9999.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-LABOR         PIC -(9)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-BURDEN        PIC -(9)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-TOTAL         PIC -(9)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 LD-NOTE          PIC X(35).

           01 LEDGER-COLUMNS.
               05 FILLER           PIC X(30) VALUE
                   'PROJECT  T  ENO   DEPT     HOU'.
               05 FILLER           PIC X(30) VALUE
                   'RS   PAID RATE          LABOR '.
               05 FILLER           PIC X(30) VALUE
                   '        BURDEN          TOTAL '.
               05 FILLER           PIC X(5) VALUE ' NOTE'.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  describes PRJLEDGER's real column shape so the
      *  precompiler can flag a statement that doesn't line up
           EXEC SQL
               DECLARE TABLE PRJLEDGER
                   (PERIOD_ID      DECIMAL(6,0)  NOT NULL,
                    PROJ_CODE      CHAR(8)       NOT NULL,
                    ENO            DECIMAL(4,0)  NOT NULL,
                    DEPT           CHAR(4)       NOT NULL,
                    COST_TYPE      CHAR(1)       NOT NULL,
                    HOURS          DECIMAL(7,2)  NOT NULL,
                    PAID_RATE      DECIMAL(9,4)  NOT NULL,
                    LABOR_COST     DECIMAL(11,2) NOT NULL,
                    BURDEN_COST    DECIMAL(11,2) NOT NULL)
           END-EXEC.

      *  the period's charged hours per employee per project, the
      *  project's treatment alongside
           EXEC SQL
               DECLARE PCCRSR CURSOR FOR
               SELECT H.PROJ_CODE, H.ENO, H.DEPT, SUM(H.HOURS),
                      P.COST_TYPE, P.OWNER_DEPT, P.ASSET_ACCT
                 FROM PRJHOURS H, PROJECT P
               WHERE H.PERIOD_ID = :PERIOD-ID
                 AND P.PROJ_CODE = H.PROJ_CODE
               GROUP BY H.PROJ_CODE, H.ENO, H.DEPT, P.COST_TYPE,
                        P.OWNER_DEPT, P.ASSET_ACCT
               ORDER BY H.PROJ_CODE, H.ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Project labor costing, run after the pay calculation: the
      * hours the time clocks charged to projects (PRJHOURS, from
      * TIMESHT1) priced at what the employee was actually paid
      * plus the employer burden, written to the PRJLEDG project
      * cost ledger and kept on PRJLEDGER for cost to date; the
      * capital projects' cost goes out as a capitalization
      * journal in the GLJRNL layout (PRJCAPJ). A re-run replaces
      * the period's ledger rows.
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
               DISPLAY 'PRJCOST1 PAYCALC_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' PERIOD-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE PERIOD-ID-TEXT TO PERIOD-ID.

           DISPLAY "PRJ_BURDEN_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT BURDEN-PCT-TEXT FROM ENVIRONMENT-VALUE.
           IF BURDEN-PCT-TEXT NUMERIC
               COMPUTE BURDEN-PCT =
                   FUNCTION NUMVAL(BURDEN-PCT-TEXT) / 100
           END-IF.

           DISPLAY "GL_COMPANY" UPON ENVIRONMENT-NAME.
           ACCEPT GL-COMPANY FROM ENVIRONMENT-VALUE.
           IF GL-COMPANY = SPACES
               MOVE '*' TO GL-COMPANY
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'PRJCOST1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN INPUT PAY-DETAIL-FILE.
           IF DETAIL-FILE-STATUS NOT = '00'
               DISPLAY 'PRJCOST1 CANNOT OPEN PAYDTL, STATUS: '
                   DETAIL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 150-READ-PAY-DETAIL.
           PERFORM UNTIL DETAIL-EOF
               IF PAY-DETAIL-LINE(1:8) NOT = 'FILETRLR'
                   PERFORM 200-GATHER-PAID-RATE
               END-IF
               PERFORM 150-READ-PAY-DETAIL
           END-PERFORM.
           CLOSE PAY-DETAIL-FILE.

           IF RATE-TABLE-FULL
               DISPLAY 'PRJCOST1 MORE THAN 500 PAID EMPLOYEES - '
                   'COSTING REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL
               DELETE FROM PRJLEDGER
                   WHERE PERIOD_ID = :PERIOD-ID
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'PRJCOST1 PRJLEDGER DELETE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT PROJECT-LEDGER-FILE.
           MOVE 'PROJECT LABOR COST LEDGER' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE PROJECT-LEDGER-LINE FROM RPT-HDR-LINE.
           WRITE PROJECT-LEDGER-LINE FROM LEDGER-COLUMNS.

           EXEC SQL
               OPEN PCCRSR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'PRJCOST1 CURSOR OPEN SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           ELSE
               PERFORM 300-FETCH-CHARGE
               PERFORM UNTIL SQLCODE <> 0 OR DB-ERROR
                   PERFORM 400-COST-ONE-CHARGE
                       THRU 400-COST-EXIT
                   PERFORM 300-FETCH-CHARGE
               END-PERFORM
               IF SQLCODE < 0
                   DISPLAY 'PRJCOST1 FETCH SQLCODE: ' SQLCODE
                   SET DB-ERROR TO TRUE
               END-IF
               EXEC SQL
                   CLOSE PCCRSR
               END-EXEC
           END-IF.

           IF NOT FIRST-ROW AND NOT DB-ERROR
               PERFORM 450-CLOSE-PROJECT
           END-IF.

           WRITE PROJECT-LEDGER-LINE FROM RPT-FTR-LINE.
           CLOSE PROJECT-LEDGER-FILE.

           IF DB-ERROR
               DISPLAY 'PRJCOST1 COSTING FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF CAP-PROJ-COUNT = 0
               DISPLAY 'PRJCOST1 NO CAPITAL LABOR - NO JOURNAL'
           ELSE
               PERFORM 600-RESOLVE-CAPITAL-ACCOUNTS
               IF MAP-MISSING OR CAP-OVERFLOW
                   DISPLAY 'PRJCOST1 CAPITALIZATION JOURNAL '
                       'REFUSED, MAINTAIN GLMAP PRJCAP AND RERUN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 700-WRITE-CAPITAL-JOURNAL
               END-IF
           END-IF.

           MOVE BURDEN-PCT TO BURDEN-PCT-DISP.
           DISPLAY 'PRJCOST1 PERIOD          : ' PERIOD-ID.
           DISPLAY 'PRJCOST1 BURDEN PERCENT  : ' BURDEN-PCT-DISP.
           DISPLAY 'PRJCOST1 CHARGES COSTED  : ' CHARGE-COUNT.
           DISPLAY 'PRJCOST1 CHARGES UNPRICED: ' UNPRICED-COUNT.
           MOVE RUN-LABOR-TOTAL TO TOTAL-DISP.
           DISPLAY 'PRJCOST1 LABOR COST      : ' TOTAL-DISP.
           MOVE RUN-BURDEN-TOTAL TO TOTAL-DISP.
           DISPLAY 'PRJCOST1 BURDEN COST     : ' TOTAL-DISP.
           MOVE RUN-CAPITAL-TOTAL TO TOTAL-DISP.
           DISPLAY 'PRJCOST1 CAPITALIZED     : ' TOTAL-DISP.

           IF UNPRICED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       150-READ-PAY-DETAIL.
           READ PAY-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET DETAIL-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 200-GATHER-PAID-RATE
      * The period's regular pay lines only: the worked-hour
      * earnings and hours fold per employee across every line the
      * employee has, the base rate kept for the fallback.
      *----------------------------------------------------------*
       200-GATHER-PAID-RATE.
           IF PD-PERIOD-ID NOT = PERIOD-ID OR NOT PD-TYPE-REGULAR
               GO TO 200-GATHER-EXIT
           END-IF

           MOVE 'N' TO RATE-MATCH-SW
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT OR RATE-MATCH-FOUND
               IF RT-ENO(RATE-IDX) = PD-EMPLOYEE-NO
                   SET RATE-MATCH-FOUND TO TRUE
                   MOVE RATE-IDX TO RATE-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT RATE-MATCH-FOUND
               IF RATE-COUNT >= 500
                   SET RATE-TABLE-FULL TO TRUE
                   GO TO 200-GATHER-EXIT
               END-IF
               ADD 1 TO RATE-COUNT
               MOVE RATE-COUNT TO RATE-MATCH-IDX
               MOVE PD-EMPLOYEE-NO TO RT-ENO(RATE-MATCH-IDX)
               MOVE 0 TO RT-HOURS(RATE-MATCH-IDX)
               MOVE 0 TO RT-AMOUNT(RATE-MATCH-IDX)
           END-IF
           MOVE PD-PAY-RATE TO RT-BASE-RATE(RATE-MATCH-IDX)

           IF PD-EARN-COUNT NUMERIC
               PERFORM VARYING EARN-IDX FROM 1 BY 1
                       UNTIL EARN-IDX > PD-EARN-COUNT
                           OR EARN-IDX > 6
                   IF PD-EARN-CODE(EARN-IDX) = 'REG'
                           OR PD-EARN-CODE(EARN-IDX) = 'OT '
                           OR PD-EARN-CODE(EARN-IDX)(1:2) = 'RG'
                           OR PD-EARN-CODE(EARN-IDX)(1:2) = 'OT'
                       ADD PD-EARN-HOURS(EARN-IDX)
                           TO RT-HOURS(RATE-MATCH-IDX)
                       ADD PD-EARN-AMOUNT(EARN-IDX)
                           TO RT-AMOUNT(RATE-MATCH-IDX)
                   END-IF
               END-PERFORM
           END-IF.
       200-GATHER-EXIT.
           EXIT.

       300-FETCH-CHARGE.
           EXEC SQL
               FETCH PCCRSR
                   INTO :PC-PROJ-CODE, :PC-ENO, :PC-DEPT,
                        :PC-HOURS, :PC-COST-TYPE, :PC-OWNER-DEPT,
                        :PC-ASSET-ACCT
           END-EXEC.

      *----------------------------------------------------------*
      * 400-COST-ONE-CHARGE
      * An employee the period's pay detail never paid - held in
      * suspense, unapproved, on unpaid leave - cannot be priced
      * at a paid rate: the hours list on the ledger uncosted and
      * cost in the period that finally pays them.
      *----------------------------------------------------------*
       400-COST-ONE-CHARGE.
           IF FIRST-ROW
               MOVE 'N' TO FIRST-ROW-SW
               PERFORM 460-OPEN-PROJECT
           ELSE
               IF PC-PROJ-CODE NOT = PREV-PROJ-CODE
                   PERFORM 450-CLOSE-PROJECT
                   PERFORM 460-OPEN-PROJECT
               END-IF
           END-IF

           MOVE SPACES TO LEDGER-DETAIL
           MOVE PC-PROJ-CODE TO LD-PROJ-CODE
           MOVE PC-COST-TYPE TO LD-COST-TYPE
           MOVE PC-ENO TO LD-ENO
           MOVE PC-DEPT TO LD-DEPT
           MOVE PC-HOURS TO LD-HOURS

           MOVE 'N' TO RATE-MATCH-SW
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT OR RATE-MATCH-FOUND
               IF RT-ENO(RATE-IDX) = PC-ENO
                   SET RATE-MATCH-FOUND TO TRUE
                   MOVE RATE-IDX TO RATE-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT RATE-MATCH-FOUND
               ADD 1 TO UNPRICED-COUNT
               MOVE 'NOT PAID THIS PERIOD - NOT COSTED' TO LD-NOTE
               WRITE PROJECT-LEDGER-LINE FROM LEDGER-DETAIL
               GO TO 400-COST-EXIT
           END-IF

           IF RT-HOURS(RATE-MATCH-IDX) > 0
               COMPUTE PAID-RATE ROUNDED =
                   RT-AMOUNT(RATE-MATCH-IDX)
                 / RT-HOURS(RATE-MATCH-IDX)
           ELSE
               MOVE RT-BASE-RATE(RATE-MATCH-IDX) TO PAID-RATE
               MOVE 'NO WORKED HOURS PAID - BASE RATE' TO LD-NOTE
           END-IF

           COMPUTE PC-LABOR-COST ROUNDED = PC-HOURS * PAID-RATE
           COMPUTE PC-BURDEN-COST ROUNDED =
               PC-LABOR-COST * BURDEN-PCT / 100
           COMPUTE PC-TOTAL-COST = PC-LABOR-COST + PC-BURDEN-COST

           MOVE PAID-RATE TO LD-RATE
           MOVE PC-LABOR-COST TO LD-LABOR
           MOVE PC-BURDEN-COST TO LD-BURDEN
           MOVE PC-TOTAL-COST TO LD-TOTAL
           WRITE PROJECT-LEDGER-LINE FROM LEDGER-DETAIL

           ADD 1 TO CHARGE-COUNT
           ADD PC-HOURS TO PROJ-HOURS
           ADD PC-LABOR-COST TO PROJ-LABOR
           ADD PC-BURDEN-COST TO PROJ-BURDEN
           ADD PC-LABOR-COST TO RUN-LABOR-TOTAL
           ADD PC-BURDEN-COST TO RUN-BURDEN-TOTAL

           EXEC SQL
               INSERT INTO PRJLEDGER
                   (PERIOD_ID, PROJ_CODE, ENO, DEPT, COST_TYPE,
                    HOURS, PAID_RATE, LABOR_COST, BURDEN_COST)
                   VALUES (:PERIOD-ID, :PC-PROJ-CODE, :PC-ENO,
                           :PC-DEPT, :PC-COST-TYPE, :PC-HOURS,
                           :PAID-RATE, :PC-LABOR-COST,
                           :PC-BURDEN-COST)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'PRJCOST1 PRJLEDGER INSERT SQLCODE: '
                   SQLCODE ' PROJECT: ' PC-PROJ-CODE
                   ' ENO: ' PC-ENO
               SET DB-ERROR TO TRUE
               GO TO 400-COST-EXIT
           END-IF

           IF PC-COST-TYPE = 'C' AND PC-TOTAL-COST NOT = 0
               PERFORM 500-FOLD-CAPITAL
                   THRU 500-FOLD-EXIT
           END-IF.
       400-COST-EXIT.
           EXIT.

      *    the project's period total and, from the ledger table
      *    just written, its cost to date across every period
       450-CLOSE-PROJECT.
           MOVE 0 TO PROJ-TO-DATE
           EXEC SQL
               SELECT COALESCE(SUM(LABOR_COST + BURDEN_COST), 0)
                   INTO :PROJ-TO-DATE
                   FROM PRJLEDGER
                   WHERE PROJ_CODE = :PREV-PROJ-CODE
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'PRJCOST1 TO-DATE SQLCODE: ' SQLCODE
                   ' PROJECT: ' PREV-PROJ-CODE
               MOVE 0 TO PROJ-TO-DATE
           END-IF

           MOVE SPACES TO LEDGER-DETAIL
           MOVE PREV-PROJ-CODE TO LD-PROJ-CODE
           MOVE PREV-COST-TYPE TO LD-COST-TYPE
           MOVE 'TOT' TO LD-ENO
           MOVE PROJ-HOURS TO LD-HOURS
           MOVE PROJ-LABOR TO LD-LABOR
           MOVE PROJ-BURDEN TO LD-BURDEN
           COMPUTE LD-TOTAL = PROJ-LABOR + PROJ-BURDEN
           MOVE PROJ-TO-DATE TO TOTAL-DISP
           STRING 'TO DATE ' DELIMITED BY SIZE
                  TOTAL-DISP DELIMITED BY SIZE
               INTO LD-NOTE
           WRITE PROJECT-LEDGER-LINE FROM LEDGER-DETAIL.

       460-OPEN-PROJECT.
           MOVE PC-PROJ-CODE TO PREV-PROJ-CODE
           MOVE PC-COST-TYPE TO PREV-COST-TYPE
           MOVE 0 TO PROJ-HOURS
           MOVE 0 TO PROJ-LABOR
           MOVE 0 TO PROJ-BURDEN.

      *----------------------------------------------------------*
      * 500-FOLD-CAPITAL
      * A capital charge's full cost onto its project's debit and
      * its charging department's credit; more projects or
      * departments than the tables hold refuses the journal
      * rather than posting part of it.
      *----------------------------------------------------------*
       500-FOLD-CAPITAL.
           ADD PC-TOTAL-COST TO RUN-CAPITAL-TOTAL

           MOVE 'N' TO CAP-MATCH-SW
           PERFORM VARYING CAP-PROJ-IDX FROM 1 BY 1
                   UNTIL CAP-PROJ-IDX > CAP-PROJ-COUNT
                       OR CAP-MATCH-FOUND
               IF CP-PROJ-CODE(CAP-PROJ-IDX) = PC-PROJ-CODE
                   SET CAP-MATCH-FOUND TO TRUE
                   ADD PC-TOTAL-COST TO CP-AMOUNT(CAP-PROJ-IDX)
               END-IF
           END-PERFORM
           IF NOT CAP-MATCH-FOUND
               IF CAP-PROJ-COUNT >= 100
                   SET CAP-OVERFLOW TO TRUE
                   GO TO 500-FOLD-EXIT
               END-IF
               ADD 1 TO CAP-PROJ-COUNT
               MOVE PC-PROJ-CODE TO CP-PROJ-CODE(CAP-PROJ-COUNT)
               MOVE PC-OWNER-DEPT TO CP-OWNER-DEPT(CAP-PROJ-COUNT)
               MOVE PC-ASSET-ACCT TO CP-ACCOUNT(CAP-PROJ-COUNT)
               MOVE PC-TOTAL-COST TO CP-AMOUNT(CAP-PROJ-COUNT)
           END-IF

           MOVE 'N' TO CAP-MATCH-SW
           PERFORM VARYING CAP-DEPT-IDX FROM 1 BY 1
                   UNTIL CAP-DEPT-IDX > CAP-DEPT-COUNT
                       OR CAP-MATCH-FOUND
               IF CD-DEPT(CAP-DEPT-IDX) = PC-DEPT
                   SET CAP-MATCH-FOUND TO TRUE
                   ADD PC-TOTAL-COST TO CD-AMOUNT(CAP-DEPT-IDX)
               END-IF
           END-PERFORM
           IF NOT CAP-MATCH-FOUND
               IF CAP-DEPT-COUNT >= 100
                   SET CAP-OVERFLOW TO TRUE
                   GO TO 500-FOLD-EXIT
               END-IF
               ADD 1 TO CAP-DEPT-COUNT
               MOVE PC-DEPT TO CD-DEPT(CAP-DEPT-COUNT)
               MOVE SPACES TO CD-ACCOUNT(CAP-DEPT-COUNT)
               MOVE PC-TOTAL-COST TO CD-AMOUNT(CAP-DEPT-COUNT)
           END-IF.
       500-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 600-RESOLVE-CAPITAL-ACCOUNTS
      * Every journal line's account before any line is written:
      * a project with no asset account of its own takes the
      * PRJCAP debit for its owning department, and each charging
      * department takes the PRJCAP credit for itself.
      *----------------------------------------------------------*
       600-RESOLVE-CAPITAL-ACCOUNTS.
           PERFORM VARYING CAP-PROJ-IDX FROM 1 BY 1
                   UNTIL CAP-PROJ-IDX > CAP-PROJ-COUNT
               IF CP-ACCOUNT(CAP-PROJ-IDX) = SPACES
                   MOVE CP-OWNER-DEPT(CAP-PROJ-IDX) TO MAP-DEPT
                   PERFORM 620-LOOKUP-GLMAP
                   IF MAP-FOUND AND MAP-DR-ACCT NOT = SPACES
                       MOVE MAP-DR-ACCT TO CP-ACCOUNT(CAP-PROJ-IDX)
                   ELSE
                       DISPLAY 'PRJCOST1 NO PRJCAP DEBIT FOR DEPT '
                           MAP-DEPT ' PROJECT '
                           CP-PROJ-CODE(CAP-PROJ-IDX)
                       SET MAP-MISSING TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING CAP-DEPT-IDX FROM 1 BY 1
                   UNTIL CAP-DEPT-IDX > CAP-DEPT-COUNT
               MOVE CD-DEPT(CAP-DEPT-IDX) TO MAP-DEPT
               PERFORM 620-LOOKUP-GLMAP
               IF MAP-FOUND AND MAP-CR-ACCT NOT = SPACES
                   MOVE MAP-CR-ACCT TO CD-ACCOUNT(CAP-DEPT-IDX)
               ELSE
                   DISPLAY 'PRJCOST1 NO PRJCAP CREDIT FOR DEPT '
                       MAP-DEPT
                   SET MAP-MISSING TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 620-LOOKUP-GLMAP
      * Most specific row first: exact department and company,
      * exact department any company, any department exact
      * company, then the full catch-all.
      *----------------------------------------------------------*
       620-LOOKUP-GLMAP.
           MOVE 'N' TO MAP-FOUND-SW
           MOVE 1 TO MAP-TRY
           PERFORM 630-TRY-ONE-MAPPING
               UNTIL MAP-FOUND OR MAP-TRY > 4.

       630-TRY-ONE-MAPPING.
           EVALUATE MAP-TRY
               WHEN 1
                   MOVE MAP-DEPT TO TRY-DEPT
                   MOVE GL-COMPANY TO TRY-COMPANY
               WHEN 2
                   MOVE MAP-DEPT TO TRY-DEPT
                   MOVE '*' TO TRY-COMPANY
               WHEN 3
                   MOVE '*' TO TRY-DEPT
                   MOVE GL-COMPANY TO TRY-COMPANY
               WHEN OTHER
                   MOVE '*' TO TRY-DEPT
                   MOVE '*' TO TRY-COMPANY
           END-EVALUATE

           MOVE SPACES TO MAP-DR-ACCT
           MOVE SPACES TO MAP-CR-ACCT
           MOVE 0 TO MAP-DR-IND
           MOVE 0 TO MAP-CR-IND
           EXEC SQL
               SELECT DR_ACCT, CR_ACCT
                   INTO :MAP-DR-ACCT :MAP-DR-IND,
                        :MAP-CR-ACCT :MAP-CR-IND
                   FROM GLMAP
                   WHERE TRAN_KIND = :MAP-KIND
                     AND DEPT_PATTERN = :TRY-DEPT
                     AND COMPANY = :TRY-COMPANY
           END-EXEC

           IF SQLCODE = 0
               IF MAP-DR-IND < 0
                   MOVE SPACES TO MAP-DR-ACCT
               END-IF
               IF MAP-CR-IND < 0
                   MOVE SPACES TO MAP-CR-ACCT
               END-IF
               SET MAP-FOUND TO TRUE
           ELSE
               IF SQLCODE <> 100
                   DISPLAY 'PRJCOST1 GLMAP READ SQLCODE: ' SQLCODE
               END-IF
           END-IF

           ADD 1 TO MAP-TRY.

      *----------------------------------------------------------*
      * 700-WRITE-CAPITAL-JOURNAL
      * Debits per project, credits per department, and the
      * trailer; both sides fold the same charges, so the journal
      * balances by construction and the trailer proves it.
      *----------------------------------------------------------*
       700-WRITE-CAPITAL-JOURNAL.
           OPEN OUTPUT CAPITAL-JOURNAL-FILE

           PERFORM VARYING CAP-PROJ-IDX FROM 1 BY 1
                   UNTIL CAP-PROJ-IDX > CAP-PROJ-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-TYPE-DETAIL TO TRUE
               MOVE PERIOD-ID TO GLJ-PERIOD-ID
               MOVE CP-ACCOUNT(CAP-PROJ-IDX) TO GLJ-ACCOUNT
               MOVE CP-OWNER-DEPT(CAP-PROJ-IDX) TO GLJ-DEPT
               MOVE 'D' TO GLJ-DR-CR
               MOVE CP-AMOUNT(CAP-PROJ-IDX) TO GLJ-AMOUNT
               STRING 'CAPITAL LABOR ' DELIMITED BY SIZE
                      CP-PROJ-CODE(CAP-PROJ-IDX) DELIMITED BY SIZE
                   INTO GLJ-DESCRIPTION
               WRITE CAPITAL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO DETAIL-LINE-COUNT
               ADD CP-AMOUNT(CAP-PROJ-IDX) TO DEBIT-TOTAL
           END-PERFORM

           PERFORM VARYING CAP-DEPT-IDX FROM 1 BY 1
                   UNTIL CAP-DEPT-IDX > CAP-DEPT-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-TYPE-DETAIL TO TRUE
               MOVE PERIOD-ID TO GLJ-PERIOD-ID
               MOVE CD-ACCOUNT(CAP-DEPT-IDX) TO GLJ-ACCOUNT
               MOVE CD-DEPT(CAP-DEPT-IDX) TO GLJ-DEPT
               MOVE 'C' TO GLJ-DR-CR
               MOVE CD-AMOUNT(CAP-DEPT-IDX) TO GLJ-AMOUNT
               MOVE 'LABOR CAPITALIZED' TO GLJ-DESCRIPTION
               WRITE CAPITAL-JOURNAL-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO DETAIL-LINE-COUNT
               ADD CD-AMOUNT(CAP-DEPT-IDX) TO CREDIT-TOTAL
           END-PERFORM

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GLT-RECORD-TYPE
           MOVE PERIOD-ID TO GLT-PERIOD-ID
           MOVE DETAIL-LINE-COUNT TO GLT-DETAIL-COUNT
           MOVE DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE CAPITAL-JOURNAL-LINE FROM GL-JOURNAL-RECORD

           CLOSE CAPITAL-JOURNAL-FILE

           DISPLAY 'PRJCOST1 JOURNAL LINES   : ' DETAIL-LINE-COUNT.
