       IDENTIFICATION DIVISION.

       PROGRAM-ID. WFPROJ1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    the expected salary review, in the SALREVIN layout
      *    SALREV1 simulates from; absent, no review is projected
           SELECT OPTIONAL REVIEW-PARAM-FILE
               ASSIGN TO EXTERNAL WFPREVIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO EXTERNAL WFPROJRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  REVIEW-PARAM-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REVIEW-PARAM-LINE.

       01  REVIEW-PARAM-LINE       PIC X(80).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

       EXEC SQL
        INCLUDE CURRWS
       END-EXEC.

           COPY RPTHDR.
           COPY RPTFTR.

           01  RPT-PAGE-NO         PIC 9(4) VALUE 1.
           01  RPT-LINE-COUNT      PIC 9(4) VALUE 0.
           01  RPT-LINES-PER-PAGE  PIC 9(4) VALUE 60.

      *----------------------------------------------------------*
      * salary review parameter record, as SALREV1 reads it: one
      * line per department, 'P' a percentage of the current rate
      * or 'F' a flat amount added to it, and its effective date.
      *----------------------------------------------------------*
           01 REVIEW-PARAM-RECORD.
               05 SRV-DEPT         PIC X(04).
               05 SRV-METHOD       PIC X(01).
                   88 SRV-METHOD-PERCENT VALUE 'P'.
                   88 SRV-METHOD-FLAT    VALUE 'F'.
               05 SRV-AMOUNT       PIC 9(07)V99.
               05 SRV-EFF-DATE     PIC 9(08).
               05 FILLER           PIC X(58).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 PARAM-FILE-STATUS    PIC XX.
           01 PARAM-EOF-SW         PIC X VALUE 'N'.
               88 PARAM-EOF        VALUE 'Y'.

      *    WFPROJ_START is the first projected month, YYYYMM; unset,
      *    the month after the run. WFPROJ_FILL_LAG is how many
      *    months an open position stays vacant before it is
      *    costed, 00 when unset.
           01 START-MONTH-TEXT     PIC X(6).
           01 FILL-LAG-TEXT        PIC X(2).
           01 FILL-LAG             PIC 9(2) VALUE 0.
           01 RUN-DATE-TEXT        PIC X(21).
           01 CURR-ASOF-WORK       PIC 9(8).

           01 WORK-MONTH           PIC 9(6).
           01 WORK-MONTH-FIELDS REDEFINES WORK-MONTH.
               05 WORK-YYYY        PIC 9(4).
               05 WORK-MM          PIC 9(2).
           01 START-MONTH          PIC 9(6).
           01 START-YEAR           PIC 9(4).
           01 LAST-MONTH           PIC 9(6).
           01 HORIZON-END-DATE     PIC 9(8).

      *    the twelve projected months, YYYYMM
           01 MONTH-IDX            PIC 9(2) COMP.
           01 MONTH-TABLE.
               05 PROJ-MONTH       PIC 9(6) OCCURS 12 TIMES.
           01 CUR-MONTH            PIC 9(6).
           01 CUR-MONTH-FIELDS REDEFINES CUR-MONTH.
               05 CUR-YYYY         PIC 9(4).
               05 CUR-MM           PIC 9(2).
           01 FIND-MONTH           PIC 9(6).
           01 FIND-MONTH-IDX       PIC 9(2) COMP.

      *    employer tax rates and wage bases, shared with TAXDEP1
      *    through the same environment names:
      *   EMPTAX_FICA_RATE  9V9999 (default  .0765)
      *   EMPTAX_FICA_BASE  9(7)   (default 160200)
      *   EMPTAX_SUI_RATE   9V9999 (default  .0270)
      *   EMPTAX_SUI_BASE   9(7)   (default   7000, used where a
      *                            state has no SUIWAGE base)
           01 FICA-RATE            PIC 9V9999 VALUE .0765.
           01 FICA-WAGE-BASE       PIC 9(7) VALUE 160200.
           01 SUI-RATE             PIC 9V9999 VALUE .0270.
           01 SUI-WAGE-BASE        PIC 9(7) VALUE 7000.
           01 RATE-TEXT            PIC X(5).
           01 BASE-TEXT            PIC X(7).

      *    the retirement plan's deduction code and calendar-year
      *    limits, shared with PAYCALC1
           01 RETIRE-DED-CODE      PIC X(4) VALUE '401K'.
           01 RETIRE-CODE-TEXT     PIC X(4).
           01 RETIRE-LIMIT-TEXT    PIC X(7).
           01 RETIRE-EMP-LIMIT     PIC 9(7)V99 VALUE 23000.
           01 RETIRE-MATCH-LIMIT   PIC 9(7)V99 VALUE 11500.

      *    a month's pay is a twelfth of a year's paid hours at
      *    the hourly PAYRATE
           01 ANNUAL-HOURS         PIC 9(4) VALUE 2080.

      *    department cache: work state, company, workers' comp
      *    class rate and the salary band midpoint open positions
      *    are priced at
           01 DEPT-COUNT           PIC 9(3) COMP VALUE 0.
           01 DEPT-IDX             PIC 9(3) COMP.
           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 300 TIMES.
                   10 DT-DEPT          PIC X(04).
                   10 DT-STATE         PIC X(02).
                   10 DT-COMPANY       PIC X(03).
                   10 DT-WC-RATE       PIC 9(2)V9(4).
                   10 DT-BAND-SW       PIC X(01).
                       88 DT-BAND-FOUND VALUE 'Y'.
                   10 DT-BAND-MID      PIC S9(11)V99 COMP-3.
           01 FIND-DEPT            PIC X(4).
           01 DEPT-MATCH-IDX       PIC 9(3) COMP.

           01 CUR-DEPT             PIC X(4).
           01 CUR-WC-CLASS         PIC X(4).
           01 CUR-WC-IND           PIC S9(4) COMP.
           01 CUR-DEPT-ST          PIC X(2).
           01 CUR-ST-IND           PIC S9(4) COMP.
           01 CUR-COMPANY          PIC X(3).
           01 CUR-COMPANY-IND      PIC S9(4) COMP.
           01 CUR-BAND-MID         PIC S9(11)V99 COMP-3.
           01 WORK-CLASS           PIC X(4).
           01 WORK-WC-RATE         PIC 9(2)V9(4).

      *    the employer match tiers off MATCHTBL, in tier order
           01 TIER-COUNT           PIC 9(2) COMP VALUE 0.
           01 TIER-IDX             PIC 9(2) COMP.
           01 TIER-TABLE.
               05 TIER-ENTRY OCCURS 10 TIMES.
                   10 MT-EMPLOYEE-PCT  PIC 9(2)V99.
                   10 MT-MATCH-PCT     PIC 9(3)V99.
           01 CUR-TIER-PCT         PIC 9(2)V99.
           01 CUR-TIER-MATCH-PCT   PIC 9(3)V99.

      *    the review deck lines inside the horizon
           01 REVIEW-EFF-MONTH     PIC 9(6).
           01 REVIEW-COUNT         PIC 9(3) COMP VALUE 0.
           01 REVIEW-IDX           PIC 9(3) COMP.
           01 REVIEW-TABLE.
               05 REVIEW-ENTRY OCCURS 100 TIMES.
                   10 RV-DEPT          PIC X(04).
                   10 RV-METHOD        PIC X(01).
                   10 RV-AMOUNT        PIC 9(07)V99.
                   10 RV-EFF-MONTH     PIC 9(06).
                   10 RV-DONE-SW       PIC X(01).

      *    projection rows: every active employee, then every open
      *    position, each carrying its rate and its employer cost
      *    drivers. Kind E an employee, V a vacant position.
           01 PROJ-COUNT           PIC 9(4) COMP VALUE 0.
           01 PROJ-IDX             PIC 9(4) COMP.
           01 PROJ-TABLE.
               05 PROJ-ENTRY OCCURS 3000 TIMES.
                   10 PR-KIND          PIC X(01).
                       88 PR-EMPLOYEE  VALUE 'E'.
                       88 PR-VACANCY   VALUE 'V'.
                   10 PR-ENO           PIC 9(04).
                   10 PR-POSITION-NO   PIC 9(05).
                   10 PR-COMPANY       PIC X(03).
                   10 PR-DEPT          PIC X(04).
                   10 PR-RES-ST        PIC X(02).
                   10 PR-CURRENCY      PIC X(03).
                   10 PR-RATE          PIC S9(13)V99 COMP-3.
                   10 PR-FTE           PIC 9V99.
                   10 PR-START-IDX     PIC 9(2) COMP.
                   10 PR-WC-OVR-SW     PIC X(01).
                       88 PR-WC-OVERRIDE VALUE 'Y'.
                   10 PR-WC-OVR-RATE   PIC 9(2)V9(4).
                   10 PR-BEN-FLAT      PIC S9(7)V99 COMP-3.
                   10 PR-BEN-PCT       PIC S9(3)V9(4) COMP-3.
                   10 PR-RET-METHOD    PIC X(01).
                   10 PR-RET-AMOUNT    PIC S9(7)V99 COMP-3.
                   10 PR-RET-SHARE     PIC S9V9(4) COMP-3.
                   10 PR-FICA-YTD      PIC S9(9)V99 COMP-3.
                   10 PR-SUI-YTD       PIC S9(9)V99 COMP-3.
                   10 PR-RET-YTD-CONTRIB PIC S9(9)V99 COMP-3.
                   10 PR-RET-YTD-MATCH PIC S9(9)V99 COMP-3.
           01 PROJ-OVERFLOW-SW     PIC X VALUE 'N'.
               88 PROJ-TABLE-OVERFLOW VALUE 'Y'.
           01 PROJ-MATCH-SW        PIC X VALUE 'N'.
               88 PROJ-MATCH-FOUND VALUE 'Y'.

      *    unapplied PENDCHG rows effective by the horizon end, in
      *    effective order
           01 CHANGE-COUNT         PIC 9(4) COMP VALUE 0.
           01 CHANGE-IDX           PIC 9(4) COMP.
           01 CHANGE-TABLE.
               05 CHANGE-ENTRY OCCURS 2000 TIMES.
                   10 PC-ENO           PIC 9(04).
                   10 PC-EFF-MONTH     PIC 9(06).
                   10 PC-RATE-SW       PIC X(01).
                   10 PC-NEW-RATE      PIC S9(13)V99 COMP-3.
                   10 PC-NEW-CURRENCY  PIC X(03).
                   10 PC-NEW-DEPT      PIC X(04).
                   10 PC-DONE-SW       PIC X(01).

           01 CHG-ENO              PIC 9(4).
           01 CHG-EFF-DATE         PIC 9(8).
           01 CHG-NEW-RATE         PIC S9(13)V99 COMP-3 VALUE 0.
           01 CHG-RATE-IND         PIC S9(4) COMP.
           01 CHG-NEW-CURRENCY     PIC X(3).
           01 CHG-CURRENCY-IND     PIC S9(4) COMP.
           01 CHG-NEW-DEPT         PIC X(4).
           01 CHG-DEPT-IND         PIC S9(4) COMP.

      *    one employee's enrolled deductions
           01 WORK-ENO             PIC 9(4).
           01 DED-CODE             PIC X(4).
           01 DED-CALC-METHOD      PIC X(1).
           01 DED-RATE-AMOUNT      PIC S9(7)V99 COMP-3.
           01 DED-EMPLOYEE-SHARE   PIC S9V9(4) COMP-3.
           01 YTD-WAGES            PIC S9(9)V99 COMP-3.
           01 YTD-CONTRIB          PIC S9(9)V99 COMP-3.
           01 YTD-MATCH            PIC S9(9)V99 COMP-3.

           01 POS-NO               PIC 9(5).
           01 POS-DEPT             PIC X(4).
           01 POS-BUDGET-FTE       PIC 9V99.
           01 POS-RATE             PIC S9(13)V99 COMP-3.
           01 AVG-RATE-SUM         PIC S9(13)V99 COMP-3.
           01 AVG-RATE-COUNT       PIC 9(5) COMP.

      *    SUI wage base per state and year, read from SUIWAGE as
      *    each is first needed
           01 SUI-BASE-COUNT       PIC 9(3) COMP VALUE 0.
           01 SUI-BASE-IDX         PIC 9(3) COMP.
           01 SUI-BASE-TABLE.
               05 SUI-BASE-ENTRY OCCURS 120 TIMES.
                   10 SB-ST            PIC X(02).
                   10 SB-YEAR          PIC 9(04).
                   10 SB-BASE          PIC 9(07).
           01 SUI-STATE            PIC X(2).
           01 SUI-YEAR             PIC 9(4).
           01 STATE-WAGE-BASE      PIC 9(7).
           01 SUI-BASE-SW          PIC X VALUE 'N'.
               88 SUI-BASE-FOUND   VALUE 'Y'.

      *    one row's month
           01 RATE-USD             PIC S9(13)V99 COMP-3.
           01 MONTH-GROSS          PIC S9(9)V99 COMP-3.
           01 MONTH-TAX            PIC S9(9)V99 COMP-3.
           01 MONTH-MATCH          PIC S9(9)V99 COMP-3.
           01 MONTH-BENEFIT        PIC S9(9)V99 COMP-3.
           01 MONTH-WC             PIC S9(9)V99 COMP-3.
           01 CAP-BASE             PIC 9(7).
           01 CAP-YTD              PIC S9(9)V99 COMP-3.
           01 CAP-ROOM             PIC S9(9)V99 COMP-3.
           01 CAP-TAXABLE          PIC S9(9)V99 COMP-3.
           01 RET-CONTRIB-THIS     PIC S9(7)V99 COMP-3.
           01 RET-CONTRIB-PCT      PIC S9(3)V99 COMP-3.
           01 RET-PCT-REMAINING    PIC S9(3)V99 COMP-3.
           01 RET-TIER-TAKE        PIC S9(3)V99 COMP-3.

      *    per company and department, month by month: the
      *    projected cost components and the BUDGTBL plan
           01 ACCUM-COUNT          PIC 9(3) COMP VALUE 0.
           01 ACCUM-IDX            PIC 9(3) COMP.
           01 ACCUM-SCAN           PIC 9(3) COMP.
           01 ACCUM-TABLE.
               05 ACCUM-ENTRY OCCURS 200 TIMES.
                   10 AC-COMPANY       PIC X(03).
                   10 AC-DEPT          PIC X(04).
                   10 AC-MONTH-DATA OCCURS 12 TIMES.
                       15 AC-FTE       PIC S9(5)V99 COMP-3.
                       15 AC-WAGES     PIC S9(11)V99 COMP-3.
                       15 AC-TAX       PIC S9(11)V99 COMP-3.
                       15 AC-MATCH     PIC S9(11)V99 COMP-3.
                       15 AC-BENEFIT   PIC S9(11)V99 COMP-3.
                       15 AC-WC        PIC S9(11)V99 COMP-3.
                       15 AC-BUDGET    PIC S9(11)V99 COMP-3.
                       15 AC-BUD-SW    PIC X(01).
           01 ACCUM-OVERFLOW-SW    PIC X VALUE 'N'.
               88 ACCUM-TABLE-OVERFLOW VALUE 'Y'.
           01 ACCUM-MATCH-SW       PIC X VALUE 'N'.
               88 ACCUM-MATCH-FOUND VALUE 'Y'.
           01 FOLD-COMPANY         PIC X(3).
           01 FOLD-DEPT            PIC X(4).

      *    report order: company and department
           01 ORDER-IDX            PIC 9(3) COMP.
           01 ORDER-SCAN           PIC 9(3) COMP.
           01 ORDER-LOW            PIC 9(3) COMP.
           01 ORDER-HOLD           PIC 9(3) COMP.
           01 ORDER-TABLE.
               05 ACCUM-ORDER      PIC 9(3) COMP OCCURS 200 TIMES.

           01 BGT-COMPANY          PIC X(3).
           01 BGT-DEPT             PIC X(4).
           01 BGT-MONTH            PIC 9(6).
           01 BGT-COMP-AMOUNT      PIC S9(11)V99 COMP-3.

      *    one report line's figures, and the department and
      *    all-department totals they roll into
           01 LINE-TOTALS.
               05 LT-FTE           PIC S9(7)V99 COMP-3.
               05 LT-WAGES         PIC S9(13)V99 COMP-3.
               05 LT-TAX           PIC S9(13)V99 COMP-3.
               05 LT-MATCH         PIC S9(13)V99 COMP-3.
               05 LT-BENEFIT       PIC S9(13)V99 COMP-3.
               05 LT-WC            PIC S9(13)V99 COMP-3.
               05 LT-BUDGET        PIC S9(13)V99 COMP-3.
           01 DEPT-TOTALS.
               05 DX-FTE           PIC S9(7)V99 COMP-3.
               05 DX-WAGES         PIC S9(13)V99 COMP-3.
               05 DX-TAX           PIC S9(13)V99 COMP-3.
               05 DX-MATCH         PIC S9(13)V99 COMP-3.
               05 DX-BENEFIT       PIC S9(13)V99 COMP-3.
               05 DX-WC            PIC S9(13)V99 COMP-3.
               05 DX-BUDGET        PIC S9(13)V99 COMP-3.
           01 ALL-MONTH-TOTALS.
               05 ALL-MONTH-ENTRY OCCURS 12 TIMES.
                   10 AM-FTE       PIC S9(7)V99 COMP-3.
                   10 AM-WAGES     PIC S9(13)V99 COMP-3.
                   10 AM-TAX       PIC S9(13)V99 COMP-3.
                   10 AM-MATCH     PIC S9(13)V99 COMP-3.
                   10 AM-BENEFIT   PIC S9(13)V99 COMP-3.
                   10 AM-WC        PIC S9(13)V99 COMP-3.
                   10 AM-BUDGET    PIC S9(13)V99 COMP-3.
           01 LINE-COST            PIC S9(13)V99 COMP-3.
           01 LINE-VARIANCE        PIC S9(13)V99 COMP-3.
           01 LINE-FLAG            PIC X(1).
           01 LINE-LABEL           PIC X(7).
           01 LINE-COMPANY         PIC X(3).
           01 LINE-DEPT            PIC X(4).

           01 HEADING-LINE.
               05 FILLER PIC X(25) VALUE
                  ' CO  DEPT MONTH       FTE'.
               05 FILLER PIC X(13) VALUE '       WAGES '.
               05 FILLER PIC X(13) VALUE 'EMPLOYER TAX '.
               05 FILLER PIC X(13) VALUE '   RET MATCH '.
               05 FILLER PIC X(13) VALUE '    BENEFITS '.
               05 FILLER PIC X(13) VALUE '     WC PREM '.
               05 FILLER PIC X(13) VALUE '  TOTAL COST '.
               05 FILLER PIC X(13) VALUE '      BUDGET '.
               05 FILLER PIC X(13) VALUE '    VARIANCE '.
               05 FILLER PIC X(03) VALUE SPACES.
           01 UNDERLINE-LINE.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(130) VALUE ALL '-'.
               05 FILLER PIC X(01) VALUE SPACE.

           01 DETAIL-LINE.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DL-COMPANY       PIC X(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DL-DEPT          PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DL-MONTH         PIC X(07).
               05 DL-FTE           PIC ZZZZ9.99.
               05 DL-WAGES         PIC Z(8)9.99-.
               05 DL-TAX           PIC Z(8)9.99-.
               05 DL-MATCH         PIC Z(8)9.99-.
               05 DL-BENEFIT       PIC Z(8)9.99-.
               05 DL-WC            PIC Z(8)9.99-.
               05 DL-COST          PIC Z(8)9.99-.
               05 DL-BUDGET        PIC Z(8)9.99-.
               05 DL-VARIANCE      PIC Z(8)9.99-.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DL-FLAG          PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACE.

           01 MONTH-LABEL.
               05 ML-YYYY          PIC 9(4).
               05 FILLER           PIC X(1) VALUE '-'.
               05 ML-MM            PIC 9(2).

           01 EMP-READ-COUNT       PIC 9(6) VALUE 0.
           01 EMP-PROJECTED-COUNT  PIC 9(6) VALUE 0.
           01 POS-PROJECTED-COUNT  PIC 9(6) VALUE 0.
           01 POS-UNPRICED-COUNT   PIC 9(6) VALUE 0.
           01 CHANGES-APPLIED-COUNT PIC 9(6) VALUE 0.
           01 REVIEWS-LOADED-COUNT PIC 9(6) VALUE 0.
           01 REVIEWS-SKIPPED-COUNT PIC 9(6) VALUE 0.
           01 RAISES-APPLIED-COUNT PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  projection inputs beyond EMPTABLE and DEPTTBL: pending
      *  changes (EFFCHG1), position control (POSMNT1), salary
      *  bands (SALBAND1), SUI wage bases (SUIBLD1), match tiers
      *  (MATCHLD1), workers' comp classes (WCMNT1), year-to-date
      *  taxable wages (TAXDEP1) and retirement (PAYCALC1), the
      *  deduction master and enrollments (DEDMNT1) and the plan
      *  (BUDGLD1)
           EXEC SQL
               DECLARE TABLE PENDCHG
                   (CHG_ID         DECIMAL(8,0)  NOT NULL,
                    ENO            DECIMAL(4,0)  NOT NULL,
                    EFF_DATE       DECIMAL(8,0)  NOT NULL,
                    NEW_PAYRATE    DECIMAL(15,2),
                    NEW_CURRENCY   CHAR(3),
                    NEW_DEPT       CHAR(4),
                    APPLIED        CHAR(1)       NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE POSCTL
                   (POSITION_NO  DECIMAL(5,0) NOT NULL,
                    DEPT         CHAR(4)      NOT NULL,
                    JOB_CODE     CHAR(4)      NOT NULL,
                    BUDGET_FTE   DECIMAL(3,2) NOT NULL,
                    FILL_STATUS  CHAR(1)      NOT NULL,
                    ENO          DECIMAL(4,0) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE BUDGTBL
                   (COMPANY     CHAR(3)       NOT NULL,
                    DEPT        CHAR(4)       NOT NULL,
                    BUD_MONTH   DECIMAL(6,0)  NOT NULL,
                    HEADCOUNT   DECIMAL(5,0)  NOT NULL,
                    COMP_AMOUNT DECIMAL(13,2) NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE CURRCRSR CURSOR FOR
               SELECT CURR_CODE, USD_RATE, ASOF_DATE
                 FROM CURRRATES
               ORDER BY CURR_CODE
           END-EXEC.

      *  each department with its work state and the company the
      *  org tree places it under
           EXEC SQL
               DECLARE DEPTCRSR CURSOR FOR
               SELECT D.DEPT, D.WC_CLASS, D.DEPT_ST, H.COMPANY
                 FROM DEPTTBL D
                 LEFT OUTER JOIN ORGHIER H
                   ON H.DEPT = D.DEPT
               ORDER BY D.DEPT
           END-EXEC.

           EXEC SQL
               DECLARE MATCHCRSR CURSOR FOR
               SELECT EMPLOYEE_PCT, MATCH_PCT
                 FROM MATCHTBL
               ORDER BY TIER_SEQ
           END-EXEC.

           EXEC SQL
               DECLARE EMPCRSR CURSOR FOR
               SELECT ENO, ST, DEPT, PAYRATE, CURRENCY_CODE,
                      COMPANY, MISCDATA
                 FROM EMPTABLE
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE BENCRSR CURSOR FOR
               SELECT DM.DED_CODE, COALESCE(DM.CALC_METHOD, 'F'),
                      COALESCE(DM.DED_AMOUNT, 0),
                      COALESCE(DM.EMPLOYEE_SHARE, 1)
                 FROM DEDENROLL DE, DEDMAST DM
               WHERE DE.ENO = :WORK-ENO
                 AND DM.DED_CODE = DE.DED_CODE
               ORDER BY DM.PRIORITY, DM.DED_CODE
           END-EXEC.

           EXEC SQL
               DECLARE POSCRSR CURSOR FOR
               SELECT POSITION_NO, DEPT, BUDGET_FTE
                 FROM POSCTL
               WHERE FILL_STATUS = 'V'
               ORDER BY DEPT, POSITION_NO
           END-EXEC.

           EXEC SQL
               DECLARE CHGCRSR CURSOR FOR
               SELECT ENO, EFF_DATE, NEW_PAYRATE, NEW_CURRENCY,
                      NEW_DEPT
                 FROM PENDCHG
               WHERE APPLIED = 'N'
                 AND EFF_DATE <= :HORIZON-END-DATE
               ORDER BY EFF_DATE, CHG_ID
           END-EXEC.

           EXEC SQL
               DECLARE BUDCRSR CURSOR FOR
               SELECT COMPANY, DEPT, BUD_MONTH, COMP_AMOUNT
                 FROM BUDGTBL
               WHERE BUD_MONTH >= :START-MONTH
                 AND BUD_MONTH <= :LAST-MONTH
               ORDER BY COMPANY, DEPT, BUD_MONTH
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Twelve-month workforce cost projection for budgeting. The
      * active employees on EMPTABLE, priced at their USD PAYRATE
      * over a year of paid hours, roll forward a month at a
      * time: unapplied PENDCHG rate and department changes land
      * in the month they take effect, the salary review deck
      * raises each department from its effective month, and the
      * vacant positions on POSCTL are costed at their
      * department's band midpoint times the budgeted FTE once
      * the fill lag has passed. Each month adds the employer
      * cost on top of wages: FICA and SUI up to their wage bases
      * (seeded from the EMPTAXYTD year-to-date wages and reset
      * each January), the retirement match through the MATCHTBL
      * tiers up to its annual limit, the employer share of the
      * enrolled deductions, and the workers' comp premium per
      * hundred dollars of wages. The report prints each company
      * and department month by month against BUDGTBL with the
      * variance, a department total, and all departments
      * together at the end; '*' marks a month projecting cost
      * with no plan behind it.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "WFPROJ_START" UPON ENVIRONMENT-NAME.
           ACCEPT START-MONTH-TEXT FROM ENVIRONMENT-VALUE.
           IF START-MONTH-TEXT NUMERIC
               MOVE START-MONTH-TEXT TO START-MONTH
           ELSE
               IF START-MONTH-TEXT NOT = SPACES
                   DISPLAY 'WFPROJ1 WFPROJ_START NOT NUMERIC: ['
                       START-MONTH-TEXT ']'
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               END-IF
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT
               MOVE RUN-DATE-TEXT(1:6) TO WORK-MONTH
               PERFORM 160-NEXT-MONTH
               MOVE WORK-MONTH TO START-MONTH
           END-IF.
           MOVE START-MONTH TO WORK-MONTH.
           IF WORK-MM < 1 OR WORK-MM > 12
               DISPLAY 'WFPROJ1 WFPROJ_START NOT A MONTH: ['
                   START-MONTH ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           DISPLAY "WFPROJ_FILL_LAG" UPON ENVIRONMENT-NAME.
           ACCEPT FILL-LAG-TEXT FROM ENVIRONMENT-VALUE.
           IF FILL-LAG-TEXT NUMERIC
               MOVE FILL-LAG-TEXT TO FILL-LAG
           END-IF.

           DISPLAY "EMPTAX_FICA_RATE" UPON ENVIRONMENT-NAME
           ACCEPT RATE-TEXT FROM ENVIRONMENT-VALUE
           IF RATE-TEXT NUMERIC
               COMPUTE FICA-RATE =
                   FUNCTION NUMVAL(RATE-TEXT) / 10000
           END-IF

           DISPLAY "EMPTAX_FICA_BASE" UPON ENVIRONMENT-NAME
           ACCEPT BASE-TEXT FROM ENVIRONMENT-VALUE
           IF BASE-TEXT NUMERIC
               MOVE BASE-TEXT TO FICA-WAGE-BASE
           END-IF

           DISPLAY "EMPTAX_SUI_RATE" UPON ENVIRONMENT-NAME
           ACCEPT RATE-TEXT FROM ENVIRONMENT-VALUE
           IF RATE-TEXT NUMERIC
               COMPUTE SUI-RATE =
                   FUNCTION NUMVAL(RATE-TEXT) / 10000
           END-IF

           DISPLAY "EMPTAX_SUI_BASE" UPON ENVIRONMENT-NAME
           ACCEPT BASE-TEXT FROM ENVIRONMENT-VALUE
           IF BASE-TEXT NUMERIC
               MOVE BASE-TEXT TO SUI-WAGE-BASE
           END-IF.

           DISPLAY "RETIRE_DED_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-CODE-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-CODE-TEXT NOT = SPACES
               MOVE RETIRE-CODE-TEXT TO RETIRE-DED-CODE
           END-IF.
           DISPLAY "RETIRE_EMP_LIMIT" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-LIMIT-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-LIMIT-TEXT NUMERIC
               MOVE RETIRE-LIMIT-TEXT TO RETIRE-EMP-LIMIT
           END-IF.
           DISPLAY "RETIRE_MATCH_LIMIT" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-LIMIT-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-LIMIT-TEXT NUMERIC
               MOVE RETIRE-LIMIT-TEXT TO RETIRE-MATCH-LIMIT
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'WFPROJ1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           PERFORM 850-LOAD-CURRENCY-RATES.

       100-MAIN.
           PERFORM 150-BUILD-MONTHS.
           PERFORM 200-LOAD-DEPARTMENTS THRU 200-LOAD-EXIT.
           PERFORM 250-LOAD-MATCH-TIERS THRU 250-LOAD-EXIT.
           PERFORM 270-LOAD-REVIEWS THRU 270-LOAD-EXIT.
           PERFORM 300-LOAD-EMPLOYEES THRU 300-LOAD-EXIT.
           PERFORM 350-LOAD-POSITIONS THRU 350-LOAD-EXIT.
           PERFORM 380-LOAD-CHANGES THRU 380-LOAD-EXIT.

           IF PROJ-TABLE-OVERFLOW
               DISPLAY 'WFPROJ1 PROJECTION TABLE FULL AT '
                   PROJ-COUNT ' ROWS - PROJECTION NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12
               PERFORM 400-PROJECT-MONTH
           END-PERFORM.

           PERFORM 450-LOAD-BUDGET THRU 450-LOAD-EXIT.

           IF ACCUM-TABLE-OVERFLOW
               DISPLAY 'WFPROJ1 DEPARTMENT TABLE FULL - REPORT '
                   'OMITS DEPARTMENTS BEYOND ' ACCUM-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 500-WRITE-REPORT.

           DISPLAY 'WFPROJ1 FIRST MONTH       : ' START-MONTH.
           DISPLAY 'WFPROJ1 EMPLOYEES READ    : ' EMP-READ-COUNT.
           DISPLAY 'WFPROJ1 EMPLOYEES PROJECTD: '
               EMP-PROJECTED-COUNT.
           DISPLAY 'WFPROJ1 OPEN POSITIONS    : '
               POS-PROJECTED-COUNT.
           DISPLAY 'WFPROJ1 POSITIONS UNPRICED: '
               POS-UNPRICED-COUNT.
           DISPLAY 'WFPROJ1 CHANGES APPLIED   : '
               CHANGES-APPLIED-COUNT.
           DISPLAY 'WFPROJ1 REVIEW LINES      : '
               REVIEWS-LOADED-COUNT.
           DISPLAY 'WFPROJ1 REVIEW LINES SKIP : '
               REVIEWS-SKIPPED-COUNT.
           DISPLAY 'WFPROJ1 RAISES APPLIED    : '
               RAISES-APPLIED-COUNT.
           DISPLAY 'WFPROJ1 DEPARTMENTS       : ' ACCUM-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 150-BUILD-MONTHS
      * The twelve months from the first, and the last day of the
      * horizon the pending changes are read up to.
      *----------------------------------------------------------*
       150-BUILD-MONTHS.
           MOVE START-MONTH TO WORK-MONTH
           MOVE WORK-YYYY TO START-YEAR
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12
               MOVE WORK-MONTH TO PROJ-MONTH(MONTH-IDX)
               PERFORM 160-NEXT-MONTH
           END-PERFORM
           MOVE PROJ-MONTH(12) TO LAST-MONTH
           COMPUTE HORIZON-END-DATE = LAST-MONTH * 100 + 31.

       160-NEXT-MONTH.
           IF WORK-MM >= 12
               ADD 1 TO WORK-YYYY
               MOVE 1 TO WORK-MM
           ELSE
               ADD 1 TO WORK-MM
           END-IF.

      *----------------------------------------------------------*
      * 200-LOAD-DEPARTMENTS
      * Every department with its work state, company, workers'
      * comp class rate and salary band midpoint.
      *----------------------------------------------------------*
       200-LOAD-DEPARTMENTS.
           EXEC SQL
               OPEN DEPTCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 DEPTTBL OPEN SQLCODE: ' SQLCODE
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-FETCH-DEPARTMENT
           PERFORM UNTIL SQLCODE <> 0
               IF DEPT-COUNT < 300
                   ADD 1 TO DEPT-COUNT
                   PERFORM 220-PRICE-DEPARTMENT
               END-IF
               PERFORM 210-FETCH-DEPARTMENT
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'WFPROJ1 DEPTTBL FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE DEPTCRSR
           END-EXEC.
       200-LOAD-EXIT.
           EXIT.

       210-FETCH-DEPARTMENT.
           MOVE 0 TO CUR-WC-IND
           MOVE 0 TO CUR-ST-IND
           MOVE 0 TO CUR-COMPANY-IND
           EXEC SQL
               FETCH DEPTCRSR
                   INTO :CUR-DEPT, :CUR-WC-CLASS :CUR-WC-IND,
                        :CUR-DEPT-ST :CUR-ST-IND,
                        :CUR-COMPANY :CUR-COMPANY-IND
           END-EXEC.

       220-PRICE-DEPARTMENT.
           IF CUR-WC-IND < 0
               MOVE SPACES TO CUR-WC-CLASS
           END-IF
           IF CUR-ST-IND < 0
               MOVE SPACES TO CUR-DEPT-ST
           END-IF
           IF CUR-COMPANY-IND < 0 OR CUR-COMPANY = SPACES
               MOVE '001' TO CUR-COMPANY
           END-IF

           MOVE CUR-DEPT TO DT-DEPT(DEPT-COUNT)
           MOVE CUR-DEPT-ST TO DT-STATE(DEPT-COUNT)
           MOVE CUR-COMPANY TO DT-COMPANY(DEPT-COUNT)

           MOVE CUR-WC-CLASS TO WORK-CLASS
           PERFORM 230-FETCH-CLASS-RATE
           MOVE WORK-WC-RATE TO DT-WC-RATE(DEPT-COUNT)

           MOVE 'N' TO DT-BAND-SW(DEPT-COUNT)
           MOVE 0 TO DT-BAND-MID(DEPT-COUNT)
           EXEC SQL
               SELECT BAND_MID INTO :CUR-BAND-MID
                   FROM SALBAND
                   WHERE DEPT = :CUR-DEPT
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO DT-BAND-SW(DEPT-COUNT)
               MOVE CUR-BAND-MID TO DT-BAND-MID(DEPT-COUNT)
           ELSE
               IF SQLCODE <> 100
                   DISPLAY 'WFPROJ1 SALBAND READ SQLCODE: '
                       SQLCODE ' DEPT: ' CUR-DEPT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 230-FETCH-CLASS-RATE
      * The premium per hundred dollars of wages for WORK-CLASS;
      * zero for a blank or unknown class.
      *----------------------------------------------------------*
       230-FETCH-CLASS-RATE.
           MOVE 0 TO WORK-WC-RATE
           IF WORK-CLASS NOT = SPACES
               EXEC SQL
                   SELECT PREMIUM_RATE INTO :WORK-WC-RATE
                       FROM WCCLASS
                       WHERE CLASS_CODE = :WORK-CLASS
               END-EXEC
               IF SQLCODE <> 0
                   IF SQLCODE <> 100
                       DISPLAY 'WFPROJ1 WCCLASS READ SQLCODE: '
                           SQLCODE ' CLASS: ' WORK-CLASS
                   END-IF
                   MOVE 0 TO WORK-WC-RATE
               END-IF
           END-IF.

       240-FIND-DEPARTMENT.
           MOVE 0 TO DEPT-MATCH-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
                      OR DEPT-MATCH-IDX > 0
               IF DT-DEPT(DEPT-IDX) = FIND-DEPT
                   MOVE DEPT-IDX TO DEPT-MATCH-IDX
               END-IF
           END-PERFORM.

       250-LOAD-MATCH-TIERS.
           EXEC SQL
               OPEN MATCHCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 MATCHTBL OPEN SQLCODE: ' SQLCODE
               GO TO 250-LOAD-EXIT
           END-IF

           PERFORM 260-FETCH-MATCH-TIER
           PERFORM UNTIL SQLCODE <> 0 OR TIER-COUNT >= 10
               ADD 1 TO TIER-COUNT
               MOVE CUR-TIER-PCT TO MT-EMPLOYEE-PCT(TIER-COUNT)
               MOVE CUR-TIER-MATCH-PCT TO MT-MATCH-PCT(TIER-COUNT)
               PERFORM 260-FETCH-MATCH-TIER
           END-PERFORM

           IF SQLCODE <> 100 AND SQLCODE <> 0
               DISPLAY 'WFPROJ1 MATCHTBL FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE MATCHCRSR
           END-EXEC.
       250-LOAD-EXIT.
           EXIT.

       260-FETCH-MATCH-TIER.
           EXEC SQL
               FETCH MATCHCRSR
                   INTO :CUR-TIER-PCT, :CUR-TIER-MATCH-PCT
           END-EXEC.

      *----------------------------------------------------------*
      * 270-LOAD-REVIEWS
      * The expected review deck. A line effective before the
      * first projected month is taken as already in PAYRATE and
      * one beyond the horizon does not touch it; both are
      * skipped with the unreadable lines.
      *----------------------------------------------------------*
       270-LOAD-REVIEWS.
           OPEN INPUT REVIEW-PARAM-FILE
           IF PARAM-FILE-STATUS NOT = '00'
                   AND PARAM-FILE-STATUS NOT = '05'
               DISPLAY 'WFPROJ1 CANNOT OPEN WFPREVIN, STATUS: '
                   PARAM-FILE-STATUS
               GO TO 270-LOAD-EXIT
           END-IF

           PERFORM 280-READ-REVIEW
           PERFORM UNTIL PARAM-EOF
               PERFORM 290-ADD-REVIEW
               PERFORM 280-READ-REVIEW
           END-PERFORM

           CLOSE REVIEW-PARAM-FILE.
       270-LOAD-EXIT.
           EXIT.

       280-READ-REVIEW.
           READ REVIEW-PARAM-FILE INTO REVIEW-PARAM-RECORD
               AT END
                   SET PARAM-EOF TO TRUE
           END-READ.

       290-ADD-REVIEW.
           IF SRV-DEPT = SPACES
                   OR NOT (SRV-METHOD-PERCENT OR SRV-METHOD-FLAT)
                   OR SRV-AMOUNT NOT NUMERIC
                   OR SRV-EFF-DATE NOT NUMERIC
               DISPLAY 'WFPROJ1 REVIEW LINE SKIPPED: ['
                   REVIEW-PARAM-RECORD(1:22) ']'
               ADD 1 TO REVIEWS-SKIPPED-COUNT
           ELSE
               COMPUTE REVIEW-EFF-MONTH = SRV-EFF-DATE / 100
               IF REVIEW-EFF-MONTH < START-MONTH
                       OR REVIEW-EFF-MONTH > LAST-MONTH
                       OR REVIEW-COUNT >= 100
                   ADD 1 TO REVIEWS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO REVIEW-COUNT
                   ADD 1 TO REVIEWS-LOADED-COUNT
                   MOVE SRV-DEPT TO RV-DEPT(REVIEW-COUNT)
                   MOVE SRV-METHOD TO RV-METHOD(REVIEW-COUNT)
                   MOVE SRV-AMOUNT TO RV-AMOUNT(REVIEW-COUNT)
                   MOVE REVIEW-EFF-MONTH TO RV-EFF-MONTH(REVIEW-COUNT)
                   MOVE 'N' TO RV-DONE-SW(REVIEW-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 300-LOAD-EMPLOYEES
      * The active employees with what drives their employer
      * cost: the workers' comp override, the year-to-date wages
      * and retirement amounts for the first month's year, and
      * the enrolled deductions.
      *----------------------------------------------------------*
       300-LOAD-EMPLOYEES.
           EXEC SQL
               OPEN EMPCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 EMPTABLE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 310-FETCH-EMPLOYEE
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO EMP-READ-COUNT
               PERFORM 320-ADD-EMPLOYEE THRU 320-ADD-EXIT
               PERFORM 310-FETCH-EMPLOYEE
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'WFPROJ1 EMPTABLE FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE EMPCRSR
           END-EXEC.
       300-LOAD-EXIT.
           EXIT.

       310-FETCH-EMPLOYEE.
           EXEC SQL
               FETCH EMPCRSR
                   INTO :ENO, :ST, :DEPT, :PAYRATE, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA
           END-EXEC.

       320-ADD-EMPLOYEE.
           IF MISC-STATUS-CODE NOT = 'AC'
               GO TO 320-ADD-EXIT
           END-IF
           IF PROJ-COUNT >= 3000
               SET PROJ-TABLE-OVERFLOW TO TRUE
               GO TO 320-ADD-EXIT
           END-IF

           ADD 1 TO PROJ-COUNT
           ADD 1 TO EMP-PROJECTED-COUNT
           MOVE ENO TO WORK-ENO
           MOVE 'E' TO PR-KIND(PROJ-COUNT)
           MOVE WORK-ENO TO PR-ENO(PROJ-COUNT)
           MOVE 0 TO PR-POSITION-NO(PROJ-COUNT)
           MOVE COMPANY-CODE TO PR-COMPANY(PROJ-COUNT)
           MOVE DEPT TO PR-DEPT(PROJ-COUNT)
           MOVE ST TO PR-RES-ST(PROJ-COUNT)
           MOVE CURRENCY-CODE TO PR-CURRENCY(PROJ-COUNT)
           MOVE PAYRATE TO PR-RATE(PROJ-COUNT)
           MOVE 1 TO PR-FTE(PROJ-COUNT)
           MOVE 1 TO PR-START-IDX(PROJ-COUNT)
           MOVE 0 TO PR-BEN-FLAT(PROJ-COUNT)
           MOVE 0 TO PR-BEN-PCT(PROJ-COUNT)
           MOVE SPACE TO PR-RET-METHOD(PROJ-COUNT)
           MOVE 0 TO PR-RET-AMOUNT(PROJ-COUNT)
           MOVE 0 TO PR-RET-SHARE(PROJ-COUNT)

           MOVE 'N' TO PR-WC-OVR-SW(PROJ-COUNT)
           MOVE 0 TO PR-WC-OVR-RATE(PROJ-COUNT)
           MOVE SPACES TO WORK-CLASS
           EXEC SQL
               SELECT CLASS_CODE INTO :WORK-CLASS
                   FROM WCOVRD
                   WHERE ENO = :WORK-ENO
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'WFPROJ1 WCOVRD READ SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
           END-IF
           IF SQLCODE = 0 AND WORK-CLASS NOT = SPACES
               PERFORM 230-FETCH-CLASS-RATE
               MOVE 'Y' TO PR-WC-OVR-SW(PROJ-COUNT)
               MOVE WORK-WC-RATE TO PR-WC-OVR-RATE(PROJ-COUNT)
           END-IF

           MOVE 0 TO YTD-WAGES
           EXEC SQL
               SELECT WAGES_PAID INTO :YTD-WAGES
                   FROM EMPTAXYTD
                   WHERE ENO = :WORK-ENO
                     AND TAX_YEAR = :START-YEAR
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'WFPROJ1 EMPTAXYTD READ SQLCODE: '
                       SQLCODE ' ENO: ' WORK-ENO
               END-IF
               MOVE 0 TO YTD-WAGES
           END-IF
           MOVE YTD-WAGES TO PR-FICA-YTD(PROJ-COUNT)
           MOVE YTD-WAGES TO PR-SUI-YTD(PROJ-COUNT)

           MOVE 0 TO YTD-CONTRIB
           MOVE 0 TO YTD-MATCH
           EXEC SQL
               SELECT EMP_CONTRIB, EMP_MATCH
                   INTO :YTD-CONTRIB, :YTD-MATCH
                   FROM RETYTD
                   WHERE ENO = :WORK-ENO
                     AND TAX_YEAR = :START-YEAR
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'WFPROJ1 RETYTD READ SQLCODE: '
                       SQLCODE ' ENO: ' WORK-ENO
               END-IF
               MOVE 0 TO YTD-CONTRIB
               MOVE 0 TO YTD-MATCH
           END-IF
           MOVE YTD-CONTRIB TO PR-RET-YTD-CONTRIB(PROJ-COUNT)
           MOVE YTD-MATCH TO PR-RET-YTD-MATCH(PROJ-COUNT)

           PERFORM 340-LOAD-BENEFITS THRU 340-LOAD-EXIT.
       320-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 340-LOAD-BENEFITS
      * The retirement deduction is kept as the employee's own
      * contribution the match is figured from. Every other
      * enrolled deduction adds the employer's part - what the
      * EMPLOYEE_SHARE leaves - as a monthly flat amount or a
      * percentage of wages, after its calculation method.
      *----------------------------------------------------------*
       340-LOAD-BENEFITS.
           EXEC SQL
               OPEN BENCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 DEDENROLL OPEN SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
               GO TO 340-LOAD-EXIT
           END-IF

           PERFORM 345-FETCH-DEDUCTION
           PERFORM UNTIL SQLCODE <> 0
               IF DED-CODE = RETIRE-DED-CODE
                   MOVE DED-CALC-METHOD TO PR-RET-METHOD(PROJ-COUNT)
                   IF DED-CALC-METHOD NOT = 'P'
                       MOVE 'F' TO PR-RET-METHOD(PROJ-COUNT)
                   END-IF
                   MOVE DED-RATE-AMOUNT TO PR-RET-AMOUNT(PROJ-COUNT)
                   MOVE DED-EMPLOYEE-SHARE
                       TO PR-RET-SHARE(PROJ-COUNT)
               ELSE
                   IF DED-EMPLOYEE-SHARE < 1
                       IF DED-CALC-METHOD = 'P'
                           COMPUTE PR-BEN-PCT(PROJ-COUNT) ROUNDED =
                               PR-BEN-PCT(PROJ-COUNT)
                             + DED-RATE-AMOUNT
                               * (1 - DED-EMPLOYEE-SHARE)
                       ELSE
                           COMPUTE PR-BEN-FLAT(PROJ-COUNT) ROUNDED =
                               PR-BEN-FLAT(PROJ-COUNT)
                             + DED-RATE-AMOUNT
                               * (1 - DED-EMPLOYEE-SHARE)
                       END-IF
                   END-IF
               END-IF
               PERFORM 345-FETCH-DEDUCTION
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'WFPROJ1 DEDENROLL FETCH SQLCODE: ' SQLCODE
                   ' ENO: ' WORK-ENO
           END-IF

           EXEC SQL
               CLOSE BENCRSR
           END-EXEC.
       340-LOAD-EXIT.
           EXIT.

       345-FETCH-DEDUCTION.
           EXEC SQL
               FETCH BENCRSR
                   INTO :DED-CODE, :DED-CALC-METHOD,
                        :DED-RATE-AMOUNT, :DED-EMPLOYEE-SHARE
           END-EXEC.

      *----------------------------------------------------------*
      * 350-LOAD-POSITIONS
      * Each vacant position, priced at its department's band
      * midpoint or, with no band on file, the average USD rate
      * of the department's active employees. A position with
      * neither is reported and left out.
      *----------------------------------------------------------*
       350-LOAD-POSITIONS.
           EXEC SQL
               OPEN POSCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 POSCTL OPEN SQLCODE: ' SQLCODE
               GO TO 350-LOAD-EXIT
           END-IF

           PERFORM 355-FETCH-POSITION
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 360-ADD-POSITION THRU 360-ADD-EXIT
               PERFORM 355-FETCH-POSITION
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'WFPROJ1 POSCTL FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE POSCRSR
           END-EXEC.
       350-LOAD-EXIT.
           EXIT.

       355-FETCH-POSITION.
           EXEC SQL
               FETCH POSCRSR
                   INTO :POS-NO, :POS-DEPT, :POS-BUDGET-FTE
           END-EXEC.

       360-ADD-POSITION.
           IF FILL-LAG >= 12
               GO TO 360-ADD-EXIT
           END-IF
           IF PROJ-COUNT >= 3000
               SET PROJ-TABLE-OVERFLOW TO TRUE
               GO TO 360-ADD-EXIT
           END-IF

           MOVE POS-DEPT TO FIND-DEPT
           PERFORM 240-FIND-DEPARTMENT
           MOVE 0 TO POS-RATE
           IF DEPT-MATCH-IDX > 0
               IF DT-BAND-FOUND(DEPT-MATCH-IDX)
                   MOVE DT-BAND-MID(DEPT-MATCH-IDX) TO POS-RATE
               END-IF
           END-IF
           IF POS-RATE = 0
               PERFORM 370-AVERAGE-DEPT-RATE
           END-IF
           IF POS-RATE = 0
               DISPLAY 'WFPROJ1 POSITION ' POS-NO ' DEPT '
                   POS-DEPT ' NOT PRICED - NO BAND OR INCUMBENTS'
               ADD 1 TO POS-UNPRICED-COUNT
               GO TO 360-ADD-EXIT
           END-IF

           ADD 1 TO PROJ-COUNT
           ADD 1 TO POS-PROJECTED-COUNT
           MOVE 'V' TO PR-KIND(PROJ-COUNT)
           MOVE 0 TO PR-ENO(PROJ-COUNT)
           MOVE POS-NO TO PR-POSITION-NO(PROJ-COUNT)
           IF DEPT-MATCH-IDX > 0
               MOVE DT-COMPANY(DEPT-MATCH-IDX)
                   TO PR-COMPANY(PROJ-COUNT)
           ELSE
               MOVE '001' TO PR-COMPANY(PROJ-COUNT)
           END-IF
           MOVE POS-DEPT TO PR-DEPT(PROJ-COUNT)
           MOVE SPACES TO PR-RES-ST(PROJ-COUNT)
           MOVE 'USD' TO PR-CURRENCY(PROJ-COUNT)
           MOVE POS-RATE TO PR-RATE(PROJ-COUNT)
           MOVE POS-BUDGET-FTE TO PR-FTE(PROJ-COUNT)
           COMPUTE PR-START-IDX(PROJ-COUNT) = FILL-LAG + 1
           MOVE 'N' TO PR-WC-OVR-SW(PROJ-COUNT)
           MOVE 0 TO PR-WC-OVR-RATE(PROJ-COUNT)
           MOVE 0 TO PR-BEN-FLAT(PROJ-COUNT)
           MOVE 0 TO PR-BEN-PCT(PROJ-COUNT)
           MOVE SPACE TO PR-RET-METHOD(PROJ-COUNT)
           MOVE 0 TO PR-RET-AMOUNT(PROJ-COUNT)
           MOVE 0 TO PR-RET-SHARE(PROJ-COUNT)
           MOVE 0 TO PR-FICA-YTD(PROJ-COUNT)
           MOVE 0 TO PR-SUI-YTD(PROJ-COUNT)
           MOVE 0 TO PR-RET-YTD-CONTRIB(PROJ-COUNT)
           MOVE 0 TO PR-RET-YTD-MATCH(PROJ-COUNT).
       360-ADD-EXIT.
           EXIT.

       370-AVERAGE-DEPT-RATE.
           MOVE 0 TO AVG-RATE-SUM
           MOVE 0 TO AVG-RATE-COUNT
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > PROJ-COUNT
               IF PR-EMPLOYEE(PROJ-IDX)
                       AND PR-DEPT(PROJ-IDX) = POS-DEPT
                   MOVE PR-CURRENCY(PROJ-IDX) TO CURR-LOOKUP-CODE
                   PERFORM 860-LOOKUP-CURRENCY-RATE
                   COMPUTE AVG-RATE-SUM ROUNDED =
                       AVG-RATE-SUM + PR-RATE(PROJ-IDX) * CURR-RATE
                   ADD 1 TO AVG-RATE-COUNT
               END-IF
           END-PERFORM
           IF AVG-RATE-COUNT > 0
               COMPUTE POS-RATE ROUNDED =
                   AVG-RATE-SUM / AVG-RATE-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 380-LOAD-CHANGES
      * Pending changes not yet applied, effective by the end of
      * the horizon. One already due that EFFCHG1 has not reached
      * lands in the first month.
      *----------------------------------------------------------*
       380-LOAD-CHANGES.
           EXEC SQL
               OPEN CHGCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 PENDCHG OPEN SQLCODE: ' SQLCODE
               GO TO 380-LOAD-EXIT
           END-IF

           PERFORM 385-FETCH-CHANGE
           PERFORM UNTIL SQLCODE <> 0 OR CHANGE-COUNT >= 2000
               ADD 1 TO CHANGE-COUNT
               MOVE CHG-ENO TO PC-ENO(CHANGE-COUNT)
               COMPUTE PC-EFF-MONTH(CHANGE-COUNT) =
                   CHG-EFF-DATE / 100
               IF PC-EFF-MONTH(CHANGE-COUNT) < START-MONTH
                   MOVE START-MONTH TO PC-EFF-MONTH(CHANGE-COUNT)
               END-IF
               MOVE 'N' TO PC-RATE-SW(CHANGE-COUNT)
               MOVE 0 TO PC-NEW-RATE(CHANGE-COUNT)
               IF CHG-RATE-IND >= 0 AND CHG-NEW-RATE NOT = 0
                   MOVE 'Y' TO PC-RATE-SW(CHANGE-COUNT)
                   MOVE CHG-NEW-RATE TO PC-NEW-RATE(CHANGE-COUNT)
               END-IF
               IF CHG-CURRENCY-IND < 0
                   MOVE SPACES TO CHG-NEW-CURRENCY
               END-IF
               MOVE CHG-NEW-CURRENCY
                   TO PC-NEW-CURRENCY(CHANGE-COUNT)
               IF CHG-DEPT-IND < 0
                   MOVE SPACES TO CHG-NEW-DEPT
               END-IF
               MOVE CHG-NEW-DEPT TO PC-NEW-DEPT(CHANGE-COUNT)
               MOVE 'N' TO PC-DONE-SW(CHANGE-COUNT)
               PERFORM 385-FETCH-CHANGE
           END-PERFORM

           IF SQLCODE <> 100 AND SQLCODE <> 0
               DISPLAY 'WFPROJ1 PENDCHG FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE CHGCRSR
           END-EXEC.
       380-LOAD-EXIT.
           EXIT.

       385-FETCH-CHANGE.
           MOVE 0 TO CHG-RATE-IND
           MOVE 0 TO CHG-CURRENCY-IND
           MOVE 0 TO CHG-DEPT-IND
           EXEC SQL
               FETCH CHGCRSR
                   INTO :CHG-ENO, :CHG-EFF-DATE,
                        :CHG-NEW-RATE :CHG-RATE-IND,
                        :CHG-NEW-CURRENCY :CHG-CURRENCY-IND,
                        :CHG-NEW-DEPT :CHG-DEPT-IND
           END-EXEC.

      *----------------------------------------------------------*
      * 400-PROJECT-MONTH
      * One month: a new calendar year restarts every wage base
      * and the retirement limits, the month's pending changes
      * land, then its review raises, and then every row is
      * costed at the rate it has reached.
      *----------------------------------------------------------*
       400-PROJECT-MONTH.
           MOVE PROJ-MONTH(MONTH-IDX) TO CUR-MONTH

           IF MONTH-IDX > 1 AND CUR-MM = 1
               PERFORM VARYING PROJ-IDX FROM 1 BY 1
                       UNTIL PROJ-IDX > PROJ-COUNT
                   MOVE 0 TO PR-FICA-YTD(PROJ-IDX)
                   MOVE 0 TO PR-SUI-YTD(PROJ-IDX)
                   MOVE 0 TO PR-RET-YTD-CONTRIB(PROJ-IDX)
                   MOVE 0 TO PR-RET-YTD-MATCH(PROJ-IDX)
               END-PERFORM
           END-IF

           PERFORM VARYING CHANGE-IDX FROM 1 BY 1
                   UNTIL CHANGE-IDX > CHANGE-COUNT
               IF PC-DONE-SW(CHANGE-IDX) = 'N'
                       AND PC-EFF-MONTH(CHANGE-IDX) <= CUR-MONTH
                   PERFORM 410-APPLY-CHANGE
               END-IF
           END-PERFORM

           PERFORM VARYING REVIEW-IDX FROM 1 BY 1
                   UNTIL REVIEW-IDX > REVIEW-COUNT
               IF RV-DONE-SW(REVIEW-IDX) = 'N'
                       AND RV-EFF-MONTH(REVIEW-IDX) <= CUR-MONTH
                   PERFORM 420-APPLY-REVIEW
               END-IF
           END-PERFORM

           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > PROJ-COUNT
               PERFORM 430-COST-ONE-ROW THRU 430-COST-EXIT
           END-PERFORM.

      *----------------------------------------------------------*
      * 410-APPLY-CHANGE
      * The new rate, currency and department as EFFCHG1 will
      * post them. A change for someone not projected - left or
      * not active - falls away.
      *----------------------------------------------------------*
       410-APPLY-CHANGE.
           MOVE 'Y' TO PC-DONE-SW(CHANGE-IDX)
           MOVE 'N' TO PROJ-MATCH-SW
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > PROJ-COUNT
                      OR PROJ-MATCH-FOUND
               IF PR-EMPLOYEE(PROJ-IDX)
                       AND PR-ENO(PROJ-IDX) = PC-ENO(CHANGE-IDX)
                   SET PROJ-MATCH-FOUND TO TRUE
                   IF PC-RATE-SW(CHANGE-IDX) = 'Y'
                       MOVE PC-NEW-RATE(CHANGE-IDX)
                           TO PR-RATE(PROJ-IDX)
                   END-IF
                   IF PC-NEW-CURRENCY(CHANGE-IDX) NOT = SPACES
                       MOVE PC-NEW-CURRENCY(CHANGE-IDX)
                           TO PR-CURRENCY(PROJ-IDX)
                   END-IF
                   IF PC-NEW-DEPT(CHANGE-IDX) NOT = SPACES
                       MOVE PC-NEW-DEPT(CHANGE-IDX)
                           TO PR-DEPT(PROJ-IDX)
                   END-IF
                   ADD 1 TO CHANGES-APPLIED-COUNT
               END-IF
           END-PERFORM.

       420-APPLY-REVIEW.
           MOVE 'Y' TO RV-DONE-SW(REVIEW-IDX)
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
                   UNTIL PROJ-IDX > PROJ-COUNT
               IF PR-EMPLOYEE(PROJ-IDX)
                       AND PR-DEPT(PROJ-IDX) = RV-DEPT(REVIEW-IDX)
                   IF RV-METHOD(REVIEW-IDX) = 'P'
                       COMPUTE PR-RATE(PROJ-IDX) ROUNDED =
                           PR-RATE(PROJ-IDX)
                         * (1 + RV-AMOUNT(REVIEW-IDX) / 100)
                   ELSE
                       ADD RV-AMOUNT(REVIEW-IDX)
                           TO PR-RATE(PROJ-IDX)
                   END-IF
                   ADD 1 TO RAISES-APPLIED-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 430-COST-ONE-ROW
      * The month's wages for one row and the employer cost on
      * top of them, folded into its department's month.
      *----------------------------------------------------------*
       430-COST-ONE-ROW.
           IF MONTH-IDX < PR-START-IDX(PROJ-IDX)
               GO TO 430-COST-EXIT
           END-IF

           MOVE PR-CURRENCY(PROJ-IDX) TO CURR-LOOKUP-CODE
           PERFORM 860-LOOKUP-CURRENCY-RATE
           COMPUTE RATE-USD ROUNDED = PR-RATE(PROJ-IDX) * CURR-RATE
           COMPUTE MONTH-GROSS ROUNDED =
               RATE-USD * ANNUAL-HOURS * PR-FTE(PROJ-IDX) / 12

           MOVE PR-DEPT(PROJ-IDX) TO FIND-DEPT
           PERFORM 240-FIND-DEPARTMENT

      *    FICA up to its wage base
           MOVE FICA-WAGE-BASE TO CAP-BASE
           MOVE PR-FICA-YTD(PROJ-IDX) TO CAP-YTD
           PERFORM 460-CAPPED-SLICE
           COMPUTE MONTH-TAX ROUNDED = CAP-TAXABLE * FICA-RATE
           ADD MONTH-GROSS TO PR-FICA-YTD(PROJ-IDX)

      *    SUI up to the work state's base - the department's
      *    DEPT_ST, the resident ST when blank
           MOVE SPACES TO SUI-STATE
           IF DEPT-MATCH-IDX > 0
               MOVE DT-STATE(DEPT-MATCH-IDX) TO SUI-STATE
           END-IF
           IF SUI-STATE = SPACES
               MOVE PR-RES-ST(PROJ-IDX) TO SUI-STATE
           END-IF
           MOVE CUR-YYYY TO SUI-YEAR
           PERFORM 470-FIND-SUI-BASE
           MOVE STATE-WAGE-BASE TO CAP-BASE
           MOVE PR-SUI-YTD(PROJ-IDX) TO CAP-YTD
           PERFORM 460-CAPPED-SLICE
           COMPUTE MONTH-TAX ROUNDED =
               MONTH-TAX + CAP-TAXABLE * SUI-RATE
           ADD MONTH-GROSS TO PR-SUI-YTD(PROJ-IDX)

           MOVE 0 TO MONTH-MATCH
           IF PR-RET-METHOD(PROJ-IDX) NOT = SPACE
                   AND MONTH-GROSS > 0
               PERFORM 480-COMPUTE-MATCH
           END-IF

           COMPUTE MONTH-BENEFIT ROUNDED =
               PR-BEN-FLAT(PROJ-IDX)
             + MONTH-GROSS * PR-BEN-PCT(PROJ-IDX) / 100

           IF PR-WC-OVERRIDE(PROJ-IDX)
               COMPUTE MONTH-WC ROUNDED =
                   MONTH-GROSS * PR-WC-OVR-RATE(PROJ-IDX) / 100
           ELSE
               MOVE 0 TO MONTH-WC
               IF DEPT-MATCH-IDX > 0
                   COMPUTE MONTH-WC ROUNDED =
                       MONTH-GROSS * DT-WC-RATE(DEPT-MATCH-IDX) / 100
               END-IF
           END-IF

           MOVE PR-COMPANY(PROJ-IDX) TO FOLD-COMPANY
           MOVE PR-DEPT(PROJ-IDX) TO FOLD-DEPT
           PERFORM 490-FIND-OR-ADD-ACCUM
           IF NOT ACCUM-MATCH-FOUND
               GO TO 430-COST-EXIT
           END-IF

           ADD PR-FTE(PROJ-IDX) TO AC-FTE(ACCUM-IDX, MONTH-IDX)
           ADD MONTH-GROSS TO AC-WAGES(ACCUM-IDX, MONTH-IDX)
           ADD MONTH-TAX TO AC-TAX(ACCUM-IDX, MONTH-IDX)
           ADD MONTH-MATCH TO AC-MATCH(ACCUM-IDX, MONTH-IDX)
           ADD MONTH-BENEFIT TO AC-BENEFIT(ACCUM-IDX, MONTH-IDX)
           ADD MONTH-WC TO AC-WC(ACCUM-IDX, MONTH-IDX).
       430-COST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 460-CAPPED-SLICE
      * The part of MONTH-GROSS still under CAP-BASE given
      * CAP-YTD already paid this year; a zero base caps nothing.
      *----------------------------------------------------------*
       460-CAPPED-SLICE.
           IF CAP-BASE = 0
               MOVE MONTH-GROSS TO CAP-TAXABLE
           ELSE
               COMPUTE CAP-ROOM = CAP-BASE - CAP-YTD
               IF CAP-ROOM < 0
                   MOVE 0 TO CAP-ROOM
               END-IF
               IF MONTH-GROSS > CAP-ROOM
                   MOVE CAP-ROOM TO CAP-TAXABLE
               ELSE
                   MOVE MONTH-GROSS TO CAP-TAXABLE
               END-IF
           END-IF.

       470-FIND-SUI-BASE.
           MOVE 'N' TO SUI-BASE-SW
           PERFORM VARYING SUI-BASE-IDX FROM 1 BY 1
                   UNTIL SUI-BASE-IDX > SUI-BASE-COUNT
                      OR SUI-BASE-FOUND
               IF SB-ST(SUI-BASE-IDX) = SUI-STATE
                       AND SB-YEAR(SUI-BASE-IDX) = SUI-YEAR
                   SET SUI-BASE-FOUND TO TRUE
                   MOVE SB-BASE(SUI-BASE-IDX) TO STATE-WAGE-BASE
               END-IF
           END-PERFORM

           IF NOT SUI-BASE-FOUND
               MOVE SUI-WAGE-BASE TO STATE-WAGE-BASE
               IF SUI-STATE NOT = SPACES
                   EXEC SQL
                       SELECT WAGE_BASE INTO :STATE-WAGE-BASE
                           FROM SUIWAGE
                           WHERE TAX_YEAR = :SUI-YEAR
                             AND ST = :SUI-STATE
                   END-EXEC
                   IF SQLCODE <> 0
                       IF SQLCODE <> 100
                           DISPLAY 'WFPROJ1 SUIWAGE READ SQLCODE: '
                               SQLCODE ' ST: ' SUI-STATE
                       END-IF
                       MOVE SUI-WAGE-BASE TO STATE-WAGE-BASE
                   END-IF
               END-IF
               IF SUI-BASE-COUNT < 120
                   ADD 1 TO SUI-BASE-COUNT
                   MOVE SUI-STATE TO SB-ST(SUI-BASE-COUNT)
                   MOVE SUI-YEAR TO SB-YEAR(SUI-BASE-COUNT)
                   MOVE STATE-WAGE-BASE TO SB-BASE(SUI-BASE-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 480-COMPUTE-MATCH
      * The employee's projected contribution, held to the annual
      * limit, walks the match tiers against its percent of
      * wages the way PAYCALC1 matches a period; the match stops
      * at what is left of its own annual limit.
      *----------------------------------------------------------*
       480-COMPUTE-MATCH.
           IF PR-RET-METHOD(PROJ-IDX) = 'P'
               COMPUTE RET-CONTRIB-THIS ROUNDED =
                   MONTH-GROSS * PR-RET-AMOUNT(PROJ-IDX) / 100
                 * PR-RET-SHARE(PROJ-IDX)
           ELSE
               COMPUTE RET-CONTRIB-THIS ROUNDED =
                   PR-RET-AMOUNT(PROJ-IDX) * PR-RET-SHARE(PROJ-IDX)
           END-IF
           IF RET-CONTRIB-THIS >
                   RETIRE-EMP-LIMIT - PR-RET-YTD-CONTRIB(PROJ-IDX)
               COMPUTE RET-CONTRIB-THIS =
                   RETIRE-EMP-LIMIT - PR-RET-YTD-CONTRIB(PROJ-IDX)
           END-IF
           IF RET-CONTRIB-THIS < 0
               MOVE 0 TO RET-CONTRIB-THIS
           END-IF

           IF RET-CONTRIB-THIS > 0
               COMPUTE RET-CONTRIB-PCT ROUNDED =
                   RET-CONTRIB-THIS * 100 / MONTH-GROSS
               MOVE RET-CONTRIB-PCT TO RET-PCT-REMAINING
               PERFORM VARYING TIER-IDX FROM 1 BY 1
                       UNTIL TIER-IDX > TIER-COUNT
                          OR RET-PCT-REMAINING <= 0
                   MOVE MT-EMPLOYEE-PCT(TIER-IDX) TO RET-TIER-TAKE
                   IF RET-TIER-TAKE > RET-PCT-REMAINING
                       MOVE RET-PCT-REMAINING TO RET-TIER-TAKE
                   END-IF
                   COMPUTE MONTH-MATCH ROUNDED =
                       MONTH-MATCH
                     + (MONTH-GROSS * RET-TIER-TAKE / 100
                         * MT-MATCH-PCT(TIER-IDX) / 100)
                   SUBTRACT RET-TIER-TAKE FROM RET-PCT-REMAINING
               END-PERFORM
           END-IF

           IF MONTH-MATCH >
                   RETIRE-MATCH-LIMIT - PR-RET-YTD-MATCH(PROJ-IDX)
               COMPUTE MONTH-MATCH =
                   RETIRE-MATCH-LIMIT - PR-RET-YTD-MATCH(PROJ-IDX)
           END-IF
           IF MONTH-MATCH < 0
               MOVE 0 TO MONTH-MATCH
           END-IF

           ADD RET-CONTRIB-THIS TO PR-RET-YTD-CONTRIB(PROJ-IDX)
           ADD MONTH-MATCH TO PR-RET-YTD-MATCH(PROJ-IDX).

       490-FIND-OR-ADD-ACCUM.
           MOVE 'N' TO ACCUM-MATCH-SW
           PERFORM VARYING ACCUM-SCAN FROM 1 BY 1
                   UNTIL ACCUM-SCAN > ACCUM-COUNT
                      OR ACCUM-MATCH-FOUND
               IF AC-COMPANY(ACCUM-SCAN) = FOLD-COMPANY
                       AND AC-DEPT(ACCUM-SCAN) = FOLD-DEPT
                   SET ACCUM-MATCH-FOUND TO TRUE
                   MOVE ACCUM-SCAN TO ACCUM-IDX
               END-IF
           END-PERFORM

           IF NOT ACCUM-MATCH-FOUND
               IF ACCUM-COUNT >= 200
                   SET ACCUM-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO ACCUM-COUNT
                   MOVE ACCUM-COUNT TO ACCUM-IDX
                   INITIALIZE ACCUM-ENTRY(ACCUM-IDX)
                   MOVE FOLD-COMPANY TO AC-COMPANY(ACCUM-IDX)
                   MOVE FOLD-DEPT TO AC-DEPT(ACCUM-IDX)
                   SET ACCUM-MATCH-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 450-LOAD-BUDGET
      * The plan for the twelve months from BUDGTBL, set beside
      * the projection; a planned department with nothing
      * projected still prints, showing the whole plan unspent.
      *----------------------------------------------------------*
       450-LOAD-BUDGET.
           EXEC SQL
               OPEN BUDCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 BUDGET OPEN SQLCODE: ' SQLCODE
               GO TO 450-LOAD-EXIT
           END-IF

           PERFORM 455-FETCH-BUDGET
           PERFORM UNTIL SQLCODE <> 0
               MOVE BGT-MONTH TO FIND-MONTH
               PERFORM 495-FIND-MONTH
               IF FIND-MONTH-IDX > 0
                   MOVE BGT-COMPANY TO FOLD-COMPANY
                   MOVE BGT-DEPT TO FOLD-DEPT
                   PERFORM 490-FIND-OR-ADD-ACCUM
                   IF ACCUM-MATCH-FOUND
                       ADD BGT-COMP-AMOUNT
                           TO AC-BUDGET(ACCUM-IDX, FIND-MONTH-IDX)
                       MOVE 'Y'
                           TO AC-BUD-SW(ACCUM-IDX, FIND-MONTH-IDX)
                   END-IF
               END-IF
               PERFORM 455-FETCH-BUDGET
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'WFPROJ1 BUDGET FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE BUDCRSR
           END-EXEC.
       450-LOAD-EXIT.
           EXIT.

       455-FETCH-BUDGET.
           EXEC SQL
               FETCH BUDCRSR
                   INTO :BGT-COMPANY, :BGT-DEPT, :BGT-MONTH,
                        :BGT-COMP-AMOUNT
           END-EXEC.

       495-FIND-MONTH.
           MOVE 0 TO FIND-MONTH-IDX
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12
                      OR FIND-MONTH-IDX > 0
               IF PROJ-MONTH(MONTH-IDX) = FIND-MONTH
                   MOVE MONTH-IDX TO FIND-MONTH-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 500-WRITE-REPORT
      * Departments in company and department order, twelve month
      * lines and a total each, then every department together.
      *----------------------------------------------------------*
       500-WRITE-REPORT.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ACCUM-COUNT
               MOVE ORDER-IDX TO ACCUM-ORDER(ORDER-IDX)
           END-PERFORM
           PERFORM 505-SORT-DEPARTMENTS

           OPEN OUTPUT PRINT-FILE
           MOVE 'TWELVE-MONTH WORKFORCE COST PROJECTION'
               TO RPT-HDR-TITLE
           PERFORM 800-WRITE-PAGE-HEADER THRU 800-WRITE-PAGE-HEADER-EX
           INITIALIZE ALL-MONTH-TOTALS

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX > ACCUM-COUNT
               MOVE ACCUM-ORDER(ORDER-IDX) TO ACCUM-IDX
               PERFORM 510-WRITE-DEPARTMENT
           END-PERFORM

           INITIALIZE DEPT-TOTALS
           MOVE 'ALL' TO LINE-COMPANY
           MOVE SPACES TO LINE-DEPT
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12
               MOVE AM-FTE(MONTH-IDX) TO LT-FTE
               MOVE AM-WAGES(MONTH-IDX) TO LT-WAGES
               MOVE AM-TAX(MONTH-IDX) TO LT-TAX
               MOVE AM-MATCH(MONTH-IDX) TO LT-MATCH
               MOVE AM-BENEFIT(MONTH-IDX) TO LT-BENEFIT
               MOVE AM-WC(MONTH-IDX) TO LT-WC
               MOVE AM-BUDGET(MONTH-IDX) TO LT-BUDGET
               MOVE SPACE TO LINE-FLAG
               PERFORM 520-WRITE-MONTH-LINE
           END-PERFORM
           PERFORM 530-WRITE-TOTAL-LINE

           WRITE PRINT-LINE FROM RPT-FTR-LINE
           CLOSE PRINT-FILE.

       505-SORT-DEPARTMENTS.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
                   UNTIL ORDER-IDX >= ACCUM-COUNT
               MOVE ORDER-IDX TO ORDER-LOW
               COMPUTE ORDER-SCAN = ORDER-IDX + 1
               PERFORM UNTIL ORDER-SCAN > ACCUM-COUNT
                   IF AC-COMPANY(ACCUM-ORDER(ORDER-SCAN))
                        < AC-COMPANY(ACCUM-ORDER(ORDER-LOW))
                     OR (AC-COMPANY(ACCUM-ORDER(ORDER-SCAN))
                        = AC-COMPANY(ACCUM-ORDER(ORDER-LOW))
                      AND AC-DEPT(ACCUM-ORDER(ORDER-SCAN))
                        < AC-DEPT(ACCUM-ORDER(ORDER-LOW)))
                       MOVE ORDER-SCAN TO ORDER-LOW
                   END-IF
                   ADD 1 TO ORDER-SCAN
               END-PERFORM
               IF ORDER-LOW NOT = ORDER-IDX
                   MOVE ACCUM-ORDER(ORDER-IDX) TO ORDER-HOLD
                   MOVE ACCUM-ORDER(ORDER-LOW)
                       TO ACCUM-ORDER(ORDER-IDX)
                   MOVE ORDER-HOLD TO ACCUM-ORDER(ORDER-LOW)
               END-IF
           END-PERFORM.

       510-WRITE-DEPARTMENT.
           INITIALIZE DEPT-TOTALS
           MOVE AC-COMPANY(ACCUM-IDX) TO LINE-COMPANY
           MOVE AC-DEPT(ACCUM-IDX) TO LINE-DEPT
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > 12
               MOVE AC-FTE(ACCUM-IDX, MONTH-IDX) TO LT-FTE
               MOVE AC-WAGES(ACCUM-IDX, MONTH-IDX) TO LT-WAGES
               MOVE AC-TAX(ACCUM-IDX, MONTH-IDX) TO LT-TAX
               MOVE AC-MATCH(ACCUM-IDX, MONTH-IDX) TO LT-MATCH
               MOVE AC-BENEFIT(ACCUM-IDX, MONTH-IDX) TO LT-BENEFIT
               MOVE AC-WC(ACCUM-IDX, MONTH-IDX) TO LT-WC
               MOVE AC-BUDGET(ACCUM-IDX, MONTH-IDX) TO LT-BUDGET
               MOVE SPACE TO LINE-FLAG
               IF AC-BUD-SW(ACCUM-IDX, MONTH-IDX) NOT = 'Y'
                       AND LT-WAGES NOT = 0
                   MOVE '*' TO LINE-FLAG
               END-IF
               ADD LT-FTE TO AM-FTE(MONTH-IDX)
               ADD LT-WAGES TO AM-WAGES(MONTH-IDX)
               ADD LT-TAX TO AM-TAX(MONTH-IDX)
               ADD LT-MATCH TO AM-MATCH(MONTH-IDX)
               ADD LT-BENEFIT TO AM-BENEFIT(MONTH-IDX)
               ADD LT-WC TO AM-WC(MONTH-IDX)
               ADD LT-BUDGET TO AM-BUDGET(MONTH-IDX)
               PERFORM 520-WRITE-MONTH-LINE
           END-PERFORM
           PERFORM 530-WRITE-TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO RPT-LINE-COUNT.

      *----------------------------------------------------------*
      * 520-WRITE-MONTH-LINE / 530-WRITE-TOTAL-LINE
      * A month from LINE-TOTALS, rolled into the department
      * total; the total line shows the average FTE across the
      * twelve months. Variance is projected cost less plan, so
      * a positive figure runs over budget.
      *----------------------------------------------------------*
       520-WRITE-MONTH-LINE.
           MOVE PROJ-MONTH(MONTH-IDX) TO CUR-MONTH
           MOVE CUR-YYYY TO ML-YYYY
           MOVE CUR-MM TO ML-MM
           MOVE MONTH-LABEL TO LINE-LABEL
           ADD LT-FTE TO DX-FTE
           ADD LT-WAGES TO DX-WAGES
           ADD LT-TAX TO DX-TAX
           ADD LT-MATCH TO DX-MATCH
           ADD LT-BENEFIT TO DX-BENEFIT
           ADD LT-WC TO DX-WC
           ADD LT-BUDGET TO DX-BUDGET
           PERFORM 540-FORMAT-LINE.

       530-WRITE-TOTAL-LINE.
           COMPUTE LT-FTE ROUNDED = DX-FTE / 12
           MOVE DX-WAGES TO LT-WAGES
           MOVE DX-TAX TO LT-TAX
           MOVE DX-MATCH TO LT-MATCH
           MOVE DX-BENEFIT TO LT-BENEFIT
           MOVE DX-WC TO LT-WC
           MOVE DX-BUDGET TO LT-BUDGET
           MOVE 'TOTAL' TO LINE-LABEL
           MOVE SPACE TO LINE-FLAG
           PERFORM 540-FORMAT-LINE.

       540-FORMAT-LINE.
           COMPUTE LINE-COST =
               LT-WAGES + LT-TAX + LT-MATCH + LT-BENEFIT + LT-WC
           COMPUTE LINE-VARIANCE = LINE-COST - LT-BUDGET

           MOVE LINE-COMPANY TO DL-COMPANY
           MOVE LINE-DEPT TO DL-DEPT
           MOVE LINE-LABEL TO DL-MONTH
           MOVE LT-FTE TO DL-FTE
           MOVE LT-WAGES TO DL-WAGES
           MOVE LT-TAX TO DL-TAX
           MOVE LT-MATCH TO DL-MATCH
           MOVE LT-BENEFIT TO DL-BENEFIT
           MOVE LT-WC TO DL-WC
           MOVE LINE-COST TO DL-COST
           MOVE LT-BUDGET TO DL-BUDGET
           MOVE LINE-VARIANCE TO DL-VARIANCE
           MOVE LINE-FLAG TO DL-FLAG
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX.

      *----------------------------------------------------------*
      * 800-WRITE-PAGE-HEADER / 810-WRITE-DETAIL-LINE /
      * 820-PAGE-BREAK
      * The report skeleton's page machinery (see PROGRAM_RPT):
      * header and column headings on every page, break via
      * footer once the page fills.
      *----------------------------------------------------------*
       800-WRITE-PAGE-HEADER.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE PRINT-LINE FROM RPT-HDR-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADING-LINE
           WRITE PRINT-LINE FROM UNDERLINE-LINE
           MOVE 0 TO RPT-LINE-COUNT.
       800-WRITE-PAGE-HEADER-EX.
           EXIT.

       810-WRITE-DETAIL-LINE.
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO RPT-LINE-COUNT

           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM 820-PAGE-BREAK THRU 820-PAGE-BREAK-EX
           END-IF.
       810-WRITE-DETAIL-LINE-EX.
           EXIT.

       820-PAGE-BREAK.
           WRITE PRINT-LINE FROM RPT-FTR-LINE
           ADD 1 TO RPT-PAGE-NO
           PERFORM 800-WRITE-PAGE-HEADER
               THRU 800-WRITE-PAGE-HEADER-EX.
       820-PAGE-BREAK-EX.
           EXIT.

       850-LOAD-CURRENCY-RATES.
           MOVE 0 TO CURR-LOADED-COUNT

           EXEC SQL
               OPEN CURRCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'WFPROJ1 RATE OPEN SQLCODE: ' SQLCODE
           ELSE
               PERFORM UNTIL SQLCODE <> 0
                       OR CURR-LOADED-COUNT >= 20
                   EXEC SQL
                       FETCH CURRCRSR
                           INTO :CURR-LOOKUP-CODE, :CURR-RATE,
                                :CURR-ASOF-WORK
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO CURR-LOADED-COUNT
                       MOVE CURR-LOOKUP-CODE
                           TO CURR-TABLE-CODE(CURR-LOADED-COUNT)
                       MOVE CURR-RATE
                           TO CURR-TABLE-RATE(CURR-LOADED-COUNT)
                       MOVE CURR-ASOF-WORK
                           TO CURR-TABLE-ASOF(CURR-LOADED-COUNT)
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE CURRCRSR
               END-EXEC
           END-IF.

       860-LOOKUP-CURRENCY-RATE.
           MOVE 'N' TO CURR-FOUND-SW
           MOVE 1.000000 TO CURR-RATE

           SET CURR-IDX TO 1
           SEARCH CURR-RATE-ENTRY
               WHEN CURR-TABLE-CODE(CURR-IDX) = CURR-LOOKUP-CODE
                   SET CURR-RATE-FOUND TO TRUE
                   MOVE CURR-TABLE-RATE(CURR-IDX) TO CURR-RATE
           END-SEARCH.
