               ASSIGN TO EXTERNAL YECORR
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCAL-SUB-FILE
               ASSIGN TO EXTERNAL YELOCAL
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       01  CORRECTION-LINE         PIC X(132).

       FD  LOCAL-SUB-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LOCAL-SUB-LINE.

       01  LOCAL-SUB-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.
                   10 YF-ST-TAX        PIC S9(9)V99 COMP-3.
                   10 YF-FED-TAX       PIC S9(9)V99 COMP-3.
                   10 YF-NET           PIC S9(11)V99 COMP-3.
                   10 YF-LOCAL-TAX     PIC S9(9)V99 COMP-3.
                   10 YF-IMPUTED       PIC S9(9)V99 COMP-3.
                   10 YF-ESTATE-PAY    PIC S9(9)V99 COMP-3.
                   10 YF-LOC-COUNT     PIC 9(1).
                   10 YF-LOC-ENTRY OCCURS 2 TIMES.
                       15 YF-LOC-CODE      PIC X(5).
                       15 YF-LOC-WAGES     PIC S9(11)V99 COMP-3.
                       15 YF-LOC-TAX       PIC S9(9)V99 COMP-3.
           01 YF-MATCH-SW          PIC X.
               88 YF-MATCH-FOUND   VALUE 'Y'.
           01 YF-MATCH-IDX         PIC 9(3) COMP.

      *    the local jurisdiction lines of one history record
      *    folding into the employee's (at most two) localities
           01 PDL-IDX              PIC 9(1).
           01 YF-LOC-IDX           PIC 9(1).
           01 YF-LOC-MATCH-IDX     PIC 9(1).
           01 LOCAL-REC-COUNT      PIC 9(6) VALUE 0.
           01 LOCAL-ENO-HASH       PIC 9(10) VALUE 0.
           01 LOCAL-WAGES-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.

           01 LOOKUP-ENO           PIC 9(4).
           01 FT-MONTH             PIC 9(6).
           01 FT-MONTH-PARTS REDEFINES FT-MONTH.
               05 FT-MONTH-YYYY    PIC 9(4).
               05 FT-MONTH-MM      PIC 9(2).
           01 FT-MONTHS-COUNT      PIC 9(2).
           01 FT-FOUND-COUNT       PIC 9(6).
           01 LOOKUP-COMPANY       PIC X(3).

      *    a deceased employee's ESTPAYEE row (see EMPMNT1)
           01 DEATH-DATE           PIC 9(8).
           01 DEATH-DATE-PARTS REDEFINES DEATH-DATE.
               05 DEATH-YYYY       PIC 9(4).
               05 FILLER           PIC 9(4).
           01 ESTATE-PAYEE-TIN     PIC X(9).

           01 HIST-READ-COUNT      PIC 9(8) COMP-3 VALUE 0.
           01 WAGE-REC-COUNT       PIC 9(6) VALUE 0.
           01 EMPLR-REC-COUNT      PIC 9(6) VALUE 0.
           01 SNAP-ST-TAX          PIC S9(9)V99 COMP-3.
           01 SNAP-FED-TAX         PIC S9(9)V99 COMP-3.
           01 SNAP-NET             PIC S9(11)V99 COMP-3.
           01 SNAP-LOCAL-TAX       PIC S9(9)V99 COMP-3.
           01 SNAP-FOUND-SW        PIC X.
               88 SNAP-FOUND       VALUE 'Y'.

                                       SIGN LEADING SEPARATE.
               05 YWR-NET          PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
      *        months of the year the employee held full-time
      *        status on FTSTATUS, for the benefits-offer filing
               05 YWR-FT-MONTHS    PIC 9(02).
      *        imputed income (group-term life, fringes) taxed
      *        through the year but never paid - inside the
      *        taxable wages, outside YWR-GROSS
               05 YWR-IMPUTED      PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
      *        a deceased employee: 'D' died in the tax year, so
      *        pay to the estate after death is social security
      *        and Medicare wages but not federal wages; 'A' died
      *        in an earlier year, so it is neither. Either way
      *        YWR-ESTATE-PAY is inside YWR-GROSS and reports to
      *        the estate or beneficiary under YWR-PAYEE-TIN.
               05 YWR-DECEDENT     PIC X(01).
               05 YWR-ESTATE-PAY   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               05 YWR-PAYEE-TIN    PIC X(09).
               05 FILLER           PIC X(10) VALUE SPACES.

      *    one 'L' local record per employee per locality withheld
      *    for, on the YELOCAL file under its own trailer
           01 LOCAL-RECORD.
               05 YLR-RECORD-TYPE  PIC X(01) VALUE 'L'.
               05 YLR-TAX-YEAR     PIC 9(04).
               05 YLR-COMPANY      PIC X(03).
               05 YLR-ENO          PIC 9(04).
               05 YLR-LOCAL-CODE   PIC X(05).
               05 YLR-LOCAL-WAGES  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               05 YLR-LOCAL-TAX    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 FILLER           PIC X(89) VALUE SPACES.

           01 CORRECTION-RECORD.
               05 YCR-RECORD-TYPE  PIC X(01) VALUE 'C'.
                                       SIGN LEADING SEPARATE.
               05 YCR-NEW-ST       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 YCR-OLD-LOCAL    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 YCR-NEW-LOCAL    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 FILLER           PIC X(30) VALUE SPACES.

       EXEC SQL
            INCLUDE SQLCA
                    ST_TAX    DECIMAL(11,2) NOT NULL,
                    FED_TAX   DECIMAL(11,2) NOT NULL,
                    NET       DECIMAL(13,2) NOT NULL,
                    FILED_TS  TIMESTAMP     NOT NULL,
                    LOCAL_TAX DECIMAL(11,2) NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.
      * totals. YE_MODE 'F' builds the fixed-format submission
      * files - one wage record per employee on YESUB, the
      * employer records per COMPANY-CODE on their own trailered
      * YEEMPLR file, the local wage and tax records per employee
      * per locality on the trailered YELOCAL file - and locks
      * the YEFILED
      * snapshot of exactly what was filed; a year already
      * snapshotted refuses to file again. Each wage record
      * carries the months FTMEAS1 held the employee full-time.
      * YE_MODE 'C' compares current totals to the snapshot and
      * emits correction records only for employees whose figures
      * changed, rolling the snapshot forward as it goes.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           DISPLAY 'YEFILE1 TAX YEAR        : ' YE-YEAR.
           DISPLAY 'YEFILE1 EMPLOYEES       : ' YF-EMP-COUNT.
           DISPLAY 'YEFILE1 WAGE RECORDS    : ' WAGE-REC-COUNT.
           DISPLAY 'YEFILE1 LOCAL RECORDS   : ' LOCAL-REC-COUNT.
           DISPLAY 'YEFILE1 CORRECTIONS     : ' CORR-REC-COUNT.

       100-CLOSE.
           IF PD-FED-TAX-AMOUNT NUMERIC
               ADD PD-FED-TAX-AMOUNT TO YF-FED-TAX(YF-MATCH-IDX)
           END-IF
           ADD PD-NET-PAY TO YF-NET(YF-MATCH-IDX)

           IF PD-EARN-COUNT NUMERIC
               PERFORM VARYING PDL-IDX FROM 1 BY 1
                       UNTIL PDL-IDX > PD-EARN-COUNT
                          OR PDL-IDX > 6
                   IF PD-EARN-CODE(PDL-IDX) = 'IMP'
                       ADD PD-EARN-AMOUNT(PDL-IDX)
                           TO YF-IMPUTED(YF-MATCH-IDX)
                   END-IF
                   IF PD-EARN-CODE(PDL-IDX) = 'EST'
                       ADD PD-EARN-AMOUNT(PDL-IDX)
                           TO YF-ESTATE-PAY(YF-MATCH-IDX)
                   END-IF
               END-PERFORM
           END-IF

      *    records from before local withholding carry spaces
           IF PD-LOCAL-TAX-COUNT NUMERIC
                   AND PD-LOCAL-WAGES NUMERIC
               PERFORM VARYING PDL-IDX FROM 1 BY 1
                       UNTIL PDL-IDX > PD-LOCAL-TAX-COUNT
                          OR PDL-IDX > 2
                   PERFORM 260-FOLD-LOCAL-LINE
               END-PERFORM
           END-IF.
       250-FOLD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 260-FOLD-LOCAL-LINE
      * One local line under its locality for the employee. A
      * third distinct locality in the year folds into the first,
      * loudly, so the tax still files.
      *----------------------------------------------------------*
       260-FOLD-LOCAL-LINE.
           MOVE 0 TO YF-LOC-MATCH-IDX
           PERFORM VARYING YF-LOC-IDX FROM 1 BY 1
                   UNTIL YF-LOC-IDX > YF-LOC-COUNT(YF-MATCH-IDX)
               IF YF-LOC-CODE(YF-MATCH-IDX, YF-LOC-IDX)
                       = PDL-CODE(PDL-IDX)
                   MOVE YF-LOC-IDX TO YF-LOC-MATCH-IDX
               END-IF
           END-PERFORM

           IF YF-LOC-MATCH-IDX = 0
               IF YF-LOC-COUNT(YF-MATCH-IDX) >= 2
                   DISPLAY 'YEFILE1 MORE THAN 2 LOCALITIES, ENO '
                       PD-EMPLOYEE-NO ' - [' PDL-CODE(PDL-IDX)
                       '] FOLDED INTO ['
                       YF-LOC-CODE(YF-MATCH-IDX, 1) ']'
                   MOVE 1 TO YF-LOC-MATCH-IDX
               ELSE
                   ADD 1 TO YF-LOC-COUNT(YF-MATCH-IDX)
                   MOVE YF-LOC-COUNT(YF-MATCH-IDX)
                       TO YF-LOC-MATCH-IDX
                   MOVE PDL-CODE(PDL-IDX)
                       TO YF-LOC-CODE(YF-MATCH-IDX, YF-LOC-MATCH-IDX)
                   MOVE 0
                       TO YF-LOC-WAGES(YF-MATCH-IDX, YF-LOC-MATCH-IDX)
                   MOVE 0
                       TO YF-LOC-TAX(YF-MATCH-IDX, YF-LOC-MATCH-IDX)
               END-IF
           END-IF

           ADD PD-LOCAL-WAGES
               TO YF-LOC-WAGES(YF-MATCH-IDX, YF-LOC-MATCH-IDX)
           ADD PDL-TAX(PDL-IDX)
               TO YF-LOC-TAX(YF-MATCH-IDX, YF-LOC-MATCH-IDX)
           ADD PDL-TAX(PDL-IDX) TO YF-LOCAL-TAX(YF-MATCH-IDX).

      *----------------------------------------------------------*
      * 280-LOOKUP-COMPANY
      * The employer record the employee files under; someone

           OPEN OUTPUT SUBMISSION-FILE
           OPEN OUTPUT EMPLOYER-SUB-FILE
           OPEN OUTPUT LOCAL-SUB-FILE

           PERFORM VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > CO-COUNT
           MOVE 016 TO FTR-AMT-LENGTH
           WRITE EMPLOYER-SUB-LINE FROM FILE-TRAILER-RECORD

           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE LOCAL-REC-COUNT TO FTR-RECORD-COUNT
           MOVE LOCAL-ENO-HASH TO FTR-KEY-HASH
           MOVE LOCAL-WAGES-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 009 TO FTR-KEY-OFFSET
           MOVE 04 TO FTR-KEY-LENGTH
           MOVE 018 TO FTR-AMT-OFFSET
           MOVE 014 TO FTR-AMT-LENGTH
           WRITE LOCAL-SUB-LINE FROM FILE-TRAILER-RECORD

           CLOSE SUBMISSION-FILE
           CLOSE EMPLOYER-SUB-FILE
           CLOSE LOCAL-SUB-FILE.

       450-COLLECT-COMPANIES.
           MOVE 0 TO CO-COUNT
           MOVE YF-FED-TAX(YF-EMP-IDX) TO YWR-FED-TAX
           MOVE YF-ST-TAX(YF-EMP-IDX) TO YWR-ST-TAX
           MOVE YF-NET(YF-EMP-IDX) TO YWR-NET
           PERFORM 475-COUNT-FULL-TIME-MONTHS
           MOVE FT-MONTHS-COUNT TO YWR-FT-MONTHS
           MOVE YF-IMPUTED(YF-EMP-IDX) TO YWR-IMPUTED
           PERFORM 477-CHECK-DECEDENT
           WRITE SUBMISSION-LINE FROM WAGE-RECORD

           ADD 1 TO WAGE-REC-COUNT
           ADD YF-GROSS(YF-EMP-IDX) TO GROSS-TOTAL
           ADD YF-ENO(YF-EMP-IDX) TO ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD

           PERFORM VARYING YF-LOC-IDX FROM 1 BY 1
                   UNTIL YF-LOC-IDX > YF-LOC-COUNT(YF-EMP-IDX)
               PERFORM 480-WRITE-LOCAL-RECORD
           END-PERFORM.

      *----------------------------------------------------------*
      * 475-COUNT-FULL-TIME-MONTHS
      * The months of the tax year falling in a stability period
      * FTMEAS1 measured the employee full-time for.
      *----------------------------------------------------------*
       475-COUNT-FULL-TIME-MONTHS.
           MOVE YF-ENO(YF-EMP-IDX) TO LOOKUP-ENO
           MOVE 0 TO FT-MONTHS-COUNT
           MOVE YE-YEAR TO FT-MONTH-YYYY
           PERFORM VARYING FT-MONTH-MM FROM 1 BY 1
                   UNTIL FT-MONTH-MM > 12
               MOVE 0 TO FT-FOUND-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :FT-FOUND-COUNT
                       FROM FTSTATUS
                       WHERE ENO = :LOOKUP-ENO
                         AND STATUS = 'F'
                         AND STAB_START <= :FT-MONTH
                         AND STAB_END >= :FT-MONTH
               END-EXEC
               IF SQLCODE = 0 AND FT-FOUND-COUNT > 0
                   ADD 1 TO FT-MONTHS-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 477-CHECK-DECEDENT
      * Marks the wage record of an employee EMPMNT1 recorded
      * deceased, with the pay TERMPAY1 made to the estate ('EST'
      * earnings) and the payee's taxpayer id it reports under.
      *----------------------------------------------------------*
       477-CHECK-DECEDENT.
           MOVE SPACE TO YWR-DECEDENT
           MOVE 0 TO YWR-ESTATE-PAY
           MOVE SPACES TO YWR-PAYEE-TIN

           MOVE YF-ENO(YF-EMP-IDX) TO LOOKUP-ENO
           EXEC SQL
               SELECT DEATH_DATE, PAYEE_TIN
                   INTO :DEATH-DATE, :ESTATE-PAYEE-TIN
                   FROM ESTPAYEE
                   WHERE ENO = :LOOKUP-ENO
           END-EXEC
           IF SQLCODE = 0
               IF DEATH-YYYY < YE-YEAR
                   MOVE 'A' TO YWR-DECEDENT
               ELSE
                   MOVE 'D' TO YWR-DECEDENT
               END-IF
               MOVE YF-ESTATE-PAY(YF-EMP-IDX) TO YWR-ESTATE-PAY
               MOVE ESTATE-PAYEE-TIN TO YWR-PAYEE-TIN
           ELSE
               IF SQLCODE <> 100
                   DISPLAY 'YEFILE1 ESTPAYEE READ SQLCODE: '
                       SQLCODE ' ENO: ' LOOKUP-ENO
               END-IF
           END-IF.

       480-WRITE-LOCAL-RECORD.
           MOVE SPACES TO LOCAL-RECORD
           MOVE 'L' TO YLR-RECORD-TYPE
           MOVE YE-YEAR TO YLR-TAX-YEAR
           MOVE YF-COMPANY(YF-EMP-IDX) TO YLR-COMPANY
           MOVE YF-ENO(YF-EMP-IDX) TO YLR-ENO
           MOVE YF-LOC-CODE(YF-EMP-IDX, YF-LOC-IDX)
               TO YLR-LOCAL-CODE
           MOVE YF-LOC-WAGES(YF-EMP-IDX, YF-LOC-IDX)
               TO YLR-LOCAL-WAGES
           MOVE YF-LOC-TAX(YF-EMP-IDX, YF-LOC-IDX)
               TO YLR-LOCAL-TAX
           WRITE LOCAL-SUB-LINE FROM LOCAL-RECORD

           ADD 1 TO LOCAL-REC-COUNT
           ADD YF-LOC-WAGES(YF-EMP-IDX, YF-LOC-IDX)
               TO LOCAL-WAGES-TOTAL
           ADD YF-ENO(YF-EMP-IDX) TO LOCAL-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       500-LOCK-SNAPSHOT.
           MOVE YF-ST-TAX(YF-EMP-IDX) TO SNAP-ST-TAX
           MOVE YF-FED-TAX(YF-EMP-IDX) TO SNAP-FED-TAX
           MOVE YF-NET(YF-EMP-IDX) TO SNAP-NET
           MOVE YF-LOCAL-TAX(YF-EMP-IDX) TO SNAP-LOCAL-TAX

           EXEC SQL
               INSERT INTO YEFILED
                   (TAX_YEAR, ENO, COMPANY, GROSS, ST_TAX,
                    FED_TAX, NET, FILED_TS, LOCAL_TAX)
                   VALUES (:YE-YEAR, :LOOKUP-ENO,
                           :LOOKUP-COMPANY, :SNAP-GROSS,
                           :SNAP-ST-TAX, :SNAP-FED-TAX,
                           :SNAP-NET, CURRENT_TIMESTAMP,
                           :SNAP-LOCAL-TAX)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'YEFILE1 SNAPSHOT INSERT SQLCODE: '
           MOVE 0 TO SNAP-ST-TAX
           MOVE 0 TO SNAP-FED-TAX
           MOVE 0 TO SNAP-NET
           MOVE 0 TO SNAP-LOCAL-TAX

           EXEC SQL
               SELECT GROSS, ST_TAX, FED_TAX, NET, LOCAL_TAX
                   INTO :SNAP-GROSS, :SNAP-ST-TAX,
                        :SNAP-FED-TAX, :SNAP-NET,
                        :SNAP-LOCAL-TAX
                   FROM YEFILED
                   WHERE TAX_YEAR = :YE-YEAR
                     AND ENO = :LOOKUP-ENO
                   AND SNAP-ST-TAX = YF-ST-TAX(YF-EMP-IDX)
                   AND SNAP-FED-TAX = YF-FED-TAX(YF-EMP-IDX)
                   AND SNAP-NET = YF-NET(YF-EMP-IDX)
                   AND SNAP-LOCAL-TAX = YF-LOCAL-TAX(YF-EMP-IDX)
               GO TO 650-CORRECT-EXIT
           END-IF

           MOVE YF-FED-TAX(YF-EMP-IDX) TO YCR-NEW-FED
           MOVE SNAP-ST-TAX TO YCR-OLD-ST
           MOVE YF-ST-TAX(YF-EMP-IDX) TO YCR-NEW-ST
           MOVE SNAP-LOCAL-TAX TO YCR-OLD-LOCAL
           MOVE YF-LOCAL-TAX(YF-EMP-IDX) TO YCR-NEW-LOCAL
           WRITE CORRECTION-LINE FROM CORRECTION-RECORD
           ADD 1 TO CORR-REC-COUNT

           MOVE YF-ST-TAX(YF-EMP-IDX) TO SNAP-ST-TAX
           MOVE YF-FED-TAX(YF-EMP-IDX) TO SNAP-FED-TAX
           MOVE YF-NET(YF-EMP-IDX) TO SNAP-NET
           MOVE YF-LOCAL-TAX(YF-EMP-IDX) TO SNAP-LOCAL-TAX
           MOVE YF-COMPANY(YF-EMP-IDX) TO LOOKUP-COMPANY

           IF SNAP-FOUND
                           ST_TAX = :SNAP-ST-TAX,
                           FED_TAX = :SNAP-FED-TAX,
                           NET = :SNAP-NET,
                           LOCAL_TAX = :SNAP-LOCAL-TAX,
                           FILED_TS = CURRENT_TIMESTAMP
                       WHERE TAX_YEAR = :YE-YEAR
                         AND ENO = :LOOKUP-ENO
               EXEC SQL
                   INSERT INTO YEFILED
                       (TAX_YEAR, ENO, COMPANY, GROSS, ST_TAX,
                        FED_TAX, NET, FILED_TS, LOCAL_TAX)
                       VALUES (:YE-YEAR, :LOOKUP-ENO,
                               :LOOKUP-COMPANY, :SNAP-GROSS,
                               :SNAP-ST-TAX, :SNAP-FED-TAX,
                               :SNAP-NET, CURRENT_TIMESTAMP,
                               :SNAP-LOCAL-TAX)
               END-EXEC
           END-IF
           IF SQLCODE <> 0
