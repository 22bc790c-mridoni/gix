       IDENTIFICATION DIVISION.

       PROGRAM-ID. DMEXT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT DM-FACT-FILE
               ASSIGN TO EXTERNAL DMFACT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DM-EMP-FILE
               ASSIGN TO EXTERNAL DMEMP
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DM-DEPT-FILE
               ASSIGN TO EXTERNAL DMDEPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DM-EARN-FILE
               ASSIGN TO EXTERNAL DMEARN
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DM-DED-FILE
               ASSIGN TO EXTERNAL DMDED
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DM-PERIOD-FILE
               ASSIGN TO EXTERNAL DMPER
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  DM-FACT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS DM-FACT-LINE.

       01  DM-FACT-LINE            PIC X(120).

       FD  DM-EMP-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS DM-EMP-LINE.

       01  DM-EMP-LINE             PIC X(130).

       FD  DM-DEPT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DM-DEPT-LINE.

       01  DM-DEPT-LINE            PIC X(100).

       FD  DM-EARN-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DM-EARN-LINE.

       01  DM-EARN-LINE            PIC X(80).

       FD  DM-DED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DM-DED-LINE.

       01  DM-DED-LINE             PIC X(80).

       FD  DM-PERIOD-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DM-PERIOD-LINE.

       01  DM-PERIOD-LINE          PIC X(80).

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

           COPY DMREC.

           COPY TRAILER.

           COPY RUNSTAT.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.

      *    DM_FROM_PERIOD limits the facts to pay periods from
      *    that one on; unset, all of PAYHIST is extracted. The
      *    dimensions are always complete.
           01 FROM-PERIOD-TEXT     PIC X(6).
           01 FROM-PERIOD          PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * the surrogate key register (DMKEYS): one row per natural
      * key per dimension, numbered from 1 within the dimension
      * in the order first seen. A key once assigned is never
      * reused or renumbered. Dimensions: EMP, DEPT, EARN, DED,
      * PER.
      *----------------------------------------------------------*
           01 KEY-DIM              PIC X(4).
           01 KEY-NATURAL          PIC X(30).
           01 KEY-SURR             PIC 9(9).
           01 KEY-MAX              PIC 9(9).
           01 KEY-MAX-IND          PIC S9(4) COMP.

      *    the reference dimensions, held for the pay history pass
           01 DEPT-DIM-COUNT       PIC 9(4) COMP VALUE 0.
           01 DEPT-DIM-IDX         PIC 9(4) COMP.
           01 DEPT-DIM-TABLE.
               05 DEPT-DIM-ENTRY OCCURS 500 TIMES.
                   10 DDT-RECORD   PIC X(100).
           01 EARN-DIM-COUNT       PIC 9(4) COMP VALUE 0.
           01 EARN-DIM-IDX         PIC 9(4) COMP.
           01 EARN-DIM-TABLE.
               05 EARN-DIM-ENTRY OCCURS 200 TIMES.
                   10 EDT-RECORD   PIC X(80).
           01 DED-DIM-COUNT        PIC 9(4) COMP VALUE 0.
           01 DED-DIM-IDX          PIC 9(4) COMP.
           01 DED-DIM-TABLE.
               05 DED-DIM-ENTRY OCCURS 300 TIMES.
                   10 CDT-RECORD   PIC X(80).
           01 PER-DIM-COUNT        PIC 9(4) COMP VALUE 0.
           01 PER-DIM-IDX          PIC 9(4) COMP.
           01 PER-DIM-TABLE.
               05 PER-DIM-ENTRY OCCURS 2000 TIMES.
                   10 PDT-RECORD   PIC X(80).
           01 DIM-FOUND-SW         PIC X.
               88 DIM-FOUND        VALUE 'Y'.

      *    reference-table fetch areas
           01 REF-CODE             PIC X(4).
           01 REF-DESC             PIC X(30).
           01 REF-DESC-IND         PIC S9(4) COMP.
           01 REF-METHOD           PIC X(1).
           01 REF-METHOD-IND       PIC S9(4) COMP.
           01 REF-TAXABLE          PIC X(1).
           01 REF-GL-ACCOUNT       PIC X(10).
           01 REF-GL-IND           PIC S9(4) COMP.
           01 REF-PRIORITY         PIC 9(2).
           01 REF-PRIORITY-IND     PIC S9(4) COMP.
           01 REF-MGR-ENO          PIC 9(4).
           01 REF-MGR-IND          PIC S9(4) COMP.
           01 REF-COST-CENTER      PIC X(6).
           01 REF-CC-IND           PIC S9(4) COMP.
           01 REF-WC-CLASS         PIC X(4).
           01 REF-WC-IND           PIC S9(4) COMP.
           01 REF-DEPT-ST          PIC X(2).
           01 REF-ST-IND           PIC S9(4) COMP.
           01 REF-DIVISION         PIC X(8).
           01 REF-DIVISION-IND     PIC S9(4) COMP.
           01 REF-COMPANY          PIC X(3).
           01 REF-COMPANY-IND      PIC S9(4) COMP.
           01 REF-PERIOD-ID        PIC 9(6).
           01 REF-START-DATE       PIC 9(8).
           01 REF-END-DATE         PIC 9(8).
           01 REF-PAY-DATE         PIC 9(8).
           01 REF-DATE-IND         PIC S9(4) COMP.
           01 REF-STATUS           PIC X(1).
           01 REF-GROUP-CODE       PIC X(2).

      *    the employee version fetch area
           01 HIST-EFF-FROM        PIC X(16).
           01 HIST-EFF-TO          PIC X(16).
           01 HIST-TERM-REASON     PIC X(3).
           01 HIST-REASON-IND      PIC S9(4) COMP.
           01 HIST-TERM-DATE       PIC 9(8).
           01 HIST-DATE-IND        PIC S9(4) COMP.
           01 HIST-IND             PIC S9(4) COMP.
           01 VERSION-ENO          PIC 9(4).
           01 VERSION-CUT-TS       PIC X(16).
           01 VERSION-TO-TS        PIC X(16).
           01 VERSION-FROM-TS      PIC X(16).
           01 VERSION-ROW-COUNT    PIC 9(6).
           01 CACHE-ENO            PIC 9(4) VALUE 0.
           01 CACHE-PERIOD-ID      PIC 9(6) VALUE 0.
           01 CACHE-EMP-KEY        PIC 9(9) VALUE 0.

      *    the fact being built for one pay history component
           01 FACT-PERIOD-KEY      PIC 9(9).
           01 FACT-EMP-KEY         PIC 9(9).
           01 FACT-DEPT-KEY        PIC 9(9).
           01 FACT-END-DATE        PIC 9(8).
           01 COMP-TYPE            PIC X(1).
           01 COMP-CODE            PIC X(10).
           01 COMP-HOURS           PIC S9(5)V99.
           01 COMP-AMOUNT          PIC S9(9)V99.
           01 ITEM-IDX             PIC 9(2) COMP.
           01 ITEM-COUNT           PIC 9(2).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 HIST-READ-COUNT      PIC 9(8) VALUE 0.
           01 HIST-USED-COUNT      PIC 9(8) VALUE 0.
           01 NEW-KEY-COUNT        PIC 9(6) VALUE 0.
           01 UNKEYED-COUNT        PIC 9(6) VALUE 0.
           01 FACT-WRITE-COUNT     PIC 9(8) VALUE 0.
           01 FACT-ENO-HASH        PIC 9(10) VALUE 0.
           01 FACT-AMOUNT-TOTAL    PIC S9(13)V99 VALUE 0.
           01 EMP-WRITE-COUNT      PIC 9(8) VALUE 0.
           01 EMP-KEY-HASH         PIC 9(10) VALUE 0.
           01 DIM-WRITE-COUNT      PIC 9(8) VALUE 0.
           01 DIM-KEY-HASH         PIC 9(10) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE DMKEYS
                   (DIM_NAME       CHAR(4)       NOT NULL,
                    NATURAL_KEY    CHAR(30)      NOT NULL,
                    SURR_KEY       DECIMAL(9,0)  NOT NULL,
                    ASSIGNED_DATE  DECIMAL(8,0)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE DMERNCR CURSOR FOR
               SELECT EARN_CODE, EARN_DESC, CALC_METHOD,
                      TAXABLE_FLAG, GL_ACCOUNT
                 FROM ERNCODE
               ORDER BY EARN_CODE
           END-EXEC.

           EXEC SQL
               DECLARE DMDEDCR CURSOR FOR
               SELECT DED_CODE, DESCRIPTION, CALC_METHOD, PRIORITY
                 FROM DEDMAST
               ORDER BY DED_CODE
           END-EXEC.

           EXEC SQL
               DECLARE DMDEPTCR CURSOR FOR
               SELECT DEPT, DEPT_NAME, MGR_ENO, COST_CENTER,
                      WC_CLASS, DEPT_ST
                 FROM DEPTTBL
               ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE DMPERCR CURSOR FOR
               SELECT PERIOD_ID, GROUP_CODE, START_DATE, END_DATE,
                      PAY_DATE, STATUS
                 FROM PERCAL
               ORDER BY PERIOD_ID
           END-EXEC.

      *  every closed employee version, oldest first
           EXEC SQL
               DECLARE DMHISTCR CURSOR FOR
               SELECT ENO, LNAME, FNAME, DEPT, PAYRATE,
                      CURRENCY_CODE, COMPANY, MISCDATA,
                      EFF_FROM_TS, EFF_TO_TS, TERM_REASON, TERM_DATE
                 FROM EMPHIST
               ORDER BY ENO, EFF_FROM_TS
           END-EXEC.

      *  and every employee's current version
           EXEC SQL
               DECLARE DMCURCR CURSOR FOR
               SELECT ENO, LNAME, FNAME, DEPT, PAYRATE,
                      CURRENCY_CODE, COMPANY, MISCDATA
                 FROM EMPTABLE
               ORDER BY ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Payroll data-mart extract: the pay history on PAYHIST
      * broken out to one fact per earnings line, deduction and
      * tax withholding at employee, period and component grain,
      * with conformed dimension files for employee (slowly
      * changing, off EMPHIST), department and org level,
      * earnings code, deduction code and pay period. Surrogate
      * keys come from the DMKEYS register so they hold between
      * runs; each file carries the standard trailer. RC 4 when
      * a fact could not be keyed to a dimension, RC 8 when the
      * register could not be maintained.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "DM_FROM_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT FROM-PERIOD-TEXT FROM ENVIRONMENT-VALUE.
           IF FROM-PERIOD-TEXT NUMERIC
               MOVE FROM-PERIOD-TEXT TO FROM-PERIOD
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'DMEXT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'DATA MART' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-MAIN.
           PERFORM 200-LOAD-EARNINGS-CODES.
           PERFORM 210-LOAD-DEDUCTION-CODES.
           PERFORM 220-LOAD-DEPARTMENTS.
           PERFORM 230-LOAD-PERIODS.
           IF RETURN-CODE >= 8
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT DM-EMP-FILE.
           PERFORM 300-WRITE-EMPLOYEE-DIM THRU 300-WRITE-EXIT.
           MOVE EMP-WRITE-COUNT TO DIM-WRITE-COUNT.
           MOVE EMP-KEY-HASH TO DIM-KEY-HASH.
           PERFORM 890-BUILD-DIM-TRAILER.
           WRITE DM-EMP-LINE FROM FILE-TRAILER-RECORD.
           CLOSE DM-EMP-FILE.
           IF RETURN-CODE >= 8
               GO TO 100-CLOSE
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'DMEXT1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT DM-FACT-FILE.
           PERFORM 400-READ-HISTORY.
           PERFORM UNTIL HISTORY-EOF OR RETURN-CODE >= 8
               ADD 1 TO HIST-READ-COUNT
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-PERIOD-ID >= FROM-PERIOD
                       AND PD-EMPLOYEE-NO NUMERIC
                       AND PD-EMPLOYEE-NO > 0
                   PERFORM 500-EXTRACT-PAY-RECORD
               END-IF
               PERFORM 400-READ-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

           PERFORM 890-BUILD-DIM-TRAILER.
           MOVE FACT-WRITE-COUNT TO FTR-RECORD-COUNT.
           MOVE FACT-ENO-HASH TO FTR-KEY-HASH.
           MOVE FACT-AMOUNT-TOTAL TO FTR-AMOUNT-TOTAL.
           MOVE 078 TO FTR-KEY-OFFSET.
           MOVE 04 TO FTR-KEY-LENGTH.
           MOVE 060 TO FTR-AMT-OFFSET.
           MOVE 012 TO FTR-AMT-LENGTH.
           WRITE DM-FACT-LINE FROM FILE-TRAILER-RECORD.
           CLOSE DM-FACT-FILE.
           IF RETURN-CODE >= 8
               GO TO 100-CLOSE
           END-IF.

           PERFORM 700-WRITE-REFERENCE-DIMS.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'DMEXT1 PAYHIST RECORDS READ : ' HIST-READ-COUNT.
           DISPLAY 'DMEXT1 PAYHIST RECORDS USED : ' HIST-USED-COUNT.
           DISPLAY 'DMEXT1 FACTS WRITTEN        : ' FACT-WRITE-COUNT.
           DISPLAY 'DMEXT1 EMPLOYEE VERSIONS    : ' EMP-WRITE-COUNT.
           DISPLAY 'DMEXT1 DEPARTMENTS          : ' DEPT-DIM-COUNT.
           DISPLAY 'DMEXT1 EARNINGS CODES       : ' EARN-DIM-COUNT.
           DISPLAY 'DMEXT1 DEDUCTION/TAX CODES  : ' DED-DIM-COUNT.
           DISPLAY 'DMEXT1 PAY PERIODS          : ' PER-DIM-COUNT.
           DISPLAY 'DMEXT1 NEW SURROGATE KEYS   : ' NEW-KEY-COUNT.
           DISPLAY 'DMEXT1 FACTS NOT KEYED      : ' UNKEYED-COUNT.
           IF UNKEYED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'DATA MART' TO RS-STEP
           MOVE FACT-WRITE-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-CLOSE.
           IF RETURN-CODE >= 8
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-LOAD-EARNINGS-CODES
      * The ERNCODE master, then the codes the pay calculation
      * itemizes without a master row.
      *----------------------------------------------------------*
       200-LOAD-EARNINGS-CODES.
           EXEC SQL
               OPEN DMERNCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DMEXT1 ERNCODE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 205-FETCH-EARNINGS-CODE
               PERFORM UNTIL SQLCODE <> 0
                   MOVE SPACES TO DM-EARN-RECORD
                   MOVE REF-CODE(1:3) TO DMN-EARN-CODE
                   MOVE REF-DESC TO DMN-EARN-DESC
                   MOVE REF-METHOD TO DMN-CALC-METHOD
                   MOVE REF-TAXABLE TO DMN-TAXABLE-FLAG
                   MOVE REF-GL-ACCOUNT TO DMN-GL-ACCOUNT
                   MOVE 'M' TO DMN-SOURCE
                   PERFORM 240-ADD-EARNINGS-CODE
                   PERFORM 205-FETCH-EARNINGS-CODE
               END-PERFORM
               EXEC SQL
                   CLOSE DMERNCR
               END-EXEC
           END-IF

           MOVE 'REG' TO COMP-CODE
           MOVE 'REGULAR HOURS' TO REF-DESC
           PERFORM 245-ADD-BUILT-IN-EARNING
           MOVE 'OT ' TO COMP-CODE
           MOVE 'OVERTIME HOURS' TO REF-DESC
           PERFORM 245-ADD-BUILT-IN-EARNING
           MOVE 'PTO' TO COMP-CODE
           MOVE 'PAID TIME OFF' TO REF-DESC
           PERFORM 245-ADD-BUILT-IN-EARNING
           MOVE 'GRS' TO COMP-CODE
           MOVE 'GROSS PAY - NOT ITEMIZED' TO REF-DESC
           PERFORM 245-ADD-BUILT-IN-EARNING.

       205-FETCH-EARNINGS-CODE.
           MOVE SPACES TO REF-CODE REF-DESC REF-GL-ACCOUNT
           MOVE 0 TO REF-GL-IND
           EXEC SQL
               FETCH DMERNCR
                   INTO :REF-CODE, :REF-DESC, :REF-METHOD,
                        :REF-TAXABLE, :REF-GL-ACCOUNT :REF-GL-IND
           END-EXEC
           IF SQLCODE = 0 AND REF-GL-IND < 0
               MOVE SPACES TO REF-GL-ACCOUNT
           END-IF.

      *----------------------------------------------------------*
      * 210-LOAD-DEDUCTION-CODES
      * The DEDMAST master as class D, and federal withholding,
      * which every taxed record carries, as class T. State and
      * local withholding codes join as pay history shows them.
      *----------------------------------------------------------*
       210-LOAD-DEDUCTION-CODES.
           EXEC SQL
               OPEN DMDEDCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DMEXT1 DEDMAST OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 215-FETCH-DEDUCTION-CODE
               PERFORM UNTIL SQLCODE <> 0
                   MOVE SPACES TO DM-DED-RECORD
                   MOVE 'D' TO DMC-DED-CLASS
                   MOVE REF-CODE TO DMC-DED-CODE
                   MOVE REF-DESC TO DMC-DED-DESC
                   MOVE REF-METHOD TO DMC-CALC-METHOD
                   MOVE REF-PRIORITY TO DMC-PRIORITY
                   MOVE 'M' TO DMC-SOURCE
                   PERFORM 250-ADD-DEDUCTION-CODE
                   PERFORM 215-FETCH-DEDUCTION-CODE
               END-PERFORM
               EXEC SQL
                   CLOSE DMDEDCR
               END-EXEC
           END-IF

           MOVE SPACES TO DM-DED-RECORD
           MOVE 'T' TO DMC-DED-CLASS
           MOVE 'FIT' TO DMC-DED-CODE
           MOVE 'FEDERAL INCOME TAX' TO DMC-DED-DESC
           MOVE 0 TO DMC-PRIORITY
           MOVE 'B' TO DMC-SOURCE
           PERFORM 250-ADD-DEDUCTION-CODE.

       215-FETCH-DEDUCTION-CODE.
           MOVE SPACES TO REF-CODE REF-DESC REF-METHOD
           MOVE 0 TO REF-PRIORITY
           MOVE 0 TO REF-DESC-IND REF-METHOD-IND REF-PRIORITY-IND
           EXEC SQL
               FETCH DMDEDCR
                   INTO :REF-CODE, :REF-DESC :REF-DESC-IND,
                        :REF-METHOD :REF-METHOD-IND,
                        :REF-PRIORITY :REF-PRIORITY-IND
           END-EXEC
           IF REF-DESC-IND < 0
               MOVE SPACES TO REF-DESC
           END-IF
           IF REF-METHOD-IND < 0
               MOVE SPACES TO REF-METHOD
           END-IF
           IF REF-PRIORITY-IND < 0
               MOVE 0 TO REF-PRIORITY
           END-IF.

      *----------------------------------------------------------*
      * 220-LOAD-DEPARTMENTS
      * DEPTTBL with each department's ORGHIER division and
      * company; departments pay history names that are no longer
      * on DEPTTBL join with their code alone.
      *----------------------------------------------------------*
       220-LOAD-DEPARTMENTS.
           EXEC SQL
               OPEN DMDEPTCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DMEXT1 DEPTTBL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 220-LOAD-EXIT
           END-IF

           PERFORM 225-FETCH-DEPARTMENT
           PERFORM UNTIL SQLCODE <> 0
               MOVE SPACES TO DM-DEPT-RECORD
               MOVE REF-CODE TO DMD-DEPT
               MOVE REF-DESC TO DMD-DEPT-NAME
               MOVE REF-MGR-ENO TO DMD-MGR-ENO
               MOVE REF-COST-CENTER TO DMD-COST-CENTER
               MOVE REF-WC-CLASS TO DMD-WC-CLASS
               MOVE REF-DEPT-ST TO DMD-DEPT-ST
               PERFORM 260-ADD-DEPARTMENT
               PERFORM 225-FETCH-DEPARTMENT
           END-PERFORM

           EXEC SQL
               CLOSE DMDEPTCR
           END-EXEC

      *    the org levels, once the cursor is closed
           PERFORM VARYING DEPT-DIM-IDX FROM 1 BY 1
                   UNTIL DEPT-DIM-IDX > DEPT-DIM-COUNT
               MOVE DDT-RECORD(DEPT-DIM-IDX) TO DM-DEPT-RECORD
               PERFORM 228-LOAD-ORG-LEVELS
               MOVE DM-DEPT-RECORD TO DDT-RECORD(DEPT-DIM-IDX)
           END-PERFORM.
       220-LOAD-EXIT.
           EXIT.

       225-FETCH-DEPARTMENT.
           MOVE SPACES TO REF-CODE REF-DESC REF-COST-CENTER
               REF-WC-CLASS REF-DEPT-ST
           MOVE 0 TO REF-MGR-ENO
           MOVE 0 TO REF-DESC-IND REF-MGR-IND REF-CC-IND
               REF-WC-IND REF-ST-IND
           EXEC SQL
               FETCH DMDEPTCR
                   INTO :REF-CODE, :REF-DESC :REF-DESC-IND,
                        :REF-MGR-ENO :REF-MGR-IND,
                        :REF-COST-CENTER :REF-CC-IND,
                        :REF-WC-CLASS :REF-WC-IND,
                        :REF-DEPT-ST :REF-ST-IND
           END-EXEC
           IF REF-DESC-IND < 0
               MOVE SPACES TO REF-DESC
           END-IF
           IF REF-MGR-IND < 0
               MOVE 0 TO REF-MGR-ENO
           END-IF
           IF REF-CC-IND < 0
               MOVE SPACES TO REF-COST-CENTER
           END-IF
           IF REF-WC-IND < 0
               MOVE SPACES TO REF-WC-CLASS
           END-IF
           IF REF-ST-IND < 0
               MOVE SPACES TO REF-DEPT-ST
           END-IF.

       228-LOAD-ORG-LEVELS.
           MOVE SPACES TO REF-DIVISION REF-COMPANY
           MOVE 0 TO REF-DIVISION-IND REF-COMPANY-IND
           EXEC SQL
               SELECT DIVISION, COMPANY
                   INTO :REF-DIVISION :REF-DIVISION-IND,
                        :REF-COMPANY :REF-COMPANY-IND
                   FROM ORGHIER
                   WHERE DEPT = :DMD-DEPT
           END-EXEC
           IF SQLCODE = 0
               IF REF-DIVISION-IND >= 0
                   MOVE REF-DIVISION TO DMD-DIVISION
               END-IF
               IF REF-COMPANY-IND >= 0
                   MOVE REF-COMPANY TO DMD-COMPANY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 230-LOAD-PERIODS
      * The PERCAL calendar; the pay date places the period in
      * its calendar year, quarter and month.
      *----------------------------------------------------------*
       230-LOAD-PERIODS.
           EXEC SQL
               OPEN DMPERCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DMEXT1 PERCAL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 230-LOAD-EXIT
           END-IF

           PERFORM 235-FETCH-PERIOD
           PERFORM UNTIL SQLCODE <> 0
               MOVE SPACES TO DM-PERIOD-RECORD
               MOVE REF-PERIOD-ID TO DMP-PERIOD-ID
               MOVE REF-GROUP-CODE TO DMP-GROUP-CODE
               MOVE REF-START-DATE TO DMP-START-DATE
               MOVE REF-END-DATE TO DMP-END-DATE
               MOVE REF-PAY-DATE TO DMP-PAY-DATE
               MOVE REF-STATUS TO DMP-STATUS
               PERFORM 270-ADD-PERIOD
               PERFORM 235-FETCH-PERIOD
           END-PERFORM

           EXEC SQL
               CLOSE DMPERCR
           END-EXEC.
       230-LOAD-EXIT.
           EXIT.

       235-FETCH-PERIOD.
           MOVE 0 TO REF-START-DATE REF-END-DATE REF-PAY-DATE
           MOVE 0 TO REF-DATE-IND
           EXEC SQL
               FETCH DMPERCR
                   INTO :REF-PERIOD-ID, :REF-GROUP-CODE,
                        :REF-START-DATE, :REF-END-DATE,
                        :REF-PAY-DATE :REF-DATE-IND, :REF-STATUS
           END-EXEC
           IF REF-DATE-IND < 0 OR REF-PAY-DATE = 0
               MOVE REF-END-DATE TO REF-PAY-DATE
           END-IF.

      *----------------------------------------------------------*
      * 240-275 dimension table maintenance
      * Each add keys the row through the register and holds it
      * for the pay history pass; a table full is a run failure,
      * since the dimension file would come out short.
      *----------------------------------------------------------*
       240-ADD-EARNINGS-CODE.
           IF EARN-DIM-COUNT >= 200
               DISPLAY 'DMEXT1 EARNINGS CODE TABLE FULL AT: '
                   DMN-EARN-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'EARN' TO KEY-DIM
               MOVE DMN-EARN-CODE TO KEY-NATURAL
               PERFORM 800-ASSIGN-SURROGATE-KEY
                   THRU 800-ASSIGN-EXIT
               MOVE KEY-SURR TO DMN-EARN-KEY
               ADD 1 TO EARN-DIM-COUNT
               MOVE DM-EARN-RECORD TO EDT-RECORD(EARN-DIM-COUNT)
           END-IF.

       245-ADD-BUILT-IN-EARNING.
           PERFORM 280-FIND-EARNINGS-CODE
           IF NOT DIM-FOUND
               MOVE SPACES TO DM-EARN-RECORD
               MOVE COMP-CODE TO DMN-EARN-CODE
               MOVE REF-DESC TO DMN-EARN-DESC
               MOVE 'Y' TO DMN-TAXABLE-FLAG
               MOVE 'B' TO DMN-SOURCE
               PERFORM 240-ADD-EARNINGS-CODE
           END-IF.

       250-ADD-DEDUCTION-CODE.
           IF DED-DIM-COUNT >= 300
               DISPLAY 'DMEXT1 DEDUCTION CODE TABLE FULL AT: '
                   DMC-DED-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'DED' TO KEY-DIM
               MOVE SPACES TO KEY-NATURAL
               MOVE DMC-DED-CLASS TO KEY-NATURAL(1:1)
               MOVE DMC-DED-CODE TO KEY-NATURAL(2:10)
               PERFORM 800-ASSIGN-SURROGATE-KEY
                   THRU 800-ASSIGN-EXIT
               MOVE KEY-SURR TO DMC-DED-KEY
               ADD 1 TO DED-DIM-COUNT
               MOVE DM-DED-RECORD TO CDT-RECORD(DED-DIM-COUNT)
           END-IF.

       260-ADD-DEPARTMENT.
           IF DEPT-DIM-COUNT >= 500
               DISPLAY 'DMEXT1 DEPARTMENT TABLE FULL AT: ' DMD-DEPT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'DEPT' TO KEY-DIM
               MOVE DMD-DEPT TO KEY-NATURAL
               PERFORM 800-ASSIGN-SURROGATE-KEY
                   THRU 800-ASSIGN-EXIT
               MOVE KEY-SURR TO DMD-DEPT-KEY
               ADD 1 TO DEPT-DIM-COUNT
               MOVE DM-DEPT-RECORD TO DDT-RECORD(DEPT-DIM-COUNT)
           END-IF.

       270-ADD-PERIOD.
           IF PER-DIM-COUNT >= 2000
               DISPLAY 'DMEXT1 PERIOD TABLE FULL AT: '
                   DMP-PERIOD-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DMP-PAY-DATE > 0
                   MOVE DMP-PAY-DATE(1:4) TO DMP-PAY-YEAR
                   MOVE DMP-PAY-DATE(5:2) TO DMP-PAY-MONTH
                   COMPUTE DMP-PAY-QUARTER =
                       (DMP-PAY-MONTH + 2) / 3
               ELSE
                   MOVE 0 TO DMP-PAY-YEAR DMP-PAY-MONTH
                       DMP-PAY-QUARTER
               END-IF
               MOVE 'PER' TO KEY-DIM
               MOVE DMP-PERIOD-ID TO KEY-NATURAL
               PERFORM 800-ASSIGN-SURROGATE-KEY
                   THRU 800-ASSIGN-EXIT
               MOVE KEY-SURR TO DMP-PERIOD-KEY
               ADD 1 TO PER-DIM-COUNT
               MOVE DM-PERIOD-RECORD TO PDT-RECORD(PER-DIM-COUNT)
           END-IF.

       280-FIND-EARNINGS-CODE.
           MOVE 'N' TO DIM-FOUND-SW
           PERFORM VARYING EARN-DIM-IDX FROM 1 BY 1
                   UNTIL EARN-DIM-IDX > EARN-DIM-COUNT OR DIM-FOUND
               MOVE EDT-RECORD(EARN-DIM-IDX) TO DM-EARN-RECORD
               IF DMN-EARN-CODE = COMP-CODE(1:3)
                   SET DIM-FOUND TO TRUE
               END-IF
           END-PERFORM.

       285-FIND-DEDUCTION-CODE.
           MOVE 'N' TO DIM-FOUND-SW
           PERFORM VARYING DED-DIM-IDX FROM 1 BY 1
                   UNTIL DED-DIM-IDX > DED-DIM-COUNT OR DIM-FOUND
               MOVE CDT-RECORD(DED-DIM-IDX) TO DM-DED-RECORD
               IF DMC-DED-CLASS = COMP-TYPE
                       AND DMC-DED-CODE = COMP-CODE
                   SET DIM-FOUND TO TRUE
               END-IF
           END-PERFORM.

       290-FIND-DEPARTMENT.
           MOVE 'N' TO DIM-FOUND-SW
           PERFORM VARYING DEPT-DIM-IDX FROM 1 BY 1
                   UNTIL DEPT-DIM-IDX > DEPT-DIM-COUNT OR DIM-FOUND
               MOVE DDT-RECORD(DEPT-DIM-IDX) TO DM-DEPT-RECORD
               IF DMD-DEPT = PD-DEPT
                   SET DIM-FOUND TO TRUE
               END-IF
           END-PERFORM.

       295-FIND-PERIOD.
           MOVE 'N' TO DIM-FOUND-SW
           PERFORM VARYING PER-DIM-IDX FROM 1 BY 1
                   UNTIL PER-DIM-IDX > PER-DIM-COUNT OR DIM-FOUND
               MOVE PDT-RECORD(PER-DIM-IDX) TO DM-PERIOD-RECORD
               IF DMP-PERIOD-ID = PD-PERIOD-ID
                   SET DIM-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 300-WRITE-EMPLOYEE-DIM
      * Every EMPHIST image as a closed version, then every
      * EMPTABLE row as the open one, effective from the end of
      * its last image (from the beginning when it has none).
      *----------------------------------------------------------*
       300-WRITE-EMPLOYEE-DIM.
           EXEC SQL
               OPEN DMHISTCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DMEXT1 EMPHIST OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-WRITE-EXIT
           END-IF

           PERFORM 310-FETCH-HISTORY-VERSION
           PERFORM UNTIL SQLCODE <> 0 OR RETURN-CODE >= 8
               PERFORM 330-BUILD-EMPLOYEE-VERSION
               MOVE HIST-EFF-FROM TO DME-EFF-FROM-TS
               MOVE HIST-EFF-TO TO DME-EFF-TO-TS
               MOVE 'N' TO DME-CURRENT-FLAG
               IF HIST-REASON-IND >= 0
                   MOVE HIST-TERM-REASON TO DME-TERM-REASON
               END-IF
               IF HIST-DATE-IND >= 0
                   MOVE HIST-TERM-DATE TO DME-TERM-DATE
               END-IF
               PERFORM 340-WRITE-EMPLOYEE-VERSION
               PERFORM 310-FETCH-HISTORY-VERSION
           END-PERFORM

           EXEC SQL
               CLOSE DMHISTCR
           END-EXEC
           IF RETURN-CODE >= 8
               GO TO 300-WRITE-EXIT
           END-IF

           EXEC SQL
               OPEN DMCURCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DMEXT1 EMPTABLE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-WRITE-EXIT
           END-IF

           PERFORM 320-FETCH-CURRENT-VERSION
           PERFORM UNTIL SQLCODE <> 0 OR RETURN-CODE >= 8
               PERFORM 330-BUILD-EMPLOYEE-VERSION
               MOVE ENO TO VERSION-ENO
               PERFORM 350-CURRENT-EFF-FROM
               MOVE VERSION-FROM-TS TO DME-EFF-FROM-TS
               MOVE ALL '9' TO DME-EFF-TO-TS
               MOVE 'Y' TO DME-CURRENT-FLAG
               PERFORM 340-WRITE-EMPLOYEE-VERSION
               PERFORM 320-FETCH-CURRENT-VERSION
           END-PERFORM

           EXEC SQL
               CLOSE DMCURCR
           END-EXEC.
       300-WRITE-EXIT.
           EXIT.

       310-FETCH-HISTORY-VERSION.
           MOVE SPACES TO MISCDATA-TEXT HIST-TERM-REASON
           MOVE 0 TO HIST-TERM-DATE
           MOVE 0 TO HIST-REASON-IND HIST-DATE-IND
           EXEC SQL
               FETCH DMHISTCR
                   INTO :ENO, :LNAME, :FNAME, :DEPT, :PAYRATE,
                        :CURRENCY-CODE, :COMPANY-CODE, :MISCDATA,
                        :HIST-EFF-FROM, :HIST-EFF-TO,
                        :HIST-TERM-REASON :HIST-REASON-IND,
                        :HIST-TERM-DATE :HIST-DATE-IND
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'DMEXT1 EMPHIST FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       320-FETCH-CURRENT-VERSION.
           MOVE SPACES TO MISCDATA-TEXT
           EXEC SQL
               FETCH DMCURCR
                   INTO :ENO, :LNAME, :FNAME, :DEPT, :PAYRATE,
                        :CURRENCY-CODE, :COMPANY-CODE, :MISCDATA
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'DMEXT1 EMPTABLE FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       330-BUILD-EMPLOYEE-VERSION.
           MOVE SPACES TO DM-EMP-RECORD
           MOVE ENO TO DME-ENO
           MOVE LNAME TO DME-LNAME
           MOVE FNAME TO DME-FNAME
           MOVE DEPT TO DME-DEPT
           MOVE COMPANY-CODE TO DME-COMPANY
           MOVE CURRENCY-CODE TO DME-CURRENCY-CODE
           MOVE PAYRATE TO DME-PAYRATE
           MOVE MISC-STATUS-CODE TO DME-STATUS-CODE
           IF MISC-HIRE-DATE NUMERIC
               MOVE MISC-HIRE-DATE TO DME-HIRE-DATE
           ELSE
               MOVE 0 TO DME-HIRE-DATE
           END-IF
           MOVE 0 TO DME-TERM-DATE.

      *    the version's natural key is ENO plus effective-from
       340-WRITE-EMPLOYEE-VERSION.
           MOVE 'EMP' TO KEY-DIM
           MOVE SPACES TO KEY-NATURAL
           MOVE DME-ENO TO KEY-NATURAL(1:4)
           MOVE DME-EFF-FROM-TS TO KEY-NATURAL(5:16)
           PERFORM 800-ASSIGN-SURROGATE-KEY THRU 800-ASSIGN-EXIT
           MOVE KEY-SURR TO DME-EMP-KEY
           WRITE DM-EMP-LINE FROM DM-EMP-RECORD
           ADD 1 TO EMP-WRITE-COUNT
           ADD DME-EMP-KEY TO EMP-KEY-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

       350-CURRENT-EFF-FROM.
           MOVE SPACES TO VERSION-FROM-TS
           MOVE 0 TO HIST-IND
           EXEC SQL
               SELECT MAX(EFF_TO_TS) INTO :VERSION-FROM-TS :HIST-IND
                   FROM EMPHIST
                   WHERE ENO = :VERSION-ENO
           END-EXEC
           IF SQLCODE <> 0 OR HIST-IND < 0
                   OR VERSION-FROM-TS = SPACES
               MOVE ALL '0' TO VERSION-FROM-TS
           END-IF.

       400-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 500-EXTRACT-PAY-RECORD
      * One pay history record keyed to its period, employee
      * version and department, then broken into its earnings
      * lines, deductions and withholdings. A record with no
      * itemized earnings contributes its gross as GRS.
      *----------------------------------------------------------*
       500-EXTRACT-PAY-RECORD.
           ADD 1 TO HIST-USED-COUNT

           PERFORM 295-FIND-PERIOD
           IF NOT DIM-FOUND
               MOVE SPACES TO DM-PERIOD-RECORD
               MOVE PD-PERIOD-ID TO DMP-PERIOD-ID
               MOVE 0 TO DMP-START-DATE DMP-END-DATE DMP-PAY-DATE
               MOVE 'U' TO DMP-STATUS
               PERFORM 270-ADD-PERIOD
           END-IF
           MOVE DMP-PERIOD-KEY TO FACT-PERIOD-KEY
           MOVE DMP-END-DATE TO FACT-END-DATE

           PERFORM 290-FIND-DEPARTMENT
           IF NOT DIM-FOUND
               MOVE SPACES TO DM-DEPT-RECORD
               MOVE PD-DEPT TO DMD-DEPT
               MOVE 0 TO DMD-MGR-ENO
               PERFORM 228-LOAD-ORG-LEVELS
               PERFORM 260-ADD-DEPARTMENT
           END-IF
           MOVE DMD-DEPT-KEY TO FACT-DEPT-KEY

           PERFORM 600-FIND-EMPLOYEE-VERSION THRU 600-FIND-EXIT

           IF PD-EARN-COUNT NUMERIC AND PD-EARN-COUNT > 0
               MOVE PD-EARN-COUNT TO ITEM-COUNT
               IF ITEM-COUNT > 6
                   MOVE 6 TO ITEM-COUNT
               END-IF
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > ITEM-COUNT
                   IF PD-EARN-AMOUNT(ITEM-IDX) NUMERIC
                       MOVE PD-EARN-CODE(ITEM-IDX) TO COMP-CODE
                       MOVE 0 TO COMP-HOURS
                       IF PD-EARN-HOURS(ITEM-IDX) NUMERIC
                           MOVE PD-EARN-HOURS(ITEM-IDX)
                               TO COMP-HOURS
                       END-IF
                       MOVE PD-EARN-AMOUNT(ITEM-IDX) TO COMP-AMOUNT
                       PERFORM 510-WRITE-EARNING-FACT
                   END-IF
               END-PERFORM
           ELSE
               IF PD-GROSS-PAY NUMERIC AND PD-GROSS-PAY NOT = 0
                   MOVE 'GRS' TO COMP-CODE
                   MOVE 0 TO COMP-HOURS
                   IF PD-REG-HOURS NUMERIC AND PD-OT-HOURS NUMERIC
                       COMPUTE COMP-HOURS =
                           PD-REG-HOURS + PD-OT-HOURS
                   END-IF
                   MOVE PD-GROSS-PAY TO COMP-AMOUNT
                   PERFORM 510-WRITE-EARNING-FACT
               END-IF
           END-IF

           IF PD-DEDUCTION-COUNT NUMERIC
               MOVE PD-DEDUCTION-COUNT TO ITEM-COUNT
               IF ITEM-COUNT > 5
                   MOVE 5 TO ITEM-COUNT
               END-IF
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > ITEM-COUNT
                   IF PD-DED-AMOUNT(ITEM-IDX) NUMERIC
                       MOVE PD-DED-CODE(ITEM-IDX) TO COMP-CODE
                       MOVE PD-DED-AMOUNT(ITEM-IDX) TO COMP-AMOUNT
                       MOVE 'D' TO COMP-TYPE
                       PERFORM 520-WRITE-DEDUCTION-FACT
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 530-WRITE-TAX-FACTS.

       510-WRITE-EARNING-FACT.
           PERFORM 280-FIND-EARNINGS-CODE
           IF NOT DIM-FOUND
               MOVE SPACES TO DM-EARN-RECORD
               MOVE COMP-CODE TO DMN-EARN-CODE
               MOVE 'NOT ON ERNCODE' TO DMN-EARN-DESC
               MOVE 'U' TO DMN-SOURCE
               PERFORM 240-ADD-EARNINGS-CODE
           END-IF
           PERFORM 550-START-FACT
           SET DMF-EARNING TO TRUE
           MOVE DMN-EARN-KEY TO DMF-COMP-KEY
           PERFORM 560-FINISH-FACT.

      *    COMP-TYPE says D or T before the perform
       520-WRITE-DEDUCTION-FACT.
           PERFORM 285-FIND-DEDUCTION-CODE
           IF NOT DIM-FOUND
               MOVE SPACES TO DM-DED-RECORD
               MOVE COMP-TYPE TO DMC-DED-CLASS
               MOVE COMP-CODE TO DMC-DED-CODE
               EVALUATE TRUE
                   WHEN COMP-TYPE = 'D'
                       MOVE 'NOT ON DEDMAST' TO DMC-DED-DESC
                   WHEN COMP-CODE(1:4) = 'SIT-'
                       STRING 'STATE INCOME TAX ' COMP-CODE(5:2)
                           DELIMITED BY SIZE INTO DMC-DED-DESC
                   WHEN OTHER
                       STRING 'LOCAL INCOME TAX ' COMP-CODE(5:5)
                           DELIMITED BY SIZE INTO DMC-DED-DESC
               END-EVALUATE
               MOVE 0 TO DMC-PRIORITY
               MOVE 'U' TO DMC-SOURCE
               IF COMP-TYPE = 'T'
                   MOVE 'B' TO DMC-SOURCE
               END-IF
               PERFORM 250-ADD-DEDUCTION-CODE
           END-IF
           PERFORM 550-START-FACT
           MOVE COMP-TYPE TO DMF-COMP-TYPE
           MOVE DMC-DED-KEY TO DMF-COMP-KEY
           MOVE 0 TO COMP-HOURS
           PERFORM 560-FINISH-FACT.

      *----------------------------------------------------------*
      * 530-WRITE-TAX-FACTS
      * Federal withholding, the state lines (the resident state
      * alone on records from before per-state lines were kept)
      * and the local jurisdiction lines.
      *----------------------------------------------------------*
       530-WRITE-TAX-FACTS.
           IF PD-FED-TAX-AMOUNT NUMERIC AND PD-FED-TAX-AMOUNT NOT = 0
               MOVE 'FIT' TO COMP-CODE
               MOVE PD-FED-TAX-AMOUNT TO COMP-AMOUNT
               MOVE 'T' TO COMP-TYPE
               PERFORM 520-WRITE-DEDUCTION-FACT
           END-IF

           IF PD-STATE-TAX-COUNT NUMERIC AND PD-STATE-TAX-COUNT > 0
               MOVE PD-STATE-TAX-COUNT TO ITEM-COUNT
               IF ITEM-COUNT > 3
                   MOVE 3 TO ITEM-COUNT
               END-IF
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > ITEM-COUNT
                   IF PDS-TAX(ITEM-IDX) NUMERIC
                           AND PDS-TAX(ITEM-IDX) NOT = 0
                       MOVE SPACES TO COMP-CODE
                       STRING 'SIT-' PDS-STATE(ITEM-IDX)
                           DELIMITED BY SIZE INTO COMP-CODE
                       MOVE PDS-TAX(ITEM-IDX) TO COMP-AMOUNT
                       MOVE 'T' TO COMP-TYPE
                       PERFORM 520-WRITE-DEDUCTION-FACT
                   END-IF
               END-PERFORM
           ELSE
               IF PD-TAX-AMOUNT NUMERIC AND PD-TAX-AMOUNT NOT = 0
                   MOVE SPACES TO COMP-CODE
                   STRING 'SIT-' PD-TAX-STATE
                       DELIMITED BY SIZE INTO COMP-CODE
                   MOVE PD-TAX-AMOUNT TO COMP-AMOUNT
                   MOVE 'T' TO COMP-TYPE
                   PERFORM 520-WRITE-DEDUCTION-FACT
               END-IF
           END-IF

           IF PD-LOCAL-TAX-COUNT NUMERIC AND PD-LOCAL-TAX-COUNT > 0
               MOVE PD-LOCAL-TAX-COUNT TO ITEM-COUNT
               IF ITEM-COUNT > 2
                   MOVE 2 TO ITEM-COUNT
               END-IF
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > ITEM-COUNT
                   IF PDL-TAX(ITEM-IDX) NUMERIC
                           AND PDL-TAX(ITEM-IDX) NOT = 0
                       MOVE SPACES TO COMP-CODE
                       STRING 'LIT-' PDL-CODE(ITEM-IDX)
                           DELIMITED BY SIZE INTO COMP-CODE
                       MOVE PDL-TAX(ITEM-IDX) TO COMP-AMOUNT
                       MOVE 'T' TO COMP-TYPE
                       PERFORM 520-WRITE-DEDUCTION-FACT
                   END-IF
               END-PERFORM
           END-IF.

       550-START-FACT.
           MOVE SPACES TO DM-FACT-RECORD
           MOVE FACT-PERIOD-KEY TO DMF-PERIOD-KEY
           MOVE FACT-EMP-KEY TO DMF-EMP-KEY
           MOVE FACT-DEPT-KEY TO DMF-DEPT-KEY
           MOVE COMP-CODE TO DMF-COMP-CODE
           MOVE PD-RECORD-TYPE TO DMF-RECORD-TYPE
           MOVE PD-CURRENCY-CODE TO DMF-CURRENCY-CODE
           MOVE PD-PERIOD-ID TO DMF-PERIOD-ID
           MOVE PD-EMPLOYEE-NO TO DMF-ENO.

      *    hours are unsigned on the record; a void takes them back
       560-FINISH-FACT.
           IF PD-TYPE-VOID
               COMPUTE DMF-HOURS = 0 - COMP-HOURS
           ELSE
               MOVE COMP-HOURS TO DMF-HOURS
           END-IF
           MOVE COMP-AMOUNT TO DMF-AMOUNT
           IF DMF-PERIOD-KEY = 0 OR DMF-EMP-KEY = 0
                   OR DMF-DEPT-KEY = 0 OR DMF-COMP-KEY = 0
               ADD 1 TO UNKEYED-COUNT
           END-IF
           WRITE DM-FACT-LINE FROM DM-FACT-RECORD
           ADD 1 TO FACT-WRITE-COUNT
           ADD DMF-ENO TO FACT-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD DMF-AMOUNT TO FACT-AMOUNT-TOTAL.

      *----------------------------------------------------------*
      * 600-FIND-EMPLOYEE-VERSION
      * The employee version in effect at the period's end: the
      * first EMPHIST image closing after that day, else the
      * current row - or, for an employee no longer on EMPTABLE,
      * their final image. A period off PERCAL takes the current
      * version.
      *----------------------------------------------------------*
       600-FIND-EMPLOYEE-VERSION.
           IF PD-EMPLOYEE-NO = CACHE-ENO
                   AND PD-PERIOD-ID = CACHE-PERIOD-ID
               MOVE CACHE-EMP-KEY TO FACT-EMP-KEY
               GO TO 600-FIND-EXIT
           END-IF

           MOVE 0 TO FACT-EMP-KEY
           MOVE PD-EMPLOYEE-NO TO VERSION-ENO
           IF FACT-END-DATE > 0
               MOVE FACT-END-DATE TO VERSION-CUT-TS(1:8)
               MOVE ALL '9' TO VERSION-CUT-TS(9:8)
           ELSE
               MOVE ALL '9' TO VERSION-CUT-TS
           END-IF

           MOVE SPACES TO VERSION-TO-TS
           MOVE 0 TO HIST-IND
           EXEC SQL
               SELECT MIN(EFF_TO_TS) INTO :VERSION-TO-TS :HIST-IND
                   FROM EMPHIST
                   WHERE ENO = :VERSION-ENO
                     AND EFF_TO_TS > :VERSION-CUT-TS
           END-EXEC

           IF SQLCODE = 0 AND HIST-IND >= 0
                   AND VERSION-TO-TS NOT = SPACES
               PERFORM 610-VERSION-CLOSING-AT
           ELSE
               MOVE 0 TO VERSION-ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :VERSION-ROW-COUNT
                       FROM EMPTABLE
                       WHERE ENO = :VERSION-ENO
               END-EXEC
               IF VERSION-ROW-COUNT > 0
                   PERFORM 350-CURRENT-EFF-FROM
               ELSE
                   MOVE SPACES TO VERSION-TO-TS
                   MOVE 0 TO HIST-IND
                   EXEC SQL
                       SELECT MAX(EFF_TO_TS)
                           INTO :VERSION-TO-TS :HIST-IND
                           FROM EMPHIST
                           WHERE ENO = :VERSION-ENO
                   END-EXEC
                   IF SQLCODE <> 0 OR HIST-IND < 0
                           OR VERSION-TO-TS = SPACES
                       GO TO 600-FIND-EXIT
                   END-IF
                   PERFORM 610-VERSION-CLOSING-AT
               END-IF
           END-IF

           IF VERSION-FROM-TS = SPACES
               GO TO 600-FIND-EXIT
           END-IF

           MOVE 'EMP' TO KEY-DIM
           MOVE SPACES TO KEY-NATURAL
           MOVE VERSION-ENO TO KEY-NATURAL(1:4)
           MOVE VERSION-FROM-TS TO KEY-NATURAL(5:16)
           PERFORM 800-ASSIGN-SURROGATE-KEY THRU 800-ASSIGN-EXIT
           MOVE KEY-SURR TO FACT-EMP-KEY
           MOVE PD-EMPLOYEE-NO TO CACHE-ENO
           MOVE PD-PERIOD-ID TO CACHE-PERIOD-ID
           MOVE FACT-EMP-KEY TO CACHE-EMP-KEY.
       600-FIND-EXIT.
           EXIT.

       610-VERSION-CLOSING-AT.
           MOVE SPACES TO VERSION-FROM-TS
           MOVE 0 TO HIST-IND
           EXEC SQL
               SELECT MAX(EFF_FROM_TS)
                   INTO :VERSION-FROM-TS :HIST-IND
                   FROM EMPHIST
                   WHERE ENO = :VERSION-ENO
                     AND EFF_TO_TS = :VERSION-TO-TS
           END-EXEC
           IF SQLCODE <> 0 OR HIST-IND < 0
               MOVE SPACES TO VERSION-FROM-TS
           END-IF.

      *----------------------------------------------------------*
      * 700-WRITE-REFERENCE-DIMS
      * The department, earnings code, deduction code and period
      * dimensions, including any rows the pay history pass
      * added, each closed by its trailer.
      *----------------------------------------------------------*
       700-WRITE-REFERENCE-DIMS.
           OPEN OUTPUT DM-DEPT-FILE
           MOVE 0 TO DIM-WRITE-COUNT DIM-KEY-HASH
           PERFORM VARYING DEPT-DIM-IDX FROM 1 BY 1
                   UNTIL DEPT-DIM-IDX > DEPT-DIM-COUNT
               MOVE DDT-RECORD(DEPT-DIM-IDX) TO DM-DEPT-RECORD
               WRITE DM-DEPT-LINE FROM DM-DEPT-RECORD
               ADD 1 TO DIM-WRITE-COUNT
               ADD DMD-DEPT-KEY TO DIM-KEY-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-PERFORM
           PERFORM 890-BUILD-DIM-TRAILER
           WRITE DM-DEPT-LINE FROM FILE-TRAILER-RECORD
           CLOSE DM-DEPT-FILE

           OPEN OUTPUT DM-EARN-FILE
           MOVE 0 TO DIM-WRITE-COUNT DIM-KEY-HASH
           PERFORM VARYING EARN-DIM-IDX FROM 1 BY 1
                   UNTIL EARN-DIM-IDX > EARN-DIM-COUNT
               MOVE EDT-RECORD(EARN-DIM-IDX) TO DM-EARN-RECORD
               WRITE DM-EARN-LINE FROM DM-EARN-RECORD
               ADD 1 TO DIM-WRITE-COUNT
               ADD DMN-EARN-KEY TO DIM-KEY-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-PERFORM
           PERFORM 890-BUILD-DIM-TRAILER
           WRITE DM-EARN-LINE FROM FILE-TRAILER-RECORD
           CLOSE DM-EARN-FILE

           OPEN OUTPUT DM-DED-FILE
           MOVE 0 TO DIM-WRITE-COUNT DIM-KEY-HASH
           PERFORM VARYING DED-DIM-IDX FROM 1 BY 1
                   UNTIL DED-DIM-IDX > DED-DIM-COUNT
               MOVE CDT-RECORD(DED-DIM-IDX) TO DM-DED-RECORD
               WRITE DM-DED-LINE FROM DM-DED-RECORD
               ADD 1 TO DIM-WRITE-COUNT
               ADD DMC-DED-KEY TO DIM-KEY-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-PERFORM
           PERFORM 890-BUILD-DIM-TRAILER
           WRITE DM-DED-LINE FROM FILE-TRAILER-RECORD
           CLOSE DM-DED-FILE

           OPEN OUTPUT DM-PERIOD-FILE
           MOVE 0 TO DIM-WRITE-COUNT DIM-KEY-HASH
           PERFORM VARYING PER-DIM-IDX FROM 1 BY 1
                   UNTIL PER-DIM-IDX > PER-DIM-COUNT
               MOVE PDT-RECORD(PER-DIM-IDX) TO DM-PERIOD-RECORD
               WRITE DM-PERIOD-LINE FROM DM-PERIOD-RECORD
               ADD 1 TO DIM-WRITE-COUNT
               ADD DMP-PERIOD-KEY TO DIM-KEY-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-PERFORM
           PERFORM 890-BUILD-DIM-TRAILER
           WRITE DM-PERIOD-LINE FROM FILE-TRAILER-RECORD
           CLOSE DM-PERIOD-FILE.

      *----------------------------------------------------------*
      * 800-ASSIGN-SURROGATE-KEY
      * KEY-DIM and KEY-NATURAL in, KEY-SURR out: the register's
      * key for the natural key, or the dimension's next number
      * registered now. Zero when the register cannot be read or
      * written, which fails the run.
      *----------------------------------------------------------*
       800-ASSIGN-SURROGATE-KEY.
           MOVE 0 TO KEY-SURR
           EXEC SQL
               SELECT SURR_KEY INTO :KEY-SURR
                   FROM DMKEYS
                   WHERE DIM_NAME = :KEY-DIM
                     AND NATURAL_KEY = :KEY-NATURAL
           END-EXEC
           IF SQLCODE = 0
               GO TO 800-ASSIGN-EXIT
           END-IF
           IF SQLCODE <> 100
               DISPLAY 'DMEXT1 DMKEYS SELECT SQLCODE: ' SQLCODE
                   ' ' KEY-DIM ' ' KEY-NATURAL
               MOVE 0 TO KEY-SURR
               MOVE 8 TO RETURN-CODE
               GO TO 800-ASSIGN-EXIT
           END-IF

           MOVE 0 TO KEY-MAX
           MOVE 0 TO KEY-MAX-IND
           EXEC SQL
               SELECT MAX(SURR_KEY) INTO :KEY-MAX :KEY-MAX-IND
                   FROM DMKEYS
                   WHERE DIM_NAME = :KEY-DIM
           END-EXEC
           IF SQLCODE <> 0 OR KEY-MAX-IND < 0
               MOVE 0 TO KEY-MAX
           END-IF
           COMPUTE KEY-SURR = KEY-MAX + 1

           EXEC SQL
               INSERT INTO DMKEYS
                   (DIM_NAME, NATURAL_KEY, SURR_KEY, ASSIGNED_DATE)
                   VALUES (:KEY-DIM, :KEY-NATURAL, :KEY-SURR,
                           :RUN-DATE)
           END-EXEC
           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'DMEXT1 DMKEYS INSERT SQLCODE: ' SQLCODE
                   ' ' KEY-DIM ' ' KEY-NATURAL
               MOVE 0 TO KEY-SURR
               MOVE 8 TO RETURN-CODE
               GO TO 800-ASSIGN-EXIT
           END-IF
           ADD 1 TO NEW-KEY-COUNT.
       800-ASSIGN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 890-BUILD-DIM-TRAILER
      * The standard trailer (see TRAILER) for a dimension file:
      * row count and the hash of the surrogate keys in columns
      * 1-9; no amount. The fact file overrides the offsets.
      *----------------------------------------------------------*
       890-BUILD-DIM-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE DIM-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE DIM-KEY-HASH TO FTR-KEY-HASH
           MOVE 0 TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 001 TO FTR-KEY-OFFSET
           MOVE 09 TO FTR-KEY-LENGTH
           MOVE 000 TO FTR-AMT-OFFSET
           MOVE 000 TO FTR-AMT-LENGTH.

       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'DMEXT1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
