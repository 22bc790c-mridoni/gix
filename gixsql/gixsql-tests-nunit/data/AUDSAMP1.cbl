       IDENTIFICATION DIVISION.

       PROGRAM-ID. AUDSAMP1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL FRAUD-HIT-FILE
               ASSIGN TO EXTERNAL FRAUDHIT
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIT-FILE-STATUS.

           SELECT PACKAGE-FILE
               ASSIGN TO EXTERNAL AUDPKG
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  FRAUD-HIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRAUD-HIT-LINE.

       01  FRAUD-HIT-LINE          PIC X(80).

       FD  PACKAGE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PACKAGE-LINE.

       01  PACKAGE-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY COLCRYPT.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 KEY-FILE-STATUS      PIC XX.
           01 HISTORY-FILE-STATUS  PIC XX.
           01 HISTORY-EOF-SW       PIC X.
               88 HISTORY-EOF      VALUE 'Y'.
           01 HIT-FILE-STATUS      PIC XX.
           01 HIT-EOF-SW           PIC X VALUE 'N'.
               88 HIT-EOF          VALUE 'Y'.

      *----------------------------------------------------------*
      * the sample's terms. AUDSAMP_FROM and AUDSAMP_TO bound the
      * pay dates (PERCAL END_DATE, YYYYMMDD) of the runs sampled.
      * AUDSAMP_SEED starts the generator - the same seed over
      * the same history draws the same sample, which is what
      * lets audit re-perform the selection. AUDSAMP_PCT is the
      * share of each stratum drawn, rounded up, and AUDSAMP_MIN
      * the fewest drawn from any stratum however small.
      *----------------------------------------------------------*
           01 SAMP-FROM-TEXT       PIC X(8).
           01 SAMP-FROM-DATE       PIC 9(8).
           01 SAMP-TO-TEXT         PIC X(8).
           01 SAMP-TO-DATE         PIC 9(8).
           01 SAMP-SEED-TEXT       PIC X(9).
           01 SAMP-SEED            PIC 9(9) VALUE 1.
           01 SAMP-PCT-TEXT        PIC X(3).
           01 SAMP-PCT             PIC 9(3) VALUE 5.
           01 SAMP-MIN-TEXT        PIC X(3).
           01 SAMP-MIN             PIC 9(3) VALUE 1.

      *----------------------------------------------------------*
      * the generator: the Park-Miller minimal standard, seed
      * times 16807 modulo 2**31-1. Written out rather than left
      * to a runtime's random function so the draw is the same
      * on any machine the selection is re-performed on.
      *----------------------------------------------------------*
           01 RAND-STATE           PIC 9(10) COMP-3.
           01 RAND-PRODUCT         PIC 9(15) COMP-3.
           01 RAND-QUOTIENT        PIC 9(15) COMP-3.
           01 RAND-MODULUS         PIC 9(10) COMP-3
                                       VALUE 2147483647.

      *    the runs whose pay date falls in the range
           01 PERIOD-COUNT         PIC 9(3) COMP VALUE 0.
           01 PERIOD-IDX           PIC 9(3) COMP.
           01 PERIOD-MATCH-IDX     PIC 9(3) COMP.
           01 PERIOD-TABLE.
               05 PERIOD-ENTRY OCCURS 200 TIMES.
                   10 PT-PERIOD-ID     PIC 9(6).
                   10 PT-PAY-DATE      PIC 9(8).
           01 PER-PERIOD-ID        PIC 9(6).
           01 PER-END-DATE         PIC 9(8).

      *    employees FRAUDSC1 flagged, sampled whatever the draw
           01 HIT-COUNT            PIC 9(3) COMP VALUE 0.
           01 HIT-IDX              PIC 9(3) COMP.
           01 HIT-TABLE.
               05 HIT-ENO OCCURS 500 TIMES PIC 9(4).
           01 HIT-RECORD.
               05 HIT-ENO-TEXT     PIC X(04).
               05 HIT-ENO-NUM REDEFINES HIT-ENO-TEXT
                                   PIC 9(04).
               05 FILLER           PIC X(76).

      *----------------------------------------------------------*
      * the population: every payment on the history in the
      * range, voids excepted, in file order, each with the
      * random key it drew. CD-PICK is 'R' for a random pick,
      * 'F' for a forced fraud-screen inclusion, space if not
      * sampled.
      *----------------------------------------------------------*
           01 CAND-COUNT           PIC 9(5) COMP VALUE 0.
           01 CAND-IDX             PIC 9(5) COMP.
           01 CAND-MIN-IDX         PIC 9(5) COMP.
           01 CAND-TABLE.
               05 CAND-ENTRY OCCURS 5000 TIMES.
                   10 CD-REC-NO        PIC 9(7) COMP.
                   10 CD-ENO           PIC 9(4).
                   10 CD-STRATUM       PIC 9(3) COMP.
                   10 CD-KEY           PIC 9(10) COMP-3.
                   10 CD-PICK          PIC X(01).
           01 CAND-DROPPED-COUNT   PIC 9(6) VALUE 0.
           01 HIST-REC-NO          PIC 9(7) COMP VALUE 0.

      *    the strata: department by pay type
           01 STRATUM-COUNT        PIC 9(3) COMP VALUE 0.
           01 STRATUM-IDX          PIC 9(3) COMP.
           01 STRATUM-MATCH-IDX    PIC 9(3) COMP.
           01 STRATUM-TABLE.
               05 STRATUM-ENTRY OCCURS 300 TIMES.
                   10 ST-DEPT          PIC X(04).
                   10 ST-PAY-TYPE      PIC X(01).
                   10 ST-POPULATION    PIC 9(6) COMP-3.
                   10 ST-FORCED        PIC 9(6) COMP-3.
                   10 ST-TARGET        PIC 9(6) COMP-3.
                   10 ST-DRAWN         PIC 9(6) COMP-3.
           01 DRAW-NO              PIC 9(6) COMP-3.
           01 FORCED-COUNT         PIC 9(6) VALUE 0.
           01 DRAWN-COUNT          PIC 9(6) VALUE 0.
           01 PACKAGE-COUNT        PIC 9(6) VALUE 0.
           01 LINES-WRITTEN        PIC 9(7) VALUE 0.

      *    the payment being packaged
           01 PKG-ENO              PIC 9(4).
           01 PKG-PERIOD           PIC 9(6).
           01 PKG-PAY-DATE         PIC 9(8).
           01 PKG-ASOF-TS          PIC X(16).
           01 PKG-REASON           PIC X(20).
           01 PKG-SEQ-EDIT         PIC Z(5)9.
           01 ROW-SOURCE           PIC X(7).
           01 HIST-EFF-FROM        PIC X(16).
           01 HIST-EFF-TO          PIC X(16).

      *    completeness per package, as SARPKG1 keeps it:
      *    F found, E searched and empty, U unavailable
           01 CHK-MASTER           PIC X.
           01 CHK-HOURS            PIC X.
           01 CHK-TRACE            PIC X.
           01 CHK-BANK             PIC X.
           01 CHK-PAYMENT          PIC X.

           01 TSA-STATUS           PIC X(1).
           01 TSA-REG-HOURS        PIC S9(3)V99 COMP-3.
           01 TSA-OT-HOURS         PIC S9(3)V99 COMP-3.
           01 TSA-MGR-ENO          PIC 9(4).
           01 TSA-DECIDED-BY       PIC 9(4).
           01 TSA-DECIDED-IND      PIC S9(4) COMP.
           01 HOURS-DIFFER-SW      PIC X.
               88 HOURS-DIFFER     VALUE 'Y'.

           01 OT-MULTIPLIER        PIC 9V99 VALUE 1.50.
           01 DERIVED-AMOUNT       PIC S9(9)V99 COMP-3.
           01 DERIVED-GROSS        PIC S9(9)V99 COMP-3.
           01 TAKINGS-TOTAL        PIC S9(9)V99 COMP-3.
           01 RESIDUAL             PIC S9(9)V99 COMP-3.
           01 IDX                  PIC 9(2) COMP.

           01 BANK-SEQ             PIC 9(2).
           01 BANK-ROUTING         PIC X(9).
           01 BANK-ACCOUNT-ENC     PIC X(17).
           01 BANK-ACCOUNT-CLEAR   PIC X(17).
           01 BANK-ACCOUNT-MASKED  PIC X(17).
           01 BANK-PRENOTE         PIC X(1).
           01 BANK-AUD-ACTION      PIC X(10).
           01 BANK-AUD-USER        PIC X(64).
           01 BANK-AUD-TS          PIC X(26).

           01 PAY-REF              PIC X(15).
           01 PAY-CHECK-NO         PIC 9(8).
           01 PAY-ACCT-SEQ         PIC 9(2).
           01 PAY-AMOUNT           PIC S9(11)V99 COMP-3.
           01 PAY-STATUS           PIC X(1).
           01 PAY-TYPE             PIC X(1).
           01 PAY-DATE-1           PIC 9(8).
           01 PAY-DATE-2           PIC 9(8).
           01 PAY-DATE-2-IND       PIC S9(4) COMP.
           01 PAY-RELEASED-BY      PIC X(8).
           01 VOID-ACTION          PIC X(1).
           01 VOID-REASON          PIC X(20).
           01 VOID-USER            PIC X(64).

           01 AMT-EDIT             PIC Z(8)9.99-.
           01 AMT-EDIT-2           PIC Z(8)9.99-.
           01 RATE-EDIT            PIC Z(6)9.99.
           01 HRS-EDIT             PIC ZZZ9.99.
           01 HRS-EDIT-2           PIC ZZZ9.99.
           01 COUNT-EDIT           PIC Z(5)9.
           01 COUNT-EDIT-2         PIC Z(5)9.
           01 COUNT-EDIT-3         PIC Z(5)9.
           01 COUNT-EDIT-4         PIC Z(5)9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE BANKAUDIT
                   (ENO          DECIMAL(4,0) NOT NULL,
                    ACCT_SEQ     DECIMAL(2,0) NOT NULL,
                    AUDIT_ACTION CHAR(10)     NOT NULL,
                    AUDIT_USER   CHAR(64)     NOT NULL,
                    JOB_NAME     CHAR(10)     NOT NULL,
                    AUDIT_TS     TIMESTAMP    NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE ASPERCR CURSOR FOR
               SELECT PERIOD_ID, END_DATE
                 FROM PERCAL
               WHERE END_DATE >= :SAMP-FROM-DATE
                 AND END_DATE <= :SAMP-TO-DATE
               ORDER BY PERIOD_ID
           END-EXEC.

      *  the earliest history image superseded after the pay date
      *  was the row in effect on it, as EMPINQ1 reads it
           EXEC SQL
               DECLARE ASHISTCR CURSOR FOR
               SELECT LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COMPANY, MISCDATA, EFF_FROM_TS,
                      EFF_TO_TS
                 FROM EMPHIST
               WHERE ENO = :PKG-ENO
                 AND EFF_TO_TS > :PKG-ASOF-TS
               ORDER BY EFF_TO_TS
           END-EXEC.

           EXEC SQL
               DECLARE ASBANKCR CURSOR FOR
               SELECT ACCT_SEQ, ROUTING, ACCOUNT_ENC, PRENOTE_STATUS
                 FROM BANKACCT
               WHERE ENO = :PKG-ENO
               ORDER BY ACCT_SEQ
           END-EXEC.

           EXEC SQL
               DECLARE ASBAUDCR CURSOR FOR
               SELECT ACCT_SEQ, AUDIT_ACTION, AUDIT_USER, AUDIT_TS
                 FROM BANKAUDIT
               WHERE ENO = :PKG-ENO
               ORDER BY AUDIT_TS
           END-EXEC.

           EXEC SQL
               DECLARE ASACHCR CURSOR FOR
               SELECT TRACE_NO, ACCT_SEQ, AMOUNT, STATUS,
                      ISSUE_DATE, CLEAR_DATE
                 FROM ACHISSUED
               WHERE ENO = :PKG-ENO
                 AND PERIOD_ID = :PKG-PERIOD
               ORDER BY TRACE_NO
           END-EXEC.

           EXEC SQL
               DECLARE ASCHKCR CURSOR FOR
               SELECT CHECK_NO, AMOUNT, STATUS, ISSUE_DATE,
                      CLEAR_DATE
                 FROM CHECKREG
               WHERE ENO = :PKG-ENO
                 AND PERIOD_ID = :PKG-PERIOD
               ORDER BY CHECK_NO
           END-EXEC.

           EXEC SQL
               DECLARE ASCARDCR CURSOR FOR
               SELECT LOAD_REF, AMOUNT, STATUS, LOAD_DATE,
                      CONFIRM_DATE
                 FROM CARDLOAD
               WHERE ENO = :PKG-ENO
                 AND PERIOD_ID = :PKG-PERIOD
               ORDER BY LOAD_REF
           END-EXEC.

           EXEC SQL
               DECLARE ASREGCR CURSOR FOR
               SELECT PAY_TYPE, AMOUNT, RELEASED_BY, RELEASE_DATE
                 FROM PAYREG
               WHERE ENO = :PKG-ENO
                 AND PERIOD_ID = :PKG-PERIOD
               ORDER BY PAY_TYPE
           END-EXEC.

           EXEC SQL
               DECLARE ASVOIDCR CURSOR FOR
               SELECT VOID_ACTION, ORIG_NET, REASON_TEXT, VOID_USER
                 FROM VOIDREG
               WHERE ENO = :PKG-ENO
                 AND PERIOD_ID = :PKG-PERIOD
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Internal audit's quarterly sample and its evidence: a
      * seeded random draw of the payments on the retained pay
      * history whose run paid in the requested range, taken
      * per department and pay type so no corner of the payroll
      * goes unsampled, with every payment to an employee the
      * fraud screen flagged added whatever the draw. Each
      * sampled payment gets a package in the SARPKG1 manner -
      * the master row as it stood on the pay date, the hours
      * approved for the period, the gross-to-net trace, the
      * bank accounts (masked) and their change trail, and where
      * the money went and whether it arrived - with its own
      * completeness checklist, and the sample design closes the
      * file so the selection can be re-performed.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "AUDSAMP_FROM" UPON ENVIRONMENT-NAME.
           ACCEPT SAMP-FROM-TEXT FROM ENVIRONMENT-VALUE.
           DISPLAY "AUDSAMP_TO" UPON ENVIRONMENT-NAME.
           ACCEPT SAMP-TO-TEXT FROM ENVIRONMENT-VALUE.
           IF SAMP-FROM-TEXT NOT NUMERIC
                   OR SAMP-TO-TEXT NOT NUMERIC
               DISPLAY 'AUDSAMP1 AUDSAMP_FROM/AUDSAMP_TO NOT SET '
                   'OR NOT NUMERIC: [' SAMP-FROM-TEXT '] ['
                   SAMP-TO-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE SAMP-FROM-TEXT TO SAMP-FROM-DATE.
           MOVE SAMP-TO-TEXT TO SAMP-TO-DATE.

           MOVE SPACES TO SAMP-SEED-TEXT.
           DISPLAY "AUDSAMP_SEED" UPON ENVIRONMENT-NAME.
           ACCEPT SAMP-SEED-TEXT FROM ENVIRONMENT-VALUE.
           IF SAMP-SEED-TEXT NOT = SPACES
               IF SAMP-SEED-TEXT NUMERIC
                   MOVE SAMP-SEED-TEXT TO SAMP-SEED
               ELSE
                   DISPLAY 'AUDSAMP1 AUDSAMP_SEED NOT NUMERIC: ['
                       SAMP-SEED-TEXT ']'
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF.
           IF SAMP-SEED = 0
               MOVE 1 TO SAMP-SEED
           END-IF.

           DISPLAY "AUDSAMP_PCT" UPON ENVIRONMENT-NAME.
           ACCEPT SAMP-PCT-TEXT FROM ENVIRONMENT-VALUE.
           IF SAMP-PCT-TEXT NUMERIC
               MOVE SAMP-PCT-TEXT TO SAMP-PCT
           END-IF.
           IF SAMP-PCT > 100
               MOVE 100 TO SAMP-PCT
           END-IF.
           DISPLAY "AUDSAMP_MIN" UPON ENVIRONMENT-NAME.
           ACCEPT SAMP-MIN-TEXT FROM ENVIRONMENT-VALUE.
           IF SAMP-MIN-TEXT NUMERIC
               MOVE SAMP-MIN-TEXT TO SAMP-MIN
           END-IF.

           PERFORM 060-LOAD-COLUMN-KEY.
           PERFORM 070-LOAD-FRAUD-HITS THRU 070-LOAD-FRAUD-HITS-EXIT.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'AUDSAMP1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           PERFORM 150-LOAD-PERIODS THRU 150-LOAD-PERIODS-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-LOAD-POPULATION THRU 200-LOAD-POPULATION-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-CLOSE
           END-IF.

           PERFORM 300-DRAW-SAMPLE.

           OPEN OUTPUT PACKAGE-FILE.
           MOVE SPACES TO PACKAGE-LINE.
           STRING 'INTERNAL AUDIT SAMPLE - PAY DATES '
                      DELIMITED BY SIZE
                  SAMP-FROM-TEXT DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  SAMP-TO-TEXT DELIMITED BY SIZE
                  ' SEED ' DELIMITED BY SIZE
                  SAMP-SEED DELIMITED BY SIZE
               INTO PACKAGE-LINE.
           PERFORM 130-WRITE-PACKAGE-LINE.

           PERFORM 400-WRITE-PACKAGES THRU 400-WRITE-PACKAGES-EXIT.
           PERFORM 900-WRITE-SAMPLE-DESIGN.

           CLOSE PACKAGE-FILE.

           DISPLAY 'AUDSAMP1 PAYMENTS IN RANGE  : ' CAND-COUNT.
           DISPLAY 'AUDSAMP1 STRATA             : ' STRATUM-COUNT.
           DISPLAY 'AUDSAMP1 DRAWN AT RANDOM    : ' DRAWN-COUNT.
           DISPLAY 'AUDSAMP1 FORCED (FRAUD HITS): ' FORCED-COUNT.
           DISPLAY 'AUDSAMP1 PACKAGES WRITTEN   : ' PACKAGE-COUNT.
           DISPLAY 'AUDSAMP1 LINES WRITTEN      : ' LINES-WRITTEN.
           IF CAND-DROPPED-COUNT > 0
               DISPLAY 'AUDSAMP1 PAYMENTS PAST THE POPULATION '
                   'TABLE: ' CAND-DROPPED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       060-LOAD-COLUMN-KEY.
           MOVE SPACES TO CRYPT-KEY
           OPEN INPUT COLUMN-KEY-FILE
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           END-IF.

      *----------------------------------------------------------*
      * 070-LOAD-FRAUD-HITS - FRAUDSC1's flagged employees, when
      * the screening has been run ahead of the sample
      *----------------------------------------------------------*
       070-LOAD-FRAUD-HITS.
           OPEN INPUT FRAUD-HIT-FILE
           IF HIT-FILE-STATUS NOT = '00'
               IF HIT-FILE-STATUS NOT = '05'
                   DISPLAY 'AUDSAMP1 FRAUDHIT OPEN STATUS: '
                       HIT-FILE-STATUS
               END-IF
               CLOSE FRAUD-HIT-FILE
               GO TO 070-LOAD-FRAUD-HITS-EXIT
           END-IF

           PERFORM UNTIL HIT-EOF
               READ FRAUD-HIT-FILE INTO HIT-RECORD
                   AT END
                       SET HIT-EOF TO TRUE
                   NOT AT END
                       IF HIT-ENO-TEXT NUMERIC
                           IF HIT-COUNT < 500
                               ADD 1 TO HIT-COUNT
                               MOVE HIT-ENO-NUM TO HIT-ENO(HIT-COUNT)
                           ELSE
                               DISPLAY 'AUDSAMP1 FRAUDHIT ENO '
                                   'IGNORED - TABLE FULL: '
                                   HIT-ENO-TEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FRAUD-HIT-FILE.
       070-LOAD-FRAUD-HITS-EXIT.
           EXIT.

       130-WRITE-PACKAGE-LINE.
           WRITE PACKAGE-LINE
           ADD 1 TO LINES-WRITTEN.

       140-WRITE-SECTION-HEADER.
           MOVE ALL '-' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE.

      *----------------------------------------------------------*
      * 150-LOAD-PERIODS - the calendar entries paying in the
      * range; their END_DATE is the pay date the master row is
      * taken as of
      *----------------------------------------------------------*
       150-LOAD-PERIODS.
           EXEC SQL
               OPEN ASPERCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'AUDSAMP1 PERCAL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 150-LOAD-PERIODS-EXIT
           END-IF

           PERFORM 155-FETCH-PERIOD
           PERFORM UNTIL SQLCODE <> 0
               IF PERIOD-COUNT < 200
                   ADD 1 TO PERIOD-COUNT
                   MOVE PER-PERIOD-ID TO PT-PERIOD-ID(PERIOD-COUNT)
                   MOVE PER-END-DATE TO PT-PAY-DATE(PERIOD-COUNT)
               ELSE
                   DISPLAY 'AUDSAMP1 PERIOD IGNORED - TABLE FULL: '
                       PER-PERIOD-ID
               END-IF
               PERFORM 155-FETCH-PERIOD
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'AUDSAMP1 PERCAL FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE ASPERCR
           END-EXEC

           IF PERIOD-COUNT = 0 AND RETURN-CODE < 8
               DISPLAY 'AUDSAMP1 NO PAY RUNS ON PERCAL BETWEEN '
                   SAMP-FROM-TEXT ' AND ' SAMP-TO-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
       150-LOAD-PERIODS-EXIT.
           EXIT.

       155-FETCH-PERIOD.
           EXEC SQL
               FETCH ASPERCR INTO :PER-PERIOD-ID, :PER-END-DATE
           END-EXEC.

      *----------------------------------------------------------*
      * 200-LOAD-POPULATION
      * One pass over the retained history: each payment in one
      * of the range's runs joins its stratum and draws its key
      * from the generator in file order; a fraud-screen hit is
      * marked forced there and then.
      *----------------------------------------------------------*
       200-LOAD-POPULATION.
           MOVE SAMP-SEED TO RAND-STATE
           MOVE 0 TO HIST-REC-NO
           MOVE 'N' TO HISTORY-EOF-SW
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'AUDSAMP1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 200-LOAD-POPULATION-EXIT
           END-IF

           PERFORM 250-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                   MOVE PAY-HISTORY-LINE TO PAY-DETAIL-RECORD
                   IF PD-EMPLOYEE-NO NUMERIC
                           AND NOT PD-TYPE-VOID
                       PERFORM 210-FIND-PERIOD
                       IF PERIOD-MATCH-IDX > 0
                           PERFORM 220-ADD-CANDIDATE
                               THRU 220-ADD-CANDIDATE-EXIT
                       END-IF
                   END-IF
               END-IF
               PERFORM 250-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       200-LOAD-POPULATION-EXIT.
           EXIT.

       210-FIND-PERIOD.
           MOVE 0 TO PERIOD-MATCH-IDX
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
                      OR PERIOD-MATCH-IDX > 0
               IF PT-PERIOD-ID(PERIOD-IDX) = PD-PERIOD-ID
                   MOVE PERIOD-IDX TO PERIOD-MATCH-IDX
               END-IF
           END-PERFORM.

       220-ADD-CANDIDATE.
           IF CAND-COUNT >= 5000
               ADD 1 TO CAND-DROPPED-COUNT
               GO TO 220-ADD-CANDIDATE-EXIT
           END-IF

           MOVE 0 TO STRATUM-MATCH-IDX
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > STRATUM-COUNT
                      OR STRATUM-MATCH-IDX > 0
               IF ST-DEPT(STRATUM-IDX) = PD-DEPT
                       AND ST-PAY-TYPE(STRATUM-IDX) = PD-RECORD-TYPE
                   MOVE STRATUM-IDX TO STRATUM-MATCH-IDX
               END-IF
           END-PERFORM
           IF STRATUM-MATCH-IDX = 0
               IF STRATUM-COUNT >= 300
                   ADD 1 TO CAND-DROPPED-COUNT
                   GO TO 220-ADD-CANDIDATE-EXIT
               END-IF
               ADD 1 TO STRATUM-COUNT
               MOVE PD-DEPT TO ST-DEPT(STRATUM-COUNT)
               MOVE PD-RECORD-TYPE TO ST-PAY-TYPE(STRATUM-COUNT)
               MOVE 0 TO ST-POPULATION(STRATUM-COUNT)
               MOVE 0 TO ST-FORCED(STRATUM-COUNT)
               MOVE 0 TO ST-TARGET(STRATUM-COUNT)
               MOVE 0 TO ST-DRAWN(STRATUM-COUNT)
               MOVE STRATUM-COUNT TO STRATUM-MATCH-IDX
           END-IF

           ADD 1 TO CAND-COUNT
           MOVE HIST-REC-NO TO CD-REC-NO(CAND-COUNT)
           MOVE PD-EMPLOYEE-NO TO CD-ENO(CAND-COUNT)
           MOVE STRATUM-MATCH-IDX TO CD-STRATUM(CAND-COUNT)
           PERFORM 230-NEXT-RANDOM
           MOVE RAND-STATE TO CD-KEY(CAND-COUNT)
           MOVE SPACE TO CD-PICK(CAND-COUNT)
           ADD 1 TO ST-POPULATION(STRATUM-MATCH-IDX)

           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-COUNT
               IF HIT-ENO(HIT-IDX) = PD-EMPLOYEE-NO
                   MOVE 'F' TO CD-PICK(CAND-COUNT)
               END-IF
           END-PERFORM
           IF CD-PICK(CAND-COUNT) = 'F'
               ADD 1 TO ST-FORCED(STRATUM-MATCH-IDX)
               ADD 1 TO FORCED-COUNT
           END-IF.
       220-ADD-CANDIDATE-EXIT.
           EXIT.

       230-NEXT-RANDOM.
           COMPUTE RAND-PRODUCT = RAND-STATE * 16807
           DIVIDE RAND-PRODUCT BY RAND-MODULUS
               GIVING RAND-QUOTIENT REMAINDER RAND-STATE.

       250-READ-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO HIST-REC-NO
           END-READ.

      *----------------------------------------------------------*
      * 300-DRAW-SAMPLE
      * Each stratum's share, rounded up, never under the
      * minimum and never more than the stratum holds once its
      * forced payments are set aside - then that many of its
      * unforced payments in ascending key order.
      *----------------------------------------------------------*
       300-DRAW-SAMPLE.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > STRATUM-COUNT
               COMPUTE ST-TARGET(STRATUM-IDX) =
                   (ST-POPULATION(STRATUM-IDX) * SAMP-PCT + 99)
                       / 100
               IF ST-TARGET(STRATUM-IDX) < SAMP-MIN
                   MOVE SAMP-MIN TO ST-TARGET(STRATUM-IDX)
               END-IF
               IF ST-TARGET(STRATUM-IDX) >
                       ST-POPULATION(STRATUM-IDX)
                       - ST-FORCED(STRATUM-IDX)
                   COMPUTE ST-TARGET(STRATUM-IDX) =
                       ST-POPULATION(STRATUM-IDX)
                       - ST-FORCED(STRATUM-IDX)
               END-IF
               PERFORM VARYING DRAW-NO FROM 1 BY 1
                       UNTIL DRAW-NO > ST-TARGET(STRATUM-IDX)
                   PERFORM 310-DRAW-ONE
               END-PERFORM
           END-PERFORM.

       310-DRAW-ONE.
           MOVE 0 TO CAND-MIN-IDX
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CD-STRATUM(CAND-IDX) = STRATUM-IDX
                       AND CD-PICK(CAND-IDX) = SPACE
                   IF CAND-MIN-IDX = 0
                       MOVE CAND-IDX TO CAND-MIN-IDX
                   ELSE
                       IF CD-KEY(CAND-IDX) < CD-KEY(CAND-MIN-IDX)
                           MOVE CAND-IDX TO CAND-MIN-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CAND-MIN-IDX > 0
               MOVE 'R' TO CD-PICK(CAND-MIN-IDX)
               ADD 1 TO ST-DRAWN(STRATUM-IDX)
               ADD 1 TO DRAWN-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 400-WRITE-PACKAGES
      * The history again, in step with the population table
      * (both in file order): each sampled payment's record is
      * packaged as it is reached.
      *----------------------------------------------------------*
       400-WRITE-PACKAGES.
           MOVE 0 TO HIST-REC-NO
           MOVE 1 TO CAND-IDX
           MOVE 'N' TO HISTORY-EOF-SW
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'AUDSAMP1 CANNOT REOPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 400-WRITE-PACKAGES-EXIT
           END-IF

           PERFORM 250-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF OR CAND-IDX > CAND-COUNT
               IF CD-REC-NO(CAND-IDX) = HIST-REC-NO
                   IF CD-PICK(CAND-IDX) NOT = SPACE
                       MOVE PAY-HISTORY-LINE TO PAY-DETAIL-RECORD
                       PERFORM 500-WRITE-ONE-PACKAGE
                   END-IF
                   ADD 1 TO CAND-IDX
               END-IF
               PERFORM 250-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       400-WRITE-PACKAGES-EXIT.
           EXIT.

       500-WRITE-ONE-PACKAGE.
           ADD 1 TO PACKAGE-COUNT
           MOVE PD-EMPLOYEE-NO TO PKG-ENO
           MOVE PD-PERIOD-ID TO PKG-PERIOD
           PERFORM 210-FIND-PERIOD
           MOVE PT-PAY-DATE(PERIOD-MATCH-IDX) TO PKG-PAY-DATE
           IF CD-PICK(CAND-IDX) = 'F'
               MOVE 'FRAUD SCREEN HIT' TO PKG-REASON
           ELSE
               MOVE 'RANDOM DRAW' TO PKG-REASON
           END-IF
           MOVE 'E' TO CHK-MASTER
           MOVE 'E' TO CHK-HOURS
           MOVE 'E' TO CHK-TRACE
           MOVE 'E' TO CHK-BANK
           MOVE 'E' TO CHK-PAYMENT

           MOVE SPACES TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           MOVE ALL '=' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           MOVE PACKAGE-COUNT TO PKG-SEQ-EDIT
           MOVE SPACES TO PACKAGE-LINE
           STRING 'SAMPLE ITEM ' DELIMITED BY SIZE
                  PKG-SEQ-EDIT DELIMITED BY SIZE
                  ' - ENO ' DELIMITED BY SIZE
                  PKG-ENO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PD-EMPLOYEE-NAME DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  PKG-PERIOD DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  PKG-PAY-DATE DELIMITED BY SIZE
                  ' SELECTED BY ' DELIMITED BY SIZE
                  PKG-REASON DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           PERFORM 510-SECTION-MASTER THRU 510-SECTION-EXIT
           PERFORM 550-SECTION-HOURS
           PERFORM 600-SECTION-TRACE
           PERFORM 700-SECTION-BANK THRU 700-SECTION-EXIT
           PERFORM 800-SECTION-PAYMENT
           PERFORM 890-WRITE-CHECKLIST.

      *----------------------------------------------------------*
      * 510-SECTION-MASTER
      * The row in effect at the end of the pay date - from
      * EMPHIST when it has changed since, from EMPTABLE when it
      * has not - address decrypted.
      *----------------------------------------------------------*
       510-SECTION-MASTER.
           PERFORM 140-WRITE-SECTION-HEADER
           MOVE '1. EMPLOYEE MASTER AT PAY DATE' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE SPACES TO PKG-ASOF-TS
           STRING PKG-PAY-DATE DELIMITED BY SIZE
                  '99999999' DELIMITED BY SIZE
               INTO PKG-ASOF-TS

           EXEC SQL
               OPEN ASHISTCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-MASTER
               DISPLAY 'AUDSAMP1 EMPHIST OPEN SQLCODE: ' SQLCODE
               GO TO 510-SECTION-EXIT
           END-IF

           EXEC SQL
               FETCH ASHISTCR
                   INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP,
                        :DEPT, :PAYRATE, :COMPANY-CODE, :MISCDATA,
                        :HIST-EFF-FROM, :HIST-EFF-TO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'EMPHIST' TO ROW-SOURCE
                   MOVE 'F' TO CHK-MASTER
               WHEN SQLCODE = 100
                   PERFORM 520-READ-CURRENT-ROW
               WHEN OTHER
                   MOVE 'U' TO CHK-MASTER
                   DISPLAY 'AUDSAMP1 EMPHIST FETCH SQLCODE: '
                       SQLCODE
           END-EVALUATE

           EXEC SQL
               CLOSE ASHISTCR
           END-EXEC

           IF CHK-MASTER = 'F'
               PERFORM 530-PRINT-MASTER
           END-IF.
       510-SECTION-EXIT.
           EXIT.

       520-READ-CURRENT-ROW.
           EXEC SQL
               SELECT LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COMPANY, MISCDATA
                   INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP,
                        :DEPT, :PAYRATE, :COMPANY-CODE, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :PKG-ENO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'CURRENT' TO ROW-SOURCE
                   MOVE 'F' TO CHK-MASTER
               WHEN SQLCODE = 100
                   MOVE SPACES TO PACKAGE-LINE
                   MOVE 'NO MASTER ROW OR HISTORY COVERS THE PAY DATE'
                       TO PACKAGE-LINE
                   PERFORM 130-WRITE-PACKAGE-LINE
               WHEN OTHER
                   MOVE 'U' TO CHK-MASTER
                   DISPLAY 'AUDSAMP1 EMPTABLE READ SQLCODE: '
                       SQLCODE
           END-EVALUATE.

       530-PRINT-MASTER.
           SET CRYPT-OP-DECRYPT TO TRUE
           MOVE STREET TO CRYPT-BUFFER
           MOVE 20 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:20) TO STREET
           MOVE CITY TO CRYPT-BUFFER
           MOVE 15 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:15) TO CITY
           MOVE ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:5) TO ZIP

           MOVE PAYRATE TO RATE-EDIT
           MOVE SPACES TO PACKAGE-LINE
           STRING 'SOURCE=' DELIMITED BY SIZE
                  ROW-SOURCE DELIMITED BY SIZE
                  ' NAME: ' DELIMITED BY SIZE
                  FNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNAME DELIMITED BY SIZE
                  ' DEPT=' DELIMITED BY SIZE
                  DEPT DELIMITED BY SIZE
                  ' CO=' DELIMITED BY SIZE
                  COMPANY-CODE DELIMITED BY SIZE
                  ' STATUS=' DELIMITED BY SIZE
                  MISC-STATUS-CODE DELIMITED BY SIZE
                  ' RATE=' DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE SPACES TO PACKAGE-LINE
           STRING 'ADDR: ' DELIMITED BY SIZE
                  STREET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ST DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ZIP DELIMITED BY SIZE
                  ' HIRED: ' DELIMITED BY SIZE
                  MISC-HIRE-DATE DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           IF ROW-SOURCE = 'EMPHIST'
               MOVE SPACES TO PACKAGE-LINE
               STRING 'IN EFFECT ' DELIMITED BY SIZE
                      HIST-EFF-FROM DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      HIST-EFF-TO DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
           END-IF

           IF DEPT NOT = PD-DEPT
               MOVE SPACES TO PACKAGE-LINE
               STRING '*DEPT ON MASTER ' DELIMITED BY SIZE
                      DEPT DELIMITED BY SIZE
                      ' DIFFERS FROM DEPT PAID UNDER '
                          DELIMITED BY SIZE
                      PD-DEPT DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
           END-IF.

      *----------------------------------------------------------*
      * 550-SECTION-HOURS
      * The period's timesheet approval against the hours the
      * payment carries.
      *----------------------------------------------------------*
       550-SECTION-HOURS.
           PERFORM 140-WRITE-SECTION-HEADER
           MOVE '2. APPROVED HOURS' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE 0 TO TSA-DECIDED-BY
           EXEC SQL
               SELECT STATUS, REG_HOURS, OT_HOURS, MGR_ENO,
                      DECIDED_BY
                   INTO :TSA-STATUS, :TSA-REG-HOURS, :TSA-OT-HOURS,
                        :TSA-MGR-ENO,
                        :TSA-DECIDED-BY :TSA-DECIDED-IND
                   FROM TSAPPROVAL
                   WHERE PERIOD_ID = :PKG-PERIOD
                     AND ENO = :PKG-ENO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'F' TO CHK-HOURS
                   IF TSA-DECIDED-IND < 0
                       MOVE 0 TO TSA-DECIDED-BY
                   END-IF
                   MOVE TSA-REG-HOURS TO HRS-EDIT
                   MOVE TSA-OT-HOURS TO HRS-EDIT-2
                   MOVE SPACES TO PACKAGE-LINE
                   STRING 'TSAPPROVAL STATUS=' DELIMITED BY SIZE
                          TSA-STATUS DELIMITED BY SIZE
                          ' REG=' DELIMITED BY SIZE
                          HRS-EDIT DELIMITED BY SIZE
                          ' OT=' DELIMITED BY SIZE
                          HRS-EDIT-2 DELIMITED BY SIZE
                          ' MGR=' DELIMITED BY SIZE
                          TSA-MGR-ENO DELIMITED BY SIZE
                          ' DECIDED BY=' DELIMITED BY SIZE
                          TSA-DECIDED-BY DELIMITED BY SIZE
                       INTO PACKAGE-LINE
                   PERFORM 130-WRITE-PACKAGE-LINE
                   MOVE 'N' TO HOURS-DIFFER-SW
                   IF TSA-REG-HOURS NOT = PD-REG-HOURS
                           OR TSA-OT-HOURS NOT = PD-OT-HOURS
                       SET HOURS-DIFFER TO TRUE
                   END-IF
               WHEN SQLCODE = 100
                   MOVE SPACES TO PACKAGE-LINE
                   MOVE 'NO TIMESHEET APPROVAL FOR THE PERIOD'
                       TO PACKAGE-LINE
                   PERFORM 130-WRITE-PACKAGE-LINE
               WHEN OTHER
                   MOVE 'U' TO CHK-HOURS
                   DISPLAY 'AUDSAMP1 TSAPPROVAL READ SQLCODE: '
                       SQLCODE
           END-EVALUATE

           MOVE PD-REG-HOURS TO HRS-EDIT
           MOVE PD-OT-HOURS TO HRS-EDIT-2
           MOVE SPACES TO PACKAGE-LINE
           STRING 'PAID REG=' DELIMITED BY SIZE
                  HRS-EDIT DELIMITED BY SIZE
                  ' OT=' DELIMITED BY SIZE
                  HRS-EDIT-2 DELIMITED BY SIZE
               INTO PACKAGE-LINE
           IF CHK-HOURS = 'F' AND HOURS-DIFFER
               MOVE ' *DIFFERS FROM APPROVED*' TO PACKAGE-LINE(40:24)
           END-IF
           PERFORM 130-WRITE-PACKAGE-LINE.

      *----------------------------------------------------------*
      * 600-SECTION-TRACE
      * Gross to net as PAYTRC1 replays it: each earnings line
      * (regular and overtime re-derived from rate and hours),
      * the withholding, each deduction, the residual the
      * garnishments took, and the net - a derived figure that
      * disagrees with the recorded one flagged.
      *----------------------------------------------------------*
       600-SECTION-TRACE.
           PERFORM 140-WRITE-SECTION-HEADER
           MOVE '3. GROSS-TO-NET TRACE' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           MOVE 'F' TO CHK-TRACE

           MOVE PD-PAY-RATE TO RATE-EDIT
           MOVE SPACES TO PACKAGE-LINE
           STRING 'TYPE=' DELIMITED BY SIZE
                  PD-RECORD-TYPE DELIMITED BY SIZE
                  ' PAYRATE=' DELIMITED BY SIZE
                  RATE-EDIT DELIMITED BY SIZE
                  ' CURRENCY=' DELIMITED BY SIZE
                  PD-CURRENCY-CODE DELIMITED BY SIZE
                  ' DEPT=' DELIMITED BY SIZE
                  PD-DEPT DELIMITED BY SIZE
                  ' STATE=' DELIMITED BY SIZE
                  PD-TAX-STATE DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE 0 TO DERIVED-GROSS
           IF PD-EARN-COUNT NUMERIC
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > PD-EARN-COUNT OR IDX > 6
                   PERFORM 610-TRACE-EARNING
               END-PERFORM
           END-IF

           MOVE SPACES TO PACKAGE-LINE
           MOVE DERIVED-GROSS TO AMT-EDIT-2
           MOVE PD-GROSS-PAY TO AMT-EDIT
           STRING 'GROSS: SUM OF LINES = ' DELIMITED BY SIZE
                  AMT-EDIT-2 DELIMITED BY SIZE
                  ' RECORDED ' DELIMITED BY SIZE
                  AMT-EDIT DELIMITED BY SIZE
               INTO PACKAGE-LINE
           IF DERIVED-GROSS NOT = PD-GROSS-PAY
               MOVE ' *DISAGREES*' TO PACKAGE-LINE(60:12)
           END-IF
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE 0 TO TAKINGS-TOTAL
           MOVE PD-TAX-AMOUNT TO AMT-EDIT
           MOVE SPACES TO PACKAGE-LINE
           STRING 'STATE TAX (' DELIMITED BY SIZE
                  PD-TAX-STATE DELIMITED BY SIZE
                  ') WITHHELD ' DELIMITED BY SIZE
                  AMT-EDIT DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           ADD PD-TAX-AMOUNT TO TAKINGS-TOTAL
           IF PD-FED-TAX-AMOUNT NUMERIC
               MOVE PD-FED-TAX-AMOUNT TO AMT-EDIT
               MOVE SPACES TO PACKAGE-LINE
               STRING 'FED TAX WITHHELD ' DELIMITED BY SIZE
                      AMT-EDIT DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               ADD PD-FED-TAX-AMOUNT TO TAKINGS-TOTAL
           END-IF
           IF PD-LOCAL-TAX-COUNT NUMERIC
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > PD-LOCAL-TAX-COUNT OR IDX > 2
                   MOVE PDL-TAX(IDX) TO AMT-EDIT
                   MOVE SPACES TO PACKAGE-LINE
                   STRING 'LOCAL TAX (' DELIMITED BY SIZE
                          PDL-CODE(IDX) DELIMITED BY SIZE
                          ') WITHHELD ' DELIMITED BY SIZE
                          AMT-EDIT DELIMITED BY SIZE
                       INTO PACKAGE-LINE
                   PERFORM 130-WRITE-PACKAGE-LINE
                   ADD PDL-TAX(IDX) TO TAKINGS-TOTAL
               END-PERFORM
           END-IF

           IF PD-DEDUCTION-COUNT NUMERIC
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > PD-DEDUCTION-COUNT OR IDX > 5
                   MOVE PD-DED-AMOUNT(IDX) TO AMT-EDIT
                   MOVE SPACES TO PACKAGE-LINE
                   STRING 'TAKEN ' DELIMITED BY SIZE
                          PD-DED-CODE(IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AMT-EDIT DELIMITED BY SIZE
                       INTO PACKAGE-LINE
                   PERFORM 130-WRITE-PACKAGE-LINE
                   ADD PD-DED-AMOUNT(IDX) TO TAKINGS-TOTAL
               END-PERFORM
           END-IF

           COMPUTE RESIDUAL =
               PD-GROSS-PAY - TAKINGS-TOTAL - PD-NET-PAY
           MOVE RESIDUAL TO AMT-EDIT
           MOVE SPACES TO PACKAGE-LINE
           STRING 'GARNISHED/RECOUPED (SEE GARNREG): '
                      DELIMITED BY SIZE
                  AMT-EDIT DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE PD-NET-PAY TO AMT-EDIT
           MOVE SPACES TO PACKAGE-LINE
           STRING 'NET PAY: ' DELIMITED BY SIZE
                  AMT-EDIT DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE.

       610-TRACE-EARNING.
           MOVE SPACES TO PACKAGE-LINE
           MOVE PD-EARN-HOURS(IDX) TO HRS-EDIT
           MOVE PD-EARN-AMOUNT(IDX) TO AMT-EDIT
           IF PD-EARN-CODE(IDX) NOT = 'IMP'
               ADD PD-EARN-AMOUNT(IDX) TO DERIVED-GROSS
           END-IF

           EVALUATE PD-EARN-CODE(IDX)
               WHEN 'IMP'
                   STRING 'IMPUTED INCOME, TAXED NOT PAID = '
                              DELIMITED BY SIZE
                          AMT-EDIT DELIMITED BY SIZE
                       INTO PACKAGE-LINE
               WHEN 'REG'
                   COMPUTE DERIVED-AMOUNT ROUNDED =
                       PD-PAY-RATE * PD-EARN-HOURS(IDX)
                   MOVE DERIVED-AMOUNT TO AMT-EDIT-2
                   STRING 'EARN REG  ' DELIMITED BY SIZE
                          HRS-EDIT DELIMITED BY SIZE
                          ' HRS X RATE = ' DELIMITED BY SIZE
                          AMT-EDIT-2 DELIMITED BY SIZE
                          ' RECORDED ' DELIMITED BY SIZE
                          AMT-EDIT DELIMITED BY SIZE
                       INTO PACKAGE-LINE
               WHEN 'OT '
                   COMPUTE DERIVED-AMOUNT ROUNDED =
                       PD-PAY-RATE * OT-MULTIPLIER
                         * PD-EARN-HOURS(IDX)
                   MOVE DERIVED-AMOUNT TO AMT-EDIT-2
                   STRING 'EARN OT   ' DELIMITED BY SIZE
                          HRS-EDIT DELIMITED BY SIZE
                          ' HRS X RATE X 1.50 = '
                              DELIMITED BY SIZE
                          AMT-EDIT-2 DELIMITED BY SIZE
                          ' RECORDED ' DELIMITED BY SIZE
                          AMT-EDIT DELIMITED BY SIZE
                       INTO PACKAGE-LINE
               WHEN OTHER
                   STRING 'EARN ' DELIMITED BY SIZE
                          PD-EARN-CODE(IDX) DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          HRS-EDIT DELIMITED BY SIZE
                          ' HRS, PRICED BY ERNCODE = '
                              DELIMITED BY SIZE
                          AMT-EDIT DELIMITED BY SIZE
                       INTO PACKAGE-LINE
           END-EVALUATE
           PERFORM 130-WRITE-PACKAGE-LINE.

      *----------------------------------------------------------*
      * 700-SECTION-BANK
      * The accounts on file, masked to the last four as SARPKG1
      * masks them, then BANKMNT1's trail of who added, changed,
      * verified or removed them and when - an account changed
      * just before the pay date is what the auditor is after.
      *----------------------------------------------------------*
       700-SECTION-BANK.
           PERFORM 140-WRITE-SECTION-HEADER
           MOVE '4. BANK ACCOUNTS (MASKED) AND CHANGES'
               TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           EXEC SQL
               OPEN ASBANKCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-BANK
               GO TO 700-SECTION-EXIT
           END-IF

           PERFORM 710-FETCH-BANK
           PERFORM UNTIL SQLCODE <> 0
               MOVE 'F' TO CHK-BANK
               SET CRYPT-OP-DECRYPT TO TRUE
               MOVE BANK-ACCOUNT-ENC TO CRYPT-BUFFER
               MOVE 17 TO CRYPT-LENGTH
               CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
                   CRYPT-BUFFER, CRYPT-LENGTH
               MOVE CRYPT-BUFFER(1:17) TO BANK-ACCOUNT-CLEAR
               MOVE ALL '*' TO BANK-ACCOUNT-MASKED
               MOVE BANK-ACCOUNT-CLEAR(14:4)
                   TO BANK-ACCOUNT-MASKED(14:4)
               MOVE SPACES TO PACKAGE-LINE
               STRING 'SEQ ' DELIMITED BY SIZE
                      BANK-SEQ DELIMITED BY SIZE
                      ' ROUTING=' DELIMITED BY SIZE
                      BANK-ROUTING DELIMITED BY SIZE
                      ' ACCOUNT=' DELIMITED BY SIZE
                      BANK-ACCOUNT-MASKED DELIMITED BY SIZE
                      ' PRENOTE=' DELIMITED BY SIZE
                      BANK-PRENOTE DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 710-FETCH-BANK
           END-PERFORM

           EXEC SQL
               CLOSE ASBANKCR
           END-EXEC

           EXEC SQL
               OPEN ASBAUDCR
           END-EXEC
           IF SQLCODE <> 0
               GO TO 700-SECTION-EXIT
           END-IF

           PERFORM 720-FETCH-BANK-AUDIT
           PERFORM UNTIL SQLCODE <> 0
               MOVE SPACES TO PACKAGE-LINE
               STRING 'SEQ ' DELIMITED BY SIZE
                      BANK-SEQ DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BANK-AUD-ACTION DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      BANK-AUD-USER(1:30) DELIMITED BY SIZE
                      ' AT ' DELIMITED BY SIZE
                      BANK-AUD-TS(1:19) DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 720-FETCH-BANK-AUDIT
           END-PERFORM

           EXEC SQL
               CLOSE ASBAUDCR
           END-EXEC.
       700-SECTION-EXIT.
           EXIT.

       710-FETCH-BANK.
           EXEC SQL
               FETCH ASBANKCR
                   INTO :BANK-SEQ, :BANK-ROUTING,
                        :BANK-ACCOUNT-ENC, :BANK-PRENOTE
           END-EXEC.

       720-FETCH-BANK-AUDIT.
           EXEC SQL
               FETCH ASBAUDCR
                   INTO :BANK-SEQ, :BANK-AUD-ACTION,
                        :BANK-AUD-USER, :BANK-AUD-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 800-SECTION-PAYMENT
      * Where the payment went and what became of it: its
      * release on the payment register, the ACH credits (I
      * issued, C cleared, R returned, D lettered, E escheated),
      * checks and pay-card loads written for it, and any void
      * or reissue against it.
      *----------------------------------------------------------*
       800-SECTION-PAYMENT.
           PERFORM 140-WRITE-SECTION-HEADER
           MOVE '5. PAYMENT STATUS' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           PERFORM 810-PAYMENT-REGISTER THRU 810-PAYMENT-REGISTER-EXIT
           PERFORM 820-ACH-CREDITS THRU 820-ACH-CREDITS-EXIT
           PERFORM 830-CHECKS THRU 830-CHECKS-EXIT
           PERFORM 840-CARD-LOADS THRU 840-CARD-LOADS-EXIT
           PERFORM 850-VOIDS THRU 850-VOIDS-EXIT

           IF CHK-PAYMENT = 'E'
               MOVE SPACES TO PACKAGE-LINE
               MOVE 'NO RELEASE OR DISBURSEMENT ON ANY REGISTER'
                   TO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
           END-IF.

       810-PAYMENT-REGISTER.
           EXEC SQL
               OPEN ASREGCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-PAYMENT
               GO TO 810-PAYMENT-REGISTER-EXIT
           END-IF
           PERFORM 815-FETCH-REGISTER
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 860-NOTE-FOUND
               MOVE PAY-AMOUNT TO AMT-EDIT
               MOVE SPACES TO PACKAGE-LINE
               STRING 'PAYREG TYPE=' DELIMITED BY SIZE
                      PAY-TYPE DELIMITED BY SIZE
                      ' AMOUNT=' DELIMITED BY SIZE
                      AMT-EDIT DELIMITED BY SIZE
                      ' RELEASED BY ' DELIMITED BY SIZE
                      PAY-RELEASED-BY DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      PAY-DATE-1 DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 815-FETCH-REGISTER
           END-PERFORM
           EXEC SQL
               CLOSE ASREGCR
           END-EXEC.
       810-PAYMENT-REGISTER-EXIT.
           EXIT.

       815-FETCH-REGISTER.
           EXEC SQL
               FETCH ASREGCR
                   INTO :PAY-TYPE, :PAY-AMOUNT, :PAY-RELEASED-BY,
                        :PAY-DATE-1
           END-EXEC.

       820-ACH-CREDITS.
           EXEC SQL
               OPEN ASACHCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-PAYMENT
               GO TO 820-ACH-CREDITS-EXIT
           END-IF
           PERFORM 825-FETCH-ACH
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 860-NOTE-FOUND
               MOVE PAY-AMOUNT TO AMT-EDIT
               MOVE SPACES TO PACKAGE-LINE
               STRING 'ACH TRACE ' DELIMITED BY SIZE
                      PAY-REF DELIMITED BY SIZE
                      ' ACCT SEQ ' DELIMITED BY SIZE
                      PAY-ACCT-SEQ DELIMITED BY SIZE
                      ' AMOUNT=' DELIMITED BY SIZE
                      AMT-EDIT DELIMITED BY SIZE
                      ' STATUS=' DELIMITED BY SIZE
                      PAY-STATUS DELIMITED BY SIZE
                      ' ISSUED ' DELIMITED BY SIZE
                      PAY-DATE-1 DELIMITED BY SIZE
                      ' CLEARED ' DELIMITED BY SIZE
                      PAY-DATE-2 DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 825-FETCH-ACH
           END-PERFORM
           EXEC SQL
               CLOSE ASACHCR
           END-EXEC.
       820-ACH-CREDITS-EXIT.
           EXIT.

       825-FETCH-ACH.
           EXEC SQL
               FETCH ASACHCR
                   INTO :PAY-REF, :PAY-ACCT-SEQ, :PAY-AMOUNT,
                        :PAY-STATUS, :PAY-DATE-1, :PAY-DATE-2
           END-EXEC.

       830-CHECKS.
           EXEC SQL
               OPEN ASCHKCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-PAYMENT
               GO TO 830-CHECKS-EXIT
           END-IF
           PERFORM 835-FETCH-CHECK
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 860-NOTE-FOUND
               IF PAY-DATE-2-IND < 0
                   MOVE 0 TO PAY-DATE-2
               END-IF
               MOVE PAY-AMOUNT TO AMT-EDIT
               MOVE SPACES TO PACKAGE-LINE
               STRING 'CHECK ' DELIMITED BY SIZE
                      PAY-CHECK-NO DELIMITED BY SIZE
                      ' AMOUNT=' DELIMITED BY SIZE
                      AMT-EDIT DELIMITED BY SIZE
                      ' STATUS=' DELIMITED BY SIZE
                      PAY-STATUS DELIMITED BY SIZE
                      ' ISSUED ' DELIMITED BY SIZE
                      PAY-DATE-1 DELIMITED BY SIZE
                      ' CLEARED ' DELIMITED BY SIZE
                      PAY-DATE-2 DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 835-FETCH-CHECK
           END-PERFORM
           EXEC SQL
               CLOSE ASCHKCR
           END-EXEC.
       830-CHECKS-EXIT.
           EXIT.

       835-FETCH-CHECK.
           EXEC SQL
               FETCH ASCHKCR
                   INTO :PAY-CHECK-NO, :PAY-AMOUNT, :PAY-STATUS,
                        :PAY-DATE-1, :PAY-DATE-2 :PAY-DATE-2-IND
           END-EXEC.

       840-CARD-LOADS.
           EXEC SQL
               OPEN ASCARDCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-PAYMENT
               GO TO 840-CARD-LOADS-EXIT
           END-IF
           PERFORM 845-FETCH-CARD
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 860-NOTE-FOUND
               MOVE PAY-AMOUNT TO AMT-EDIT
               MOVE SPACES TO PACKAGE-LINE
               STRING 'CARD LOAD ' DELIMITED BY SIZE
                      PAY-REF DELIMITED BY SIZE
                      ' AMOUNT=' DELIMITED BY SIZE
                      AMT-EDIT DELIMITED BY SIZE
                      ' STATUS=' DELIMITED BY SIZE
                      PAY-STATUS DELIMITED BY SIZE
                      ' LOADED ' DELIMITED BY SIZE
                      PAY-DATE-1 DELIMITED BY SIZE
                      ' CONFIRMED ' DELIMITED BY SIZE
                      PAY-DATE-2 DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 845-FETCH-CARD
           END-PERFORM
           EXEC SQL
               CLOSE ASCARDCR
           END-EXEC.
       840-CARD-LOADS-EXIT.
           EXIT.

       845-FETCH-CARD.
           EXEC SQL
               FETCH ASCARDCR
                   INTO :PAY-REF, :PAY-AMOUNT, :PAY-STATUS,
                        :PAY-DATE-1, :PAY-DATE-2
           END-EXEC.

       850-VOIDS.
           EXEC SQL
               OPEN ASVOIDCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'U' TO CHK-PAYMENT
               GO TO 850-VOIDS-EXIT
           END-IF
           PERFORM 855-FETCH-VOID
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 860-NOTE-FOUND
               MOVE PAY-AMOUNT TO AMT-EDIT
               MOVE SPACES TO PACKAGE-LINE
               STRING 'VOIDREG ACTION=' DELIMITED BY SIZE
                      VOID-ACTION DELIMITED BY SIZE
                      ' ORIGINAL NET=' DELIMITED BY SIZE
                      AMT-EDIT DELIMITED BY SIZE
                      ' REASON=' DELIMITED BY SIZE
                      VOID-REASON DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      VOID-USER(1:30) DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
               PERFORM 855-FETCH-VOID
           END-PERFORM
           EXEC SQL
               CLOSE ASVOIDCR
           END-EXEC.
       850-VOIDS-EXIT.
           EXIT.

       855-FETCH-VOID.
           MOVE SPACES TO VOID-REASON
           MOVE SPACES TO VOID-USER
           EXEC SQL
               FETCH ASVOIDCR
                   INTO :VOID-ACTION, :PAY-AMOUNT, :VOID-REASON,
                        :VOID-USER
           END-EXEC.

       860-NOTE-FOUND.
           IF CHK-PAYMENT = 'E'
               MOVE 'F' TO CHK-PAYMENT
           END-IF.

       890-WRITE-CHECKLIST.
           PERFORM 140-WRITE-SECTION-HEADER
           MOVE SPACES TO PACKAGE-LINE
           STRING '6. COMPLETENESS CHECKLIST (F=FOUND E=EMPTY '
                      DELIMITED BY SIZE
                  'U=UNAVAILABLE)' DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           MOVE SPACES TO PACKAGE-LINE
           STRING 'MASTER=' DELIMITED BY SIZE
                  CHK-MASTER DELIMITED BY SIZE
                  ' HOURS=' DELIMITED BY SIZE
                  CHK-HOURS DELIMITED BY SIZE
                  ' TRACE=' DELIMITED BY SIZE
                  CHK-TRACE DELIMITED BY SIZE
                  ' BANK=' DELIMITED BY SIZE
                  CHK-BANK DELIMITED BY SIZE
                  ' PAYMENT=' DELIMITED BY SIZE
                  CHK-PAYMENT DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE.

      *----------------------------------------------------------*
      * 900-WRITE-SAMPLE-DESIGN
      * What the sample was drawn from and how, stratum by
      * stratum, so the selection can be re-performed and its
      * coverage judged.
      *----------------------------------------------------------*
       900-WRITE-SAMPLE-DESIGN.
           MOVE SPACES TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           MOVE ALL '=' TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           MOVE SPACES TO PACKAGE-LINE
           STRING 'SAMPLE DESIGN: SEED ' DELIMITED BY SIZE
                  SAMP-SEED DELIMITED BY SIZE
                  ' SHARE ' DELIMITED BY SIZE
                  SAMP-PCT DELIMITED BY SIZE
                  ' PCT ROUNDED UP, MINIMUM ' DELIMITED BY SIZE
                  SAMP-MIN DELIMITED BY SIZE
                  ' PER STRATUM, PARK-MILLER GENERATOR'
                      DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE
           MOVE 'DEPT TYPE  POPULATION      DRAWN     FORCED'
               TO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE

           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > STRATUM-COUNT
               MOVE ST-POPULATION(STRATUM-IDX) TO COUNT-EDIT
               MOVE ST-DRAWN(STRATUM-IDX) TO COUNT-EDIT-2
               MOVE ST-FORCED(STRATUM-IDX) TO COUNT-EDIT-3
               MOVE SPACES TO PACKAGE-LINE
               STRING ST-DEPT(STRATUM-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      ST-PAY-TYPE(STRATUM-IDX) DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      COUNT-EDIT-2 DELIMITED BY SIZE
                      '     ' DELIMITED BY SIZE
                      COUNT-EDIT-3 DELIMITED BY SIZE
                   INTO PACKAGE-LINE
               PERFORM 130-WRITE-PACKAGE-LINE
           END-PERFORM

           MOVE CAND-COUNT TO COUNT-EDIT
           MOVE DRAWN-COUNT TO COUNT-EDIT-2
           MOVE FORCED-COUNT TO COUNT-EDIT-3
           MOVE PACKAGE-COUNT TO COUNT-EDIT-4
           MOVE SPACES TO PACKAGE-LINE
           STRING 'TOTAL     ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  COUNT-EDIT-2 DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  COUNT-EDIT-3 DELIMITED BY SIZE
                  '   PACKAGES ' DELIMITED BY SIZE
                  COUNT-EDIT-4 DELIMITED BY SIZE
               INTO PACKAGE-LINE
           PERFORM 130-WRITE-PACKAGE-LINE.
