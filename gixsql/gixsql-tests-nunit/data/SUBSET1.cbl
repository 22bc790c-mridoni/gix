       IDENTIFICATION DIVISION.

       PROGRAM-ID. SUBSET1.

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

           SELECT OPTIONAL TEST-KEY-FILE
               ASSIGN TO EXTERNAL TSTCOLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEST-KEY-FILE-STATUS.

           SELECT OPTIONAL PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT TEST-DETAIL-FILE
               ASSIGN TO EXTERNAL TSTPAYDT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       FD  TEST-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS TEST-KEY-LINE.

       01  TEST-KEY-LINE           PIC X(32).

       FD  PAY-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-DETAIL-LINE.

       01  PAY-DETAIL-LINE         PIC X(450).

       FD  TEST-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS TEST-DETAIL-LINE.

       01  TEST-DETAIL-LINE        PIC X(450).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY COLCRYPT.

           01 KEY-FILE-STATUS      PIC XX.
           01 TEST-KEY-FILE-STATUS PIC XX.
           01 DETAIL-FILE-STATUS   PIC XX.
           01 DETAIL-EOF-SW        PIC X VALUE 'N'.
               88 DETAIL-EOF       VALUE 'Y'.

      *    the production source and the test target, each on its
      *    own named connection
           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).
           01 SRC-DBS     PIC X(64) VALUE 'PRODSRC'.
           01 TEST-DATASRC PIC X(64).
           01 TEST-DBUSR  PIC X(64).
           01 TEST-DBPWD  PIC X(64).
           01 TST-DBS     PIC X(64) VALUE 'TESTTGT'.
           01 TEST-CONNECTED-SW    PIC X VALUE 'N'.
               88 TEST-CONNECTED   VALUE 'Y'.

      *    the column keys: production's decrypts what is read,
      *    the test database's (TSTCOLKEY, production's when that
      *    file is absent) encrypts what is written
           01 PROD-KEY             PIC X(32).
           01 TEST-KEY             PIC X(32).

      *----------------------------------------------------------*
      * the slice: employees of SUBSET_DEPT and/or SUBSET_COMPANY
      * (blank takes all), every SUBSET_EVERY'th one of those in
      * ENO order (default 1, every one), to at most SUBSET_MAX
      * employees (default 100)
      *----------------------------------------------------------*
           01 SUBSET-DEPT          PIC X(4).
           01 SUBSET-COMPANY       PIC X(3).
           01 EVERY-TEXT           PIC X(3).
           01 SUBSET-EVERY         PIC 9(3) VALUE 1.
           01 MAX-TEXT             PIC X(3).
           01 SUBSET-MAX           PIC 9(3) VALUE 100.
           01 MATCH-COUNT          PIC 9(6) VALUE 0.
           01 MATCH-QUOTIENT       PIC 9(6).
           01 MATCH-REMAINDER      PIC 9(3).

           01 SAMPLE-COUNT         PIC 9(3) COMP VALUE 0.
           01 SAMPLE-IDX           PIC 9(3) COMP.
           01 SAMPLE-TABLE.
               05 SAMPLE-ENO OCCURS 500 TIMES PIC 9(4).
           01 SAMPLE-FOUND-SW      PIC X.
               88 SAMPLE-FOUND     VALUE 'Y'.

           01 SUB-ENO              PIC 9(4).
           01 SUB-DEPT             PIC X(4).
           01 SUB-COMPANY          PIC X(3).

      *----------------------------------------------------------*
      * the masks. Every one is derived from the ENO alone, so an
      * employee carries the same masked name, address and
      * account number in every table and file of the subset, and
      * again in the next refresh. The ZIP keeps its first three
      * digits so state, tax and region logic still behave; ST,
      * pay and the rest of the row are copied as they stand.
      *----------------------------------------------------------*
           01 MASK-ENO             PIC 9(4).
           01 MASK-LNAME           PIC X(10).
           01 MASK-FNAME           PIC X(10).
           01 MASK-STREET          PIC X(20).
           01 MASK-CITY            PIC X(15).
           01 MASK-ZIP             PIC X(5).
           01 MASK-FULL-NAME       PIC X(20).
           01 MASK-ACCOUNT         PIC X(17).
           01 ENC-MASK-STREET      PIC X(20).
           01 ENC-MASK-CITY        PIC X(15).
           01 ENC-MASK-ZIP         PIC X(5).
           01 ENC-MASK-NOTES       PIC X(118).
           01 CLEAR-ZIP            PIC X(5).

      *    EMPHIST's own columns
           01 SHS-EFF-FROM         PIC X(16).
           01 SHS-EFF-TO           PIC X(16).
           01 SHS-TERM-REASON      PIC X(3).
           01 SHS-TERM-REASON-IND  PIC S9(4) COMP.
           01 SHS-TERM-DATE        PIC 9(8).
           01 SHS-TERM-DATE-IND    PIC S9(4) COMP.
           01 SHS-REGRET-FLAG      PIC X(1).
           01 SHS-REGRET-IND       PIC S9(4) COMP.
           01 SHS-REHIRE-ELIG      PIC X(1).
           01 SHS-REHIRE-IND       PIC S9(4) COMP.

           01 SBA-ACCT-SEQ         PIC 9(2).
           01 SBA-ROUTING          PIC X(9).
           01 SBA-ACCOUNT-ENC      PIC X(17).
           01 SBA-PRENOTE-STATUS   PIC X(1).
           01 SBA-PRENOTE-DATE     PIC 9(8).
           01 SBA-ALLOC-TYPE       PIC X(1).
           01 SBA-ALLOC-AMOUNT     PIC S9(7)V99.

           01 SDE-DED-CODE         PIC X(4).

           01 SGR-ORDER-ID         PIC 9(6).
           01 SGR-ORDER-TYPE       PIC X(4).
           01 SGR-PRIORITY         PIC 9(2).
           01 SGR-CALC-METHOD      PIC X(1).
           01 SGR-GARN-AMOUNT      PIC S9(7)V99.
           01 SGR-LIFETIME-CAP     PIC S9(9)V99.
           01 SGR-REMAINING-BAL    PIC S9(9)V99.
           01 SGR-PAYEE-AGENCY     PIC X(30).

           01 SPT-PTO-TYPE         PIC X(1).
           01 SPT-BALANCE-HOURS    PIC S9(4)V99.

           01 COPY-OK-SW           PIC X.
               88 COPY-OK          VALUE 'Y'.
           01 TABLE-NAME           PIC X(10).

           01 EMP-COPIED-COUNT     PIC 9(6) VALUE 0.
           01 EMP-FAILED-COUNT     PIC 9(6) VALUE 0.
           01 HIST-ROW-COUNT       PIC 9(8) VALUE 0.
           01 BANK-ROW-COUNT       PIC 9(8) VALUE 0.
           01 DED-ROW-COUNT        PIC 9(8) VALUE 0.
           01 GARN-ROW-COUNT       PIC 9(8) VALUE 0.
           01 PTO-ROW-COUNT        PIC 9(8) VALUE 0.
           01 DETAIL-READ-COUNT    PIC 9(8) VALUE 0.
           01 DETAIL-COPY-COUNT    PIC 9(8) VALUE 0.
           01 SAMPLE-DROPPED-COUNT PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

       EXEC SQL AT :SRC-DBS
           DECLARE SUBEMPCR CURSOR FOR
               SELECT ENO, DEPT, COMPANY
                 FROM EMPTABLE
               ORDER BY ENO
       END-EXEC.

       EXEC SQL AT :SRC-DBS
           DECLARE SUBHSTCR CURSOR FOR
               SELECT LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COM, CURRENCY_CODE, COMPANY,
                      MISCDATA, EFF_FROM_TS, EFF_TO_TS,
                      TERM_REASON, TERM_DATE, REGRET_FLAG,
                      REHIRE_ELIG
                 FROM EMPHIST
               WHERE ENO = :SUB-ENO
               ORDER BY EFF_FROM_TS
       END-EXEC.

       EXEC SQL AT :SRC-DBS
           DECLARE SUBBNKCR CURSOR FOR
               SELECT ACCT_SEQ, ROUTING, ACCOUNT_ENC,
                      PRENOTE_STATUS, PRENOTE_DATE, ALLOC_TYPE,
                      ALLOC_AMOUNT
                 FROM BANKACCT
               WHERE ENO = :SUB-ENO
               ORDER BY ACCT_SEQ
       END-EXEC.

       EXEC SQL AT :SRC-DBS
           DECLARE SUBDEDCR CURSOR FOR
               SELECT DED_CODE
                 FROM DEDENROLL
               WHERE ENO = :SUB-ENO
               ORDER BY DED_CODE
       END-EXEC.

       EXEC SQL AT :SRC-DBS
           DECLARE SUBGRNCR CURSOR FOR
               SELECT ORDER_ID, ORDER_TYPE, PRIORITY, CALC_METHOD,
                      GARN_AMOUNT, LIFETIME_CAP, REMAINING_BAL,
                      PAYEE_AGENCY
                 FROM GARNISH
               WHERE ENO = :SUB-ENO
               ORDER BY ORDER_ID
       END-EXEC.

       EXEC SQL AT :SRC-DBS
           DECLARE SUBPTOCR CURSOR FOR
               SELECT PTO_TYPE, BALANCE_HOURS
                 FROM PTOBAL
               WHERE ENO = :SUB-ENO
               ORDER BY PTO_TYPE
       END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Masked, referentially consistent subset copy for the test
      * database: a sample of employees, chosen by department
      * and/or company, copied from production with their
      * EMPHIST trail, BANKACCT, DEDENROLL, GARNISH and PTOBAL
      * rows onto the test connection, and their PAYDTL history
      * onto a test pay detail file. Names, addresses, notes and
      * account numbers are masked on the way, the same way for
      * the same employee everywhere. An employee already in the
      * test database is replaced whole, so a refresh can be
      * re-run; each employee is its own unit of work there.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO TEST-DATASRC.
           DISPLAY "TEST_DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT TEST-DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "TEST_DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT TEST-DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "TEST_DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT TEST-DBPWD FROM ENVIRONMENT-VALUE.

      *    a copy onto production itself would overwrite real
      *    employees with their masks
           IF TEST-DATASRC = SPACES OR TEST-DATASRC = DATASRC
               DISPLAY 'SUBSET1 TEST_DATASRC NOT SET OR NAMES THE '
                   'PRODUCTION SOURCE - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE SPACES TO SUBSET-DEPT.
           DISPLAY "SUBSET_DEPT" UPON ENVIRONMENT-NAME.
           ACCEPT SUBSET-DEPT FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO SUBSET-COMPANY.
           DISPLAY "SUBSET_COMPANY" UPON ENVIRONMENT-NAME.
           ACCEPT SUBSET-COMPANY FROM ENVIRONMENT-VALUE.
           DISPLAY "SUBSET_EVERY" UPON ENVIRONMENT-NAME.
           ACCEPT EVERY-TEXT FROM ENVIRONMENT-VALUE.
           IF EVERY-TEXT NUMERIC
               MOVE EVERY-TEXT TO SUBSET-EVERY
           END-IF.
           IF SUBSET-EVERY = 0
               MOVE 1 TO SUBSET-EVERY
           END-IF.
           DISPLAY "SUBSET_MAX" UPON ENVIRONMENT-NAME.
           ACCEPT MAX-TEXT FROM ENVIRONMENT-VALUE.
           IF MAX-TEXT NUMERIC
               MOVE MAX-TEXT TO SUBSET-MAX
           END-IF.

           PERFORM 060-LOAD-COLUMN-KEYS.

           EXEC SQL
              CONNECT TO :DATASRC AS :SRC-DBS
                  USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'SUBSET1 SOURCE CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           EXEC SQL
              CONNECT TO :TEST-DATASRC AS :TST-DBS
                  USER :TEST-DBUSR USING :TEST-DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'SUBSET1 TEST CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.
           SET TEST-CONNECTED TO TRUE.

       100-MAIN.
           PERFORM 200-CHOOSE-SAMPLE THRU 200-CHOOSE-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-CLOSE
           END-IF.

           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
                   UNTIL SAMPLE-IDX > SAMPLE-COUNT
               MOVE SAMPLE-ENO(SAMPLE-IDX) TO SUB-ENO
               PERFORM 400-COPY-ONE-EMPLOYEE THRU 400-COPY-EXIT
           END-PERFORM.

           PERFORM 600-COPY-PAY-DETAIL.

           IF EMP-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'SUBSET1 EMPLOYEES MATCHED  : ' MATCH-COUNT.
           DISPLAY 'SUBSET1 EMPLOYEES SAMPLED  : ' SAMPLE-COUNT.
           DISPLAY 'SUBSET1 EMPLOYEES COPIED   : ' EMP-COPIED-COUNT.
           DISPLAY 'SUBSET1 EMPLOYEES FAILED   : ' EMP-FAILED-COUNT.
           DISPLAY 'SUBSET1 EMPHIST ROWS       : ' HIST-ROW-COUNT.
           DISPLAY 'SUBSET1 BANKACCT ROWS      : ' BANK-ROW-COUNT.
           DISPLAY 'SUBSET1 DEDENROLL ROWS     : ' DED-ROW-COUNT.
           DISPLAY 'SUBSET1 GARNISH ROWS       : ' GARN-ROW-COUNT.
           DISPLAY 'SUBSET1 PTOBAL ROWS        : ' PTO-ROW-COUNT.
           DISPLAY 'SUBSET1 PAY DETAILS COPIED : ' DETAIL-COPY-COUNT.

       100-CLOSE.
           IF TEST-CONNECTED
               EXEC SQL CONNECT RESET :TST-DBS END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET :SRC-DBS END-EXEC.

       100-EXIT.
           STOP RUN.

       060-LOAD-COLUMN-KEYS.
           MOVE SPACES TO PROD-KEY
           OPEN INPUT COLUMN-KEY-FILE
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO PROD-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           END-IF

           MOVE PROD-KEY TO TEST-KEY
           OPEN INPUT TEST-KEY-FILE
           IF TEST-KEY-FILE-STATUS = '00'
               READ TEST-KEY-FILE INTO TEST-KEY
                   AT END
                       MOVE PROD-KEY TO TEST-KEY
               END-READ
               CLOSE TEST-KEY-FILE
           ELSE
               IF TEST-KEY-FILE-STATUS = '05'
                   CLOSE TEST-KEY-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 200-CHOOSE-SAMPLE
      * The sampled ENOs, fixed before anything is copied.
      *----------------------------------------------------------*
       200-CHOOSE-SAMPLE.
           EXEC SQL AT :SRC-DBS
               OPEN SUBEMPCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'SUBSET1 EMPTABLE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 200-CHOOSE-EXIT
           END-IF

           PERFORM 210-FETCH-CANDIDATE
           PERFORM UNTIL SQLCODE <> 0
               IF (SUBSET-DEPT = SPACES OR SUB-DEPT = SUBSET-DEPT)
                  AND (SUBSET-COMPANY = SPACES
                       OR SUB-COMPANY = SUBSET-COMPANY)
                   ADD 1 TO MATCH-COUNT
                   DIVIDE MATCH-COUNT BY SUBSET-EVERY
                       GIVING MATCH-QUOTIENT
                       REMAINDER MATCH-REMAINDER
                   IF MATCH-REMAINDER = 0
                       IF SAMPLE-COUNT < SUBSET-MAX
                               AND SAMPLE-COUNT < 500
                           ADD 1 TO SAMPLE-COUNT
                           MOVE SUB-ENO TO SAMPLE-ENO(SAMPLE-COUNT)
                       ELSE
                           ADD 1 TO SAMPLE-DROPPED-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM 210-FETCH-CANDIDATE
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'SUBSET1 EMPTABLE FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL AT :SRC-DBS
               CLOSE SUBEMPCR
           END-EXEC

           IF SAMPLE-DROPPED-COUNT > 0
               DISPLAY 'SUBSET1 SAMPLE CAPPED AT ' SAMPLE-COUNT
                   ' - ' SAMPLE-DROPPED-COUNT ' MORE NOT TAKEN'
           END-IF.
       200-CHOOSE-EXIT.
           EXIT.

       210-FETCH-CANDIDATE.
           EXEC SQL AT :SRC-DBS
               FETCH SUBEMPCR
                   INTO :SUB-ENO, :SUB-DEPT, :SUB-COMPANY
           END-EXEC.

      *----------------------------------------------------------*
      * 400-COPY-ONE-EMPLOYEE
      * Clears the employee out of the test database, then copies
      * the master row and every related row, masked; committed
      * there only when every insert went in.
      *----------------------------------------------------------*
       400-COPY-ONE-EMPLOYEE.
           MOVE 'Y' TO COPY-OK-SW

           EXEC SQL AT :SRC-DBS
               SELECT ENO, LNAME, FNAME, STREET, CITY, ST, ZIP,
                      DEPT, PAYRATE, COM, CURRENCY_CODE, COMPANY,
                      MISCDATA, DNUM1, DNUM2, DNUM3
                 INTO :ENO, :LNAME, :FNAME, :STREET, :CITY, :ST,
                      :ZIP, :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                      :COMPANY-CODE, :MISCDATA, :DNUM1, :DNUM2,
                      :DNUM3
                 FROM EMPTABLE
               WHERE ENO = :SUB-ENO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'SUBSET1 EMPTABLE READ SQLCODE: ' SQLCODE
                   ' ENO: ' SUB-ENO
               ADD 1 TO EMP-FAILED-COUNT
               MOVE 0 TO SAMPLE-ENO(SAMPLE-IDX)
               GO TO 400-COPY-EXIT
           END-IF

           MOVE SUB-ENO TO MASK-ENO
           PERFORM 410-BUILD-NAME-MASKS
           PERFORM 420-BUILD-ADDRESS-MASKS
           PERFORM 430-CLEAR-TEST-ROWS

           IF COPY-OK
               PERFORM 440-APPLY-MASKS
               MOVE 'EMPTABLE' TO TABLE-NAME
               EXEC SQL AT :TST-DBS
                   INSERT INTO EMPTABLE
                       (ENO, LNAME, FNAME, STREET, CITY, ST, ZIP,
                        DEPT, PAYRATE, COM, CURRENCY_CODE, COMPANY,
                        MISCDATA, DNUM1, DNUM2, DNUM3)
                       VALUES (:ENO, :LNAME, :FNAME, :STREET, :CITY,
                               :ST, :ZIP, :DEPT, :PAYRATE, :COM,
                               :CURRENCY-CODE, :COMPANY-CODE,
                               :MISCDATA, :DNUM1, :DNUM2, :DNUM3)
               END-EXEC
               PERFORM 490-CHECK-INSERT
           END-IF

           IF COPY-OK
               PERFORM 450-COPY-HISTORY
           END-IF
           IF COPY-OK
               PERFORM 460-COPY-BANK-ACCOUNTS
           END-IF
           IF COPY-OK
               PERFORM 470-COPY-DEDUCTIONS
           END-IF
           IF COPY-OK
               PERFORM 475-COPY-GARNISHMENTS
           END-IF
           IF COPY-OK
               PERFORM 480-COPY-PTO-BALANCES
           END-IF

           IF COPY-OK
               EXEC SQL AT :TST-DBS COMMIT END-EXEC
               ADD 1 TO EMP-COPIED-COUNT
           ELSE
               EXEC SQL AT :TST-DBS ROLLBACK END-EXEC
               DISPLAY 'SUBSET1 ENO ' SUB-ENO ' NOT COPIED - '
                   TABLE-NAME ' FAILED'
               ADD 1 TO EMP-FAILED-COUNT
               MOVE 0 TO SAMPLE-ENO(SAMPLE-IDX)
           END-IF.
       400-COPY-EXIT.
           EXIT.

       410-BUILD-NAME-MASKS.
           MOVE SPACES TO MASK-LNAME
           STRING 'SURNM' DELIMITED BY SIZE
                  MASK-ENO DELIMITED BY SIZE
               INTO MASK-LNAME
           MOVE SPACES TO MASK-FNAME
           STRING 'GIVEN' DELIMITED BY SIZE
                  MASK-ENO DELIMITED BY SIZE
               INTO MASK-FNAME
           MOVE SPACES TO MASK-FULL-NAME
           STRING MASK-FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MASK-LNAME DELIMITED BY SPACE
               INTO MASK-FULL-NAME.

      *    address masks are stored encrypted under the test key,
      *    the way the maintenance programs store the real ones
       420-BUILD-ADDRESS-MASKS.
           MOVE PROD-KEY TO CRYPT-KEY
           SET CRYPT-OP-DECRYPT TO TRUE
           MOVE ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:5) TO CLEAR-ZIP

           MOVE SPACES TO MASK-STREET
           STRING MASK-ENO DELIMITED BY SIZE
                  ' MASKED STREET' DELIMITED BY SIZE
               INTO MASK-STREET
           MOVE 'MASKED CITY' TO MASK-CITY
           MOVE '00000' TO MASK-ZIP
           IF CLEAR-ZIP(1:3) NUMERIC
               MOVE CLEAR-ZIP(1:3) TO MASK-ZIP(1:3)
           END-IF

           MOVE TEST-KEY TO CRYPT-KEY
           SET CRYPT-OP-ENCRYPT TO TRUE
           MOVE MASK-STREET TO CRYPT-BUFFER
           MOVE 20 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:20) TO ENC-MASK-STREET

           MOVE MASK-CITY TO CRYPT-BUFFER
           MOVE 15 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:15) TO ENC-MASK-CITY

           MOVE MASK-ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:5) TO ENC-MASK-ZIP

           MOVE SPACES TO CRYPT-BUFFER
           MOVE 118 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:118) TO ENC-MASK-NOTES.

       430-CLEAR-TEST-ROWS.
           MOVE 'CLEARDOWN' TO TABLE-NAME
           EXEC SQL AT :TST-DBS
               DELETE FROM EMPHIST WHERE ENO = :SUB-ENO
           END-EXEC
           PERFORM 495-CHECK-DELETE
           EXEC SQL AT :TST-DBS
               DELETE FROM BANKACCT WHERE ENO = :SUB-ENO
           END-EXEC
           PERFORM 495-CHECK-DELETE
           EXEC SQL AT :TST-DBS
               DELETE FROM DEDENROLL WHERE ENO = :SUB-ENO
           END-EXEC
           PERFORM 495-CHECK-DELETE
           EXEC SQL AT :TST-DBS
               DELETE FROM GARNISH WHERE ENO = :SUB-ENO
           END-EXEC
           PERFORM 495-CHECK-DELETE
           EXEC SQL AT :TST-DBS
               DELETE FROM PTOBAL WHERE ENO = :SUB-ENO
           END-EXEC
           PERFORM 495-CHECK-DELETE
           EXEC SQL AT :TST-DBS
               DELETE FROM EMPTABLE WHERE ENO = :SUB-ENO
           END-EXEC
           PERFORM 495-CHECK-DELETE.

      *    the masks over whichever row (master or history) the
      *    EMPREC fields hold; the hire date and status in MISCDATA
      *    stay, the notes after them do not
       440-APPLY-MASKS.
           MOVE MASK-LNAME TO LNAME
           MOVE MASK-FNAME TO FNAME
           MOVE ENC-MASK-STREET TO STREET
           MOVE ENC-MASK-CITY TO CITY
           MOVE ENC-MASK-ZIP TO ZIP
           MOVE ENC-MASK-NOTES TO MISC-NOTES.

       450-COPY-HISTORY.
           MOVE 'EMPHIST' TO TABLE-NAME
           EXEC SQL AT :SRC-DBS
               OPEN SUBHSTCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO COPY-OK-SW
           ELSE
               PERFORM 455-FETCH-HISTORY
               PERFORM UNTIL SQLCODE <> 0 OR NOT COPY-OK
                   PERFORM 440-APPLY-MASKS
                   EXEC SQL AT :TST-DBS
                       INSERT INTO EMPHIST
                           (ENO, LNAME, FNAME, STREET, CITY, ST, ZIP,
                            DEPT, PAYRATE, COM, CURRENCY_CODE,
                            COMPANY, MISCDATA, EFF_FROM_TS,
                            EFF_TO_TS, TERM_REASON, TERM_DATE,
                            REGRET_FLAG, REHIRE_ELIG)
                           VALUES (:SUB-ENO, :LNAME, :FNAME,
                                   :STREET, :CITY, :ST, :ZIP, :DEPT,
                                   :PAYRATE, :COM, :CURRENCY-CODE,
                                   :COMPANY-CODE, :MISCDATA,
                                   :SHS-EFF-FROM, :SHS-EFF-TO,
                                   :SHS-TERM-REASON
                                       :SHS-TERM-REASON-IND,
                                   :SHS-TERM-DATE :SHS-TERM-DATE-IND,
                                   :SHS-REGRET-FLAG :SHS-REGRET-IND,
                                   :SHS-REHIRE-ELIG :SHS-REHIRE-IND)
                   END-EXEC
                   PERFORM 490-CHECK-INSERT
                   IF COPY-OK
                       ADD 1 TO HIST-ROW-COUNT
                       PERFORM 455-FETCH-HISTORY
                   END-IF
               END-PERFORM
               IF COPY-OK AND SQLCODE <> 100
                   MOVE 'N' TO COPY-OK-SW
               END-IF
               EXEC SQL AT :SRC-DBS
                   CLOSE SUBHSTCR
               END-EXEC
           END-IF.

       455-FETCH-HISTORY.
           MOVE 0 TO SHS-TERM-REASON-IND
           MOVE 0 TO SHS-TERM-DATE-IND
           MOVE 0 TO SHS-REGRET-IND
           MOVE 0 TO SHS-REHIRE-IND
           EXEC SQL AT :SRC-DBS
               FETCH SUBHSTCR
                   INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP,
                        :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA, :SHS-EFF-FROM,
                        :SHS-EFF-TO,
                        :SHS-TERM-REASON :SHS-TERM-REASON-IND,
                        :SHS-TERM-DATE :SHS-TERM-DATE-IND,
                        :SHS-REGRET-FLAG :SHS-REGRET-IND,
                        :SHS-REHIRE-ELIG :SHS-REHIRE-IND
           END-EXEC.

      *    the account number becomes 9 + ENO + account sequence,
      *    stored encrypted under the test key; routing stays so
      *    bank file builds still validate
       460-COPY-BANK-ACCOUNTS.
           MOVE 'BANKACCT' TO TABLE-NAME
           EXEC SQL AT :SRC-DBS
               OPEN SUBBNKCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO COPY-OK-SW
           ELSE
               PERFORM 465-FETCH-BANK-ACCOUNT
               PERFORM UNTIL SQLCODE <> 0 OR NOT COPY-OK
                   MOVE SPACES TO MASK-ACCOUNT
                   STRING '9' DELIMITED BY SIZE
                          MASK-ENO DELIMITED BY SIZE
                          SBA-ACCT-SEQ DELIMITED BY SIZE
                       INTO MASK-ACCOUNT
                   MOVE TEST-KEY TO CRYPT-KEY
                   SET CRYPT-OP-ENCRYPT TO TRUE
                   MOVE MASK-ACCOUNT TO CRYPT-BUFFER
                   MOVE 17 TO CRYPT-LENGTH
                   CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
                       CRYPT-BUFFER, CRYPT-LENGTH
                   MOVE CRYPT-BUFFER(1:17) TO SBA-ACCOUNT-ENC
                   EXEC SQL AT :TST-DBS
                       INSERT INTO BANKACCT
                           (ENO, ACCT_SEQ, ROUTING, ACCOUNT_ENC,
                            PRENOTE_STATUS, PRENOTE_DATE,
                            ALLOC_TYPE, ALLOC_AMOUNT)
                           VALUES (:SUB-ENO, :SBA-ACCT-SEQ,
                                   :SBA-ROUTING, :SBA-ACCOUNT-ENC,
                                   :SBA-PRENOTE-STATUS,
                                   :SBA-PRENOTE-DATE,
                                   :SBA-ALLOC-TYPE,
                                   :SBA-ALLOC-AMOUNT)
                   END-EXEC
                   PERFORM 490-CHECK-INSERT
                   IF COPY-OK
                       ADD 1 TO BANK-ROW-COUNT
                       PERFORM 465-FETCH-BANK-ACCOUNT
                   END-IF
               END-PERFORM
               IF COPY-OK AND SQLCODE <> 100
                   MOVE 'N' TO COPY-OK-SW
               END-IF
               EXEC SQL AT :SRC-DBS
                   CLOSE SUBBNKCR
               END-EXEC
           END-IF.

       465-FETCH-BANK-ACCOUNT.
           EXEC SQL AT :SRC-DBS
               FETCH SUBBNKCR
                   INTO :SBA-ACCT-SEQ, :SBA-ROUTING,
                        :SBA-ACCOUNT-ENC, :SBA-PRENOTE-STATUS,
                        :SBA-PRENOTE-DATE, :SBA-ALLOC-TYPE,
                        :SBA-ALLOC-AMOUNT
           END-EXEC.

       470-COPY-DEDUCTIONS.
           MOVE 'DEDENROLL' TO TABLE-NAME
           EXEC SQL AT :SRC-DBS
               OPEN SUBDEDCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO COPY-OK-SW
           ELSE
               EXEC SQL AT :SRC-DBS
                   FETCH SUBDEDCR INTO :SDE-DED-CODE
               END-EXEC
               PERFORM UNTIL SQLCODE <> 0 OR NOT COPY-OK
                   EXEC SQL AT :TST-DBS
                       INSERT INTO DEDENROLL (ENO, DED_CODE)
                           VALUES (:SUB-ENO, :SDE-DED-CODE)
                   END-EXEC
                   PERFORM 490-CHECK-INSERT
                   IF COPY-OK
                       ADD 1 TO DED-ROW-COUNT
                       EXEC SQL AT :SRC-DBS
                           FETCH SUBDEDCR INTO :SDE-DED-CODE
                       END-EXEC
                   END-IF
               END-PERFORM
               IF COPY-OK AND SQLCODE <> 100
                   MOVE 'N' TO COPY-OK-SW
               END-IF
               EXEC SQL AT :SRC-DBS
                   CLOSE SUBDEDCR
               END-EXEC
           END-IF.

       475-COPY-GARNISHMENTS.
           MOVE 'GARNISH' TO TABLE-NAME
           EXEC SQL AT :SRC-DBS
               OPEN SUBGRNCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO COPY-OK-SW
           ELSE
               PERFORM 477-FETCH-GARNISHMENT
               PERFORM UNTIL SQLCODE <> 0 OR NOT COPY-OK
                   EXEC SQL AT :TST-DBS
                       INSERT INTO GARNISH
                           (ORDER_ID, ENO, ORDER_TYPE, PRIORITY,
                            CALC_METHOD, GARN_AMOUNT,
                            LIFETIME_CAP, REMAINING_BAL,
                            PAYEE_AGENCY)
                           VALUES (:SGR-ORDER-ID, :SUB-ENO,
                                   :SGR-ORDER-TYPE, :SGR-PRIORITY,
                                   :SGR-CALC-METHOD,
                                   :SGR-GARN-AMOUNT,
                                   :SGR-LIFETIME-CAP,
                                   :SGR-REMAINING-BAL,
                                   :SGR-PAYEE-AGENCY)
                   END-EXEC
                   PERFORM 490-CHECK-INSERT
                   IF COPY-OK
                       ADD 1 TO GARN-ROW-COUNT
                       PERFORM 477-FETCH-GARNISHMENT
                   END-IF
               END-PERFORM
               IF COPY-OK AND SQLCODE <> 100
                   MOVE 'N' TO COPY-OK-SW
               END-IF
               EXEC SQL AT :SRC-DBS
                   CLOSE SUBGRNCR
               END-EXEC
           END-IF.

       477-FETCH-GARNISHMENT.
           EXEC SQL AT :SRC-DBS
               FETCH SUBGRNCR
                   INTO :SGR-ORDER-ID, :SGR-ORDER-TYPE,
                        :SGR-PRIORITY, :SGR-CALC-METHOD,
                        :SGR-GARN-AMOUNT, :SGR-LIFETIME-CAP,
                        :SGR-REMAINING-BAL, :SGR-PAYEE-AGENCY
           END-EXEC.

       480-COPY-PTO-BALANCES.
           MOVE 'PTOBAL' TO TABLE-NAME
           EXEC SQL AT :SRC-DBS
               OPEN SUBPTOCR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'N' TO COPY-OK-SW
           ELSE
               EXEC SQL AT :SRC-DBS
                   FETCH SUBPTOCR
                       INTO :SPT-PTO-TYPE, :SPT-BALANCE-HOURS
               END-EXEC
               PERFORM UNTIL SQLCODE <> 0 OR NOT COPY-OK
                   EXEC SQL AT :TST-DBS
                       INSERT INTO PTOBAL
                           (ENO, PTO_TYPE, BALANCE_HOURS)
                           VALUES (:SUB-ENO, :SPT-PTO-TYPE,
                                   :SPT-BALANCE-HOURS)
                   END-EXEC
                   PERFORM 490-CHECK-INSERT
                   IF COPY-OK
                       ADD 1 TO PTO-ROW-COUNT
                       EXEC SQL AT :SRC-DBS
                           FETCH SUBPTOCR
                               INTO :SPT-PTO-TYPE,
                                    :SPT-BALANCE-HOURS
                       END-EXEC
                   END-IF
               END-PERFORM
               IF COPY-OK AND SQLCODE <> 100
                   MOVE 'N' TO COPY-OK-SW
               END-IF
               EXEC SQL AT :SRC-DBS
                   CLOSE SUBPTOCR
               END-EXEC
           END-IF.

       490-CHECK-INSERT.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'SUBSET1 ' TABLE-NAME ' INSERT SQLCODE: '
                   SQLCODE ' ENO: ' SUB-ENO
               MOVE 'N' TO COPY-OK-SW
           END-IF.

      *    nothing to clear out is not a failure
       495-CHECK-DELETE.
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'SUBSET1 TEST DELETE SQLCODE: ' SQLCODE
                   ' ENO: ' SUB-ENO
               MOVE 'N' TO COPY-OK-SW
           END-IF.

      *----------------------------------------------------------*
      * 600-COPY-PAY-DETAIL
      * The sampled employees' PAYDTL history onto TSTPAYDT with
      * the same name mask the tables carry. Only employees that
      * made it into the test database are copied.
      *----------------------------------------------------------*
       600-COPY-PAY-DETAIL.
           OPEN INPUT PAY-DETAIL-FILE
           IF DETAIL-FILE-STATUS NOT = '00'
               IF DETAIL-FILE-STATUS = '05'
                   CLOSE PAY-DETAIL-FILE
               END-IF
               DISPLAY 'SUBSET1 NO PAYDTL ON FILE - PAY HISTORY '
                   'NOT COPIED'
           ELSE
               OPEN OUTPUT TEST-DETAIL-FILE
               PERFORM 610-READ-PAY-DETAIL
               PERFORM UNTIL DETAIL-EOF
                   ADD 1 TO DETAIL-READ-COUNT
                   PERFORM 620-FIND-SAMPLED-ENO
                   IF SAMPLE-FOUND
                       MOVE PD-EMPLOYEE-NO TO MASK-ENO
                       PERFORM 410-BUILD-NAME-MASKS
                       MOVE MASK-FULL-NAME TO PD-EMPLOYEE-NAME
                       WRITE TEST-DETAIL-LINE FROM PAY-DETAIL-RECORD
                       ADD 1 TO DETAIL-COPY-COUNT
                   END-IF
                   PERFORM 610-READ-PAY-DETAIL
               END-PERFORM
               CLOSE TEST-DETAIL-FILE
               CLOSE PAY-DETAIL-FILE
           END-IF.

       610-READ-PAY-DETAIL.
           READ PAY-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET DETAIL-EOF TO TRUE
           END-READ.

       620-FIND-SAMPLED-ENO.
           MOVE 'N' TO SAMPLE-FOUND-SW
           IF PD-EMPLOYEE-NO NUMERIC
               PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
                       UNTIL SAMPLE-IDX > SAMPLE-COUNT
                          OR SAMPLE-FOUND
                   IF SAMPLE-ENO(SAMPLE-IDX) = PD-EMPLOYEE-NO
                           AND SAMPLE-ENO(SAMPLE-IDX) > 0
                       SET SAMPLE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
