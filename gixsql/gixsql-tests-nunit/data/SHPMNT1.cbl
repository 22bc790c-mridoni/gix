       IDENTIFICATION DIVISION.

       PROGRAM-ID. SHPMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PREMIUM-TRANS-FILE
               ASSIGN TO EXTERNAL SHPTRANS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL PREMIUM-SUSPENSE-FILE
               ASSIGN TO EXTERNAL SHPSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PREMIUM-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREMIUM-TRANS-LINE.

       01  PREMIUM-TRANS-LINE      PIC X(80).

       FD  PREMIUM-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS PREMIUM-SUSPENSE-LINE.

       01  PREMIUM-SUSPENSE-LINE   PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

      *----------------------------------------------------------*
      * shift premium rule transaction (SHPTRANS): one SHFTPREM row
      * per company, department and rule sequence. A blank
      * department holds the company-wide rules a department with
      * none of its own falls back to. The window runs from the
      * start to the end clock time, HHMM; an end not after the
      * start runs past midnight (2200-0600 nights, 0000-0000 the
      * whole day). DOW is 1 (Monday) through 7 (Sunday), or 0 for
      * every day. The premium is 'F' a flat amount per hour or
      * 'P' a percent of the hourly rate, four implied decimals
      * (0015000 = 1.50 an hour or 1.5 percent), paid under the
      * rule's own ERNCODE earnings code, which keeps the
      * taxability and GL treatment. Suspense reasons:
      *   R001 action code not A/C/D   R103 DEPT not on DEPTTBL
      *   R780 company code blank      R781 rule sequence not
      *                                     numeric
      *   R782 weekday not 0-7         R783 window time not HHMM
      *   R784 premium type not F/P    R785 premium rate not
      *                                     numeric or zero
      *   R786 earnings code not on ERNCODE
      *   R787 add exists              R788 change/delete missing
      *----------------------------------------------------------*
           01 PREMIUM-TRANS-RECORD.
               05 SPT-ACTION-CODE  PIC X(01).
                   88 SPT-ACTION-ADD     VALUE 'A'.
                   88 SPT-ACTION-CHANGE  VALUE 'C'.
                   88 SPT-ACTION-DELETE  VALUE 'D'.
               05 SPT-COMPANY      PIC X(03).
               05 SPT-DEPT         PIC X(04).
               05 SPT-RULE-SEQ     PIC 9(02).
               05 SPT-DOW          PIC 9(01).
               05 SPT-START-HHMM   PIC 9(04).
               05 SPT-START-FIELDS REDEFINES SPT-START-HHMM.
                   10 SPT-START-HH PIC 9(02).
                   10 SPT-START-MM PIC 9(02).
               05 SPT-END-HHMM     PIC 9(04).
               05 SPT-END-FIELDS REDEFINES SPT-END-HHMM.
                   10 SPT-END-HH   PIC 9(02).
                   10 SPT-END-MM   PIC 9(02).
               05 SPT-PREM-TYPE    PIC X(01).
                   88 SPT-PREM-FLAT      VALUE 'F'.
                   88 SPT-PREM-PERCENT   VALUE 'P'.
               05 SPT-PREM-RATE    PIC 9(03)V9(04).
               05 SPT-EARN-CODE    PIC X(03).
               05 FILLER           PIC X(50).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 TRANS-FILE-STATUS    PIC XX.
           01 TRANS-EOF-SW         PIC X VALUE 'N'.
               88 TRANS-EOF        VALUE 'Y'.
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.

           01 TRANS-READ-COUNT     PIC 9(6) VALUE 0.
           01 TRANS-APPLIED-COUNT  PIC 9(6) VALUE 0.
           01 TRANS-REJECT-COUNT   PIC 9(6) VALUE 0.

           01 TRANS-VALID-SW       PIC X VALUE 'Y'.
               88 TRANS-VALID      VALUE 'Y'.
           01 EDIT-REASON          PIC X(4).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 ROW-EXISTS-COUNT     PIC 9(6).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE SHFTPREM
                   (COMPANY_CODE CHAR(3)      NOT NULL,
                    DEPT         CHAR(4)      NOT NULL,
                    RULE_SEQ     DECIMAL(2,0) NOT NULL,
                    DOW          DECIMAL(1,0) NOT NULL,
                    START_HHMM   DECIMAL(4,0) NOT NULL,
                    END_HHMM     DECIMAL(4,0) NOT NULL,
                    PREM_TYPE    CHAR(1)      NOT NULL,
                    PREM_RATE    DECIMAL(7,4) NOT NULL,
                    EARN_CODE    CHAR(3)      NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Shift premium rule maintenance: the time-of-day and weekday
      * windows the timesheet run splits punches against, kept to
      * the same transaction-edit-or-suspend discipline the other
      * masters get.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'SHPMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT PREMIUM-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'SHPMNT1 CANNOT OPEN SHPTRANS, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE PREMIUM-TRANS-FILE.

           DISPLAY 'SHPMNT1 TRANSACTIONS READ   : ' TRANS-READ-COUNT.
           DISPLAY 'SHPMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'SHPMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE PREMIUM-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ PREMIUM-TRANS-FILE INTO PREMIUM-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN SPT-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN SPT-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN SPT-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT SPT-ACTION-ADD AND NOT SPT-ACTION-CHANGE
                   AND NOT SPT-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND SPT-COMPANY = SPACES
               MOVE 'R780' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND SPT-RULE-SEQ NOT NUMERIC
               MOVE 'R781' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
                   AND (SPT-ACTION-ADD OR SPT-ACTION-CHANGE)
               PERFORM 410-EDIT-RULE-FIELDS
           END-IF

           IF TRANS-VALID AND SPT-DEPT NOT = SPACES
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM DEPTTBL
                       WHERE DEPT = :SPT-DEPT
               END-EXEC
               IF SQLCODE < 0 OR ROW-EXISTS-COUNT = 0
                   MOVE 'R103' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
                   AND (SPT-ACTION-ADD OR SPT-ACTION-CHANGE)
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM ERNCODE
                       WHERE EARN_CODE = :SPT-EARN-CODE
               END-EXEC
               IF SQLCODE < 0 OR ROW-EXISTS-COUNT = 0
                   MOVE 'R786' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM SHFTPREM
                       WHERE COMPANY_CODE = :SPT-COMPANY
                         AND DEPT = :SPT-DEPT
                         AND RULE_SEQ = :SPT-RULE-SEQ
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF SPT-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                       MOVE 'R787' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
                   IF TRANS-VALID AND NOT SPT-ACTION-ADD
                           AND ROW-EXISTS-COUNT = 0
                       MOVE 'R788' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       410-EDIT-RULE-FIELDS.
           IF SPT-DOW NOT NUMERIC OR SPT-DOW > 7
               MOVE 'R782' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF SPT-START-HHMM NOT NUMERIC
                       OR SPT-END-HHMM NOT NUMERIC
                   MOVE 'R783' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF SPT-START-HH > 23 OR SPT-START-MM > 59
                           OR SPT-END-HH > 23 OR SPT-END-MM > 59
                       MOVE 'R783' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID
                   AND NOT SPT-PREM-FLAT AND NOT SPT-PREM-PERCENT
               MOVE 'R784' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF SPT-PREM-RATE NOT NUMERIC
                   MOVE 'R785' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF SPT-PREM-RATE = 0
                       MOVE 'R785' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       500-APPLY-ADD.
           EXEC SQL
               INSERT INTO SHFTPREM
                   (COMPANY_CODE, DEPT, RULE_SEQ, DOW, START_HHMM,
                    END_HHMM, PREM_TYPE, PREM_RATE, EARN_CODE)
                   VALUES (:SPT-COMPANY, :SPT-DEPT, :SPT-RULE-SEQ,
                           :SPT-DOW, :SPT-START-HHMM,
                           :SPT-END-HHMM, :SPT-PREM-TYPE,
                           :SPT-PREM-RATE, :SPT-EARN-CODE)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       510-APPLY-CHANGE.
           EXEC SQL
               UPDATE SHFTPREM
                   SET DOW = :SPT-DOW,
                       START_HHMM = :SPT-START-HHMM,
                       END_HHMM = :SPT-END-HHMM,
                       PREM_TYPE = :SPT-PREM-TYPE,
                       PREM_RATE = :SPT-PREM-RATE,
                       EARN_CODE = :SPT-EARN-CODE
                   WHERE COMPANY_CODE = :SPT-COMPANY
                     AND DEPT = :SPT-DEPT
                     AND RULE_SEQ = :SPT-RULE-SEQ
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM SHFTPREM
                   WHERE COMPANY_CODE = :SPT-COMPANY
                     AND DEPT = :SPT-DEPT
                     AND RULE_SEQ = :SPT-RULE-SEQ
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       700-CHECK-APPLY-RESULT.
           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'SHPMNT1 APPLY SQLCODE: ' SQLCODE
                   ' COMPANY: ' SPT-COMPANY ' DEPT: ' SPT-DEPT
                   ' RULE: ' SPT-RULE-SEQ
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND PREMIUM-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'SHPMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE PREMIUM-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE PREMIUM-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
