       IDENTIFICATION DIVISION.

       PROGRAM-ID. HOLMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HOLIDAY-TRANS-FILE
               ASSIGN TO EXTERNAL HOLTRANS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL HOLIDAY-SUSPENSE-FILE
               ASSIGN TO EXTERNAL HOLSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  HOLIDAY-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HOLIDAY-TRANS-LINE.

       01  HOLIDAY-TRANS-LINE      PIC X(80).

       FD  HOLIDAY-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS HOLIDAY-SUSPENSE-LINE.

       01  HOLIDAY-SUSPENSE-LINE   PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

      *----------------------------------------------------------*
      * holiday calendar transaction (HOLTRANS): one HOLCAL row per
      * company per holiday date. PAID_HOURS is the holiday pay an
      * eligible employee of the company receives for the day, two
      * implied decimals (0800 = 8.00 hours), zero for an observed
      * day that is not paid; the timesheet run generates those
      * hours and the worked-holiday premium from this row. The
      * bank flag marks a day the banks are closed - banking-day
      * counts (prenote windows, ACH effective dates, treasury
      * value dates) skip it whichever company's row carries it.
      * Suspense reasons:
      *   R001 action code not A/C/D
      *   R770 company code blank
      *   R771 holiday date not a valid date
      *   R772 holiday name blank
      *   R773 paid hours not numeric
      *   R774 bank-holiday flag not Y/N
      *   R775 add exists              R776 change/delete missing
      *----------------------------------------------------------*
           01 HOLIDAY-TRANS-RECORD.
               05 HLT-ACTION-CODE  PIC X(01).
                   88 HLT-ACTION-ADD     VALUE 'A'.
                   88 HLT-ACTION-CHANGE  VALUE 'C'.
                   88 HLT-ACTION-DELETE  VALUE 'D'.
               05 HLT-COMPANY      PIC X(03).
               05 HLT-HOL-DATE     PIC 9(08).
               05 HLT-HOL-NAME     PIC X(20).
               05 HLT-PAID-HOURS   PIC 9(02)V99.
               05 HLT-BANK-FLAG    PIC X(01).
                   88 HLT-BANK-VALID     VALUE 'Y' 'N'.
               05 FILLER           PIC X(43).

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
           01 HOL-DATE-INT         PIC 9(8) COMP-3.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE HOLCAL
                   (COMPANY_CODE CHAR(3)      NOT NULL,
                    HOL_DATE     DECIMAL(8,0) NOT NULL,
                    HOL_NAME     CHAR(20)     NOT NULL,
                    PAID_HOURS   DECIMAL(4,2) NOT NULL,
                    BANK_HOLIDAY CHAR(1)      NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Holiday calendar master maintenance: each company's paid
      * holidays and the bank-closed days, kept to the same
      * transaction-edit-or-suspend discipline the other masters
      * get.
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
               DISPLAY 'HOLMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT HOLIDAY-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'HOLMNT1 CANNOT OPEN HOLTRANS, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE HOLIDAY-TRANS-FILE.

           DISPLAY 'HOLMNT1 TRANSACTIONS READ   : ' TRANS-READ-COUNT.
           DISPLAY 'HOLMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'HOLMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE HOLIDAY-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ HOLIDAY-TRANS-FILE INTO HOLIDAY-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN HLT-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN HLT-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN HLT-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT HLT-ACTION-ADD AND NOT HLT-ACTION-CHANGE
                   AND NOT HLT-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND HLT-COMPANY = SPACES
               MOVE 'R770' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF HLT-HOL-DATE NOT NUMERIC
                   MOVE 'R771' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   COMPUTE HOL-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(HLT-HOL-DATE)
                   IF HOL-DATE-INT = 0
                       MOVE 'R771' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID
                   AND (HLT-ACTION-ADD OR HLT-ACTION-CHANGE)
               IF HLT-HOL-NAME = SPACES
                   MOVE 'R772' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND HLT-PAID-HOURS NOT NUMERIC
                   MOVE 'R773' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT HLT-BANK-VALID
                   MOVE 'R774' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM HOLCAL
                       WHERE COMPANY_CODE = :HLT-COMPANY
                         AND HOL_DATE = :HLT-HOL-DATE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF HLT-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                       MOVE 'R775' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
                   IF TRANS-VALID AND NOT HLT-ACTION-ADD
                           AND ROW-EXISTS-COUNT = 0
                       MOVE 'R776' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       500-APPLY-ADD.
           EXEC SQL
               INSERT INTO HOLCAL
                   (COMPANY_CODE, HOL_DATE, HOL_NAME, PAID_HOURS,
                    BANK_HOLIDAY)
                   VALUES (:HLT-COMPANY, :HLT-HOL-DATE,
                           :HLT-HOL-NAME, :HLT-PAID-HOURS,
                           :HLT-BANK-FLAG)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       510-APPLY-CHANGE.
           EXEC SQL
               UPDATE HOLCAL
                   SET HOL_NAME = :HLT-HOL-NAME,
                       PAID_HOURS = :HLT-PAID-HOURS,
                       BANK_HOLIDAY = :HLT-BANK-FLAG
                   WHERE COMPANY_CODE = :HLT-COMPANY
                     AND HOL_DATE = :HLT-HOL-DATE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM HOLCAL
                   WHERE COMPANY_CODE = :HLT-COMPANY
                     AND HOL_DATE = :HLT-HOL-DATE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       700-CHECK-APPLY-RESULT.
           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'HOLMNT1 APPLY SQLCODE: ' SQLCODE
                   ' COMPANY: ' HLT-COMPANY ' DATE: ' HLT-HOL-DATE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND HOLIDAY-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'HOLMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE HOLIDAY-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE HOLIDAY-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
