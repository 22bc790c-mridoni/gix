       IDENTIFICATION DIVISION.

       PROGRAM-ID. POSMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSITION-TRANS-FILE
               ASSIGN TO EXTERNAL POSTRANS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL POSITION-SUSPENSE-FILE
               ASSIGN TO EXTERNAL POSSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  POSITION-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POSITION-TRANS-LINE.

       01  POSITION-TRANS-LINE     PIC X(80).

       FD  POSITION-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS POSITION-SUSPENSE-LINE.

       01  POSITION-SUSPENSE-LINE  PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

      *----------------------------------------------------------*
      * position control transaction (POSTRANS): one POSCTL row
      * per budgeted position, with its department, job code and
      * budgeted FTE (two implied decimals, 100 = one full-time
      * position). A position is created vacant; EMPMNT1 fills it
      * when an add or rehire names it and vacates it when the
      * holder leaves, so the fill status and holder are never
      * keyed here. A filled position keeps its department and
      * job - the holder moves first, through EMPMNT1.
      * Suspense reasons:
      *   R001 action code not A/C/D
      *   R800 position number not numeric or zero
      *   R103 DEPT not on DEPTTBL     R116 job not on JOBCODE
      *   R801 budgeted FTE not numeric, zero or over 1.00
      *   R802 add exists              R803 change/delete missing
      *   R804 delete of a filled position
      *   R805 department or job change on a filled position
      *----------------------------------------------------------*
           01 POSITION-TRANS-RECORD.
               05 PST-ACTION-CODE  PIC X(01).
                   88 PST-ACTION-ADD     VALUE 'A'.
                   88 PST-ACTION-CHANGE  VALUE 'C'.
                   88 PST-ACTION-DELETE  VALUE 'D'.
               05 PST-POSITION-NO  PIC 9(05).
               05 PST-DEPT         PIC X(04).
               05 PST-JOB-CODE     PIC X(04).
               05 PST-BUDGET-FTE   PIC 9V99.
               05 FILLER           PIC X(63).

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

      *    the position as it stands, for the filled-position edits
           01 CUR-DEPT             PIC X(4).
           01 CUR-JOB-CODE         PIC X(4).
           01 CUR-FILL-STATUS      PIC X(1).
               88 CUR-FILLED       VALUE 'F'.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  FILL_STATUS 'V' vacant or 'F' filled, with the holder's
      *  ENO (zero while vacant) - both kept by EMPMNT1
           EXEC SQL
               DECLARE TABLE POSCTL
                   (POSITION_NO  DECIMAL(5,0) NOT NULL,
                    DEPT         CHAR(4)      NOT NULL,
                    JOB_CODE     CHAR(4)      NOT NULL,
                    BUDGET_FTE   DECIMAL(3,2) NOT NULL,
                    FILL_STATUS  CHAR(1)      NOT NULL,
                    ENO          DECIMAL(4,0) NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Position control master maintenance: the budgeted
      * positions by department and job that new hires must fill,
      * kept to the same transaction-edit-or-suspend discipline
      * the other masters get.
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
               DISPLAY 'POSMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT POSITION-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'POSMNT1 CANNOT OPEN POSTRANS, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE POSITION-TRANS-FILE.

           DISPLAY 'POSMNT1 TRANSACTIONS READ   : ' TRANS-READ-COUNT.
           DISPLAY 'POSMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'POSMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE POSITION-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ POSITION-TRANS-FILE INTO POSITION-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN PST-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN PST-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN PST-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT PST-ACTION-ADD AND NOT PST-ACTION-CHANGE
                   AND NOT PST-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF PST-POSITION-NO NOT NUMERIC
                   MOVE 'R800' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF PST-POSITION-NO = 0
                       MOVE 'R800' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID
                   AND (PST-ACTION-ADD OR PST-ACTION-CHANGE)
               PERFORM 410-EDIT-POSITION-FIELDS
           END-IF

           IF TRANS-VALID
               PERFORM 420-EDIT-EXISTENCE
           END-IF.

       410-EDIT-POSITION-FIELDS.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM DEPTTBL
                   WHERE DEPT = :PST-DEPT
           END-EXEC
           IF SQLCODE < 0
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF ROW-EXISTS-COUNT = 0
                   MOVE 'R103' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM JOBCODE
                       WHERE JOB_CODE = :PST-JOB-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF ROW-EXISTS-COUNT = 0
                       MOVE 'R116' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID
               IF PST-BUDGET-FTE NOT NUMERIC
                   MOVE 'R801' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF PST-BUDGET-FTE = 0 OR PST-BUDGET-FTE > 1.00
                       MOVE 'R801' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 420-EDIT-EXISTENCE
      * An 'A' must key a position not yet on POSCTL; a 'C' or 'D'
      * one that is. A filled position cannot be deleted, nor
      * moved to another department or job out from under its
      * holder.
      *----------------------------------------------------------*
       420-EDIT-EXISTENCE.
           MOVE SPACES TO CUR-DEPT
           MOVE SPACES TO CUR-JOB-CODE
           MOVE SPACE TO CUR-FILL-STATUS
           EXEC SQL
               SELECT DEPT, JOB_CODE, FILL_STATUS
                   INTO :CUR-DEPT, :CUR-JOB-CODE, :CUR-FILL-STATUS
                   FROM POSCTL
                   WHERE POSITION_NO = :PST-POSITION-NO
           END-EXEC

           IF SQLCODE < 0
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF PST-ACTION-ADD AND SQLCODE = 0
                   MOVE 'R802' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT PST-ACTION-ADD
                       AND SQLCODE = 100
                   MOVE 'R803' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND PST-ACTION-DELETE AND CUR-FILLED
                   MOVE 'R804' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND PST-ACTION-CHANGE AND CUR-FILLED
                       AND (PST-DEPT NOT = CUR-DEPT
                            OR PST-JOB-CODE NOT = CUR-JOB-CODE)
                   MOVE 'R805' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.

       500-APPLY-ADD.
           EXEC SQL
               INSERT INTO POSCTL
                   (POSITION_NO, DEPT, JOB_CODE, BUDGET_FTE,
                    FILL_STATUS, ENO)
                   VALUES (:PST-POSITION-NO, :PST-DEPT,
                           :PST-JOB-CODE, :PST-BUDGET-FTE,
                           'V', 0)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       510-APPLY-CHANGE.
           EXEC SQL
               UPDATE POSCTL
                   SET DEPT = :PST-DEPT,
                       JOB_CODE = :PST-JOB-CODE,
                       BUDGET_FTE = :PST-BUDGET-FTE
                   WHERE POSITION_NO = :PST-POSITION-NO
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM POSCTL
                   WHERE POSITION_NO = :PST-POSITION-NO
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       700-CHECK-APPLY-RESULT.
           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'POSMNT1 APPLY SQLCODE: ' SQLCODE
                   ' POSITION: ' PST-POSITION-NO
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND POSITION-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'POSMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE POSITION-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE POSITION-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
