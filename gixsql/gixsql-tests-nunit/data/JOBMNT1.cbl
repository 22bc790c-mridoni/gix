       IDENTIFICATION DIVISION.

       PROGRAM-ID. JOBMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOB-TRANS-FILE
               ASSIGN TO EXTERNAL JOBTRANS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL JOB-SUSPENSE-FILE
               ASSIGN TO EXTERNAL JOBSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  JOB-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JOB-TRANS-LINE.

       01  JOB-TRANS-LINE          PIC X(80).

       FD  JOB-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS JOB-SUSPENSE-LINE.

       01  JOB-SUSPENSE-LINE       PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

      *----------------------------------------------------------*
      * job code transaction (JOBTRANS): one JOBCODE row per job.
      * The exempt flag is the FLSA classification - 'Y' exempt
      * staff get no overtime split in the timesheet run and any
      * overtime hours on their lines hold in suspense at pay
      * calculation; 'N' non-exempt staff keep the overtime rules.
      * Pay type is H hourly or S salaried; the EEO category is
      * the two-digit EEO-1 job category, 01 through 10. EMPMNT1
      * holds every employee's job code to this master (R116).
      * Suspense reasons:
      *   R001 action code not A/C/D
      *   R790 job code blank
      *   R791 job title blank
      *   R792 exempt flag not Y/N
      *   R793 pay type not H/S
      *   R794 EEO category not 01-10
      *   R795 add exists              R796 change/delete missing
      *   R797 delete of a job code still held by an employee
      *----------------------------------------------------------*
           01 JOB-TRANS-RECORD.
               05 JBT-ACTION-CODE  PIC X(01).
                   88 JBT-ACTION-ADD     VALUE 'A'.
                   88 JBT-ACTION-CHANGE  VALUE 'C'.
                   88 JBT-ACTION-DELETE  VALUE 'D'.
               05 JBT-JOB-CODE     PIC X(04).
               05 JBT-JOB-TITLE    PIC X(30).
               05 JBT-EXEMPT-FLAG  PIC X(01).
                   88 JBT-EXEMPT-VALID   VALUE 'Y' 'N'.
               05 JBT-PAY-TYPE     PIC X(01).
                   88 JBT-PAY-TYPE-VALID VALUE 'H' 'S'.
               05 JBT-EEO-CATEGORY PIC X(02).
                   88 JBT-EEO-VALID      VALUE '01' '02' '03' '04'
                                               '05' '06' '07' '08'
                                               '09' '10'.
               05 FILLER           PIC X(41).

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
           01 HOLDER-COUNT         PIC 9(6).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE JOBCODE
                   (JOB_CODE     CHAR(4)      NOT NULL,
                    JOB_TITLE    CHAR(30)     NOT NULL,
                    EXEMPT_FLAG  CHAR(1)      NOT NULL,
                    PAY_TYPE     CHAR(1)      NOT NULL,
                    EEO_CATEGORY CHAR(2)      NOT NULL)
           END-EXEC.

      *  each employee's current job code, kept by EMPMNT1
           EXEC SQL
               DECLARE TABLE EMPJOB
                   (ENO          DECIMAL(4,0) NOT NULL,
                    JOB_CODE     CHAR(4)      NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Job code master maintenance: title, FLSA exemption, pay
      * type and EEO category per job, kept to the same
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
               DISPLAY 'JOBMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT JOB-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'JOBMNT1 CANNOT OPEN JOBTRANS, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE JOB-TRANS-FILE.

           DISPLAY 'JOBMNT1 TRANSACTIONS READ   : ' TRANS-READ-COUNT.
           DISPLAY 'JOBMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'JOBMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE JOB-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ JOB-TRANS-FILE INTO JOB-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN JBT-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN JBT-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN JBT-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT JBT-ACTION-ADD AND NOT JBT-ACTION-CHANGE
                   AND NOT JBT-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND JBT-JOB-CODE = SPACES
               MOVE 'R790' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
                   AND (JBT-ACTION-ADD OR JBT-ACTION-CHANGE)
               IF JBT-JOB-TITLE = SPACES
                   MOVE 'R791' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT JBT-EXEMPT-VALID
                   MOVE 'R792' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT JBT-PAY-TYPE-VALID
                   MOVE 'R793' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT JBT-EEO-VALID
                   MOVE 'R794' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM JOBCODE
                       WHERE JOB_CODE = :JBT-JOB-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF JBT-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                       MOVE 'R795' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
                   IF TRANS-VALID AND NOT JBT-ACTION-ADD
                           AND ROW-EXISTS-COUNT = 0
                       MOVE 'R796' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

      *    a job still held by an employee cannot go - reassign
      *    them through EMPMNT1 first
           IF TRANS-VALID AND JBT-ACTION-DELETE
               MOVE 0 TO HOLDER-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :HOLDER-COUNT
                       FROM EMPJOB
                       WHERE JOB_CODE = :JBT-JOB-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF HOLDER-COUNT > 0
                       MOVE 'R797' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       500-APPLY-ADD.
           EXEC SQL
               INSERT INTO JOBCODE
                   (JOB_CODE, JOB_TITLE, EXEMPT_FLAG, PAY_TYPE,
                    EEO_CATEGORY)
                   VALUES (:JBT-JOB-CODE, :JBT-JOB-TITLE,
                           :JBT-EXEMPT-FLAG, :JBT-PAY-TYPE,
                           :JBT-EEO-CATEGORY)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       510-APPLY-CHANGE.
           EXEC SQL
               UPDATE JOBCODE
                   SET JOB_TITLE = :JBT-JOB-TITLE,
                       EXEMPT_FLAG = :JBT-EXEMPT-FLAG,
                       PAY_TYPE = :JBT-PAY-TYPE,
                       EEO_CATEGORY = :JBT-EEO-CATEGORY
                   WHERE JOB_CODE = :JBT-JOB-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM JOBCODE
                   WHERE JOB_CODE = :JBT-JOB-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       700-CHECK-APPLY-RESULT.
           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'JOBMNT1 APPLY SQLCODE: ' SQLCODE
                   ' JOB: ' JBT-JOB-CODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND JOB-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'JOBMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE JOB-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE JOB-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
