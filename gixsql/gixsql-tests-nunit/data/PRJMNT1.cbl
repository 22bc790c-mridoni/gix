       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRJMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROJECT-TRANS-FILE
               ASSIGN TO EXTERNAL PRJTRANS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL PROJECT-SUSPENSE-FILE
               ASSIGN TO EXTERNAL PRJSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PROJECT-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROJECT-TRANS-LINE.

       01  PROJECT-TRANS-LINE      PIC X(80).

       FD  PROJECT-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS PROJECT-SUSPENSE-LINE.

       01  PROJECT-SUSPENSE-LINE   PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

      *----------------------------------------------------------*
      * project master transaction (PRJTRANS): one PROJECT row per
      * project or work-order code the time clocks charge hours
      * to. The cost type says how the costing run treats the
      * labor: 'C' capital - the priced hours move off salary
      * expense onto the balance sheet through the capitalization
      * journal - or 'E' expense, costed to the project ledger
      * only. A capital project may name its own asset (work-in-
      * progress) account; blank takes the PRJCAP debit account
      * GLMAP resolves for the owning department. Status 'O' takes
      * charges, 'C' closed refuses new punches. A project with
      * hours charged on file is closed, never deleted, so the
      * ledger keeps its key. Suspense reasons:
      *   R001 action code not A/C/D   R103 DEPT not on DEPTTBL
      *   R860 project code blank      R861 cost type not C/E
      *   R862 status not O/C          R863 asset account on an
      *                                     expense project
      *   R864 add exists              R865 change/delete missing
      *   R866 delete of a project with hours charged
      *----------------------------------------------------------*
           01 PROJECT-TRANS-RECORD.
               05 PJT-ACTION-CODE  PIC X(01).
                   88 PJT-ACTION-ADD     VALUE 'A'.
                   88 PJT-ACTION-CHANGE  VALUE 'C'.
                   88 PJT-ACTION-DELETE  VALUE 'D'.
               05 PJT-PROJ-CODE    PIC X(08).
               05 PJT-PROJ-NAME    PIC X(30).
               05 PJT-COST-TYPE    PIC X(01).
                   88 PJT-COST-CAPITAL   VALUE 'C'.
                   88 PJT-COST-EXPENSE   VALUE 'E'.
               05 PJT-OWNER-DEPT   PIC X(04).
               05 PJT-ASSET-ACCT   PIC X(10).
               05 PJT-STATUS       PIC X(01).
                   88 PJT-STATUS-OPEN    VALUE 'O'.
                   88 PJT-STATUS-CLOSED  VALUE 'C'.
               05 FILLER           PIC X(25).

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
               DECLARE TABLE PROJECT
                   (PROJ_CODE    CHAR(8)      NOT NULL,
                    PROJ_NAME    CHAR(30)     NOT NULL,
                    COST_TYPE    CHAR(1)      NOT NULL,
                    OWNER_DEPT   CHAR(4)      NOT NULL,
                    ASSET_ACCT   CHAR(10)     NOT NULL,
                    STATUS       CHAR(1)      NOT NULL,
                    LAST_CHANGED DECIMAL(8,0) NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Project master maintenance: the charge codes the time
      * clocks carry and the capital-or-expense call the costing
      * run prices them under, kept to the same transaction-edit-
      * or-suspend discipline the other masters get.
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
               DISPLAY 'PRJMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT PROJECT-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'PRJMNT1 CANNOT OPEN PRJTRANS, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE PROJECT-TRANS-FILE.

           DISPLAY 'PRJMNT1 TRANSACTIONS READ   : ' TRANS-READ-COUNT.
           DISPLAY 'PRJMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'PRJMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE PROJECT-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ PROJECT-TRANS-FILE INTO PROJECT-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN PJT-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN PJT-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN PJT-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT PJT-ACTION-ADD AND NOT PJT-ACTION-CHANGE
                   AND NOT PJT-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND PJT-PROJ-CODE = SPACES
               MOVE 'R860' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
                   AND (PJT-ACTION-ADD OR PJT-ACTION-CHANGE)
               PERFORM 410-EDIT-PROJECT-FIELDS
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM PROJECT
                       WHERE PROJ_CODE = :PJT-PROJ-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF PJT-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                       MOVE 'R864' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
                   IF TRANS-VALID AND NOT PJT-ACTION-ADD
                           AND ROW-EXISTS-COUNT = 0
                       MOVE 'R865' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID AND PJT-ACTION-DELETE
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM PRJHOURS
                       WHERE PROJ_CODE = :PJT-PROJ-CODE
               END-EXEC
               IF SQLCODE < 0 OR ROW-EXISTS-COUNT > 0
                   MOVE 'R866' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.

       410-EDIT-PROJECT-FIELDS.
           IF NOT PJT-COST-CAPITAL AND NOT PJT-COST-EXPENSE
               MOVE 'R861' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
                   AND NOT PJT-STATUS-OPEN AND NOT PJT-STATUS-CLOSED
               MOVE 'R862' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND PJT-COST-EXPENSE
                   AND PJT-ASSET-ACCT NOT = SPACES
               MOVE 'R863' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM DEPTTBL
                       WHERE DEPT = :PJT-OWNER-DEPT
               END-EXEC
               IF SQLCODE < 0 OR ROW-EXISTS-COUNT = 0
                   MOVE 'R103' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.

       500-APPLY-ADD.
           EXEC SQL
               INSERT INTO PROJECT
                   (PROJ_CODE, PROJ_NAME, COST_TYPE, OWNER_DEPT,
                    ASSET_ACCT, STATUS, LAST_CHANGED)
                   VALUES (:PJT-PROJ-CODE, :PJT-PROJ-NAME,
                           :PJT-COST-TYPE, :PJT-OWNER-DEPT,
                           :PJT-ASSET-ACCT, :PJT-STATUS,
                           :RUN-DATE)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       510-APPLY-CHANGE.
           EXEC SQL
               UPDATE PROJECT
                   SET PROJ_NAME = :PJT-PROJ-NAME,
                       COST_TYPE = :PJT-COST-TYPE,
                       OWNER_DEPT = :PJT-OWNER-DEPT,
                       ASSET_ACCT = :PJT-ASSET-ACCT,
                       STATUS = :PJT-STATUS,
                       LAST_CHANGED = :RUN-DATE
                   WHERE PROJ_CODE = :PJT-PROJ-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM PROJECT
                   WHERE PROJ_CODE = :PJT-PROJ-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       700-CHECK-APPLY-RESULT.
           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'PRJMNT1 APPLY SQLCODE: ' SQLCODE
                   ' PROJECT: ' PJT-PROJ-CODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND PROJECT-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'PRJMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE PROJECT-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE PROJECT-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
