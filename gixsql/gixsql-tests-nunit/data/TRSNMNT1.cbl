       IDENTIFICATION DIVISION.

       PROGRAM-ID. TRSNMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RSN-TRANS-FILE
               ASSIGN TO EXTERNAL TRSNTRAN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL RSN-SUSPENSE-FILE
               ASSIGN TO EXTERNAL TRSNSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RSN-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RSN-TRANS-LINE.

       01  RSN-TRANS-LINE          PIC X(80).

       FD  RSN-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS RSN-SUSPENSE-LINE.

       01  RSN-SUSPENSE-LINE       PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

      *----------------------------------------------------------*
      * termination reason maintenance transaction (TRSNTRAN).
      * One line per TERMRSN master change - the three-character
      * reason code every termination must cite, its description
      * and its turnover category: 'V' voluntary, 'I' involuntary,
      * 'R' retirement, 'D' death, 'O' other. EMPMNT1 deletes and
      * TERMPAY1 terminations are held to this master, and
      * TURNRPT1 analyzes turnover by it. Suspense reasons:
      *   R001 action code not A/C/D    R880 reason code blank
      *   R881 description blank        R882 category not V/I/R/D/O
      *   R883 add exists               R884 change/delete missing
      *   R885 delete of a code still cited on EMPHIST
      *----------------------------------------------------------*
           01 RSN-TRANS-RECORD.
               05 RST-ACTION-CODE  PIC X(01).
                   88 RST-ACTION-ADD     VALUE 'A'.
                   88 RST-ACTION-CHANGE  VALUE 'C'.
                   88 RST-ACTION-DELETE  VALUE 'D'.
               05 RST-REASON-CODE  PIC X(03).
               05 RST-DESCRIPTION  PIC X(30).
               05 RST-CATEGORY     PIC X(01).
                   88 RST-CATEGORY-VALID
                                   VALUE 'V' 'I' 'R' 'D' 'O'.
               05 FILLER           PIC X(45).

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
           01 REASON-IN-USE-COUNT  PIC 9(6).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE TERMRSN
                   (REASON_CODE  CHAR(3)      NOT NULL,
                    DESCRIPTION  CHAR(30)     NOT NULL,
                    CATEGORY     CHAR(1)      NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Termination reason reference maintenance: the master of
      * reasons a leaver may be recorded under, kept to the same
      * transaction-edit-or-suspend discipline the other reference
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
               DISPLAY 'TRSNMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           OPEN INPUT RSN-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'TRSNMNT1 CANNOT OPEN TRSNTRAN, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE RSN-TRANS-FILE.

           DISPLAY 'TRSNMNT1 TRANSACTIONS READ   : ' TRANS-READ-COUNT.
           DISPLAY 'TRSNMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'TRSNMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE RSN-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ RSN-TRANS-FILE INTO RSN-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN RST-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN RST-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN RST-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT RST-ACTION-ADD AND NOT RST-ACTION-CHANGE
                   AND NOT RST-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND RST-REASON-CODE = SPACES
               MOVE 'R880' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND NOT RST-ACTION-DELETE
               IF RST-DESCRIPTION = SPACES
                   MOVE 'R881' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT RST-CATEGORY-VALID
                   MOVE 'R882' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               PERFORM 430-EDIT-EXISTENCE
           END-IF.

       430-EDIT-EXISTENCE.
           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM TERMRSN
                   WHERE REASON_CODE = :RST-REASON-CODE
           END-EXEC

           IF SQLCODE < 0
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF RST-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                   MOVE 'R883' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID AND NOT RST-ACTION-ADD
                       AND ROW-EXISTS-COUNT = 0
                   MOVE 'R884' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID AND RST-ACTION-DELETE
               PERFORM 440-EDIT-REASON-IN-USE
           END-IF.

      *----------------------------------------------------------*
      * 440-EDIT-REASON-IN-USE
      * A reason already recorded against a leaver's history must
      * stay on the master, or the turnover analysis would lose
      * the category those terminations count under.
      *----------------------------------------------------------*
       440-EDIT-REASON-IN-USE.
           MOVE 0 TO REASON-IN-USE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :REASON-IN-USE-COUNT
                   FROM EMPHIST
                   WHERE TERM_REASON = :RST-REASON-CODE
           END-EXEC
           IF SQLCODE < 0 OR REASON-IN-USE-COUNT > 0
               MOVE 'R885' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF.

       500-APPLY-ADD.
           EXEC SQL
               INSERT INTO TERMRSN
                   (REASON_CODE, DESCRIPTION, CATEGORY)
                   VALUES (:RST-REASON-CODE, :RST-DESCRIPTION,
                           :RST-CATEGORY)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       510-APPLY-CHANGE.
           EXEC SQL
               UPDATE TERMRSN
                   SET DESCRIPTION = :RST-DESCRIPTION,
                       CATEGORY = :RST-CATEGORY
                   WHERE REASON_CODE = :RST-REASON-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM TERMRSN
                   WHERE REASON_CODE = :RST-REASON-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

       700-CHECK-APPLY-RESULT.
           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'TRSNMNT1 APPLY SQLCODE: ' SQLCODE
                   ' REASON: ' RST-REASON-CODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND RSN-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'TRSNMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE RSN-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE RSN-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
