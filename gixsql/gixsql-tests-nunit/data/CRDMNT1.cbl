       IDENTIFICATION DIVISION.

       PROGRAM-ID. CRDMNT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARD-TRANS-FILE
               ASSIGN TO EXTERNAL CARDTRANS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL CARD-SUSPENSE-FILE
               ASSIGN TO EXTERNAL CARDSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CARD-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CARD-TRANS-LINE.

       01  CARD-TRANS-LINE         PIC X(80).

       FD  CARD-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS CARD-SUSPENSE-LINE.

       01  CARD-SUSPENSE-LINE      PIC X(270).

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

           COPY COLCRYPT.

      *----------------------------------------------------------*
      * pay-card enrollment transaction (CARDTRANS): the payroll
      * card an unbanked employee is paid onto, keyed by ENO - one
      * enrollment per employee. The card program names the
      * issuer's product the card was cut under, and the proxy
      * account is the issuer's load-reference number for the card
      * (never the embossed card number); it stores under the
      * COLCRYP1 column-encryption scheme like a bank account.
      * 'A' enrolls the employee active ('A'), 'C' replaces the
      * card (a reissued or upgraded card - back to active, which
      * also lifts a suspension CRDACK1 set on a failed load),
      * 'D' drops the enrollment and the employee falls back to a
      * check. ACHGEN1 funds the card only when the employee has
      * no BANKACCT row - a bank account always wins. Suspense
      * reasons:
      *   R002 ENO not numeric           R605 ENO not on EMPTABLE
      *   R810 card program blank
      *   R811 proxy account blank or not numeric
      *   R812 add of an ENO already enrolled
      *   R813 change/delete of an ENO with no enrollment
      *----------------------------------------------------------*
           01 CARD-TRANS-RECORD.
               05 CTR-ACTION-CODE  PIC X(01).
                   88 CTR-ACTION-ADD     VALUE 'A'.
                   88 CTR-ACTION-CHANGE  VALUE 'C'.
                   88 CTR-ACTION-DELETE  VALUE 'D'.
               05 CTR-ENO          PIC 9(04).
               05 CTR-CARD-PROGRAM PIC X(06).
               05 CTR-PROXY-ACCT   PIC X(19).
               05 FILLER           PIC X(50).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 TRANS-FILE-STATUS    PIC XX.
           01 KEY-FILE-STATUS      PIC XX.
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

      *----------------------------------------------------------*
      * four-eyes control: a card add or change redirects an
      * employee's pay exactly the way a bank account change
      * does, so a clean one parks on the DUALCTL pending-approval
      * store with the current enrollment alongside; items a
      * second operator approved through DUALAPP1 apply at the top
      * of the next run.
      *----------------------------------------------------------*
           01 APPLYING-PENDING-SW  PIC X VALUE 'N'.
               88 APPLYING-PENDING VALUE 'Y'.
           01 PARKED-COUNT         PIC 9(6) VALUE 0.
           01 PENDING-APPLIED-CT   PIC 9(6) VALUE 0.
           01 NEXT-PEND-ID         PIC 9(6).
           01 NEXT-PEND-IND        PIC S9(4) COMP.
           01 PEND-ID              PIC 9(6).
           01 PEND-IMAGE           PIC X(250).
           01 PEND-OLD-IMAGE       PIC X(250).
           01 OLD-CARD-PROGRAM     PIC X(6).
           01 OLD-PROXY-ENC        PIC X(19).
           01 OLD-CARD-STATUS      PIC X(1).

           01 ENC-PROXY-ACCT       PIC X(19).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE PAYCARD
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    CARD_PROGRAM   CHAR(6)       NOT NULL,
                    PROXY_ACCT_ENC CHAR(19)      NOT NULL,
                    STATUS         CHAR(1)       NOT NULL,
                    ENROLL_DATE    DECIMAL(8,0)  NOT NULL,
                    STATUS_DATE    DECIMAL(8,0)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE DUALCTL
                   (PEND_ID      DECIMAL(6,0) NOT NULL,
                    SOURCE_PGM   CHAR(8)      NOT NULL,
                    TRANS_IMAGE  CHAR(250)    NOT NULL,
                    OLD_IMAGE    CHAR(250),
                    SUBMITTED_BY CHAR(64)     NOT NULL,
                    SUBMIT_TS    TIMESTAMP    NOT NULL,
                    STATUS       CHAR(1)      NOT NULL,
                    APPROVED_BY  CHAR(64),
                    DECIDE_TS    TIMESTAMP)
           END-EXEC.

           EXEC SQL
               DECLARE PENDCRSR CURSOR FOR
               SELECT PEND_ID, TRANS_IMAGE
                 FROM DUALCTL
               WHERE SOURCE_PGM = 'CRDMNT1'
                 AND STATUS = 'A'
               ORDER BY PEND_ID
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Pay-card enrollment maintenance: the PAYCARD master the
      * ACHGEN1 card-funding route draws on, so an employee with
      * no bank account is loaded onto a payroll card instead of
      * cashing a paper check. The proxy account is encrypted at
      * rest under the column scheme, and every add or change
      * passes four-eyes approval before it pays anyone.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO CRYPT-KEY.
           OPEN INPUT COLUMN-KEY-FILE.
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           ELSE
               DISPLAY 'CRDMNT1 NO COLUMN KEY ON FILE - PROXY '
                   'ACCOUNTS STORED IN CLEAR'
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'CRDMNT1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

       100-MAIN.
           PERFORM 150-APPLY-APPROVED-PENDING
               THRU 150-APPLY-PENDING-EXIT.

           OPEN INPUT CARD-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'CRDMNT1 CANNOT OPEN CARDTRANS, STATUS: '
                   TRANS-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
               PERFORM 300-PROCESS-TRANSACTION
               PERFORM 200-READ-TRANSACTION
           END-PERFORM.
           CLOSE CARD-TRANS-FILE.

           DISPLAY 'CRDMNT1 TRANSACTIONS READ   : '
               TRANS-READ-COUNT.
           DISPLAY 'CRDMNT1 TRANSACTIONS APPLIED: '
               TRANS-APPLIED-COUNT.
           DISPLAY 'CRDMNT1 TRANSACTIONS REJECTED TO SUSPENSE: '
               TRANS-REJECT-COUNT.
           DISPLAY 'CRDMNT1 PARKED FOR APPROVAL: ' PARKED-COUNT.
           DISPLAY 'CRDMNT1 APPROVED ITEMS APPLIED: '
               PENDING-APPLIED-CT.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE CARD-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-TRANSACTION.
           READ CARD-TRANS-FILE INTO CARD-TRANS-RECORD
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN (CTR-ACTION-ADD OR CTR-ACTION-CHANGE)
                           AND NOT APPLYING-PENDING
                       PERFORM 850-PARK-FOR-APPROVAL
                   WHEN CTR-ACTION-ADD
                       PERFORM 500-APPLY-ADD
                   WHEN CTR-ACTION-CHANGE
                       PERFORM 510-APPLY-CHANGE
                   WHEN CTR-ACTION-DELETE
                       PERFORM 520-APPLY-DELETE
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT CTR-ACTION-ADD AND NOT CTR-ACTION-CHANGE
                   AND NOT CTR-ACTION-DELETE
               MOVE 'R001' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND CTR-ENO NOT NUMERIC
               MOVE 'R002' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
                   AND (CTR-ACTION-ADD OR CTR-ACTION-CHANGE)
               IF CTR-CARD-PROGRAM = SPACES
                   MOVE 'R810' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID
                       AND (CTR-PROXY-ACCT = SPACES
                            OR CTR-PROXY-ACCT NOT NUMERIC)
                   MOVE 'R811' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM EMPTABLE
                       WHERE ENO = :CTR-ENO
               END-EXEC
               IF SQLCODE < 0 OR ROW-EXISTS-COUNT = 0
                   MOVE 'R605' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM PAYCARD
                       WHERE ENO = :CTR-ENO
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF CTR-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                       MOVE 'R812' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
                   IF TRANS-VALID AND NOT CTR-ACTION-ADD
                           AND ROW-EXISTS-COUNT = 0
                       MOVE 'R813' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       450-ENCRYPT-PROXY-ACCT.
           MOVE CTR-PROXY-ACCT TO ENC-PROXY-ACCT
           SET CRYPT-OP-ENCRYPT TO TRUE
           MOVE ENC-PROXY-ACCT TO CRYPT-BUFFER
           MOVE 19 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:19) TO ENC-PROXY-ACCT.

       500-APPLY-ADD.
           PERFORM 450-ENCRYPT-PROXY-ACCT

           EXEC SQL
               INSERT INTO PAYCARD
                   (ENO, CARD_PROGRAM, PROXY_ACCT_ENC, STATUS,
                    ENROLL_DATE, STATUS_DATE)
                   VALUES (:CTR-ENO, :CTR-CARD-PROGRAM,
                           :ENC-PROXY-ACCT, 'A', :RUN-DATE,
                           :RUN-DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'CRDMNT1 INSERT SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

      *----------------------------------------------------------*
      * 510-APPLY-CHANGE
      * A replaced card goes straight to active: the issuer proves
      * it on the first load, and a failed load suspends it again.
      *----------------------------------------------------------*
       510-APPLY-CHANGE.
           PERFORM 450-ENCRYPT-PROXY-ACCT

           EXEC SQL
               UPDATE PAYCARD
                   SET CARD_PROGRAM = :CTR-CARD-PROGRAM,
                       PROXY_ACCT_ENC = :ENC-PROXY-ACCT,
                       STATUS = 'A',
                       STATUS_DATE = :RUN-DATE
                   WHERE ENO = :CTR-ENO
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'CRDMNT1 UPDATE SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       520-APPLY-DELETE.
           EXEC SQL
               DELETE FROM PAYCARD
                   WHERE ENO = :CTR-ENO
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'CRDMNT1 DELETE SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

      *----------------------------------------------------------*
      * 150-APPLY-APPROVED-PENDING
      * Items a second operator approved since the last run
      * replay their stored images through the normal edit-and-
      * apply path - the switch keeps them from parking again -
      * and mark done.
      *----------------------------------------------------------*
       150-APPLY-APPROVED-PENDING.
           SET APPLYING-PENDING TO TRUE
           EXEC SQL
               OPEN PENDCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CRDMNT1 DUALCTL OPEN SQLCODE: ' SQLCODE
               MOVE 'N' TO APPLYING-PENDING-SW
               GO TO 150-APPLY-PENDING-EXIT
           END-IF

           PERFORM 160-FETCH-PENDING
           PERFORM UNTIL SQLCODE <> 0
               MOVE PEND-IMAGE(1:80) TO CARD-TRANS-RECORD
               PERFORM 300-PROCESS-TRANSACTION
               EXEC SQL
                   UPDATE DUALCTL
                       SET STATUS = 'D'
                       WHERE PEND_ID = :PEND-ID
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'CRDMNT1 DUALCTL DONE SQLCODE: '
                       SQLCODE
               END-IF
               ADD 1 TO PENDING-APPLIED-CT
               PERFORM 160-FETCH-PENDING
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'CRDMNT1 DUALCTL FETCH SQLCODE: ' SQLCODE
           END-IF

           EXEC SQL
               CLOSE PENDCRSR
           END-EXEC
           MOVE 'N' TO APPLYING-PENDING-SW.
       150-APPLY-PENDING-EXIT.
           EXIT.

       160-FETCH-PENDING.
           EXEC SQL
               FETCH PENDCRSR INTO :PEND-ID, :PEND-IMAGE
           END-EXEC.

      *----------------------------------------------------------*
      * 850-PARK-FOR-APPROVAL
      * Parks the clean transaction with the current enrollment
      * image so the approver sees old and new side by side.
      *----------------------------------------------------------*
       850-PARK-FOR-APPROVAL.
           MOVE SPACES TO PEND-OLD-IMAGE
           MOVE SPACES TO OLD-CARD-PROGRAM
           MOVE SPACES TO OLD-PROXY-ENC
           MOVE SPACE TO OLD-CARD-STATUS
           EXEC SQL
               SELECT CARD_PROGRAM, PROXY_ACCT_ENC, STATUS
                   INTO :OLD-CARD-PROGRAM, :OLD-PROXY-ENC,
                        :OLD-CARD-STATUS
                   FROM PAYCARD
                   WHERE ENO = :CTR-ENO
           END-EXEC
           IF SQLCODE = 0
               STRING 'PROGRAM=' DELIMITED BY SIZE
                      OLD-CARD-PROGRAM DELIMITED BY SIZE
                      ' PROXY(ENC)=' DELIMITED BY SIZE
                      OLD-PROXY-ENC DELIMITED BY SIZE
                      ' STATUS=' DELIMITED BY SIZE
                      OLD-CARD-STATUS DELIMITED BY SIZE
                   INTO PEND-OLD-IMAGE
           ELSE
               MOVE 'NO PRIOR ENROLLMENT' TO PEND-OLD-IMAGE
           END-IF

           MOVE 0 TO NEXT-PEND-ID
           MOVE 0 TO NEXT-PEND-IND
           EXEC SQL
               SELECT MAX(PEND_ID)
                   INTO :NEXT-PEND-ID :NEXT-PEND-IND
                   FROM DUALCTL
           END-EXEC
           IF SQLCODE <> 0 OR NEXT-PEND-IND < 0
               MOVE 0 TO NEXT-PEND-ID
           END-IF
           ADD 1 TO NEXT-PEND-ID

           MOVE SPACES TO PEND-IMAGE
           MOVE CARD-TRANS-RECORD TO PEND-IMAGE(1:80)

           EXEC SQL
               INSERT INTO DUALCTL
                   (PEND_ID, SOURCE_PGM, TRANS_IMAGE, OLD_IMAGE,
                    SUBMITTED_BY, SUBMIT_TS, STATUS)
                   VALUES (:NEXT-PEND-ID, 'CRDMNT1',
                           :PEND-IMAGE, :PEND-OLD-IMAGE,
                           :DBUSR, CURRENT_TIMESTAMP, 'P')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO PARKED-COUNT
               DISPLAY 'CRDMNT1 ITEM ' NEXT-PEND-ID
                   ' PARKED FOR APPROVAL, ENO ' CTR-ENO
           ELSE
               DISPLAY 'CRDMNT1 DUALCTL INSERT SQLCODE: '
                   SQLCODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND CARD-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'CRDMNT1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE CARD-TRANS-RECORD TO SUS-TRANS-IMAGE(1:80)
           WRITE CARD-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO TRANS-REJECT-COUNT.
