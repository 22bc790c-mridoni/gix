       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONTLOD1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTRACTOR-FEED-FILE
               ASSIGN TO EXTERNAL CONTRIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTR-FILE-STATUS.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTRACTOR-FEED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTRACTOR-FEED-LINE.

       01  CONTRACTOR-FEED-LINE    PIC X(80).

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       WORKING-STORAGE SECTION.

           COPY COLCRYPT.

      *----------------------------------------------------------*
      * contractor payee feed (CONTRIN): the payment details of an
      * independent contractor, a CPTYMST counterparty of type
      * CONT. 'A' adds or replaces the contractor's taxpayer id
      * and bank account, 'D' drops the contractor from the
      * payable list. The taxpayer id may be left blank - the
      * contractor is still paid, but ACHGEN1 then takes backup
      * withholding from every invoice until one is supplied. The
      * routing number must pass the ABA check digit, and the
      * account stores under the COLCRYP1 column-encryption
      * scheme, as an employee's does on BANKACCT.
      *----------------------------------------------------------*
           01 CONTRACTOR-FEED-RECORD.
               05 CRI-ACTION-CODE  PIC X(01).
                   88 CRI-ACTION-ADD     VALUE 'A'.
                   88 CRI-ACTION-DELETE  VALUE 'D'.
               05 CRI-CID          PIC 9(12).
               05 CRI-TAX-ID       PIC X(09).
               05 CRI-ROUTING      PIC X(09).
               05 CRI-ACCOUNT      PIC X(17).
               05 FILLER           PIC X(32).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 CONTR-FILE-STATUS    PIC XX.
           01 KEY-FILE-STATUS      PIC XX.
           01 CONTR-EOF-SW         PIC X VALUE 'N'.
               88 CONTR-EOF        VALUE 'Y'.

           01 CPTY-FOUND-COUNT     PIC 9(4) COMP.
           01 LINE-VALID-SW        PIC X VALUE 'Y'.
               88 LINE-VALID       VALUE 'Y'.
           01 SKIP-REASON          PIC X(30).

      *    ABA check-digit work: 3-7-1 weights over the nine
      *    digits must sum to a multiple of ten
           01 ABA-IDX              PIC 9(2) COMP.
           01 ABA-DIGIT            PIC 9(1).
           01 ABA-WEIGHT           PIC 9(1).
           01 ABA-SUM              PIC 9(4) COMP-3.
           01 ABA-REMAINDER        PIC 9(4) COMP-3.
           01 ABA-OK-SW            PIC X.
               88 ABA-OK           VALUE 'Y'.

           01 ENC-ACCOUNT          PIC X(17).

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 ROWS-LOADED-COUNT    PIC 9(6) VALUE 0.
           01 ROWS-REMOVED-COUNT   PIC 9(6) VALUE 0.
           01 ROWS-SKIP-COUNT      PIC 9(6) VALUE 0.
           01 NO-TIN-COUNT         PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  the contractor payees ACHGEN1 pays invoices to; the name,
      *  type and active status stay on the counterparty master
           EXEC SQL
               DECLARE TABLE CONTRACT
                   (CID            DECIMAL(12,0) NOT NULL,
                    TAX_ID         CHAR(9)       NOT NULL,
                    ROUTING        CHAR(9)       NOT NULL,
                    ACCOUNT_ENC    CHAR(17)      NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

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
               DISPLAY 'CONTLOD1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 100-MAIN
      * Applies every clean feed line to the contractor payees
      * and backs the whole load out if anything fails partway.
      *----------------------------------------------------------*
       100-MAIN.
           MOVE SPACES TO CRYPT-KEY.
           OPEN INPUT COLUMN-KEY-FILE.
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           END-IF.

           OPEN INPUT CONTRACTOR-FEED-FILE.
           IF CONTR-FILE-STATUS NOT = '00'
               DISPLAY 'CONTLOD1 CANNOT OPEN CONTRIN, STATUS: '
                   CONTR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-CONTRACTOR-RECORD.
           PERFORM UNTIL CONTR-EOF OR SQLCODE < 0
               PERFORM 300-LOAD-CONTRACTOR-RECORD
               PERFORM 200-READ-CONTRACTOR-RECORD
           END-PERFORM.

           CLOSE CONTRACTOR-FEED-FILE.

           IF SQLCODE < 0
               DISPLAY 'CONTLOD1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'CONTLOD1 LINES READ   : ' ROWS-READ-COUNT
               DISPLAY 'CONTLOD1 ROWS LOADED  : ' ROWS-LOADED-COUNT
               DISPLAY 'CONTLOD1 ROWS REMOVED : ' ROWS-REMOVED-COUNT
               DISPLAY 'CONTLOD1 LINES SKIPPED: ' ROWS-SKIP-COUNT
               DISPLAY 'CONTLOD1 NO TAXPAYER ID: ' NO-TIN-COUNT
               IF ROWS-SKIP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-CONTRACTOR-RECORD.
           READ CONTRACTOR-FEED-FILE INTO CONTRACTOR-FEED-RECORD
               AT END
                   SET CONTR-EOF TO TRUE
           END-READ.

       300-LOAD-CONTRACTOR-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           PERFORM 310-EDIT-FEED-LINE THRU 310-EDIT-EXIT

           IF NOT LINE-VALID
               DISPLAY 'CONTLOD1 ' SKIP-REASON ' SKIPPED: ['
                   CONTRACTOR-FEED-LINE(1:48) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               IF CRI-ACTION-DELETE
                   PERFORM 340-REMOVE-CONTRACTOR
               ELSE
                   PERFORM 330-REPLACE-CONTRACTOR
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 310-EDIT-FEED-LINE
      * Field edits, then the counterparty itself: it must be on
      * the master as a contractor (CPTY_TYPE CONT) to be paid as
      * one. A taxpayer id, when given, is nine digits.
      *----------------------------------------------------------*
       310-EDIT-FEED-LINE.
           MOVE 'Y' TO LINE-VALID-SW

           IF NOT CRI-ACTION-ADD AND NOT CRI-ACTION-DELETE
               MOVE 'BAD ACTION CODE' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF

           IF CRI-CID NOT NUMERIC OR CRI-CID = 0
               MOVE 'BAD COUNTERPARTY ID' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF

           IF CRI-ACTION-DELETE
               GO TO 310-EDIT-EXIT
           END-IF

           IF CRI-TAX-ID NOT = SPACES AND CRI-TAX-ID NOT NUMERIC
               MOVE 'BAD TAXPAYER ID' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF

           IF CRI-ROUTING NOT NUMERIC
               MOVE 'ROUTING NOT NUMERIC' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF

           PERFORM 320-CHECK-ROUTING-DIGIT
           IF NOT ABA-OK
               MOVE 'ROUTING FAILS CHECK DIGIT' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF

           IF CRI-ACCOUNT = SPACES
               MOVE 'ACCOUNT BLANK' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF

           MOVE 0 TO CPTY-FOUND-COUNT
           EXEC SQL
               SELECT COUNT(*)
                   INTO :CPTY-FOUND-COUNT
                   FROM CPTYMST
                   WHERE CID = :CRI-CID
                     AND CPTY_TYPE = 'CONT'
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CONTLOD1 CPTYMST READ SQLCODE: ' SQLCODE
               MOVE 'COUNTERPARTY UNREADABLE' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
               GO TO 310-EDIT-EXIT
           END-IF
           IF CPTY-FOUND-COUNT = 0
               MOVE 'CID NOT A CPTYMST CONTRACTOR' TO SKIP-REASON
               MOVE 'N' TO LINE-VALID-SW
           END-IF.
       310-EDIT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 320-CHECK-ROUTING-DIGIT
      * The ABA routing check digit: three times the first digit
      * plus seven times the second plus the third, over all nine
      * digits, must divide evenly by ten.
      *----------------------------------------------------------*
       320-CHECK-ROUTING-DIGIT.
           MOVE 0 TO ABA-SUM
           PERFORM VARYING ABA-IDX FROM 1 BY 1
                   UNTIL ABA-IDX > 9
               MOVE CRI-ROUTING(ABA-IDX:1) TO ABA-DIGIT
               EVALUATE FUNCTION MOD(ABA-IDX, 3)
                   WHEN 1
                       MOVE 3 TO ABA-WEIGHT
                   WHEN 2
                       MOVE 7 TO ABA-WEIGHT
                   WHEN OTHER
                       MOVE 1 TO ABA-WEIGHT
               END-EVALUATE
               COMPUTE ABA-SUM = ABA-SUM + (ABA-DIGIT * ABA-WEIGHT)
           END-PERFORM

           COMPUTE ABA-REMAINDER = FUNCTION MOD(ABA-SUM, 10)
           IF ABA-REMAINDER = 0
               MOVE 'Y' TO ABA-OK-SW
           ELSE
               MOVE 'N' TO ABA-OK-SW
           END-IF.

       330-REPLACE-CONTRACTOR.
           MOVE CRI-ACCOUNT TO ENC-ACCOUNT
           SET CRYPT-OP-ENCRYPT TO TRUE
           MOVE ENC-ACCOUNT TO CRYPT-BUFFER
           MOVE 17 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:17) TO ENC-ACCOUNT

           EXEC SQL
               UPDATE CONTRACT
                   SET TAX_ID = :CRI-TAX-ID,
                       ROUTING = :CRI-ROUTING,
                       ACCOUNT_ENC = :ENC-ACCOUNT
                   WHERE CID = :CRI-CID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CONTRACT
                       (CID, TAX_ID, ROUTING, ACCOUNT_ENC)
                       VALUES (:CRI-CID, :CRI-TAX-ID,
                               :CRI-ROUTING, :ENC-ACCOUNT)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO ROWS-LOADED-COUNT
               IF CRI-TAX-ID = SPACES
                   ADD 1 TO NO-TIN-COUNT
                   DISPLAY 'CONTLOD1 NO TAXPAYER ID - BACKUP '
                       'WITHHOLDING APPLIES: ' CRI-CID
               END-IF
           ELSE
               DISPLAY 'CONTLOD1 UPDATE SQLCODE: ' SQLCODE
                   ' CID: ' CRI-CID
           END-IF.

       340-REMOVE-CONTRACTOR.
           EXEC SQL
               DELETE FROM CONTRACT
                   WHERE CID = :CRI-CID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO ROWS-REMOVED-COUNT
               WHEN SQLCODE = 100
                   ADD 1 TO ROWS-SKIP-COUNT
               WHEN OTHER
                   DISPLAY 'CONTLOD1 DELETE SQLCODE: ' SQLCODE
                       ' CID: ' CRI-CID
           END-EVALUATE.
