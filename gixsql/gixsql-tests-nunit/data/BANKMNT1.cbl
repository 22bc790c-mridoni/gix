           01 OLD-ROUTING          PIC X(9).
           01 OLD-ACCOUNT-ENC      PIC X(17).
           01 OLD-PRENOTE          PIC X(1).
           01 PEND-SUBMITTER       PIC X(64).

      *    every applied account change leaves a BANKAUDIT row
      *    naming whoever keyed it - the submitter for an approved
      *    item replayed here, otherwise the user this run is
      *    under - so the bank master has a who/what/when trail of
      *    its own, verifies and deletes included
           01 BANK-AUD-ACTION      PIC X(10).
           01 BANK-AUD-USER        PIC X(64).
           01 AUDIT-JOB-NAME       PIC X(10) VALUE 'BANKMNT1'.

      *    ABA check-digit work: 3-7-1 weights over the nine
      *    digits must sum to a multiple of ten
                    DECIDE_TS    TIMESTAMP)
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
               DECLARE PENDCRSR CURSOR FOR
               SELECT PEND_ID, TRANS_IMAGE, SUBMITTED_BY
                 FROM DUALCTL
               WHERE SOURCE_PGM = 'BANKMNT1'
                 AND STATUS = 'A'

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
               MOVE 'ADD' TO BANK-AUD-ACTION
               PERFORM 560-WRITE-BANK-AUDIT
           ELSE
               DISPLAY 'BANKMNT1 INSERT SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
               MOVE 'CHANGE' TO BANK-AUD-ACTION
               PERFORM 560-WRITE-BANK-AUDIT
           ELSE
               DISPLAY 'BANKMNT1 UPDATE SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
               MOVE 'VERIFY' TO BANK-AUD-ACTION
               PERFORM 560-WRITE-BANK-AUDIT
           ELSE
               DISPLAY 'BANKMNT1 VERIFY SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON

           IF SQLCODE = 0
               ADD 1 TO TRANS-APPLIED-COUNT
               MOVE 'DELETE' TO BANK-AUD-ACTION
               PERFORM 560-WRITE-BANK-AUDIT
           ELSE
               DISPLAY 'BANKMNT1 DELETE SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       560-WRITE-BANK-AUDIT.
           IF APPLYING-PENDING
               MOVE PEND-SUBMITTER TO BANK-AUD-USER
           ELSE
               MOVE DBUSR TO BANK-AUD-USER
           END-IF

           EXEC SQL
               INSERT INTO BANKAUDIT
                   (ENO, ACCT_SEQ, AUDIT_ACTION, AUDIT_USER,
                    JOB_NAME, AUDIT_TS)
                   VALUES (:BTR-ENO, :BTR-ACCT-SEQ, :BANK-AUD-ACTION,
                           :BANK-AUD-USER, :AUDIT-JOB-NAME,
                           CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'BANKMNT1 BANKAUDIT INSERT SQLCODE: ' SQLCODE
           END-IF.

      *----------------------------------------------------------*
      * 150-APPLY-APPROVED-PENDING
      * The other half of four-eyes: items a second operator

       160-FETCH-PENDING.
           EXEC SQL
               FETCH PENDCRSR
                   INTO :PEND-ID, :PEND-IMAGE, :PEND-SUBMITTER
           END-EXEC.

      *----------------------------------------------------------*
