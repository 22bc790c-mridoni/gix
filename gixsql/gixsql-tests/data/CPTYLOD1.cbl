      *   R203  status not A (active) / I (inactive)
      *   R210  add of a CID already on the master
      *   R211  change/delete of a CID not on the master
      *   R212  delete of a CID that transactions, payables or
      *         contractor payments still cite
      *----------------------------------------------------------*
           01 CPTY-TRANS-RECORD.
               05 CTR-ACTION-CODE  PIC X(01).

           01 CPTY-EXISTS-COUNT    PIC 9(6).
           01 CITED-COUNT          PIC 9(6).
           01 PAYABLE-CITED-COUNT  PIC 9(6).
           01 CONTRACT-CITED-COUNT PIC 9(6).

       EXEC SQL
            INCLUDE SQLCA
      * Counterparty master maintenance in the shared transaction/
      * suspense style: field-level edits, apply to CPTYMST, and
      * every rejected transaction held on CPTYSUSP with a reason
      * code. Deletes are refused while any CPTYTXN row, third-
      * party PAYABLE or contractor payee row still cites the CID,
      * so nothing elsewhere can point at a deleted counterparty.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.

       430-EDIT-CITATIONS.
           MOVE 0 TO CITED-COUNT
           MOVE 0 TO PAYABLE-CITED-COUNT
           MOVE 0 TO CONTRACT-CITED-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :CITED-COUNT
                   WHERE CID = :CTR-CID
           END-EXEC

      *    paid payables too: the payment history names the payee
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :PAYABLE-CITED-COUNT
                       FROM PAYABLE
                       WHERE CID = :CTR-CID
               END-EXEC
           END-IF

      *    and a contractor's payee row or year-to-date, which the
      *    year-end income filing reports under the CID
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTRACT-CITED-COUNT
                       FROM CONTRACT
                       WHERE CID = :CTR-CID
               END-EXEC
           END-IF
           IF SQLCODE = 0 AND CONTRACT-CITED-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTRACT-CITED-COUNT
                       FROM CONTYTD
                       WHERE CID = :CTR-CID
               END-EXEC
           END-IF

           IF SQLCODE < 0
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               DISPLAY 'CPTYLOD1 CITATION CHECK SQLCODE: ' SQLCODE
           ELSE
               IF CITED-COUNT > 0 OR PAYABLE-CITED-COUNT > 0
                       OR CONTRACT-CITED-COUNT > 0
                   MOVE 'R212' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
