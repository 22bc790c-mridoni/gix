               88 FIRST-ROW        VALUE 'Y'.
           01 LENGTH-EDIT          PIC Z(8)9.

      *    a deceased employee's documents answer to the estate or
      *    beneficiary payee EMPMNT1 recorded on ESTPAYEE
           01 DEATH-DATE           PIC 9(8).
           01 ESTATE-PAYEE-NAME    PIC X(25).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.
               STRING '--- ENO ' DELIMITED BY SIZE
                      DOC-ENO DELIMITED BY SIZE
                   INTO DOC-INVENTORY-LINE
               EXEC SQL
                   SELECT DEATH_DATE, PAYEE_NAME
                       INTO :DEATH-DATE, :ESTATE-PAYEE-NAME
                       FROM ESTPAYEE
                       WHERE ENO = :DOC-ENO
               END-EXEC
               IF SQLCODE = 0
                   STRING ' DECEASED ' DELIMITED BY SIZE
                          DEATH-DATE DELIMITED BY SIZE
                          ' - RELEASE ONLY TO PAYEE ' DELIMITED BY SIZE
                          ESTATE-PAYEE-NAME DELIMITED BY SIZE
                       INTO DOC-INVENTORY-LINE(13:)
               END-IF
               WRITE DOC-INVENTORY-LINE
           END-IF

