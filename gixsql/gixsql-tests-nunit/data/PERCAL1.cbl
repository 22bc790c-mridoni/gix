      * already exists replaces its dates and group but leaves
      * its status alone, so re-loading next year's calendar can
      * never reopen a period the chain has already processed.
      * The pay date is the banking day the period pays on, as
      * the PERGEN1 generator sets it; a line without one pays
      * on its end date.
      *----------------------------------------------------------*
           01 PERIOD-CAL-RECORD.
               05 PCR-PERIOD-ID    PIC 9(06).
               05 PCR-END-DATE     PIC 9(08).
               05 PCR-STATUS       PIC X(01).
               05 PCR-GROUP-CODE   PIC X(02).
               05 PCR-PAY-DATE     PIC 9(08).
               05 PCR-PAY-DATE-TEXT REDEFINES PCR-PAY-DATE
                                   PIC X(08).
               05 FILLER           PIC X(47).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
                    START_DATE     DECIMAL(8,0),
                    END_DATE       DECIMAL(8,0),
                    STATUS         CHAR(1)       NOT NULL,
                    GROUP_CODE     CHAR(2)       NOT NULL,
                    PAY_DATE       DECIMAL(8,0))
           END-EXEC.

           EXEC SQL
                   OR PCR-END-DATE NOT NUMERIC
                   OR (PCR-STATUS NOT = 'O' AND PCR-STATUS NOT = 'C'
                       AND PCR-STATUS NOT = 'P'
                       AND PCR-STATUS NOT = 'G'
                       AND PCR-STATUS NOT = 'X')
               DISPLAY 'PERCAL1 BAD FEED LINE SKIPPED: ['
                   PERIOD-CAL-LINE(1:23) ']'
               IF PCR-GROUP-CODE = SPACES
                   MOVE 'MO' TO PCR-GROUP-CODE
               END-IF
               IF PCR-PAY-DATE-TEXT = SPACES
                       OR PCR-PAY-DATE NOT NUMERIC
                       OR PCR-PAY-DATE = 0
                   MOVE PCR-END-DATE TO PCR-PAY-DATE
               END-IF
               PERFORM 310-APPLY-CAL-RECORD
           END-IF.

                   EXEC SQL
                       INSERT INTO PERCAL
                           (PERIOD_ID, START_DATE, END_DATE, STATUS,
                            GROUP_CODE, PAY_DATE)
                           VALUES (:PCR-PERIOD-ID, :PCR-START-DATE,
                                   :PCR-END-DATE, :PCR-STATUS,
                                   :PCR-GROUP-CODE, :PCR-PAY-DATE)
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO ROWS-ADDED-COUNT
                       UPDATE PERCAL
                           SET START_DATE = :PCR-START-DATE,
                               END_DATE = :PCR-END-DATE,
                               GROUP_CODE = :PCR-GROUP-CODE,
                               PAY_DATE = :PCR-PAY-DATE
                           WHERE PERIOD_ID = :PCR-PERIOD-ID
                   END-EXEC
                   IF SQLCODE = 0
