           01 FICA-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           01 SUI-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
           01 LIABILITY-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
      *    local income tax is withheld from the employee, not an
      *    employer expense: it deposits on this file but stays out
      *    of the journal, so the trailer carries its own total
           01 LOCAL-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 DEPOSIT-AMOUNT-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
           01 PDL-IDX              PIC 9(1).
           01 TOTAL-DISP           PIC Z(10)9.99.
           01 JOURNAL-LINE-COUNT   PIC 9(6) VALUE 0.

      *    one deposit detail line per employee per tax type - and
      *    per jurisdiction for withheld local tax ('LOCL'); the
      *    file closes with the standard control trailer TRLCHK1
      *    proves before the deposit is keyed
           01 TAX-DEPOSIT-RECORD.
                                       SIGN LEADING SEPARATE.
               05 TD-AMOUNT        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 TD-JURIS         PIC X(05).
               05 FILLER           PIC X(36) VALUE SPACES.

       EXEC SQL
            INCLUDE SQLCA
           DISPLAY 'TAXDEP1 UNEMPLOYMENT    : ' TOTAL-DISP.
           MOVE LIABILITY-TOTAL TO TOTAL-DISP.
           DISPLAY 'TAXDEP1 TOTAL LIABILITY : ' TOTAL-DISP.
           MOVE LOCAL-TOTAL TO TOTAL-DISP.
           DISPLAY 'TAXDEP1 LOCAL WITHHELD  : ' TOTAL-DISP.
           DISPLAY 'TAXDEP1 ALREADY ROLLED  : ' RERUN-SKIP-COUNT.

           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE PD-EMPLOYEE-NO TO YTD-ENO
           PERFORM 350-FETCH-YTD-WAGES

           MOVE SPACES TO TD-JURIS
           MOVE FICA-WAGE-BASE TO TAXABLE-SLICE
           PERFORM 370-CAP-TAXABLE-SLICE
           IF TAXABLE-SLICE > 0
               PERFORM 400-WRITE-DEPOSIT-LINE
           END-IF

      *    withheld local tax remits per jurisdiction; records from
      *    before local withholding carry spaces and deposit none
           IF PD-LOCAL-TAX-COUNT NUMERIC
                   AND PD-LOCAL-WAGES NUMERIC
               PERFORM VARYING PDL-IDX FROM 1 BY 1
                       UNTIL PDL-IDX > PD-LOCAL-TAX-COUNT
                          OR PDL-IDX > 2
                   IF PDL-TAX(PDL-IDX) NUMERIC
                           AND PDL-TAX(PDL-IDX) NOT = 0
                       MOVE PD-LOCAL-WAGES TO TAXABLE-SLICE
                       MOVE PDL-TAX(PDL-IDX) TO LIABILITY-AMOUNT
                       ADD LIABILITY-AMOUNT TO LOCAL-TOTAL
                       MOVE 'LOCL' TO TD-TAX-TYPE
                       MOVE PDL-CODE(PDL-IDX) TO TD-JURIS
                       PERFORM 400-WRITE-DEPOSIT-LINE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM 380-ROLL-YTD-FORWARD
           PERFORM 385-MARK-RECORD-ROLLED.
       300-PROCESS-EXIT.
           WRITE TAX-DEPOSIT-LINE FROM TAX-DEPOSIT-RECORD

           ADD 1 TO DEPOSIT-WRITE-COUNT
           ADD LIABILITY-AMOUNT TO DEPOSIT-AMOUNT-TOTAL
           IF TD-TAX-TYPE NOT = 'LOCL'
               ADD LIABILITY-AMOUNT TO LIABILITY-TOTAL
           END-IF
           ADD TD-ENO TO DEPOSIT-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE DEPOSIT-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE DEPOSIT-ENO-HASH TO FTR-KEY-HASH
           MOVE DEPOSIT-AMOUNT-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 002 TO FTR-KEY-OFFSET
           MOVE 04 TO FTR-KEY-LENGTH
