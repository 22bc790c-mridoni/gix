           01  NET-PAY             PIC S9(9)V99 COMP-3.
           01  DED-IDX             PIC 9(2).
           01  ERN-IDX             PIC 9(2).
           01  LOC-IDX             PIC 9(2).

       PROCEDURE DIVISION.

                   THRU 400-WRITE-DETAIL-LINE-EX
           END-IF.

           PERFORM 240-PRINT-LOCAL-TAXES THRU 240-PRINT-LOCAL-TAXES-EX.

           PERFORM 220-PRINT-DEDUCTIONS THRU 220-PRINT-DEDUCTIONS-EX.

           PERFORM 250-PRINT-NET-PAY THRU 250-PRINT-NET-PAY-EX.
      * 230-PRINT-EARNINGS
      * One line per earnings-code subtotal carried on the detail
      * record - REG/OT/PTO plus any coded earnings - so the
      * employee sees each component priced. Imputed income
      * (code IMP) prints under its own key: taxed, not paid.
      * Records from before the earnings-code step carry blanks
      * there and itemize nothing.
      *----------------------------------------------------------*
       230-PRINT-EARNINGS.
           IF PD-EARN-COUNT NOT NUMERIC
           PERFORM VARYING ERN-IDX FROM 1 BY 1
                   UNTIL ERN-IDX > PD-EARN-COUNT
                      OR ERN-IDX > 6
               IF PD-EARN-CODE(ERN-IDX) = 'IMP'
                   MOVE 'IMPUTED' TO RPT-DET-KEY
               ELSE
                   MOVE 'EARNINGS' TO RPT-DET-KEY
               END-IF
               MOVE SPACES TO RPT-DET-TEXT
               MOVE PD-EARN-HOURS(ERN-IDX) TO HOURS-EDIT
               MOVE PD-EARN-AMOUNT(ERN-IDX) TO AMOUNT-EDIT
       230-PRINT-EARNINGS-EX.
           EXIT.

      *----------------------------------------------------------*
      * 240-PRINT-LOCAL-TAXES
      * One line per local jurisdiction withheld for, under its
      * jurisdiction code. Records from before local withholding
      * carry blanks there and print nothing.
      *----------------------------------------------------------*
       240-PRINT-LOCAL-TAXES.
           IF PD-LOCAL-TAX-COUNT NOT NUMERIC
               GO TO 240-PRINT-LOCAL-TAXES-EX
           END-IF
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > PD-LOCAL-TAX-COUNT
                      OR LOC-IDX > 2
               MOVE 'LOCAL TAX' TO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               MOVE PDL-TAX(LOC-IDX) TO AMOUNT-EDIT
               STRING AMOUNT-EDIT DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      PDL-CODE(LOC-IDX) DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               PERFORM 400-WRITE-DETAIL-LINE
                   THRU 400-WRITE-DETAIL-LINE-EX
           END-PERFORM.
       240-PRINT-LOCAL-TAXES-EX.
           EXIT.

      *----------------------------------------------------------*
      * 220-PRINT-DEDUCTIONS
      * One line per itemized deduction carried on the detail
