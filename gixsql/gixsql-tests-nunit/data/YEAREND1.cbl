      *    one accumulation slot per employee for the year: gross,
      *    overtime pay (re-derived from the record's rate and
      *    overtime hours at the anniversary of the calculation's
      *    own multiplier), commission, retro adjustments, the
      *    imputed income taxed but not paid (earnings code IMP),
      *    tax by state, and each deduction code
           01 OT-MULTIPLIER        PIC 9V99 VALUE 1.50.

           01 YE-EMP-COUNT         PIC 9(3) COMP VALUE 0.
                   10 YE-OVERTIME      PIC S9(9)V99 COMP-3.
                   10 YE-COMMISSION    PIC S9(9)V99 COMP-3.
                   10 YE-ADJUSTMENTS   PIC S9(9)V99 COMP-3.
                   10 YE-IMPUTED       PIC S9(9)V99 COMP-3.
                   10 YE-NET           PIC S9(11)V99 COMP-3.
                   10 YE-TAX-COUNT     PIC 9(1).
                   10 YE-TAX OCCURS 5 TIMES.
                   END-IF
           END-EVALUATE

           IF PD-EARN-COUNT NUMERIC
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > PD-EARN-COUNT
                          OR DED-IDX > 6
                   IF PD-EARN-CODE(DED-IDX) = 'IMP'
                       ADD PD-EARN-AMOUNT(DED-IDX)
                           TO YE-IMPUTED(YE-MATCH-IDX)
                   END-IF
               END-PERFORM
           END-IF

           IF PD-TAX-AMOUNT NOT = 0
               PERFORM 130-FOLD-TAX-BY-STATE THRU 130-FOLD-TAX-EXIT
           END-IF
           MOVE AMOUNT-EDIT TO RPT-DET-TEXT(1:14)
           WRITE PRINT-LINE FROM RPT-DET-LINE

           MOVE 'IMPUTED' TO RPT-DET-KEY
           MOVE YE-IMPUTED(YE-EMP-IDX) TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' TAXABLE, NOT PAID' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE PRINT-LINE FROM RPT-DET-LINE

           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > YE-TAX-COUNT(YE-EMP-IDX)
               MOVE 'TAX' TO RPT-DET-KEY
