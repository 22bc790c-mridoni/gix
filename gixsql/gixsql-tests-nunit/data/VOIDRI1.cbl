
           01 DED-IDX              PIC 9(2) COMP.
           01 ERN-IDX              PIC 9(2) COMP.
           01 LOC-IDX              PIC 9(2) COMP.

      *    the clawback's own duplicate gate: a period/employee
      *    already on VOIDREG was reversed once, and a second
               END-PERFORM
           END-IF

      *    the local lines back out too, so the year-end local
      *    wages and tax net the voided payment away
           IF PD-LOCAL-TAX-COUNT NUMERIC
                   AND PD-LOCAL-WAGES NUMERIC
               COMPUTE PD-LOCAL-WAGES = 0 - PD-LOCAL-WAGES
               PERFORM VARYING LOC-IDX FROM 1 BY 1
                       UNTIL LOC-IDX > PD-LOCAL-TAX-COUNT
                          OR LOC-IDX > 2
                   COMPUTE PDL-TAX(LOC-IDX) =
                       0 - PDL-TAX(LOC-IDX)
               END-PERFORM
           END-IF

           PERFORM 600-WRITE-ONE-DETAIL
           ADD 1 TO VOIDS-WRITTEN.

