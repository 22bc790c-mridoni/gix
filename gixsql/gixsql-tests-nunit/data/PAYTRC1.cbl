      * subtotals carried on the record, with the regular and
      * overtime lines re-derived from rate times hours so the
      * arithmetic shows its work. A derived figure disagreeing
      * with the recorded one flags. Imputed income is taxable
      * wages only and stays out of the derived gross.
      *----------------------------------------------------------*
       400-TRACE-EARNINGS.
           MOVE 0 TO DERIVED-GROSS
               MOVE SPACES TO TRACE-REPORT-LINE
               MOVE PD-EARN-HOURS(IDX) TO HRS-EDIT
               MOVE PD-EARN-AMOUNT(IDX) TO AMT-EDIT
               IF PD-EARN-CODE(IDX) NOT = 'IMP'
                   ADD PD-EARN-AMOUNT(IDX) TO DERIVED-GROSS
               END-IF

               EVALUATE PD-EARN-CODE(IDX)
                   WHEN 'IMP'
                       STRING 'IMPUTED INCOME, TAXED NOT PAID = '
                                  DELIMITED BY SIZE
                              AMT-EDIT DELIMITED BY SIZE
                           INTO TRACE-REPORT-LINE
                   WHEN 'REG'
                       COMPUTE DERIVED-AMOUNT ROUNDED =
                           PD-PAY-RATE * PD-EARN-HOURS(IDX)
