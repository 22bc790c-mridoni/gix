      *   O open - hours accepted, calculation not yet run
      *   C calculated - PAYCALC1 has produced the pay details
      *   P paid - ACHGEN1 has released the payment file
      *   G posted - GLPOST1 has posted the journal
      *   X closed - CASHREC1 has reconciled the period's cash
      * Each payroll step requires the period to be in the prior
      * status and advances it on success, so the same period can
      * never be run twice on different days. The operator override
           88  PER-STATUS-OPEN       VALUE 'O'.
           88  PER-STATUS-CALCULATED VALUE 'C'.
           88  PER-STATUS-PAID       VALUE 'P'.
           88  PER-STATUS-POSTED     VALUE 'G'.
           88  PER-STATUS-CLOSED     VALUE 'X'.
       01  PER-CTL-REQUIRED    PIC X(1).
       01  PER-CTL-NEXT        PIC X(1).
