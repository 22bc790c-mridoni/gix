      *----------------------------------------------------------*
      * BALLEDG - shared balancing-ledger record every pay-cycle
      * step appends to the BALLEDG file: one record per control
      * measure the step carries forward, stamped with the period
      * it worked. The BALCHK1 balancing job reads the file, ties
      * each step to its predecessor and holds the next step when
      * the difference is not explained. A rerun simply appends
      * again - the newest record for a program and measure wins.
      * Callers fill BL-PERIOD-ID, BL-MEASURE, BL-COUNT and
      * BL-AMOUNT and PERFORM their own 985-POST-BALANCE-LEDGER
      * paragraph, which stamps BL-TS and BL-PROGRAM and appends
      * the record.
      *
      * Measures by step:
      *   PAYCALC1  HOURSIN  SUSPENSE  GROSS  NET
      *   COMCALC1  GROSS  NET      (commission section of PAYDTL)
      *   RETRPAY1  GROSS  NET      (retro section of PAYDTL)
      *   GLPOST1   GROSS  NET      (wage credit, NETPAY credit)
      *   ACHGEN1   NETIN  ACH  CARD  CHECKDUE  FXDIVERT  HELD
      *             VOID  NOTPAY  CONTRACT
      *   CHKPRT1   CHECK  PRIORCHK  HELD
      *   POSPAY1   POSPAY
      *   TRSFND1   FUNDNET   (ACH forecast plus check estimate)
      *----------------------------------------------------------*
       01  BALANCE-LEDGER-RECORD.
           05  BL-TS               PIC X(16).
           05  BL-PROGRAM          PIC X(08).
           05  BL-PERIOD-ID        PIC 9(06).
           05  BL-MEASURE          PIC X(08).
           05  BL-COUNT            PIC 9(08).
           05  BL-AMOUNT           PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(18).

       01  BALANCE-LEDGER-FILE-STATUS PIC XX.
