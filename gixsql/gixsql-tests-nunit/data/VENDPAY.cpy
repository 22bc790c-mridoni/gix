      *----------------------------------------------------------*
      * VENDPAY - consolidated third-party vendor payment file
      * written by APPAY1, one payment per counterparty per pay
      * cycle. Each payment is a 'P' record carrying the payee and
      * the amount, followed by one 'R' remittance detail per
      * payable it settles, telling the payee what the money is
      * for. The file closes with the standard control trailer
      * (see TRAILER): the hashed key is the payment number on
      * every record, the summed amount is the remittance detail
      * amount, which lies where a payment record carries the
      * payee's name - so the trailer total is the total paid.
      * Amounts carry a leading separate sign, as PAYDTL does.
      *----------------------------------------------------------*
       01  VENDOR-PAYMENT-RECORD.
           05  VP-RECORD-TYPE          PIC X(01).
               88  VP-TYPE-PAYMENT     VALUE 'P'.
               88  VP-TYPE-REMIT       VALUE 'R'.
           05  VP-CID                  PIC 9(12).
           05  VP-PAYMENT-NO           PIC 9(08).
           05  VP-BODY                 PIC X(99).
           05  VP-PAYMENT REDEFINES VP-BODY.
               10  VPP-PAYEE-NAME      PIC X(30).
               10  VPP-AMOUNT          PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  VPP-PAY-DATE        PIC 9(08).
               10  VPP-REMIT-COUNT     PIC 9(04).
               10  FILLER              PIC X(43).
           05  VP-REMITTANCE REDEFINES VP-BODY.
               10  VPR-AMOUNT          PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  VPR-SOURCE-KIND     PIC X(04).
               10  VPR-PAYEE-KEY       PIC X(30).
               10  VPR-REMIT-REF       PIC X(30).
               10  VPR-PERIOD-ID       PIC 9(06).
               10  VPR-ITEM-COUNT      PIC 9(06).
               10  VPR-PAYABLE-ID      PIC 9(09).
