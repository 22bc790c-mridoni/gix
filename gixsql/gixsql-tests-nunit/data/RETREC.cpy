      *----------------------------------------------------------*
      * RETREC - retirement plan contribution remittance record,
      * written by RETREM1 once per pay period for the plan's
      * recordkeeper.
      *
      * The file is a header, one detail per participant with a
      * deferral or employer match in the period, and a control
      * trailer the recordkeeper proves the file against before it
      * pulls the funding. Amounts carry a leading separate sign,
      * as PAYDTL does, so a voided check's reversal reaches the
      * recordkeeper as the negative it is. Dates are YYYYMMDD.
      *----------------------------------------------------------*
       01  RET-REMIT-RECORD.
           05  RR-RECORD-TYPE          PIC X(01).
               88  RR-TYPE-HEADER      VALUE 'H'.
               88  RR-TYPE-DETAIL      VALUE 'D'.
               88  RR-TYPE-TRAILER     VALUE 'T'.
           05  RR-PLAN-ID              PIC X(10).
           05  RR-PERIOD-ID            PIC 9(06).
           05  RR-BODY                 PIC X(103).
           05  RR-DETAIL REDEFINES RR-BODY.
               10  RR-ENO              PIC 9(04).
               10  RR-LNAME            PIC X(10).
               10  RR-FNAME            PIC X(10).
               10  RR-DEFERRAL         PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
               10  RR-MATCH            PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
               10  RR-YTD-COMP         PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  RR-HIRE-DATE        PIC 9(08).
               10  FILLER              PIC X(39).
           05  RR-HEADER REDEFINES RR-BODY.
               10  RH-RUN-DATE         PIC 9(08).
               10  RH-DED-CODE         PIC X(04).
               10  FILLER              PIC X(91).
           05  RR-TRAILER REDEFINES RR-BODY.
               10  RT-DETAIL-COUNT     PIC 9(06).
               10  RT-DEFERRAL-TOTAL   PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  RT-MATCH-TOTAL      PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
               10  RT-GRAND-TOTAL      PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER              PIC X(59).
