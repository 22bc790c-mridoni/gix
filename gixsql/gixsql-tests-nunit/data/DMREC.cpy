      *----------------------------------------------------------*
      * DMREC - payroll data-mart extract records written by
      * DMEXT1 for the data warehouse: one pay fact file and its
      * conformed dimension files. Every dimension row leads with
      * its surrogate key; the keys come from the DMKEYS register,
      * so a natural key keeps the same surrogate key from run to
      * run and the warehouse can reload any file without
      * re-keying the others. Each file closes with the standard
      * TRAILER record.
      *
      * DMFACT - earnings, deductions and taxes at employee,
      * period and component grain, one row per component per
      * PAYHIST record. Component types: E earnings (DMEARN key),
      * D deduction and T tax withholding (both DMDED keys). Void
      * records carry negative hours and amounts, so summing a
      * period nets a voided check out. A key of zero means the
      * natural key could not be placed in its dimension.
      *----------------------------------------------------------*
       01  DM-FACT-RECORD.
           05  DMF-PERIOD-KEY      PIC 9(09).
           05  DMF-EMP-KEY         PIC 9(09).
           05  DMF-DEPT-KEY        PIC 9(09).
           05  DMF-COMP-TYPE       PIC X(01).
               88  DMF-EARNING     VALUE 'E'.
               88  DMF-DEDUCTION   VALUE 'D'.
               88  DMF-TAX         VALUE 'T'.
           05  DMF-COMP-KEY        PIC 9(09).
           05  DMF-COMP-CODE       PIC X(10).
           05  DMF-RECORD-TYPE     PIC X(01).
           05  DMF-CURRENCY-CODE   PIC X(03).
           05  DMF-HOURS           PIC S9(05)V99
                                       SIGN LEADING SEPARATE.
           05  DMF-AMOUNT          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  DMF-PERIOD-ID       PIC 9(06).
           05  DMF-ENO             PIC 9(04).
           05  FILLER              PIC X(39).

      *----------------------------------------------------------*
      * DMEMP - employee dimension, slowly changing: one row per
      * EMPHIST image plus the current EMPTABLE row. Natural key
      * is the employee number and the version's effective-from
      * timestamp; the current row's effective-from is the end of
      * its last history image, so when the next change closes
      * it into EMPHIST it keeps its surrogate key.
      *----------------------------------------------------------*
       01  DM-EMP-RECORD.
           05  DME-EMP-KEY         PIC 9(09).
           05  DME-ENO             PIC 9(04).
           05  DME-LNAME           PIC X(10).
           05  DME-FNAME           PIC X(10).
           05  DME-DEPT            PIC X(04).
           05  DME-COMPANY         PIC X(03).
           05  DME-CURRENCY-CODE   PIC X(03).
           05  DME-PAYRATE         PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  DME-STATUS-CODE     PIC X(02).
           05  DME-HIRE-DATE       PIC 9(08).
           05  DME-EFF-FROM-TS     PIC X(16).
           05  DME-EFF-TO-TS       PIC X(16).
           05  DME-CURRENT-FLAG    PIC X(01).
               88  DME-CURRENT     VALUE 'Y'.
           05  DME-TERM-REASON     PIC X(03).
           05  DME-TERM-DATE       PIC 9(08).
           05  FILLER              PIC X(17).

      *----------------------------------------------------------*
      * DMDEPT - department dimension with its org levels: the
      * DEPTTBL attributes and the division and company ORGHIER
      * places the department under.
      *----------------------------------------------------------*
       01  DM-DEPT-RECORD.
           05  DMD-DEPT-KEY        PIC 9(09).
           05  DMD-DEPT            PIC X(04).
           05  DMD-DEPT-NAME       PIC X(30).
           05  DMD-COST-CENTER     PIC X(06).
           05  DMD-DIVISION        PIC X(08).
           05  DMD-COMPANY         PIC X(03).
           05  DMD-MGR-ENO         PIC 9(04).
           05  DMD-WC-CLASS        PIC X(04).
           05  DMD-DEPT-ST         PIC X(02).
           05  FILLER              PIC X(30).

      *----------------------------------------------------------*
      * DMEARN - earnings code dimension: the ERNCODE master, the
      * REG/OT/PTO lines the pay calculation itemizes, and GRS
      * for pay records that carry no itemized earnings. Source:
      * M ERNCODE master, B built-in, U seen on pay history only.
      *----------------------------------------------------------*
       01  DM-EARN-RECORD.
           05  DMN-EARN-KEY        PIC 9(09).
           05  DMN-EARN-CODE       PIC X(03).
           05  DMN-EARN-DESC       PIC X(30).
           05  DMN-CALC-METHOD     PIC X(01).
           05  DMN-TAXABLE-FLAG    PIC X(01).
           05  DMN-GL-ACCOUNT      PIC X(10).
           05  DMN-SOURCE          PIC X(01).
           05  FILLER              PIC X(25).

      *----------------------------------------------------------*
      * DMDED - deduction code dimension: the DEDMAST master
      * (class D) and the tax withholdings (class T) - FIT
      * federal, SIT-ss state, LIT-ccccc local jurisdiction.
      * Source as on DMEARN.
      *----------------------------------------------------------*
       01  DM-DED-RECORD.
           05  DMC-DED-KEY         PIC 9(09).
           05  DMC-DED-CLASS       PIC X(01).
           05  DMC-DED-CODE        PIC X(10).
           05  DMC-DED-DESC        PIC X(30).
           05  DMC-CALC-METHOD     PIC X(01).
           05  DMC-PRIORITY        PIC 9(02).
           05  DMC-SOURCE          PIC X(01).
           05  FILLER              PIC X(26).

      *----------------------------------------------------------*
      * DMPER - pay period dimension off PERCAL, with the pay
      * date's year, quarter and month for calendar roll-ups.
      *----------------------------------------------------------*
       01  DM-PERIOD-RECORD.
           05  DMP-PERIOD-KEY      PIC 9(09).
           05  DMP-PERIOD-ID       PIC 9(06).
           05  DMP-GROUP-CODE      PIC X(02).
           05  DMP-START-DATE      PIC 9(08).
           05  DMP-END-DATE        PIC 9(08).
           05  DMP-PAY-DATE        PIC 9(08).
           05  DMP-STATUS          PIC X(01).
           05  DMP-PAY-YEAR        PIC 9(04).
           05  DMP-PAY-QUARTER     PIC 9(01).
           05  DMP-PAY-MONTH       PIC 9(02).
           05  FILLER              PIC X(31).
