               88  PD-TYPE-OFFCYCLE    VALUE 'O'.
               88  PD-TYPE-VOID        VALUE 'V'.
               88  PD-TYPE-REISSUE     VALUE 'I'.
               88  PD-TYPE-BONUS       VALUE 'B'.
               88  PD-TYPE-WAGE-DRAW   VALUE 'W'.
               88  PD-TYPE-MANUAL-CHECK VALUE 'M'.
           05  PD-DEPT                 PIC X(04).
           05  PD-CURRENCY-CODE        PIC X(03).
           05  PD-PAY-RATE             PIC 9(07)V99.
                                           SIGN LEADING SEPARATE.
               10  PDS-TAX             PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
      *    local (city/county/school district) withholding: the
      *    wages subject to local tax and up to two jurisdiction
      *    lines - the work-site locality and the residence
      *    locality - each with the tax withheld for it (see
      *    LOCTXLD1 for the jurisdiction rules). Not part of
      *    PD-TAX-AMOUNT; net pay is after all three levels.
           05  PD-LOCAL-WAGES          PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  PD-LOCAL-TAX-COUNT      PIC 9(01).
           05  PD-LOCAL-TAX OCCURS 2 TIMES.
               10  PDL-CODE            PIC X(05).
               10  PDL-TAX             PIC S9(07)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(03).
