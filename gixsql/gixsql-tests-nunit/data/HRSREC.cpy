      * multiplier code pays rate times factor times PH-REG-HOURS
      * (shift differential, double-time), a flat code pays its
      * amount outright (bonus, on-call premium); a blank code is
      * the ordinary regular/overtime line. A shift-premium line
      * from the timesheet run carries its rule's premium with it:
      * PH-PREM-TYPE 'F' pays PH-PREM-RATE per hour, 'P' pays that
      * percent of the hourly rate, both times PH-REG-HOURS, under
      * the line's earnings code; blank is any other line. A
      * meal-break premium line rides the same way at 'P' 100
      * percent, one hour per violation day.
      *----------------------------------------------------------*
       01  PAY-HOURS-RECORD.
           05  PH-ENO              PIC 9(04).
           05  PH-PTO-HOURS        PIC 9(03)V99.
           05  PH-EARN-CODE        PIC X(03).
               88  PH-EARN-DEFAULT VALUE '   '.
           05  PH-PREM-TYPE        PIC X(01).
               88  PH-PREM-FLAT    VALUE 'F'.
               88  PH-PREM-PERCENT VALUE 'P'.
               88  PH-PREM-NONE    VALUE ' '.
           05  PH-PREM-RATE        PIC 9(03)V9(04).
           05  FILLER              PIC X(49).
