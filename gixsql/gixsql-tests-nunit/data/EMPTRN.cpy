      * the unpaid kind suppressing pay in the calculation. A 'B'
      * brings the employee back: the open leave closes and the
      * status returns to active.
      * An 'X' records an employee's death: the date of death
      * rides in the leave-start position and the name and
      * address block carries the estate or beneficiary payee
      * instead - the payee's name, its kind, its taxpayer id and
      * the bank account final pay now goes to. The status moves
      * to 'DC' until TERMPAY1 settles the final pay to the payee.
      * A 'D' of an employee not yet terminated is a termination
      * and the name and address block carries its particulars
      * instead: the TERMRSN reason code, the termination date,
      * whether the loss is regretted and whether the leaver may
      * be rehired - all four kept on the EMPHIST image the delete
      * writes. A 'D' of an employee TERMPAY1 already moved to
      * 'TE' only purges the row and needs none of them.
      * ETR-JOB-CODE is the employee's JOBCODE job, required on an
      * add or rehire; a change with the job code blank keeps the
      * job the employee already holds. ETR-POSITION-NO is the
      * POSCTL budgeted position the employee fills: an add or
      * rehire must name an open one in its department and job,
      * and a change naming a different one moves the employee
      * to it; zero or blank on a change keeps the position held.
      * MISC-STATUS-CODE convention: 'AC' = active,
      * 'TE' = terminated, 'LP' = paid leave, 'LU' = unpaid
      * leave, 'DC' = deceased, final pay to the estate pending
      * (see EMPREC MISCDATA-FIELDS).
      *----------------------------------------------------------*
       01  EMP-TRANS-RECORD.
           05  ETR-ACTION-CODE     PIC X(01).
               88  ETR-ACTION-REHIRE   VALUE 'R'.
               88  ETR-ACTION-LEAVE    VALUE 'L'.
               88  ETR-ACTION-RETURN   VALUE 'B'.
               88  ETR-ACTION-DECEASED VALUE 'X'.
           05  ETR-ENO             PIC 9(04).
           05  ETR-NAME-ADDRESS.
               10  ETR-LNAME       PIC X(10).
               10  ETR-FNAME       PIC X(10).
               10  ETR-STREET      PIC X(20).
               10  ETR-CITY        PIC X(15).
               10  ETR-ST          PIC X(02).
               10  ETR-ZIP         PIC X(05).
           05  ETR-ESTATE-PAYEE REDEFINES ETR-NAME-ADDRESS.
               10  ETR-PAYEE-NAME  PIC X(25).
               10  ETR-PAYEE-TYPE  PIC X(01).
                   88  ETR-PAYEE-ESTATE      VALUE 'E'.
                   88  ETR-PAYEE-BENEFICIARY VALUE 'B'.
               10  ETR-PAYEE-TIN   PIC X(09).
               10  ETR-PAYEE-ROUTING PIC X(09).
               10  ETR-PAYEE-ACCOUNT PIC X(17).
               10  FILLER          PIC X(01).
           05  ETR-TERM-INFO REDEFINES ETR-NAME-ADDRESS.
               10  ETR-TERM-REASON PIC X(03).
               10  ETR-TERM-DATE   PIC 9(08).
               10  ETR-TERM-DATE-X REDEFINES ETR-TERM-DATE.
                   15  ETR-TERM-YYYY   PIC 9(04).
                   15  ETR-TERM-MM     PIC 9(02).
                   15  ETR-TERM-DD     PIC 9(02).
               10  ETR-REGRET-FLAG PIC X(01).
                   88  ETR-REGRET-VALID      VALUE 'Y' 'N'.
               10  ETR-REHIRE-FLAG PIC X(01).
                   88  ETR-REHIRE-VALID      VALUE 'Y' 'N'.
               10  FILLER          PIC X(49).
           05  ETR-DEPT            PIC X(04).
           05  ETR-PAYRATE         PIC 9(13)V99.
           05  ETR-COM             PIC 9V99.
               88  ETR-LEAVE-PAID      VALUE 'LP'.
               88  ETR-LEAVE-UNPAID    VALUE 'LU'.
           05  ETR-LEAVE-START     PIC 9(08).
           05  ETR-DEATH-DATE REDEFINES ETR-LEAVE-START
                                   PIC 9(08).
           05  ETR-LEAVE-RETURN    PIC 9(08).
           05  ETR-JOB-CODE        PIC X(04).
           05  ETR-POSITION-NO     PIC 9(05).
           05  ETR-POSITION-NO-X REDEFINES ETR-POSITION-NO
                                   PIC X(05).
