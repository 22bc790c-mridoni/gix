      *   R011  department name blank
      *   R012  manager employee number not numeric
      *   R013  cost center blank
      *   R014  termination date not a valid YYYYMMDD date
      *   R015  regretted-loss or rehire-eligible flag not Y/N
      *   R101  add of an employee number already on EMPTABLE
      *   R102  change/delete of an employee number not on EMPTABLE
      *   R103  DEPT not on the DEPTTBL reference master or retired
      *   R104  manager employee number not on EMPTABLE
      *   R105  delete of a department still carried on EMPTABLE
      *   R106  workers comp class not on the WCCLASS master
      *   R115  union employee's pay rate not on the contract's
      *         rate-step schedule
      *   R111  rehire with no archived row or history to restore
      *   R116  job code blank or not on the JOBCODE master
      *   R117  position missing or not on the POSCTL master
      *   R118  position already filled by another employee
      *   R119  position's department or job not the employee's
      *   R120  termination reason blank or not on the TERMRSN
      *         master
      *   R999  database error while applying (see job log)
      *
      * Program-specific bands (each code means one thing system-
      *   R67x  TERMPAY1   termination-request edits
      *   R68x  UNMNT1     union master/member/rate edits
      *   R69x  SCHMNT1    work-schedule edits
      *   R70x-R71x PAYCALC1 calculation-time holds
      *   R72x  OPENENR1   enrollment-election edits
      *   R73x  LGLHLD1    legal-hold edits
      *   R74x  PAYGMNT1   pay-group edits
      *   R75x  EMPXFR1    intercompany-transfer edits
      *   R76x  GLMMNT1    GL account-mapping edits
      *   R77x  HOLMNT1    holiday-calendar edits
      *   R78x  SHPMNT1    shift-premium rule edits
      *   R79x  JOBMNT1    job-code master edits
      *   R80x  POSMNT1    position-control edits
      *   R81x  CRDMNT1    pay-card enrollment edits
      *   R82x  BENRSP1    carrier enrollment-feed rejects
      *   R83x  DEDMNT1    dependent-master edits
      *   R84x  CONTCOV1   continuation-coverage transactions
      *   R85x  IMPINC1    imputed-income feed edits
      *   R86x  PRJMNT1    project-master edits
      *   R87x  EMPMNT1/PAYCALC1/TERMPAY1 deceased-employee processing
      *         (R870-R873 EMPMNT1 'X' edits; R874 PAYCALC1 hold,
      *         final pay goes to the estate through TERMPAY1; R875
      *         TERMPAY1 no estate payee on file)
      *   R88x  TRSNMNT1   termination-reason master edits
      *   R89x  HRISSYN1   HRIS change-feed rejects and conflicts
      *   R90x  REORG1     department-reorganization edits
      *----------------------------------------------------------*
       01  SUSPENSE-RECORD.
           05  SUS-REASON-CODE     PIC X(04).
