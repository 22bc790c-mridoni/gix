                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREF-FILE-STATUS.

           SELECT OPTIONAL CONTRACT-INVOICE-FILE
               ASSIGN TO EXTERNAL CONTINV
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.

           SELECT ACH-PAYMENT-FILE
               ASSIGN TO EXTERNAL ACHOUT
                         ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO EXTERNAL ACHEXCP
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-FUNDING-FILE
               ASSIGN TO EXTERNAL CARDOUT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

           SELECT OPTIONAL BALANCE-LEDGER-FILE
               ASSIGN TO EXTERNAL BALLEDG
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-LEDGER-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-COMMAND-FILE
               ASSIGN TO EXTERNAL OPCTL
                         ORGANIZATION IS LINE SEQUENTIAL

       01  CHECK-PREF-LINE         PIC X(80).

       FD  CONTRACT-INVOICE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTRACT-INVOICE-LINE.

       01  CONTRACT-INVOICE-LINE   PIC X(80).

       FD  ACH-PAYMENT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 94 CHARACTERS

       01  ACH-EXCEPTION-LINE      PIC X(80).

       FD  CARD-FUNDING-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CARD-FUNDING-LINE.

       01  CARD-FUNDING-LINE       PIC X(100).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS

       01  RUN-STATUS-LINE         PIC X(80).

       FD  BALANCE-LEDGER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BALANCE-LEDGER-LINE.

       01  BALANCE-LEDGER-LINE     PIC X(80).

       FD  OPERATOR-COMMAND-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS

           COPY RUNSTAT.

           COPY BALLEDG.

           COPY OPCTL.

      *    operator checkpoint cadence over the payment pass
           01 BANKING-DAYS         PIC 9(4) COMP-3.
           01 BANK-DAY-INT         PIC 9(8) COMP-3.
           01 BANK-DAY-DOW         PIC 9(1).
      *    a banking day is a weekday the HOLCAL calendar does not
      *    mark bank-closed for any company; the batch's effective
      *    entry date rolls forward to the first banking day on or
      *    after the run date
           01 BANK-DAY-DATE        PIC 9(8).
           01 BANK-HOLIDAY-COUNT   PIC 9(6).
           01 BANK-DAY-SW          PIC X.
               88 IS-BANKING-DAY   VALUE 'Y'.
           01 PRENOTE-UPD-ENO      PIC 9(4).
           01 PRENOTE-UPD-SEQ      PIC 9(2).

           01 PAYREG-NET           PIC S9(11)V99 COMP-3 VALUE 0.
           01 DUP-BLOCK-COUNT      PIC 9(6) VALUE 0.

      *----------------------------------------------------------*
      * payroll cards from the PAYCARD enrollment master CRDMNT1
      * maintains: an employee with no BANKACCT row but an active
      * card enrollment is not a check - the net loads onto the
      * card through the issuer's funding file (CARDOUT), a header,
      * one load per employee and a count/amount trailer in the
      * issuer's layout. Each load registers on CARDLOAD under its
      * load reference, which the issuer echoes on the confirmation
      * file CRDACK1 works; a failed load re-queues to the check
      * print from there. A suspended card ('S') funds nothing and
      * the employee takes the no-account check path.
      *----------------------------------------------------------*
           01 CARD-XREF-COUNT      PIC 9(4) COMP VALUE 0.
           01 CARD-XREF-IDX        PIC 9(4) COMP.
           01 CARD-XREF-TABLE.
               05 CARD-XREF-ENTRY OCCURS 500 TIMES.
                   10 CXT-ENO      PIC 9(04).
                   10 CXT-PROGRAM  PIC X(06).
                   10 CXT-PROXY    PIC X(19).
           01 CARD-MATCH-SW        PIC X VALUE 'N'.
               88 CARD-MATCH-FOUND VALUE 'Y'.
           01 CARD-MATCH-IDX       PIC 9(4) COMP VALUE 0.
           01 CARD-FILE-OPEN-SW    PIC X VALUE 'N'.
               88 CARD-FILE-OPEN   VALUE 'Y'.

           01 PC-ENO               PIC 9(4).
           01 PC-CARD-PROGRAM      PIC X(6).
           01 PC-PROXY-ENC         PIC X(19).

           01 CARD-ISSUER-ENV      PIC X(10).
           01 CARD-LOAD-COUNT      PIC 9(6) VALUE 0.
           01 CARD-LOAD-TOTAL      PIC 9(10)V99 VALUE 0.
           01 CARD-LOAD-AMOUNT     PIC 9(8)V99.
           01 CARD-TOTAL-DISP      PIC Z(9)9.99.

      *    the load reference: period, employee and payment type -
      *    the PAYREG key, so it is unique - plus the load's place
      *    in this file
           01 CARD-LOAD-REF.
               05 CLR-PERIOD-ID    PIC 9(06).
               05 CLR-ENO          PIC 9(04).
               05 CLR-PAY-TYPE     PIC X(01).
               05 CLR-LOAD-SEQ     PIC 9(04).

           01 CARD-FILE-HEADER.
               05 CFH-RECORD-TYPE  PIC X(01) VALUE 'H'.
               05 CFH-ISSUER-ID    PIC X(10).
               05 CFH-COMPANY-NAME PIC X(16).
               05 CFH-FILE-DATE    PIC 9(08).
               05 CFH-FILE-ID      PIC 9(07).
               05 FILLER           PIC X(58) VALUE SPACES.

           01 CARD-FILE-DETAIL.
               05 CFD-RECORD-TYPE  PIC X(01) VALUE 'D'.
               05 CFD-CARD-PROGRAM PIC X(06).
               05 CFD-PROXY-ACCT   PIC X(19).
               05 CFD-AMOUNT       PIC 9(08)V99.
               05 CFD-LOAD-REF     PIC X(15).
               05 CFD-ENO          PIC 9(04).
               05 CFD-PERIOD-ID    PIC 9(06).
               05 CFD-NAME         PIC X(22).
               05 FILLER           PIC X(17) VALUE SPACES.

           01 CARD-FILE-TRAILER.
               05 CFT-RECORD-TYPE  PIC X(01) VALUE 'T'.
               05 CFT-LOAD-COUNT   PIC 9(06).
               05 CFT-LOAD-TOTAL   PIC 9(10)V99.
               05 CFT-ISSUER-ID    PIC X(10).
               05 CFT-FILE-ID      PIC 9(07).
               05 FILLER           PIC X(64) VALUE SPACES.

      *----------------------------------------------------------*
      * estate payees (ESTPAYEE, recorded by EMPMNT1's deceased
      * action): once an employee has died, nothing credits the
      * employee's own accounts or card again - every net for the
      * ENO goes whole to the estate or beneficiary payee's
      * account, under the payee's name, registered on ACHISSUED
      * with account sequence zero. The four-eyes approval the
      * death needed in EMPMNT1 stands in for a prenote: pay owed
      * to an estate cannot wait out a prenote window.
      *----------------------------------------------------------*
           01 ESTATE-COUNT         PIC 9(3) COMP VALUE 0.
           01 ESTATE-IDX           PIC 9(3) COMP.
           01 ESTATE-TABLE.
               05 ESTATE-ENTRY OCCURS 100 TIMES.
                   10 EXT-ENO      PIC 9(04).
                   10 EXT-NAME     PIC X(25).
                   10 EXT-ROUTING  PIC X(09).
                   10 EXT-ACCOUNT  PIC X(17).
           01 ESTATE-MATCH-SW      PIC X VALUE 'N'.
               88 ESTATE-MATCH-FOUND VALUE 'Y'.
           01 ESTATE-MATCH-IDX     PIC 9(3) COMP VALUE 0.
           01 ESTATE-PAID-COUNT    PIC 9(6) VALUE 0.

           01 EP-ENO               PIC 9(4).
           01 EP-PAYEE-NAME        PIC X(25).
           01 EP-ROUTING           PIC X(9).
           01 EP-ACCOUNT-ENC       PIC X(17).

      *----------------------------------------------------------*
      * independent contractors (CONTRACT, loaded by CONTLOD1):
      * counterparties of type CONT on the CPTYMST master, paid
      * whole by invoice from the CONTINV file in this same batch
      * after the employees - no payroll tax is withheld. A
      * contractor with no taxpayer id on file has backup
      * withholding taken at CONT_BACKUP_RATE percent (24.00 when
      * not set) and is credited the rest. Every invoice paid
      * registers on CONTPAY, which also refuses a second payment
      * of the same invoice, and folds into the contractor's
      * CONTYTD year-to-date for the CONTYE1 year-end filing. An
      * inactive counterparty is not on the table, so its
      * invoices are held.
      *----------------------------------------------------------*
           01 INVOICE-FILE-STATUS  PIC XX.
           01 INVOICE-EOF-SW       PIC X VALUE 'N'.
               88 INVOICE-EOF      VALUE 'Y'.

           01 CONTRACT-INVOICE-RECORD.
               05 CIV-CID          PIC 9(12).
               05 CIV-INVOICE-NO   PIC X(15).
               05 CIV-INVOICE-DATE PIC 9(08).
               05 CIV-AMOUNT       PIC 9(09)V99.
               05 CIV-DESCRIPTION  PIC X(30).
               05 FILLER           PIC X(04).

           01 CONTRACTOR-COUNT     PIC 9(3) COMP VALUE 0.
           01 CONTRACTOR-IDX       PIC 9(3) COMP.
           01 CONTRACTOR-TABLE.
               05 CONTRACTOR-ENTRY OCCURS 200 TIMES.
                   10 CTT-CID      PIC 9(12).
                   10 CTT-NAME     PIC X(30).
                   10 CTT-TAX-ID   PIC X(09).
                   10 CTT-ROUTING  PIC X(09).
                   10 CTT-ACCOUNT  PIC X(17).
           01 CONTRACTOR-MATCH-IDX PIC 9(3) COMP VALUE 0.

           01 CT-CID               PIC 9(12).
           01 CT-NAME              PIC X(30).
           01 CT-TAX-ID            PIC X(9).
           01 CT-ROUTING           PIC X(9).
           01 CT-ACCOUNT-ENC       PIC X(17).

           01 CONT-BACKUP-RATE-TEXT PIC X(4).
           01 CONT-BACKUP-RATE-DIGITS REDEFINES CONT-BACKUP-RATE-TEXT
                                   PIC 9(2)V99.
           01 CONT-BACKUP-RATE     PIC 9(2)V99 VALUE 24.00.

           01 CONT-GROSS           PIC S9(9)V99 COMP-3.
           01 CONT-BACKUP-WH       PIC S9(9)V99 COMP-3.
           01 CONT-NET             PIC S9(9)V99 COMP-3.
           01 CONT-PAY-YEAR        PIC 9(4).
           01 CONT-FOUND-COUNT     PIC 9(6).
           01 CONT-HOLD-REASON     PIC X(18).

           01 CONT-PAID-COUNT      PIC 9(6) VALUE 0.
           01 CONT-HELD-COUNT      PIC 9(6) VALUE 0.
           01 CONT-BACKUP-COUNT    PIC 9(6) VALUE 0.
           01 CONT-PAID-TOTAL      PIC 9(10)V99 VALUE 0.
           01 CONT-BACKUP-TOTAL    PIC 9(10)V99 VALUE 0.

      *    non-USD nets never ride this file at face value: they
      *    divert to the per-currency FXSETL1 conversion run,
      *    exception-style like the pay-by-check preference
           01 PAY-AMOUNT           PIC 9(8)V99.
           01 NONPOS-NET-EDIT      PIC Z(8)9.99-.

      *    balancing-ledger tallies (see BALLEDG): the net read off
      *    PAYDTL and where every dollar of it went - credited,
      *    carded, left for the check run, diverted to the FX
      *    settlement, held as a duplicate, or never payable
           01 BAL-NETIN-COUNT      PIC 9(8) COMP-3 VALUE 0.
           01 BAL-NETIN-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-ACH-COUNT        PIC 9(8) COMP-3 VALUE 0.
           01 BAL-ACH-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-CARD-COUNT       PIC 9(8) COMP-3 VALUE 0.
           01 BAL-CARD-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-CHKDUE-COUNT     PIC 9(8) COMP-3 VALUE 0.
           01 BAL-CHKDUE-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-FX-COUNT         PIC 9(8) COMP-3 VALUE 0.
           01 BAL-FX-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-HELD-COUNT       PIC 9(8) COMP-3 VALUE 0.
           01 BAL-HELD-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-VOID-COUNT       PIC 9(8) COMP-3 VALUE 0.
           01 BAL-VOID-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           01 BAL-NOTPAY-COUNT     PIC 9(8) COMP-3 VALUE 0.
           01 BAL-NOTPAY-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.

           01 RUN-DATE-TEXT        PIC X(21).

       EXEC SQL
               ORDER BY ENO, ACCT_SEQ
           END-EXEC.

           EXEC SQL
               DECLARE ESTCRSR CURSOR FOR
               SELECT ENO, PAYEE_NAME, ROUTING, ACCOUNT_ENC
                 FROM ESTPAYEE
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE CONTCRSR CURSOR FOR
               SELECT C.CID, M.CPTY_NAME, C.TAX_ID, C.ROUTING,
                      C.ACCOUNT_ENC
                 FROM CONTRACT C, CPTYMST M
               WHERE M.CID = C.CID
                 AND M.CPTY_TYPE = 'CONT'
                 AND M.CPTY_STATUS = 'A'
               ORDER BY C.CID
           END-EXEC.

           EXEC SQL
               DECLARE PCRDCRSR CURSOR FOR
               SELECT ENO, CARD_PROGRAM, PROXY_ACCT_ENC
                 FROM PAYCARD
               WHERE STATUS = 'A'
               ORDER BY ENO
           END-EXEC.

       PROCEDURE DIVISION.

       000-MAIN.
               MOVE '0000001' TO BATCH-NO-TEXT
           END-IF.

           DISPLAY "CARD_ISSUER_ID" UPON ENVIRONMENT-NAME.
           ACCEPT CARD-ISSUER-ENV FROM ENVIRONMENT-VALUE.

      *    banking days a prenote waits for a return before the
      *    account goes live
           DISPLAY "ACH_PRENOTE_DAYS" UPON ENVIRONMENT-NAME.
               MOVE PRENOTE-DAYS-TEXT TO PRENOTE-DAYS
           END-IF.

      *    backup withholding percent on contractors with no
      *    taxpayer id, as four digits: 2400 is 24.00
           DISPLAY "CONT_BACKUP_RATE" UPON ENVIRONMENT-NAME.
           ACCEPT CONT-BACKUP-RATE-TEXT FROM ENVIRONMENT-VALUE.
           IF CONT-BACKUP-RATE-TEXT NUMERIC
               MOVE CONT-BACKUP-RATE-DIGITS TO CONT-BACKUP-RATE
           END-IF.

           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF PERIOD-ID-TEXT NOT NUMERIC

           PERFORM 100-LOAD-ACCOUNT-XREF.

           PERFORM 120-LOAD-PAY-CARDS.

           PERFORM 130-LOAD-CHECK-PREFERENCES.

           PERFORM 160-LOAD-ESTATE-PAYEES.

           PERFORM 170-LOAD-CONTRACTORS.

           OPEN INPUT PAY-DETAIL-FILE.
           IF DETAIL-FILE-STATUS NOT = '00'
               DISPLAY 'ACHGEN1 CANNOT OPEN PAYDTL, STATUS: '
               IF EXCEPTION-OPEN
                   CLOSE ACH-EXCEPTION-REPORT
               END-IF
               IF CARD-FILE-OPEN
                   CLOSE CARD-FUNDING-FILE
               END-IF
               MOVE SPACES TO RUN-STATUS-RECORD
               SET RS-EVENT-END TO TRUE
               MOVE 'PAYMENT-FILE' TO RS-STEP
               GO TO 000-CLOSE
           END-IF.

      *    contractor invoices ride the same batch, after the
      *    employees and under the same batch control
           PERFORM 500-PAY-CONTRACTOR-INVOICES.

           PERFORM 400-WRITE-BATCH-CONTROL.

           IF CARD-FILE-OPEN
               PERFORM 410-WRITE-CARD-TRAILER
               CLOSE CARD-FUNDING-FILE
           END-IF.

           CLOSE ACH-PAYMENT-FILE.
           CLOSE PAY-DETAIL-FILE.

           DISPLAY 'ACHGEN1 PRENOTES CLEARED: ' PRENOTE-CLEAR-COUNT.
           DISPLAY 'ACHGEN1 DUPLICATES HELD : ' DUP-BLOCK-COUNT.
           DISPLAY 'ACHGEN1 TO FX SETTLEMENT: ' FX-DIVERT-COUNT.
           DISPLAY 'ACHGEN1 TO ESTATE PAYEES: ' ESTATE-PAID-COUNT.
           DISPLAY 'ACHGEN1 CONTRACTOR PAID : ' CONT-PAID-COUNT.
           DISPLAY 'ACHGEN1 CONTRACTOR HELD : ' CONT-HELD-COUNT.
           DISPLAY 'ACHGEN1 BACKUP WITHHELD : ' CONT-BACKUP-COUNT.
           MOVE CONT-PAID-TOTAL TO CARD-TOTAL-DISP.
           DISPLAY 'ACHGEN1 CONTRACTOR TOTAL: ' CARD-TOTAL-DISP.
           MOVE CONT-BACKUP-TOTAL TO CARD-TOTAL-DISP.
           DISPLAY 'ACHGEN1 BACKUP WH TOTAL : ' CARD-TOTAL-DISP.
           MOVE CARD-LOAD-TOTAL TO CARD-TOTAL-DISP.
           DISPLAY 'ACHGEN1 CARD LOADS      : ' CARD-LOAD-COUNT.
           DISPLAY 'ACHGEN1 CARD LOAD TOTAL : ' CARD-TOTAL-DISP.

           PERFORM 060-ADVANCE-PAY-PERIOD.

           PERFORM 885-POST-BALANCE-TOTALS.

      *    the whole release commits once, registers, prenote
      *    stamps and period advance together, now that the batch
      *    control record proves the file complete
      * 100-LOAD-ACCOUNT-XREF
      * Reads the BANKACCT master into ACCT-XREF-TABLE, decrypting
      * each account number from its at-rest form with the COLKEY
      * key loaded at start-up. An unreadable BANKACCT would pay
      * every direct-deposit employee by check, so it refuses the
      * run.
      *----------------------------------------------------------*
       100-LOAD-ACCOUNT-XREF.
           MOVE SPACES TO CRYPT-KEY

           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 BANKACCT OPEN SQLCODE: ' SQLCODE
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE
           ELSE
               PERFORM 110-FETCH-ACCOUNT-ROW
               PERFORM UNTIL SQLCODE <> 0
                   PERFORM 110-FETCH-ACCOUNT-ROW
               END-PERFORM

               IF SQLCODE <> 100
                   DISPLAY 'ACHGEN1 BANKACCT FETCH SQLCODE: ' SQLCODE
                       ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL
                       CLOSE BACCRSR
                   END-EXEC
                   GO TO 000-CLOSE
               END-IF

               EXEC SQL
                   CLOSE BACCRSR
               END-EXEC
                        :BA-ALLOC-AMOUNT
           END-EXEC.

      *----------------------------------------------------------*
      * 120-LOAD-PAY-CARDS
      * Reads the active PAYCARD enrollments into CARD-XREF-TABLE,
      * decrypting each proxy account under the same COLKEY key.
      * An unreadable PAYCARD would send every card holder down
      * the ACH or check path, so it refuses the run.
      *----------------------------------------------------------*
       120-LOAD-PAY-CARDS.
           MOVE 0 TO CARD-XREF-COUNT
           EXEC SQL
               OPEN PCRDCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 PAYCARD OPEN SQLCODE: ' SQLCODE
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE
           ELSE
               PERFORM 125-FETCH-CARD-ROW
               PERFORM UNTIL SQLCODE <> 0
                   IF CARD-XREF-COUNT >= 500
                       DISPLAY 'ACHGEN1 PAYCARD EXCEEDS THE '
                           'CARD TABLE - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       EXEC SQL
                           CLOSE PCRDCRSR
                       END-EXEC
                       GO TO 000-CLOSE
                   END-IF
                   ADD 1 TO CARD-XREF-COUNT
                   MOVE PC-ENO TO CXT-ENO(CARD-XREF-COUNT)
                   MOVE PC-CARD-PROGRAM
                       TO CXT-PROGRAM(CARD-XREF-COUNT)
                   SET CRYPT-OP-DECRYPT TO TRUE
                   MOVE PC-PROXY-ENC TO CRYPT-BUFFER
                   MOVE 19 TO CRYPT-LENGTH
                   CALL 'COLCRYP1' USING CRYPT-OPERATION,
                       CRYPT-KEY, CRYPT-BUFFER, CRYPT-LENGTH
                   MOVE CRYPT-BUFFER(1:19)
                       TO CXT-PROXY(CARD-XREF-COUNT)
                   PERFORM 125-FETCH-CARD-ROW
               END-PERFORM

               IF SQLCODE <> 100
                   DISPLAY 'ACHGEN1 PAYCARD FETCH SQLCODE: ' SQLCODE
                       ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL
                       CLOSE PCRDCRSR
                   END-EXEC
                   GO TO 000-CLOSE
               END-IF

               EXEC SQL
                   CLOSE PCRDCRSR
               END-EXEC
           END-IF.

       125-FETCH-CARD-ROW.
           EXEC SQL
               FETCH PCRDCRSR
                   INTO :PC-ENO, :PC-CARD-PROGRAM, :PC-PROXY-ENC
           END-EXEC.

       130-LOAD-CHECK-PREFERENCES.
           MOVE 0 TO PREF-COUNT
           OPEN INPUT CHECK-PREF-FILE
                   MOVE CHECK-PREF-LINE(1:4) TO PREF-ENO-TEXT
           END-READ.

      *----------------------------------------------------------*
      * 160-LOAD-ESTATE-PAYEES
      * Reads ESTPAYEE into ESTATE-TABLE, decrypting each payee
      * account under the COLKEY key. A payee past the table's
      * end would see its money go to a dead employee's account,
      * so overflow refuses the run, as does an unreadable table.
      *----------------------------------------------------------*
       160-LOAD-ESTATE-PAYEES.
           MOVE 0 TO ESTATE-COUNT
           EXEC SQL
               OPEN ESTCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 ESTPAYEE OPEN SQLCODE: ' SQLCODE
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE
           ELSE
               PERFORM 165-FETCH-ESTATE-ROW
               PERFORM UNTIL SQLCODE <> 0
                   IF ESTATE-COUNT >= 100
                       DISPLAY 'ACHGEN1 ESTPAYEE EXCEEDS THE '
                           'PAYEE TABLE - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       EXEC SQL
                           CLOSE ESTCRSR
                       END-EXEC
                       GO TO 000-CLOSE
                   END-IF
                   ADD 1 TO ESTATE-COUNT
                   MOVE EP-ENO TO EXT-ENO(ESTATE-COUNT)
                   MOVE EP-PAYEE-NAME TO EXT-NAME(ESTATE-COUNT)
                   MOVE EP-ROUTING TO EXT-ROUTING(ESTATE-COUNT)
                   SET CRYPT-OP-DECRYPT TO TRUE
                   MOVE EP-ACCOUNT-ENC TO CRYPT-BUFFER
                   MOVE 17 TO CRYPT-LENGTH
                   CALL 'COLCRYP1' USING CRYPT-OPERATION,
                       CRYPT-KEY, CRYPT-BUFFER, CRYPT-LENGTH
                   MOVE CRYPT-BUFFER(1:17)
                       TO EXT-ACCOUNT(ESTATE-COUNT)
                   PERFORM 165-FETCH-ESTATE-ROW
               END-PERFORM

               IF SQLCODE <> 100
                   DISPLAY 'ACHGEN1 ESTPAYEE FETCH SQLCODE: ' SQLCODE
                       ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL
                       CLOSE ESTCRSR
                   END-EXEC
                   GO TO 000-CLOSE
               END-IF

               EXEC SQL
                   CLOSE ESTCRSR
               END-EXEC
           END-IF.

       165-FETCH-ESTATE-ROW.
           EXEC SQL
               FETCH ESTCRSR
                   INTO :EP-ENO, :EP-PAYEE-NAME, :EP-ROUTING,
                        :EP-ACCOUNT-ENC
           END-EXEC.

      *----------------------------------------------------------*
      * 170-LOAD-CONTRACTORS
      * Reads the active contractor payees into CONTRACTOR-TABLE,
      * decrypting each account under the COLKEY key. Overflow
      * refuses the run rather than hold the contractors past the
      * table's end as unknown; an unreadable table refuses it
      * too rather than hold every invoice.
      *----------------------------------------------------------*
       170-LOAD-CONTRACTORS.
           MOVE 0 TO CONTRACTOR-COUNT
           EXEC SQL
               OPEN CONTCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 CONTRACT OPEN SQLCODE: ' SQLCODE
                   ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE
           ELSE
               PERFORM 175-FETCH-CONTRACTOR-ROW
               PERFORM UNTIL SQLCODE <> 0
                   IF CONTRACTOR-COUNT >= 200
                       DISPLAY 'ACHGEN1 CONTRACT EXCEEDS THE '
                           'CONTRACTOR TABLE - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       EXEC SQL
                           CLOSE CONTCRSR
                       END-EXEC
                       GO TO 000-CLOSE
                   END-IF
                   ADD 1 TO CONTRACTOR-COUNT
                   MOVE CT-CID TO CTT-CID(CONTRACTOR-COUNT)
                   MOVE CT-NAME TO CTT-NAME(CONTRACTOR-COUNT)
                   MOVE CT-TAX-ID TO CTT-TAX-ID(CONTRACTOR-COUNT)
                   MOVE CT-ROUTING TO CTT-ROUTING(CONTRACTOR-COUNT)
                   SET CRYPT-OP-DECRYPT TO TRUE
                   MOVE CT-ACCOUNT-ENC TO CRYPT-BUFFER
                   MOVE 17 TO CRYPT-LENGTH
                   CALL 'COLCRYP1' USING CRYPT-OPERATION,
                       CRYPT-KEY, CRYPT-BUFFER, CRYPT-LENGTH
                   MOVE CRYPT-BUFFER(1:17)
                       TO CTT-ACCOUNT(CONTRACTOR-COUNT)
                   PERFORM 175-FETCH-CONTRACTOR-ROW
               END-PERFORM

               IF SQLCODE <> 100
                   DISPLAY 'ACHGEN1 CONTRACT FETCH SQLCODE: ' SQLCODE
                       ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL
                       CLOSE CONTCRSR
                   END-EXEC
                   GO TO 000-CLOSE
               END-IF

               EXEC SQL
                   CLOSE CONTCRSR
               END-EXEC
           END-IF.

       175-FETCH-CONTRACTOR-ROW.
           EXEC SQL
               FETCH CONTCRSR
                   INTO :CT-CID, :CT-NAME, :CT-TAX-ID, :CT-ROUTING,
                        :CT-ACCOUNT-ENC
           END-EXEC.

       150-READ-PAY-DETAIL.
           READ PAY-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
           MOVE COMPANY-NAME-ENV TO ABH-COMPANY-NAME
           MOVE COMPANY-ID-ENV TO ABH-COMPANY-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
           MOVE RUN-DATE-INT TO BANK-DAY-INT
           PERFORM 245-TEST-BANKING-DAY
           PERFORM UNTIL IS-BANKING-DAY
               ADD 1 TO BANK-DAY-INT
               PERFORM 245-TEST-BANKING-DAY
           END-PERFORM
           MOVE BANK-DAY-DATE TO ABH-EFF-DATE
           MOVE BATCH-NO-TEXT TO ABH-BATCH-NO
           WRITE ACH-PAYMENT-LINE FROM ACH-BATCH-HEADER.

      *----------------------------------------------------------*
      * 240-COUNT-BANKING-DAYS
      * Banking days elapsed since the prenote was sent: every day
      * after the sent date up to today, weekends and bank
      * holidays skipped. A blank or unparsable sent date
      * counts as no days elapsed, which just holds the account
      * another cycle.
      *----------------------------------------------------------*
           END-IF
           PERFORM UNTIL BANK-DAY-INT >= RUN-DATE-INT
               ADD 1 TO BANK-DAY-INT
               PERFORM 245-TEST-BANKING-DAY
               IF IS-BANKING-DAY
                   ADD 1 TO BANKING-DAYS
               END-IF
           END-PERFORM.
       240-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 245-TEST-BANKING-DAY
      * Is BANK-DAY-INT a banking day? Day numbers from INTEGER-
      * OF-DATE run from a Monday, so MOD 7 of 6 or 0 is a
      * weekend; a weekday is still closed when HOLCAL carries it
      * as a bank holiday. A calendar read error is logged and the
      * day treated as open, the weekday-only rule this had
      * before the calendar existed.
      *----------------------------------------------------------*
       245-TEST-BANKING-DAY.
           MOVE 'N' TO BANK-DAY-SW
           COMPUTE BANK-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(BANK-DAY-INT)
           COMPUTE BANK-DAY-DOW =
               FUNCTION MOD(BANK-DAY-INT, 7)
           IF BANK-DAY-DOW >= 1 AND BANK-DAY-DOW <= 5
               MOVE 0 TO BANK-HOLIDAY-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :BANK-HOLIDAY-COUNT
                       FROM HOLCAL
                       WHERE HOL_DATE = :BANK-DAY-DATE
                         AND BANK_HOLIDAY = 'Y'
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'ACHGEN1 HOLCAL READ SQLCODE: ' SQLCODE
                   MOVE 0 TO BANK-HOLIDAY-COUNT
               END-IF
               IF BANK-HOLIDAY-COUNT = 0
                   SET IS-BANKING-DAY TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 300-WRITE-PAYMENT-ENTRY
      * One '6' entry per split for the employee's net pay, drawn
      * net in sequence order, capped by what is still unallocated,
      * and the remainder account absorbs the rest - including all
      * rounding - so the credits sum exactly to PD-NET-PAY. An
      * employee with no account but an active pay card loads the
      * card instead (370). One with neither, or whose remainder
      * account hasn't cleared prenote, goes to the exception
      * report instead of into the payment file, and so does a
      * record whose net is zero or negative - the '22' entries
      * those from the exception report.
      *----------------------------------------------------------*
       300-WRITE-PAYMENT-ENTRY.
           ADD 1 TO BAL-NETIN-COUNT
           ADD PD-NET-PAY TO BAL-NETIN-TOTAL

           IF PD-NET-PAY NOT > 0
               IF PD-TYPE-VOID
                   ADD 1 TO BAL-VOID-COUNT
                   ADD PD-NET-PAY TO BAL-VOID-TOTAL
               ELSE
                   ADD 1 TO BAL-NOTPAY-COUNT
                   ADD PD-NET-PAY TO BAL-NOTPAY-TOTAL
               END-IF
               ADD 1 TO SKIP-COUNT
               PERFORM 820-WRITE-NONPOSITIVE-EXCEPTION
               GO TO 300-WRITE-EXIT
           IF PD-CURRENCY-CODE NOT = 'USD'
               ADD 1 TO SKIP-COUNT
               ADD 1 TO FX-DIVERT-COUNT
               ADD 1 TO BAL-FX-COUNT
               ADD PD-NET-PAY TO BAL-FX-TOTAL
               PERFORM 850-WRITE-CURRENCY-EXCEPTION
               GO TO 300-WRITE-EXIT
           END-IF
           IF PAYREG-BLOCKED
               ADD 1 TO SKIP-COUNT
               ADD 1 TO DUP-BLOCK-COUNT
               ADD 1 TO BAL-HELD-COUNT
               ADD PD-NET-PAY TO BAL-HELD-TOTAL
               PERFORM 840-WRITE-DUPLICATE-EXCEPTION
               GO TO 300-WRITE-EXIT
           END-IF

      *    a deceased employee's net belongs to the estate payee,
      *    whatever the employee's own payment set-up said
           PERFORM 318-FIND-ESTATE-PAYEE
           IF ESTATE-MATCH-FOUND
               ADD 1 TO BAL-ACH-COUNT
               ADD PD-NET-PAY TO BAL-ACH-TOTAL
               PERFORM 355-WRITE-ESTATE-CREDIT
               PERFORM 307-RECORD-PAYMENT-REGISTER
               GO TO 300-WRITE-EXIT
           END-IF

           PERFORM 315-CHECK-PAY-PREFERENCE
           IF PREF-MATCH-FOUND
               ADD 1 TO SKIP-COUNT
               ADD 1 TO BAL-CHKDUE-COUNT
               ADD PD-NET-PAY TO BAL-CHKDUE-TOTAL
               PERFORM 830-WRITE-PREFERENCE-EXCEPTION
               GO TO 300-WRITE-EXIT
           END-IF

           PERFORM 310-FIND-ACCOUNTS

      *    no bank account: an active pay card takes the net
      *    through the issuer's funding file instead of a check
           IF NOT ACCT-MATCH-FOUND
               PERFORM 317-FIND-PAY-CARD
               IF CARD-MATCH-FOUND
                   ADD 1 TO BAL-CARD-COUNT
                   ADD PD-NET-PAY TO BAL-CARD-TOTAL
                   PERFORM 370-WRITE-CARD-LOAD
                   PERFORM 307-RECORD-PAYMENT-REGISTER
                   GO TO 300-WRITE-EXIT
               END-IF
           END-IF

           IF NOT ACCT-MATCH-FOUND
               ADD 1 TO SKIP-COUNT
               ADD 1 TO BAL-CHKDUE-COUNT
               ADD PD-NET-PAY TO BAL-CHKDUE-TOTAL
               PERFORM 800-WRITE-NO-ACCOUNT-EXCEPTION
               GO TO 300-WRITE-EXIT
           END-IF
           IF ACCT-REMAINDER-IDX = 0
                   OR AXT-PRENOTE(ACCT-REMAINDER-IDX) NOT = 'A'
               ADD 1 TO SKIP-COUNT
               ADD 1 TO BAL-CHKDUE-COUNT
               ADD PD-NET-PAY TO BAL-CHKDUE-TOTAL
               PERFORM 810-WRITE-PRENOTE-EXCEPTION
               GO TO 300-WRITE-EXIT
           END-IF

           ADD 1 TO BAL-ACH-COUNT
           ADD PD-NET-PAY TO BAL-ACH-TOTAL
           MOVE PD-NET-PAY TO SPLIT-REMAINING

           PERFORM VARYING ACCT-XREF-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

       317-FIND-PAY-CARD.
           MOVE 'N' TO CARD-MATCH-SW
           MOVE 0 TO CARD-MATCH-IDX
           PERFORM VARYING CARD-XREF-IDX FROM 1 BY 1
                   UNTIL CARD-XREF-IDX > CARD-XREF-COUNT
               IF CXT-ENO(CARD-XREF-IDX) = PD-EMPLOYEE-NO
                   SET CARD-MATCH-FOUND TO TRUE
                   MOVE CARD-XREF-IDX TO CARD-MATCH-IDX
               END-IF
           END-PERFORM.

       318-FIND-ESTATE-PAYEE.
           MOVE 'N' TO ESTATE-MATCH-SW
           MOVE 0 TO ESTATE-MATCH-IDX
           PERFORM VARYING ESTATE-IDX FROM 1 BY 1
                   UNTIL ESTATE-IDX > ESTATE-COUNT
               IF EXT-ENO(ESTATE-IDX) = PD-EMPLOYEE-NO
                   SET ESTATE-MATCH-FOUND TO TRUE
                   MOVE ESTATE-IDX TO ESTATE-MATCH-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 320-ALLOCATE-ONE-SPLIT
      * One cleared split account's share: its fixed amount, or

           WRITE ACH-PAYMENT-LINE FROM ACH-ENTRY-DETAIL

           MOVE AXT-SEQ(CREDIT-IDX) TO ISSUED-SEQ
           PERFORM 360-RECORD-ISSUED-CREDIT

           ADD 1 TO ENTRY-COUNT
           ADD PAY-AMOUNT TO CREDIT-TOTAL
           MOVE AED-ROUTING(1:8) TO ROUTING-HIGH8
           ADD ROUTING-HIGH8 TO ENTRY-HASH
               ON SIZE ERROR
                   CONTINUE
           END-ADD.

      *----------------------------------------------------------*
      * 355-WRITE-ESTATE-CREDIT
      * One '6' credit of the whole net to the estate payee's
      * account, named for the payee, folded into the batch
      * totals like any other entry.
      *----------------------------------------------------------*
       355-WRITE-ESTATE-CREDIT.
           MOVE '22' TO AED-TRAN-CODE
           MOVE EXT-ROUTING(ESTATE-MATCH-IDX) TO AED-ROUTING
           MOVE EXT-ACCOUNT(ESTATE-MATCH-IDX) TO AED-ACCOUNT

           MOVE PD-NET-PAY TO PAY-AMOUNT
           MOVE PAY-AMOUNT TO AED-AMOUNT
           MOVE SPACES TO AED-INDIVIDUAL-ID
           MOVE PD-EMPLOYEE-NO TO AED-INDIVIDUAL-ID(1:4)
           MOVE EXT-NAME(ESTATE-MATCH-IDX) TO AED-INDIVIDUAL-NAME

           MOVE AED-ROUTING(1:8) TO AED-TRACE-ROUTING
           ADD 1 TO TRACE-SEQ
           MOVE TRACE-SEQ TO AED-TRACE-SEQ

           WRITE ACH-PAYMENT-LINE FROM ACH-ENTRY-DETAIL

           MOVE 0 TO ISSUED-SEQ
           PERFORM 360-RECORD-ISSUED-CREDIT

           ADD 1 TO ENTRY-COUNT
           ADD 1 TO ESTATE-PAID-COUNT
           ADD PAY-AMOUNT TO CREDIT-TOTAL
           MOVE AED-ROUTING(1:8) TO ROUTING-HIGH8
           ADD ROUTING-HIGH8 TO ENTRY-HASH
      *----------------------------------------------------------*
       360-RECORD-ISSUED-CREDIT.
           MOVE PAY-AMOUNT TO ISSUED-AMOUNT
           EXEC SQL
               INSERT INTO ACHISSUED
                   (TRACE_NO, ENO, PERIOD_ID, AMOUNT, ACCT_SEQ,
                   SQLCODE ' TRACE: ' AED-TRACE-NO
           END-IF.

      *----------------------------------------------------------*
      * 370-WRITE-CARD-LOAD
      * One load of the whole net onto the employee's pay card -
      * cards take no splits. The funding file opens with its
      * header on the first load, so a run with no card payees
      * sends the issuer nothing; the load registers on CARDLOAD
      * issued ('I') for CRDACK1 to confirm or fail.
      *----------------------------------------------------------*
       370-WRITE-CARD-LOAD.
           IF NOT CARD-FILE-OPEN
               OPEN OUTPUT CARD-FUNDING-FILE
               SET CARD-FILE-OPEN TO TRUE
               MOVE CARD-ISSUER-ENV TO CFH-ISSUER-ID
               MOVE COMPANY-NAME-ENV TO CFH-COMPANY-NAME
               MOVE RUN-DATE TO CFH-FILE-DATE
               MOVE BATCH-NO-TEXT TO CFH-FILE-ID
               WRITE CARD-FUNDING-LINE FROM CARD-FILE-HEADER
           END-IF

           ADD 1 TO CARD-LOAD-COUNT
           MOVE PD-PERIOD-ID TO CLR-PERIOD-ID
           MOVE PD-EMPLOYEE-NO TO CLR-ENO
           MOVE PD-RECORD-TYPE TO CLR-PAY-TYPE
           MOVE CARD-LOAD-COUNT TO CLR-LOAD-SEQ
           MOVE PD-NET-PAY TO CARD-LOAD-AMOUNT

           MOVE CXT-PROGRAM(CARD-MATCH-IDX) TO CFD-CARD-PROGRAM
           MOVE CXT-PROXY(CARD-MATCH-IDX) TO CFD-PROXY-ACCT
           MOVE CARD-LOAD-AMOUNT TO CFD-AMOUNT
           MOVE CARD-LOAD-REF TO CFD-LOAD-REF
           MOVE PD-EMPLOYEE-NO TO CFD-ENO
           MOVE PD-PERIOD-ID TO CFD-PERIOD-ID
           MOVE PD-EMPLOYEE-NAME TO CFD-NAME
           WRITE CARD-FUNDING-LINE FROM CARD-FILE-DETAIL

           ADD CARD-LOAD-AMOUNT TO CARD-LOAD-TOTAL

           EXEC SQL
               INSERT INTO CARDLOAD
                   (LOAD_REF, ENO, PERIOD_ID, PAY_TYPE, AMOUNT,
                    CARD_PROGRAM, STATUS, LOAD_DATE,
                    CONFIRM_DATE, REASON_CODE)
                   VALUES (:CARD-LOAD-REF, :PD-EMPLOYEE-NO,
                           :PD-PERIOD-ID, :PD-RECORD-TYPE,
                           :CARD-LOAD-AMOUNT, :CFD-CARD-PROGRAM,
                           'I', :RUN-DATE, 0, ' ')
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 CARDLOAD INSERT SQLCODE: '
                   SQLCODE ' REF: ' CARD-LOAD-REF
           END-IF.

      *----------------------------------------------------------*
      * 400-WRITE-BATCH-CONTROL
      * Closes the batch with the entry count, the truncated sum
           MOVE BATCH-NO-TEXT TO ABC-BATCH-NO
           WRITE ACH-PAYMENT-LINE FROM ACH-BATCH-CONTROL.

       410-WRITE-CARD-TRAILER.
           MOVE CARD-LOAD-COUNT TO CFT-LOAD-COUNT
           MOVE CARD-LOAD-TOTAL TO CFT-LOAD-TOTAL
           MOVE CARD-ISSUER-ENV TO CFT-ISSUER-ID
           MOVE BATCH-NO-TEXT TO CFT-FILE-ID
           WRITE CARD-FUNDING-LINE FROM CARD-FILE-TRAILER.

      *----------------------------------------------------------*
      * 500-PAY-CONTRACTOR-INVOICES
      * The contractor pass over CONTINV, when one was supplied:
      * each clean invoice for an active contractor is paid as
      * one credit, the rest are held to the exception report
      * for accounts payable.
      *----------------------------------------------------------*
       500-PAY-CONTRACTOR-INVOICES.
           OPEN INPUT CONTRACT-INVOICE-FILE
           IF INVOICE-FILE-STATUS NOT = '00'
               IF INVOICE-FILE-STATUS = '05'
                   CLOSE CONTRACT-INVOICE-FILE
               END-IF
               GO TO 500-PAY-EXIT
           END-IF

           PERFORM 505-READ-INVOICE
           PERFORM UNTIL INVOICE-EOF
               IF CONTRACT-INVOICE-LINE(1:8) NOT = 'FILETRLR'
                   PERFORM 510-PAY-ONE-INVOICE THRU 510-PAY-EXIT
               END-IF
               PERFORM 505-READ-INVOICE
           END-PERFORM

           CLOSE CONTRACT-INVOICE-FILE.
       500-PAY-EXIT.
           EXIT.

       505-READ-INVOICE.
           READ CONTRACT-INVOICE-FILE INTO CONTRACT-INVOICE-RECORD
               AT END
                   SET INVOICE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 510-PAY-ONE-INVOICE
      * Edits the invoice, finds the contractor, refuses an
      * invoice CONTPAY already shows paid, then takes backup
      * withholding where no taxpayer id is on file and credits
      * the contractor's account with what is left.
      *----------------------------------------------------------*
       510-PAY-ONE-INVOICE.
           IF CIV-CID NOT NUMERIC
                   OR CIV-AMOUNT NOT NUMERIC
                   OR CIV-INVOICE-DATE NOT NUMERIC
                   OR CIV-INVOICE-NO = SPACES
               MOVE 'BAD INVOICE LINE' TO CONT-HOLD-REASON
               PERFORM 860-WRITE-CONTRACTOR-EXCEPTION
               GO TO 510-PAY-EXIT
           END-IF

           MOVE 0 TO CONTRACTOR-MATCH-IDX
           PERFORM VARYING CONTRACTOR-IDX FROM 1 BY 1
                   UNTIL CONTRACTOR-IDX > CONTRACTOR-COUNT
               IF CTT-CID(CONTRACTOR-IDX) = CIV-CID
                   MOVE CONTRACTOR-IDX TO CONTRACTOR-MATCH-IDX
               END-IF
           END-PERFORM
           IF CONTRACTOR-MATCH-IDX = 0
               MOVE 'NO ACTIVE PAYEE' TO CONT-HOLD-REASON
               PERFORM 860-WRITE-CONTRACTOR-EXCEPTION
               GO TO 510-PAY-EXIT
           END-IF

           MOVE 0 TO CONT-FOUND-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :CONT-FOUND-COUNT
                   FROM CONTPAY
                   WHERE CID = :CIV-CID
                     AND INVOICE_NO = :CIV-INVOICE-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 CONTPAY READ SQLCODE: ' SQLCODE
                   ' CID: ' CIV-CID
               MOVE 'REGISTER UNREAD' TO CONT-HOLD-REASON
               PERFORM 860-WRITE-CONTRACTOR-EXCEPTION
               GO TO 510-PAY-EXIT
           END-IF
           IF CONT-FOUND-COUNT > 0
               MOVE 'ALREADY PAID' TO CONT-HOLD-REASON
               PERFORM 860-WRITE-CONTRACTOR-EXCEPTION
               GO TO 510-PAY-EXIT
           END-IF

           MOVE CIV-AMOUNT TO CONT-GROSS
           MOVE 0 TO CONT-BACKUP-WH
           IF CTT-TAX-ID(CONTRACTOR-MATCH-IDX) = SPACES
               COMPUTE CONT-BACKUP-WH ROUNDED =
                   CONT-GROSS * CONT-BACKUP-RATE / 100
           END-IF
           COMPUTE CONT-NET = CONT-GROSS - CONT-BACKUP-WH

           IF CONT-NET NOT > 0
               MOVE 'NET NOT POSITIVE' TO CONT-HOLD-REASON
               PERFORM 860-WRITE-CONTRACTOR-EXCEPTION
               GO TO 510-PAY-EXIT
           END-IF

           PERFORM 520-WRITE-CONTRACTOR-CREDIT
           PERFORM 530-RECORD-CONTRACTOR-PAYMENT.
       510-PAY-EXIT.
           EXIT.

       520-WRITE-CONTRACTOR-CREDIT.
           MOVE '22' TO AED-TRAN-CODE
           MOVE CTT-ROUTING(CONTRACTOR-MATCH-IDX) TO AED-ROUTING
           MOVE CTT-ACCOUNT(CONTRACTOR-MATCH-IDX) TO AED-ACCOUNT

           MOVE CONT-NET TO PAY-AMOUNT
           MOVE PAY-AMOUNT TO AED-AMOUNT
           MOVE SPACES TO AED-INDIVIDUAL-ID
           MOVE CIV-CID TO AED-INDIVIDUAL-ID(1:12)
           MOVE CTT-NAME(CONTRACTOR-MATCH-IDX)
               TO AED-INDIVIDUAL-NAME

           MOVE AED-ROUTING(1:8) TO AED-TRACE-ROUTING
           ADD 1 TO TRACE-SEQ
           MOVE TRACE-SEQ TO AED-TRACE-SEQ

           WRITE ACH-PAYMENT-LINE FROM ACH-ENTRY-DETAIL

           ADD 1 TO ENTRY-COUNT
           ADD 1 TO CONT-PAID-COUNT
           ADD PAY-AMOUNT TO CREDIT-TOTAL
           ADD PAY-AMOUNT TO CONT-PAID-TOTAL
           IF CONT-BACKUP-WH > 0
               ADD 1 TO CONT-BACKUP-COUNT
               ADD CONT-BACKUP-WH TO CONT-BACKUP-TOTAL
           END-IF
           MOVE AED-ROUTING(1:8) TO ROUTING-HIGH8
           ADD ROUTING-HIGH8 TO ENTRY-HASH
               ON SIZE ERROR
                   CONTINUE
           END-ADD.

      *----------------------------------------------------------*
      * 530-RECORD-CONTRACTOR-PAYMENT
      * The CONTPAY register row for the invoice, under the
      * entry's trace number, and the contractor's year-to-date
      * for the calendar year the credit settles in - gross paid,
      * backup withheld and the taxpayer id it was paid under.
      *----------------------------------------------------------*
       530-RECORD-CONTRACTOR-PAYMENT.
           MOVE CTT-TAX-ID(CONTRACTOR-MATCH-IDX) TO CT-TAX-ID
           MOVE ABH-EFF-DATE(1:4) TO CONT-PAY-YEAR

           EXEC SQL
               INSERT INTO CONTPAY
                   (CID, INVOICE_NO, INVOICE_DATE, PERIOD_ID,
                    GROSS_AMOUNT, BACKUP_WH, NET_AMOUNT,
                    TRACE_NO, PAY_DATE)
                   VALUES (:CIV-CID, :CIV-INVOICE-NO,
                           :CIV-INVOICE-DATE, :PER-CTL-PERIOD,
                           :CONT-GROSS, :CONT-BACKUP-WH,
                           :CONT-NET, :AED-TRACE-NO,
                           :ABH-EFF-DATE)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 CONTPAY INSERT SQLCODE: ' SQLCODE
                   ' CID: ' CIV-CID ' INVOICE: ' CIV-INVOICE-NO
           END-IF

           EXEC SQL
               UPDATE CONTYTD
                   SET GROSS_PAID = GROSS_PAID + :CONT-GROSS,
                       BACKUP_WH = BACKUP_WH + :CONT-BACKUP-WH,
                       PAYMENT_COUNT = PAYMENT_COUNT + 1,
                       TAX_ID = :CT-TAX-ID
                   WHERE TAX_YEAR = :CONT-PAY-YEAR
                     AND CID = :CIV-CID
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CONTYTD
                       (TAX_YEAR, CID, TAX_ID, GROSS_PAID,
                        BACKUP_WH, PAYMENT_COUNT)
                       VALUES (:CONT-PAY-YEAR, :CIV-CID,
                               :CT-TAX-ID, :CONT-GROSS,
                               :CONT-BACKUP-WH, 1)
               END-EXEC
           END-IF
           IF SQLCODE <> 0
               DISPLAY 'ACHGEN1 CONTYTD UPDATE SQLCODE: ' SQLCODE
                   ' CID: ' CIV-CID
           END-IF.

       800-WRITE-NO-ACCOUNT-EXCEPTION.
           IF NOT EXCEPTION-OPEN
               OPEN OUTPUT ACH-EXCEPTION-REPORT
               INTO ACH-EXCEPTION-LINE
           WRITE ACH-EXCEPTION-LINE.

       860-WRITE-CONTRACTOR-EXCEPTION.
           IF NOT EXCEPTION-OPEN
               OPEN OUTPUT ACH-EXCEPTION-REPORT
               SET EXCEPTION-OPEN TO TRUE
           END-IF

           ADD 1 TO CONT-HELD-COUNT
           MOVE SPACES TO ACH-EXCEPTION-LINE
           STRING 'CONTRACTOR HELD: CID=' DELIMITED BY SIZE
                  CONTRACT-INVOICE-LINE(1:12) DELIMITED BY SIZE
                  ' INV=' DELIMITED BY SIZE
                  CONTRACT-INVOICE-LINE(13:15) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CONT-HOLD-REASON DELIMITED BY SIZE
               INTO ACH-EXCEPTION-LINE
           WRITE ACH-EXCEPTION-LINE.

       820-WRITE-NONPOSITIVE-EXCEPTION.
           IF NOT EXCEPTION-OPEN
               OPEN OUTPUT ACH-EXCEPTION-REPORT
                   SET OPCTL-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 885-POST-BALANCE-TOTALS
      * The release's disposition of the period net into the
      * balancing ledger (see BALLEDG): the net read, each way it
      * left or stayed behind, and the contractor credits that
      * ride the same batch outside payroll - so the balancing
      * job can tie the net to the journal and the ACH file to
      * positive pay, and explain what was not paid.
      *----------------------------------------------------------*
       885-POST-BALANCE-TOTALS.
           MOVE SPACES TO BALANCE-LEDGER-RECORD
           MOVE PERIOD-ID-TEXT TO BL-PERIOD-ID
           MOVE 'NETIN' TO BL-MEASURE
           MOVE BAL-NETIN-COUNT TO BL-COUNT
           MOVE BAL-NETIN-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'ACH' TO BL-MEASURE
           MOVE BAL-ACH-COUNT TO BL-COUNT
           MOVE BAL-ACH-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'CARD' TO BL-MEASURE
           MOVE BAL-CARD-COUNT TO BL-COUNT
           MOVE BAL-CARD-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'CHECKDUE' TO BL-MEASURE
           MOVE BAL-CHKDUE-COUNT TO BL-COUNT
           MOVE BAL-CHKDUE-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'FXDIVERT' TO BL-MEASURE
           MOVE BAL-FX-COUNT TO BL-COUNT
           MOVE BAL-FX-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'HELD' TO BL-MEASURE
           MOVE BAL-HELD-COUNT TO BL-COUNT
           MOVE BAL-HELD-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'VOID' TO BL-MEASURE
           MOVE BAL-VOID-COUNT TO BL-COUNT
           MOVE BAL-VOID-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'NOTPAY' TO BL-MEASURE
           MOVE BAL-NOTPAY-COUNT TO BL-COUNT
           MOVE BAL-NOTPAY-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER

           MOVE 'CONTRACT' TO BL-MEASURE
           MOVE CONT-PAID-COUNT TO BL-COUNT
           MOVE CONT-PAID-TOTAL TO BL-AMOUNT
           PERFORM 985-POST-BALANCE-LEDGER.

      *----------------------------------------------------------*
      * 980-WRITE-RUN-STATUS
      * Appends one shared run-status record (see RUNSTAT) for the
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.

      *----------------------------------------------------------*
      * 985-POST-BALANCE-LEDGER
      * Appends one balancing-ledger record (see BALLEDG) for the
      * BALCHK1 balancing job; the caller has filled BL-PERIOD-ID,
      * BL-MEASURE, BL-COUNT and BL-AMOUNT.
      *----------------------------------------------------------*
       985-POST-BALANCE-LEDGER.
           MOVE FUNCTION CURRENT-DATE(1:16) TO BL-TS
           MOVE 'ACHGEN1' TO BL-PROGRAM
           OPEN EXTEND BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-FILE-STATUS = '00'
                   OR BALANCE-LEDGER-FILE-STATUS = '05'
               WRITE BALANCE-LEDGER-LINE FROM BALANCE-LEDGER-RECORD
               CLOSE BALANCE-LEDGER-FILE
           END-IF.
