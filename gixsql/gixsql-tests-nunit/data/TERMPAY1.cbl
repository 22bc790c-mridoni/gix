      * closes the garnishment orders, writes the package as an
      * off-cycle payment under this run's own calendar entry, and
      * only then moves the status to 'TE' so the ARCHIVE1 clock
      * starts with the money already settled. An employee
      * EMPMNT1 recorded deceased ('DC') is paid the same package
      * but as the estate's money: no income tax is withheld, the
      * pay carries the 'EST' earnings line the year-end file
      * reports it by, and ACHGEN1 credits the ESTPAYEE payee's
      * account rather than the employee's own. The reason must
      * be on the TERMRSN master and the line says whether the
      * loss is regretted and whether the leaver may be rehired;
      * the row image the termination closes files on EMPHIST
      * with all four for TURNRPT1. Suspense reasons:
      *   R002 ENO not numeric        R670 term date not valid
      *   R671 final hours not numeric
      *   R120 reason not on TERMRSN  R015 flag not Y/N
      *   R102 ENO not on EMPTABLE    R672 employee already 'TE'
      *   R875 employee deceased but no estate payee on file
      *----------------------------------------------------------*
           01 TERM-TRANS-RECORD.
               05 TTR-ENO          PIC 9(04).
               05 TTR-REASON       PIC X(03).
                   88 TTR-REASON-RIF VALUE 'RIF'.
               05 TTR-FINAL-HOURS  PIC 9(03)V99.
               05 TTR-REGRETTED    PIC X(01).
                   88 TTR-REGRET-VALID  VALUE 'Y' 'N'.
               05 TTR-REHIRE-ELIG  PIC X(01).
                   88 TTR-REHIRE-VALID  VALUE 'Y' 'N'.
               05 FILLER           PIC X(58).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DEPT-DIGITS          PIC X(3).
           01 SAV-STATUS-CODE      PIC X(2).

      *    the estate payee of a deceased employee (see EMPMNT1)
           01 DECEDENT-SW          PIC X VALUE 'N'.
               88 DECEDENT         VALUE 'Y'.
           01 DEATH-DATE           PIC 9(8).
           01 ESTATE-PAYEE-NAME    PIC X(25).

      *    the EMPHIST image the termination closes (see EMPMNT1)
           01 TERM-RSN-COUNT       PIC 9(6).
           01 HIST-EFF-FROM        PIC X(16).
           01 HIST-EFF-TO          PIC X(16).
           01 HIST-FROM-IND        PIC S9(4) COMP.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 AMOUNT-EDIT          PIC Z(8)9.99.
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               MOVE 0 TO TERM-RSN-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :TERM-RSN-COUNT
                       FROM TERMRSN
                       WHERE REASON_CODE = :TTR-REASON
               END-EXEC
               IF TERM-RSN-COUNT = 0
                   MOVE 'R120' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
                   AND (NOT TTR-REGRET-VALID
                        OR NOT TTR-REHIRE-VALID)
               MOVE 'R015' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               EXEC SQL
                   SELECT LNAME, FNAME, STREET, CITY, ST, ZIP,
                          DEPT, PAYRATE, COM, CURRENCY_CODE,
                          COMPANY, MISCDATA
                       INTO :LNAME, :FNAME, :STREET, :CITY, :ST,
                            :ZIP, :DEPT, :PAYRATE, :COM,
                            :CURRENCY-CODE, :COMPANY-CODE,
                            :MISCDATA
                       FROM EMPTABLE
           IF TRANS-VALID AND MISC-STATUS-CODE = 'TE'
               MOVE 'R672' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           MOVE 'N' TO DECEDENT-SW
           IF TRANS-VALID AND MISC-STATUS-CODE = 'DC'
               EXEC SQL
                   SELECT DEATH_DATE, PAYEE_NAME
                       INTO :DEATH-DATE, :ESTATE-PAYEE-NAME
                       FROM ESTPAYEE
                       WHERE ENO = :TTR-ENO
               END-EXEC
               IF SQLCODE = 0
                   SET DECEDENT TO TRUE
               ELSE
                   MOVE 'R875' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
           COMPUTE GROSS-PAY =
               FINAL-HOURS-PAY + PTO-PAYOUT + SEVERANCE-PAY

           PERFORM 460-COMPUTE-WITHHOLDING THRU 460-COMPUTE-EXIT.

       460-COMPUTE-WITHHOLDING.
           MOVE GROSS-PAY TO GROSS-FOR-TAX
           MOVE 0 TO TAX-AMOUNT
           MOVE 0 TO FED-TAX-AMOUNT

      *    pay owed at death is the estate's, not wages subject to
      *    income tax withholding
           IF DECEDENT
               MOVE GROSS-PAY TO NET-PAY
               GO TO 460-COMPUTE-EXIT
           END-IF

           EXEC SQL
               OPEN TPBRKT

           COMPUTE NET-PAY =
               GROSS-PAY - TAX-AMOUNT - FED-TAX-AMOUNT.
       460-COMPUTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-STOP-DEDUCTIONS-AND-ORDERS
           MOVE NET-PAY TO PD-TAXABLE-PAY
           MOVE NET-PAY TO PD-NET-PAY

           IF DECEDENT
               MOVE 1 TO PD-EARN-COUNT
               MOVE 'EST' TO PD-EARN-CODE(1)
               MOVE TTR-FINAL-HOURS TO PD-EARN-HOURS(1)
               MOVE GROSS-PAY TO PD-EARN-AMOUNT(1)
           END-IF

           WRITE PAY-DETAIL-LINE FROM PAY-DETAIL-RECORD
           WRITE PAY-HISTORY-LINE FROM PAY-DETAIL-RECORD

      * 600-ADVANCE-STATUS
      * The money settled first; now the status moves to 'TE' and
      * the event audits as TERMINATE, which is what starts the
      * archive lifecycle clock. A decedent closes out the same
      * way from 'DC' - the ESTPAYEE row stays as the record of
      * the death.
      *----------------------------------------------------------*
       600-ADVANCE-STATUS.
           MOVE MISC-STATUS-CODE TO SAV-STATUS-CODE
               GO TO 600-ADVANCE-EXIT
           END-IF

      *    the image the termination closed, status as it stood
           MOVE SAV-STATUS-CODE TO MISC-STATUS-CODE
           PERFORM 620-WRITE-EMPHIST-ROW
           MOVE 'TE' TO MISC-STATUS-CODE

           EXEC SQL
               INSERT INTO EMPTABLE_AUDIT
                   (ENO, AUDIT_ACTION, CHANGED_FIELD, OLD_VALUE,
           END-EXEC
           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'TERMPAY1 AUDIT INSERT SQLCODE: ' SQLCODE
           END-IF

      *    the leaver's budgeted position opens for the next hire
           EXEC SQL
               UPDATE POSCTL
                   SET FILL_STATUS = 'V',
                       ENO = 0
                   WHERE ENO = :TTR-ENO
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'TERMPAY1 POSITION VACATE SQLCODE: ' SQLCODE
                   ' ENO: ' TTR-ENO
           END-IF.
       600-ADVANCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 620-WRITE-EMPHIST-ROW
      * The pre-termination row image files on EMPHIST with the
      * span-tiling convention the maintenance job uses, carrying
      * the termination's reason, date and regretted-loss and
      * rehire-eligible flags for the turnover analysis.
      *----------------------------------------------------------*
       620-WRITE-EMPHIST-ROW.
           MOVE SPACES TO HIST-EFF-FROM
           MOVE 0 TO HIST-FROM-IND
           EXEC SQL
               SELECT MAX(EFF_TO_TS) INTO :HIST-EFF-FROM
                       :HIST-FROM-IND
                   FROM EMPHIST
                   WHERE ENO = :TTR-ENO
           END-EXEC
           IF HIST-FROM-IND < 0 OR HIST-EFF-FROM = SPACES
               MOVE ALL '0' TO HIST-EFF-FROM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO HIST-EFF-TO

           MOVE TTR-ENO TO ENO
           EXEC SQL
               INSERT INTO EMPHIST
                   (ENO, LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                    PAYRATE, COM, CURRENCY_CODE, COMPANY, MISCDATA,
                    EFF_FROM_TS, EFF_TO_TS, TERM_REASON, TERM_DATE,
                    REGRET_FLAG, REHIRE_ELIG)
                   VALUES (:ENO, :LNAME, :FNAME, :STREET, :CITY,
                           :ST, :ZIP, :DEPT, :PAYRATE, :COM,
                           :CURRENCY-CODE, :COMPANY-CODE,
                           :MISCDATA, :HIST-EFF-FROM, :HIST-EFF-TO,
                           :TTR-REASON, :TTR-TERM-DATE,
                           :TTR-REGRETTED, :TTR-REHIRE-ELIG)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'TERMPAY1 EMPHIST INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' TTR-ENO
           END-IF.

       650-WRITE-REGISTER-LINE.
           MOVE SPACES TO TERM-REGISTER-LINE
           MOVE GROSS-PAY TO AMOUNT-EDIT
                  ' GROSS=' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
               INTO TERM-REGISTER-LINE
           IF DECEDENT
               STRING ' PAYEE=' DELIMITED BY SIZE
                      ESTATE-PAYEE-NAME DELIMITED BY SIZE
                   INTO TERM-REGISTER-LINE(100:33)
           END-IF
           MOVE PTO-PAYOUT TO AMOUNT-EDIT
           STRING ' PTO=' DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
