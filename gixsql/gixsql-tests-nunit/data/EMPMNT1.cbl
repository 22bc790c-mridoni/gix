           01 EMP-EXISTS-COUNT     PIC 9(6).
           01 DEPT-EXISTS-COUNT    PIC 9(6).

      *    job code assignment (see JOBMNT1): the JOBCODE master
      *    check, and the job the employee held before the apply
           01 JOB-EXISTS-COUNT     PIC 9(6).
           01 CUR-JOB-CODE         PIC X(4).

      *    position control (see POSMNT1): the budgeted position
      *    an add or rehire fills, or a change keeps or moves to
           01 POS-NUMBER           PIC 9(5).
           01 POS-DEPT             PIC X(4).
           01 POS-JOB-CODE         PIC X(4).
           01 POS-FILL-STATUS      PIC X(1).
               88 POS-FILLED       VALUE 'F'.
           01 POS-HOLDER-ENO       PIC 9(4).
           01 POS-EMP-JOB          PIC X(4).

      *    union contract-rate guardrail work fields (see UNMNT1)
           01 UNION-CONTRACT       PIC X(8).
           01 UNION-STEP-COUNT     PIC 9(6).

      *----------------------------------------------------------*
      * four-eyes control: three designated high-risk changes park
      * on the DUALCTL pending-approval store instead of applying
      * - a 'C' moving PAYRATE by more than DUAL_RATE_PCT percent,
      * a 'D' of a still-active employee, and every 'X' death
      * with its payee account. Items a second operator approved
      * through DUALAPP1 apply at the top of the next run; the
      * applier never re-parks them.
      *----------------------------------------------------------*
           01 APPLYING-PENDING-SW  PIC X VALUE 'N'.
               88 APPLYING-PENDING VALUE 'Y'.
           01 RATE-SWING-PCT       PIC S9(5)V99 COMP-3.
           01 CUR-RATE-DISP        PIC Z(10)9.99.

      *----------------------------------------------------------*
      * deceased processing: an 'X' parks for approval like any
      * other change that redirects money, then moves the status
      * to 'DC', records the estate or beneficiary payee on
      * ESTPAYEE (account encrypted at rest, as BANKACCT holds
      * it), and cancels the deductions, benefits and orders that
      * would otherwise come out of the final pay. Suspense
      * reasons: R870 date of death not valid, R871 payee name,
      * kind or taxpayer id missing, R872 payee bank routing or
      * account not valid, R873 employee already terminated or
      * recorded deceased.
      *----------------------------------------------------------*
           01 DEATH-DATE-PARTS.
               05 DEATH-YYYY       PIC 9(4).
               05 DEATH-MM         PIC 9(2).
               05 DEATH-DD         PIC 9(2).
           01 ENC-PAYEE-ACCOUNT    PIC X(17).
           01 ESTATE-PAYEE-COUNT   PIC 9(6).

      *    ABA check-digit work, the BANKMNT1 rule: 3-7-1 weights
      *    over the nine digits must sum to a multiple of ten
           01 ABA-IDX              PIC 9(2) COMP.
           01 ABA-DIGIT            PIC 9(1).
           01 ABA-WEIGHT           PIC 9(1).
           01 ABA-SUM              PIC 9(4) COMP-3.
           01 ABA-REMAINDER        PIC 9(4) COMP-3.
           01 ABA-OK-SW            PIC X.
               88 ABA-OK           VALUE 'Y'.

      *    salary band guardrail work fields (see SALBAND1): the
      *    transaction's rate is converted to USD through CURRRATES
      *    and held to the department's band
           01 HIST-EFF-TO          PIC X(16).
           01 HIST-FROM-IND        PIC S9(4) COMP.

      *    termination particulars a 'D' of a still-employed person
      *    files on its EMPHIST image for TURNRPT1; blank on every
      *    other image, and on the purge of a row TERMPAY1 already
      *    terminated (it filed them itself)
           01 TERM-RECORDED-SW     PIC X VALUE 'N'.
               88 TERM-RECORDED    VALUE 'Y'.
           01 HIST-TERM-REASON     PIC X(3).
           01 HIST-TERM-DATE       PIC 9(8).
           01 HIST-REGRET-FLAG     PIC X(1).
           01 HIST-REHIRE-ELIG     PIC X(1).
           01 TERM-RSN-COUNT       PIC 9(6).

           01 OLD-PAYRATE-DISP     PIC Z(10)9.99.
           01 NEW-PAYRATE-DISP     PIC Z(10)9.99.
           01 OLD-COM-DISP         PIC 9.99.
                    COMPANY        CHAR(3),
                    MISCDATA       CHAR(128),
                    EFF_FROM_TS    CHAR(16)      NOT NULL,
                    EFF_TO_TS      CHAR(16)      NOT NULL,
                    TERM_REASON    CHAR(3),
                    TERM_DATE      DECIMAL(8,0),
                    REGRET_FLAG    CHAR(1),
                    REHIRE_ELIG    CHAR(1))
           END-EXEC.

      *  termination reason master (see TRSNMNT1)
           EXEC SQL
               DECLARE TABLE TERMRSN
                   (REASON_CODE    CHAR(3)       NOT NULL,
                    DESCRIPTION    CHAR(30)      NOT NULL,
                    CATEGORY       CHAR(1)       NOT NULL)
           END-EXEC.

           EXEC SQL
                    STATUS         CHAR(1)       NOT NULL)
           END-EXEC.

      *  each employee's current job code on the JOBCODE master
           EXEC SQL
               DECLARE TABLE EMPJOB
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    JOB_CODE       CHAR(4)       NOT NULL)
           END-EXEC.

      *  budgeted positions, filled and vacated here as employees
      *  come and go
           EXEC SQL
               DECLARE TABLE POSCTL
                   (POSITION_NO    DECIMAL(5,0)  NOT NULL,
                    DEPT           CHAR(4)       NOT NULL,
                    JOB_CODE       CHAR(4)       NOT NULL,
                    BUDGET_FTE     DECIMAL(3,2)  NOT NULL,
                    FILL_STATUS    CHAR(1)       NOT NULL,
                    ENO            DECIMAL(4,0)  NOT NULL)
           END-EXEC.

      *  one row per deceased employee: the date of death and the
      *  estate ('E') or beneficiary ('B') payee final pay goes to
      *  - ACHGEN1 credits this account instead of the employee's
      *  own, and YEFILE1 reports the payments to the payee's
      *  taxpayer id
           EXEC SQL
               DECLARE TABLE ESTPAYEE
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    DEATH_DATE     DECIMAL(8,0)  NOT NULL,
                    PAYEE_NAME     CHAR(25)      NOT NULL,
                    PAYEE_TYPE     CHAR(1)       NOT NULL,
                    PAYEE_TIN      CHAR(9)       NOT NULL,
                    ROUTING        CHAR(9)       NOT NULL,
                    ACCOUNT_ENC    CHAR(17)      NOT NULL,
                    RECORDED_DATE  DECIMAL(8,0)  NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.
                       PERFORM 550-APPLY-LEAVE
                   WHEN ETR-ACTION-RETURN
                       PERFORM 560-APPLY-RETURN
                   WHEN ETR-ACTION-DECEASED
                       PERFORM 570-APPLY-DECEASED
                           THRU 570-APPLY-DECEASED-EX
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
                   AND NOT ETR-ACTION-REHIRE
                   AND NOT ETR-ACTION-LEAVE
                   AND NOT ETR-ACTION-RETURN
                   AND NOT ETR-ACTION-DECEASED
               PERFORM 490-FAIL-R001
           END-IF

               PERFORM 430-EDIT-DEPT-REFERENCE
           END-IF

           IF TRANS-VALID
                   AND (ETR-ACTION-ADD OR ETR-ACTION-CHANGE
                        OR ETR-ACTION-REHIRE)
               PERFORM 435-EDIT-JOB-CODE
           END-IF

           IF TRANS-VALID
                   AND (ETR-ACTION-ADD OR ETR-ACTION-CHANGE
                        OR ETR-ACTION-REHIRE)
               PERFORM 437-EDIT-POSITION THRU 437-EDIT-POSITION-EXIT
           END-IF

           IF TRANS-VALID
                   AND (ETR-ACTION-ADD OR ETR-ACTION-CHANGE
                        OR ETR-ACTION-REHIRE)
               PERFORM 460-EDIT-LEAVE-FIELDS
           END-IF

           IF TRANS-VALID AND ETR-ACTION-DECEASED
               PERFORM 465-EDIT-DECEASED-FIELDS
           END-IF

           MOVE 'N' TO TERM-RECORDED-SW
           IF TRANS-VALID AND ETR-ACTION-DELETE
               PERFORM 467-EDIT-TERM-FIELDS THRU 467-EDIT-TERM-EXIT
           END-IF

           IF TRANS-VALID
               PERFORM 420-EDIT-EXISTENCE
           END-IF.
               MOVE 'N' TO TRANS-VALID-SW
           END-IF.

      *----------------------------------------------------------*
      * 465-EDIT-DECEASED-FIELDS
      * A death needs a real date no later than today, a named
      * payee of a recognized kind with its taxpayer id for the
      * year-end reporting, and a bank account that passes the
      * same routing check BANKMNT1 holds employee accounts to.
      *----------------------------------------------------------*
       465-EDIT-DECEASED-FIELDS.
           IF ETR-DEATH-DATE NOT NUMERIC
               MOVE 'R870' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               MOVE ETR-DEATH-DATE TO DEATH-DATE-PARTS
               IF DEATH-MM < 01 OR DEATH-MM > 12
                       OR DEATH-DD < 01 OR DEATH-DD > 31
                       OR DEATH-YYYY < 1900
                       OR ETR-DEATH-DATE > RUN-DATE
                   MOVE 'R870' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
                   AND (ETR-PAYEE-NAME = SPACES
                        OR ETR-PAYEE-TIN NOT NUMERIC
                        OR (NOT ETR-PAYEE-ESTATE
                            AND NOT ETR-PAYEE-BENEFICIARY))
               MOVE 'R871' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF ETR-PAYEE-ROUTING NOT NUMERIC
                       OR ETR-PAYEE-ACCOUNT = SPACES
                   MOVE 'R872' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   PERFORM 466-CHECK-ROUTING-DIGIT
                   IF NOT ABA-OK
                       MOVE 'R872' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       466-CHECK-ROUTING-DIGIT.
           MOVE 0 TO ABA-SUM
           PERFORM VARYING ABA-IDX FROM 1 BY 1
                   UNTIL ABA-IDX > 9
               MOVE ETR-PAYEE-ROUTING(ABA-IDX:1) TO ABA-DIGIT
               EVALUATE FUNCTION MOD(ABA-IDX, 3)
                   WHEN 1
                       MOVE 3 TO ABA-WEIGHT
                   WHEN 2
                       MOVE 7 TO ABA-WEIGHT
                   WHEN OTHER
                       MOVE 1 TO ABA-WEIGHT
               END-EVALUATE
               COMPUTE ABA-SUM = ABA-SUM + (ABA-DIGIT * ABA-WEIGHT)
           END-PERFORM

           COMPUTE ABA-REMAINDER = FUNCTION MOD(ABA-SUM, 10)
           IF ABA-REMAINDER = 0
               MOVE 'Y' TO ABA-OK-SW
           ELSE
               MOVE 'N' TO ABA-OK-SW
           END-IF.

      *----------------------------------------------------------*
      * 467-EDIT-TERM-FIELDS
      * A delete of someone still employed is a termination and
      * must say why, when and on what terms the person left:
      * R120 reason blank or not on TERMRSN, R014 termination
      * date not valid, R015 regretted-loss or rehire-eligible
      * flag not Y/N. A delete of a row already at 'TE' is only
      * the purge of a leaver TERMPAY1 recorded, and a key not on
      * EMPTABLE is left for the existence edit to reject.
      *----------------------------------------------------------*
       467-EDIT-TERM-FIELDS.
           MOVE SPACES TO CUR-MISCDATA-WK
           EXEC SQL
               SELECT MISCDATA INTO :CUR-MISCDATA-WK
                   FROM EMPTABLE
                   WHERE ENO = :ETR-ENO
           END-EXEC
           IF SQLCODE <> 0
               GO TO 467-EDIT-TERM-EXIT
           END-IF
           IF CUR-MISCDATA-WK(9:2) = 'TE'
               GO TO 467-EDIT-TERM-EXIT
           END-IF

           MOVE 0 TO TERM-RSN-COUNT
           IF ETR-TERM-REASON NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :TERM-RSN-COUNT
                       FROM TERMRSN
                       WHERE REASON_CODE = :ETR-TERM-REASON
               END-EXEC
           END-IF
           IF TERM-RSN-COUNT = 0
               MOVE 'R120' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               GO TO 467-EDIT-TERM-EXIT
           END-IF

           IF ETR-TERM-DATE NOT NUMERIC
               MOVE 'R014' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               GO TO 467-EDIT-TERM-EXIT
           END-IF
           IF ETR-TERM-MM < 01 OR ETR-TERM-MM > 12
                   OR ETR-TERM-DD < 01 OR ETR-TERM-DD > 31
                   OR ETR-TERM-YYYY < 1900
               MOVE 'R014' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               GO TO 467-EDIT-TERM-EXIT
           END-IF

           IF NOT ETR-REGRET-VALID OR NOT ETR-REHIRE-VALID
               MOVE 'R015' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               GO TO 467-EDIT-TERM-EXIT
           END-IF

           SET TERM-RECORDED TO TRUE.
       467-EDIT-TERM-EXIT.
           EXIT.

       410-EDIT-FIELD-CONTENT.
           IF ETR-LNAME = SPACES
               MOVE 'R003' TO EDIT-REASON
               SELECT COUNT(*) INTO :DEPT-EXISTS-COUNT
                   FROM DEPTTBL
                   WHERE DEPT = :ETR-DEPT
                     AND (DEPT_STATUS IS NULL OR DEPT_STATUS <> 'R')
           END-EXEC

           IF SQLCODE < 0
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 435-EDIT-JOB-CODE
      * An add or rehire must name a job on the JOBCODE master
      * (maintained by JOBMNT1) - the job's FLSA exemption decides
      * whether the overtime rules apply to the employee. A change
      * with the job code blank keeps the job already held; one
      * that names a job is held to the master the same way.
      *----------------------------------------------------------*
       435-EDIT-JOB-CODE.
           IF ETR-JOB-CODE = SPACES
               IF NOT ETR-ACTION-CHANGE
                   MOVE 'R116' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           ELSE
               MOVE 0 TO JOB-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :JOB-EXISTS-COUNT
                       FROM JOBCODE
                       WHERE JOB_CODE = :ETR-JOB-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
                   DISPLAY 'EMPMNT1 JOB CODE CHECK SQLCODE: ' SQLCODE
               ELSE
                   IF JOB-EXISTS-COUNT = 0
                       MOVE 'R116' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 437-EDIT-POSITION
      * Headcount control: an add or rehire must name a POSCTL
      * position (maintained by POSMNT1) that is open, in the
      * transaction's department and for its job (R117 no such
      * position, R118 already filled by someone else, R119
      * department or job differ). A change naming a position is
      * held to the same edits; a change naming none is held to
      * the position the employee already fills, so a department
      * or job move has to bring its position with it. An
      * employee holding no position yet passes a change as is.
      *----------------------------------------------------------*
       437-EDIT-POSITION.
           IF ETR-ACTION-CHANGE AND ETR-POSITION-NO-X = SPACES
               MOVE 0 TO POS-NUMBER
           ELSE
               IF ETR-POSITION-NO NOT NUMERIC
                   MOVE 'R117' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
                   GO TO 437-EDIT-POSITION-EXIT
               END-IF
               MOVE ETR-POSITION-NO TO POS-NUMBER
           END-IF

           MOVE ETR-JOB-CODE TO POS-EMP-JOB
           IF POS-EMP-JOB = SPACES
               EXEC SQL
                   SELECT JOB_CODE INTO :POS-EMP-JOB
                       FROM EMPJOB
                       WHERE ENO = :ETR-ENO
               END-EXEC
           END-IF

           IF POS-NUMBER = 0
               IF NOT ETR-ACTION-CHANGE
                   MOVE 'R117' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
                   GO TO 437-EDIT-POSITION-EXIT
               END-IF
               EXEC SQL
                   SELECT POSITION_NO INTO :POS-NUMBER
                       FROM POSCTL
                       WHERE ENO = :ETR-ENO
                         AND FILL_STATUS = 'F'
               END-EXEC
               IF SQLCODE = 100
                   GO TO 437-EDIT-POSITION-EXIT
               END-IF
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
                   DISPLAY 'EMPMNT1 POSITION CHECK SQLCODE: '
                       SQLCODE
                   GO TO 437-EDIT-POSITION-EXIT
               END-IF
           END-IF

           EXEC SQL
               SELECT DEPT, JOB_CODE, FILL_STATUS, ENO
                   INTO :POS-DEPT, :POS-JOB-CODE, :POS-FILL-STATUS,
                        :POS-HOLDER-ENO
                   FROM POSCTL
                   WHERE POSITION_NO = :POS-NUMBER
           END-EXEC

           IF SQLCODE < 0
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               DISPLAY 'EMPMNT1 POSITION CHECK SQLCODE: ' SQLCODE
               GO TO 437-EDIT-POSITION-EXIT
           END-IF

           IF SQLCODE = 100
               MOVE 'R117' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF POS-FILLED AND POS-HOLDER-ENO NOT = ETR-ENO
                   MOVE 'R118' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
               IF TRANS-VALID
                       AND (POS-DEPT NOT = ETR-DEPT
                            OR POS-JOB-CODE NOT = POS-EMP-JOB)
                   MOVE 'R119' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF.
       437-EDIT-POSITION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 440-EDIT-SALARY-BAND
      * The transaction's PAYRATE, converted to USD through the
               MOVE SPACES TO AUD-NEW-VALUE
               MOVE ORIG-HIRE-DATE TO AUD-NEW-VALUE(1:8)
               PERFORM 700-WRITE-AUDIT-ROW
               PERFORM 730-SAVE-EMP-JOB
               PERFORM 740-FILL-POSITION
           ELSE
               DISPLAY 'EMPMNT1 REHIRE INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
       560-APPLY-RETURN-EX.
           EXIT.

      *----------------------------------------------------------*
      * 570-APPLY-DECEASED
      * Records the death: the status moves to 'DC' (clear inside
      * MISCDATA, as the batch filters expect) so no regular run
      * pays the employee again, the payee row replaces any
      * earlier one, the deduction and benefit enrollments and
      * the garnishment orders end, the budgeted position opens,
      * and the event audits as DECEASED with the old and new
      * status. TERMPAY1 then pays the final package to the payee
      * and closes the record out to 'TE'.
      *----------------------------------------------------------*
       570-APPLY-DECEASED.
           EXEC SQL
               SELECT LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COM, CURRENCY_CODE, COMPANY,
                      MISCDATA
                   INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP,
                        :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :ETR-ENO
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'EMPMNT1 DECEASED READ SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 570-APPLY-DECEASED-EX
           END-IF

           IF MISC-STATUS-CODE = 'TE' OR MISC-STATUS-CODE = 'DC'
               MOVE 'R873' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 570-APPLY-DECEASED-EX
           END-IF

      *    the pre-death image goes to history as stored
           PERFORM 720-WRITE-EMPHIST-ROW

           MOVE MISC-STATUS-CODE TO SAV-STATUS-CODE
           MOVE 'DC' TO MISC-STATUS-CODE

           EXEC SQL
               UPDATE EMPTABLE
                   SET MISCDATA = :MISCDATA
                   WHERE ENO = :ETR-ENO
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'EMPMNT1 DECEASED UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 570-APPLY-DECEASED-EX
           END-IF

           PERFORM 575-SAVE-ESTATE-PAYEE
           PERFORM 580-CANCEL-ENROLLMENTS
           PERFORM 750-VACATE-POSITION

           ADD 1 TO TRANS-APPLIED-COUNT
           MOVE ETR-ENO TO AUD-ENO
           MOVE 'DECEASED' TO AUD-ACTION
           MOVE 'MISC-STATUS-CODE' TO AUD-FIELD
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SAV-STATUS-CODE TO AUD-OLD-VALUE(1:2)
           MOVE SPACES TO AUD-NEW-VALUE
           MOVE 'DC' TO AUD-NEW-VALUE(1:2)
           PERFORM 700-WRITE-AUDIT-ROW.
       570-APPLY-DECEASED-EX.
           EXIT.

       575-SAVE-ESTATE-PAYEE.
           MOVE ETR-PAYEE-ACCOUNT TO ENC-PAYEE-ACCOUNT
           SET CRYPT-OP-ENCRYPT TO TRUE
           MOVE ENC-PAYEE-ACCOUNT TO CRYPT-BUFFER
           MOVE 17 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:17) TO ENC-PAYEE-ACCOUNT

           EXEC SQL
               DELETE FROM ESTPAYEE
                   WHERE ENO = :ETR-ENO
           END-EXEC

           EXEC SQL
               INSERT INTO ESTPAYEE
                   (ENO, DEATH_DATE, PAYEE_NAME, PAYEE_TYPE,
                    PAYEE_TIN, ROUTING, ACCOUNT_ENC, RECORDED_DATE)
                   VALUES (:ETR-ENO, :ETR-DEATH-DATE,
                           :ETR-PAYEE-NAME, :ETR-PAYEE-TYPE,
                           :ETR-PAYEE-TIN, :ETR-PAYEE-ROUTING,
                           :ENC-PAYEE-ACCOUNT, :RUN-DATE)
           END-EXEC
           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'EMPMNT1 ESTPAYEE INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           END-IF.

      *    nothing scheduled may come out of pay owed to an estate
       580-CANCEL-ENROLLMENTS.
           EXEC SQL
               DELETE FROM DEDENROLL
                   WHERE ENO = :ETR-ENO
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'EMPMNT1 DEDENROLL DELETE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           END-IF

           EXEC SQL
               DELETE FROM GARNISH
                   WHERE ENO = :ETR-ENO
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'EMPMNT1 GARNISH DELETE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           END-IF.

      *----------------------------------------------------------*
      * 500-APPLY-ADD
      * Inserts the new EMPTABLE row from the transaction image and
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               PERFORM 700-WRITE-AUDIT-ROW
               PERFORM 730-SAVE-EMP-JOB
               PERFORM 740-FILL-POSITION
           ELSE
               DISPLAY 'EMPMNT1 INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           IF SQLSTATE = SQLSTATE-SUCCESS
               ADD 1 TO TRANS-APPLIED-COUNT
               PERFORM 710-WRITE-CHANGE-AUDIT-ROWS
               IF ETR-JOB-CODE NOT = SPACES
                   PERFORM 730-SAVE-EMP-JOB
               END-IF
               IF ETR-STATUS-CODE = 'TE'
                   PERFORM 750-VACATE-POSITION
               ELSE
                   IF ETR-POSITION-NO NUMERIC
                           AND ETR-POSITION-NO > 0
                       PERFORM 740-FILL-POSITION
                   END-IF
               END-IF
               MOVE SAV-STREET TO STREET
               MOVE SAV-CITY TO CITY
               MOVE SAV-ZIP TO ZIP

      *----------------------------------------------------------*
      * 520-APPLY-DELETE
      * Captures the departing row image for EMPHIST - with the
      * termination's reason, date and flags when the delete is
      * a termination - removes the keyed row and writes one
      * DELETE audit row.
      *----------------------------------------------------------*
       520-APPLY-DELETE.
           EXEC SQL
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE SPACES TO AUD-NEW-VALUE
               PERFORM 700-WRITE-AUDIT-ROW
               EXEC SQL
                   DELETE FROM EMPJOB
                       WHERE ENO = :ETR-ENO
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY 'EMPMNT1 EMPJOB DELETE SQLCODE: '
                       SQLCODE ' ENO: ' ETR-ENO
               END-IF
               PERFORM 750-VACATE-POSITION
           ELSE
               DISPLAY 'EMPMNT1 DELETE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
               DISPLAY 'EMPMNT1 AUDIT INSERT SQLCODE: ' SQLCODE
           END-IF.

      *----------------------------------------------------------*
      * 730-SAVE-EMP-JOB
      * Records the transaction's job code on EMPJOB once the
      * EMPTABLE row is in: a job that actually moves audits as
      * its own JOB-CODE row. A row left behind by an earlier
      * employment is simply overwritten.
      *----------------------------------------------------------*
       730-SAVE-EMP-JOB.
           MOVE SPACES TO CUR-JOB-CODE
           EXEC SQL
               SELECT JOB_CODE INTO :CUR-JOB-CODE
                   FROM EMPJOB
                   WHERE ENO = :ETR-ENO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   EXEC SQL
                       INSERT INTO EMPJOB (ENO, JOB_CODE)
                           VALUES (:ETR-ENO, :ETR-JOB-CODE)
                   END-EXEC
               WHEN SQLCODE = 0 AND CUR-JOB-CODE NOT = ETR-JOB-CODE
                   EXEC SQL
                       UPDATE EMPJOB
                           SET JOB_CODE = :ETR-JOB-CODE
                           WHERE ENO = :ETR-ENO
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SQLCODE < 0
               DISPLAY 'EMPMNT1 EMPJOB WRITE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           ELSE
               IF ETR-ACTION-CHANGE
                       AND CUR-JOB-CODE NOT = ETR-JOB-CODE
                   MOVE ETR-ENO TO AUD-ENO
                   MOVE 'UPDATE' TO AUD-ACTION
                   MOVE 'JOB-CODE' TO AUD-FIELD
                   MOVE CUR-JOB-CODE TO AUD-OLD-VALUE
                   MOVE ETR-JOB-CODE TO AUD-NEW-VALUE
                   PERFORM 700-WRITE-AUDIT-ROW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 740-FILL-POSITION
      * The named position becomes the employee's: any other
      * position they held opens up again, and this one is marked
      * filled with them as holder.
      *----------------------------------------------------------*
       740-FILL-POSITION.
           EXEC SQL
               UPDATE POSCTL
                   SET FILL_STATUS = 'V',
                       ENO = 0
                   WHERE ENO = :ETR-ENO
                     AND POSITION_NO <> :ETR-POSITION-NO
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'EMPMNT1 POSITION VACATE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           END-IF

           EXEC SQL
               UPDATE POSCTL
                   SET FILL_STATUS = 'F',
                       ENO = :ETR-ENO
                   WHERE POSITION_NO = :ETR-POSITION-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'EMPMNT1 POSITION FILL SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO ' POSITION: ' ETR-POSITION-NO
           END-IF.

      *----------------------------------------------------------*
      * 750-VACATE-POSITION
      * A terminated or deleted employee's position opens up for
      * the next hire. Holding no position is not an error.
      *----------------------------------------------------------*
       750-VACATE-POSITION.
           EXEC SQL
               UPDATE POSCTL
                   SET FILL_STATUS = 'V',
                       ENO = 0
                   WHERE ENO = :ETR-ENO
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'EMPMNT1 POSITION VACATE SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           END-IF.

      *----------------------------------------------------------*
      * 710-WRITE-CHANGE-AUDIT-ROWS
      * Diffs the fetched row image (still in the EMPREC host

           MOVE FUNCTION CURRENT-DATE(1:16) TO HIST-EFF-TO

           IF ETR-ACTION-DELETE AND TERM-RECORDED
               MOVE ETR-TERM-REASON TO HIST-TERM-REASON
               MOVE ETR-TERM-DATE TO HIST-TERM-DATE
               MOVE ETR-REGRET-FLAG TO HIST-REGRET-FLAG
               MOVE ETR-REHIRE-FLAG TO HIST-REHIRE-ELIG
           ELSE
               MOVE SPACES TO HIST-TERM-REASON
               MOVE 0 TO HIST-TERM-DATE
               MOVE SPACES TO HIST-REGRET-FLAG
               MOVE SPACES TO HIST-REHIRE-ELIG
           END-IF

           MOVE ETR-ENO TO ENO
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
                           :HIST-TERM-REASON, :HIST-TERM-DATE,
                           :HIST-REGRET-FLAG, :HIST-REHIRE-ELIG)
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS

      *----------------------------------------------------------*
      * 870-CHECK-DUAL-CONTROL
      * Does this transaction need a second pair of eyes? An 'X'
      * always does, and so does a 'D' of a still-active
      * employee; a 'C' does when the new PAYRATE sits more than
      * the threshold percent away from the current one.
      *----------------------------------------------------------*
       870-CHECK-DUAL-CONTROL.
           MOVE 'N' TO PARK-REQUIRED-SW

           IF NOT ETR-ACTION-CHANGE AND NOT ETR-ACTION-DELETE
                   AND NOT ETR-ACTION-DECEASED
               GO TO 870-CHECK-EXIT
           END-IF

           END-IF
           MOVE CUR-MISCDATA-WK(9:2) TO CUR-STATUS-CODE

      *    a death redirects the employee's pay to someone else's
      *    account - never on one operator's say-so
           IF ETR-ACTION-DECEASED
               SET PARK-REQUIRED TO TRUE
               GO TO 870-CHECK-EXIT
           END-IF

           IF ETR-ACTION-DELETE
               IF CUR-STATUS-CODE NOT = 'TE'
                   SET PARK-REQUIRED TO TRUE
