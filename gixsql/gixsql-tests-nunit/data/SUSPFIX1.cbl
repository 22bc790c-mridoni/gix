           01 EDITS-PASS-SW        PIC X.
               88 EDITS-PASS       VALUE 'Y'.
           01 NEW-REASON           PIC X(4).
           01 SENSITIVE-FIELD-SW   PIC X VALUE 'N'.
               88 SENSITIVE-FIELD  VALUE 'Y'.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).
           01 DEATH-DATE-PARTS.
               05 DEATH-YYYY       PIC 9(4).
               05 DEATH-MM         PIC 9(2).
               05 DEATH-DD         PIC 9(2).

      *    routing-number check digit, as EMPMNT1 and BANKMNT1
      *    hold accounts to it
           01 ABA-IDX              PIC 9(2) COMP.
           01 ABA-DIGIT            PIC 9(1).
           01 ABA-WEIGHT           PIC 9(1).
           01 ABA-SUM              PIC 9(4) COMP-3.
           01 ABA-REMAINDER        PIC 9(4) COMP-3.
           01 ABA-OK-SW            PIC X.
               88 ABA-OK           VALUE 'Y'.

           01 RELEASED-COUNT       PIC 9(3) VALUE 0.
           01 AMEND-COUNT          PIC 9(4) VALUE 0.
      *   R nnn    release item nnn - only once its edits pass
      *   Q        quit, saving the reshaped suspense file
      * Field names for E: LNAME FNAME STREET CITY ST ZIP DEPT
      * PAYRATE COM CURR HIREDATE STATUS COMPANY JOBCODE POSITION;
      * for a termination TERMREASON TERMDATE REGRETFLAG
      * REHIREFLAG; for a leave LEAVETYPE LEAVESTART LEAVERET; for
      * a death DEATHDATE PAYEENAME PAYEETYPE PAYEETIN ROUTING
      * ACCOUNT (the EMPTRN image layout the employee-maintenance
      * suspense holds). The payee's taxpayer id and account are
      * amended like any field but never written to the trail.
      * Items from other sources (counterparty, allocation,
      * register-edit, pending-change suspense) list here but are
      * refused for edit/release - their layouts need their own
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.
           EXIT.

       510-APPLY-FIELD-AMENDMENT.
           MOVE 'N' TO SENSITIVE-FIELD-SW
           EVALUATE FUNCTION UPPER-CASE(FIELD-NAME-IN)
               WHEN 'LNAME'
                   MOVE ETR-LNAME TO OLD-FIELD-VALUE
               WHEN 'COMPANY'
                   MOVE ETR-COMPANY TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:3) TO ETR-COMPANY
               WHEN 'JOBCODE'
                   MOVE ETR-JOB-CODE TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:4) TO ETR-JOB-CODE
               WHEN 'POSITION'
                   MOVE ETR-POSITION-NO-X TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:5) TO ETR-POSITION-NO-X
               WHEN 'TERMREASON'
                   MOVE ETR-TERM-REASON TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:3) TO ETR-TERM-REASON
               WHEN 'TERMDATE'
                   MOVE ETR-TERM-DATE-X TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:8) TO ETR-TERM-DATE-X
               WHEN 'REGRETFLAG'
                   MOVE ETR-REGRET-FLAG TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:1) TO ETR-REGRET-FLAG
               WHEN 'REHIREFLAG'
                   MOVE ETR-REHIRE-FLAG TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:1) TO ETR-REHIRE-FLAG
               WHEN 'LEAVETYPE'
                   MOVE ETR-LEAVE-TYPE TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:2) TO ETR-LEAVE-TYPE
               WHEN 'LEAVESTART'
                   MOVE ETR-LEAVE-START TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:8) TO ETR-LEAVE-START
               WHEN 'LEAVERET'
                   MOVE ETR-LEAVE-RETURN TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:8) TO ETR-LEAVE-RETURN
               WHEN 'DEATHDATE'
                   MOVE ETR-DEATH-DATE TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:8) TO ETR-DEATH-DATE
               WHEN 'PAYEENAME'
                   MOVE ETR-PAYEE-NAME TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:25) TO ETR-PAYEE-NAME
               WHEN 'PAYEETYPE'
                   MOVE ETR-PAYEE-TYPE TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:1) TO ETR-PAYEE-TYPE
               WHEN 'PAYEETIN'
                   SET SENSITIVE-FIELD TO TRUE
                   MOVE ETR-PAYEE-TIN TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:9) TO ETR-PAYEE-TIN
               WHEN 'ROUTING'
                   MOVE ETR-PAYEE-ROUTING TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:9) TO ETR-PAYEE-ROUTING
               WHEN 'ACCOUNT'
                   SET SENSITIVE-FIELD TO TRUE
                   MOVE ETR-PAYEE-ACCOUNT TO OLD-FIELD-VALUE
                   MOVE FIELD-VALUE-IN(1:17) TO ETR-PAYEE-ACCOUNT
               WHEN OTHER
                   DISPLAY 'SUSPFIX1 UNKNOWN FIELD: ['
                       FIELD-NAME-IN ']'
      *----------------------------------------------------------*
      * 550-RUN-FIELD-EDITS
      * The same field-level edits the maintenance batch applies
      * (see EMPMNT1's 400/410/415/435/437/460/465/467 and the
      * SUSPREC reason codes), over the amended image. The
      * database-side checks - the master existence, department
      * reference, JOBCODE, POSCTL and TERMRSN lookups and the
      * salary band - stay with the batch: the released item
      * re-enters the next run and proves them there. A 'D' with
      * its termination particulars all blank is the purge of a
      * leaver TERMPAY1 already moved to 'TE', which only the
      * batch can tell, so it passes here as it stands.
      *----------------------------------------------------------*
       550-RUN-FIELD-EDITS.
           MOVE 'Y' TO EDITS-PASS-SW
           IF NOT ETR-ACTION-ADD AND NOT ETR-ACTION-CHANGE
                   AND NOT ETR-ACTION-DELETE
                   AND NOT ETR-ACTION-REHIRE
                   AND NOT ETR-ACTION-LEAVE
                   AND NOT ETR-ACTION-RETURN
                   AND NOT ETR-ACTION-DECEASED
               MOVE 'R001' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           END-IF
               MOVE 'N' TO EDITS-PASS-SW
           END-IF

           IF EDITS-PASS
                   AND (ETR-ACTION-ADD OR ETR-ACTION-CHANGE
                        OR ETR-ACTION-REHIRE)
               IF ETR-LNAME = SPACES
                   MOVE 'R003' TO NEW-REASON
                   MOVE 'N' TO EDITS-PASS-SW
                   MOVE 'R009' TO NEW-REASON
                   MOVE 'N' TO EDITS-PASS-SW
               END-IF
               IF EDITS-PASS AND ETR-JOB-CODE = SPACES
                       AND NOT ETR-ACTION-CHANGE
                   MOVE 'R116' TO NEW-REASON
                   MOVE 'N' TO EDITS-PASS-SW
               END-IF
               IF EDITS-PASS
                       AND NOT (ETR-ACTION-CHANGE
                                AND ETR-POSITION-NO-X = SPACES)
                   IF ETR-POSITION-NO NOT NUMERIC
                       MOVE 'R117' TO NEW-REASON
                       MOVE 'N' TO EDITS-PASS-SW
                   ELSE
                       IF ETR-POSITION-NO = 0
                               AND NOT ETR-ACTION-CHANGE
                           MOVE 'R117' TO NEW-REASON
                           MOVE 'N' TO EDITS-PASS-SW
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF EDITS-PASS AND ETR-ACTION-LEAVE
               PERFORM 552-EDIT-LEAVE-FIELDS
           END-IF

           IF EDITS-PASS AND ETR-ACTION-DECEASED
               PERFORM 555-EDIT-DECEASED-FIELDS
           END-IF

           IF EDITS-PASS AND ETR-ACTION-DELETE
                   AND ETR-TERM-INFO NOT = SPACES
               PERFORM 558-EDIT-TERM-FIELDS
           END-IF.

       552-EDIT-LEAVE-FIELDS.
           IF NOT ETR-LEAVE-PAID AND NOT ETR-LEAVE-UNPAID
               MOVE 'R020' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           END-IF

           IF EDITS-PASS
                   AND (ETR-LEAVE-START NOT NUMERIC
                        OR ETR-LEAVE-RETURN NOT NUMERIC
                        OR ETR-LEAVE-START = 0
                        OR ETR-LEAVE-RETURN < ETR-LEAVE-START)
               MOVE 'R021' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           END-IF.

       555-EDIT-DECEASED-FIELDS.
           IF ETR-DEATH-DATE NOT NUMERIC
               MOVE 'R870' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           ELSE
               MOVE ETR-DEATH-DATE TO DEATH-DATE-PARTS
               IF DEATH-MM < 01 OR DEATH-MM > 12
                       OR DEATH-DD < 01 OR DEATH-DD > 31
                       OR DEATH-YYYY < 1900
                       OR ETR-DEATH-DATE > RUN-DATE
                   MOVE 'R870' TO NEW-REASON
                   MOVE 'N' TO EDITS-PASS-SW
               END-IF
           END-IF

           IF EDITS-PASS
                   AND (ETR-PAYEE-NAME = SPACES
                        OR ETR-PAYEE-TIN NOT NUMERIC
                        OR (NOT ETR-PAYEE-ESTATE
                            AND NOT ETR-PAYEE-BENEFICIARY))
               MOVE 'R871' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           END-IF

           IF EDITS-PASS
               IF ETR-PAYEE-ROUTING NOT NUMERIC
                       OR ETR-PAYEE-ACCOUNT = SPACES
                   MOVE 'R872' TO NEW-REASON
                   MOVE 'N' TO EDITS-PASS-SW
               ELSE
                   PERFORM 556-CHECK-ROUTING-DIGIT
                   IF NOT ABA-OK
                       MOVE 'R872' TO NEW-REASON
                       MOVE 'N' TO EDITS-PASS-SW
                   END-IF
               END-IF
           END-IF.

       556-CHECK-ROUTING-DIGIT.
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

       558-EDIT-TERM-FIELDS.
           IF ETR-TERM-REASON = SPACES
               MOVE 'R120' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           END-IF

           IF EDITS-PASS
               IF ETR-TERM-DATE NOT NUMERIC
                   MOVE 'R014' TO NEW-REASON
                   MOVE 'N' TO EDITS-PASS-SW
               ELSE
                   IF ETR-TERM-MM < 01 OR ETR-TERM-MM > 12
                           OR ETR-TERM-DD < 01 OR ETR-TERM-DD > 31
                           OR ETR-TERM-YYYY < 1900
                       MOVE 'R014' TO NEW-REASON
                       MOVE 'N' TO EDITS-PASS-SW
                   END-IF
               END-IF
           END-IF

           IF EDITS-PASS
                   AND (NOT ETR-REGRET-VALID OR NOT ETR-REHIRE-VALID)
               MOVE 'R015' TO NEW-REASON
               MOVE 'N' TO EDITS-PASS-SW
           END-IF.

      *----------------------------------------------------------*
           MOVE FIELD-NAME-IN TO AUD-FIELD
           MOVE OLD-FIELD-VALUE TO AUD-OLD-VALUE
           MOVE FIELD-VALUE-IN TO AUD-NEW-VALUE
           IF SENSITIVE-FIELD
               MOVE '*NOT LOGGED*' TO AUD-OLD-VALUE
               MOVE '*NOT LOGGED*' TO AUD-NEW-VALUE
           END-IF

           EXEC SQL
               INSERT INTO EMPTABLE_AUDIT
