      * employee share of the deduction, and the priority the
      * net-pay step applies deductions in); 'E' records maintain
      * the per-employee DEDENROLL enrollment keyed by ENO and
      * deduction code; 'K' records assign a deduction code to
      * the insurance carrier that underwrites it (CARRPLAN, one
      * carrier and group number per plan) for the carrier
      * enrollment feed; 'P' records maintain the employee's
      * dependents on the DEPENDENT master keyed by ENO and a
      * dependent sequence number, the deduction code carrying
      * the plan the dependent is covered under (blank for a
      * dependent on file but not covered).
      *----------------------------------------------------------*
           01 DED-TRANS-RECORD.
               05 XTR-RECORD-TYPE  PIC X(01).
                   88 XTR-TYPE-MASTER     VALUE 'M'.
                   88 XTR-TYPE-ENROLLMENT VALUE 'E'.
                   88 XTR-TYPE-CARRIER    VALUE 'K'.
                   88 XTR-TYPE-DEPENDENT  VALUE 'P'.
               05 XTR-ACTION-CODE  PIC X(01).
                   88 XTR-ACTION-ADD      VALUE 'A'.
                   88 XTR-ACTION-CHANGE   VALUE 'C'.
               05 XTR-ENROLL-FIELDS REDEFINES XTR-MASTER-FIELDS.
                   10 XTR-ENO           PIC 9(04).
                   10 FILLER            PIC X(43).
               05 XTR-CARRIER-FIELDS REDEFINES XTR-MASTER-FIELDS.
                   10 XTR-CARRIER-ID    PIC X(06).
                   10 XTR-GROUP-NO      PIC X(10).
                   10 FILLER            PIC X(31).
               05 XTR-DEPENDENT-FIELDS REDEFINES XTR-MASTER-FIELDS.
                   10 XTR-DEP-ENO       PIC 9(04).
                   10 XTR-DEP-SEQ       PIC 9(02).
                   10 XTR-RELATIONSHIP  PIC X(02).
                       88 XTR-REL-VALID VALUES 'SP' 'DP' 'CH'.
                   10 XTR-BIRTH-DATE    PIC 9(08).
                   10 XTR-STUDENT-FLAG  PIC X(01).
                       88 XTR-STUDENT-VALID VALUES 'Y' 'N'.
                   10 XTR-DISABLED-FLAG PIC X(01).
                       88 XTR-DISABLED-VALID VALUES 'Y' 'N'.
                   10 XTR-DEP-LNAME     PIC X(10).
                   10 XTR-DEP-FNAME     PIC X(10).
                   10 FILLER            PIC X(09).
               05 FILLER           PIC X(27).

           COPY SUSPREC.
                    DED_CODE       CHAR(4)       NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE CARRPLAN
                   (DED_CODE       CHAR(4)       NOT NULL,
                    CARRIER_ID     CHAR(6)       NOT NULL,
                    GROUP_NO       CHAR(10))
           END-EXEC.

      *  dependent master: STATUS 'A' active, 'O' aged out of
      *  coverage by DEPAGE1 as of COVER_END_DATE
           EXEC SQL
               DECLARE TABLE DEPENDENT
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    DEP_SEQ        DECIMAL(2,0)  NOT NULL,
                    LNAME          CHAR(10)      NOT NULL,
                    FNAME          CHAR(10),
                    RELATIONSHIP   CHAR(2)       NOT NULL,
                    BIRTH_DATE     DECIMAL(8,0)  NOT NULL,
                    STUDENT_FLAG   CHAR(1)       NOT NULL,
                    DISABLED_FLAG  CHAR(1)       NOT NULL,
                    DED_CODE       CHAR(4),
                    STATUS         CHAR(1)       NOT NULL,
                    COVER_END_DATE DECIMAL(8,0))
           END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.
           PERFORM 400-EDIT-TRANSACTION

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN XTR-TYPE-MASTER
                       PERFORM 500-APPLY-MASTER
                   WHEN XTR-TYPE-ENROLLMENT
                       PERFORM 600-APPLY-ENROLLMENT
                   WHEN XTR-TYPE-DEPENDENT
                       PERFORM 700-APPLY-DEPENDENT
                   WHEN OTHER
                       PERFORM 650-APPLY-CARRIER
               END-EVALUATE
           ELSE
               PERFORM 800-WRITE-SUSPENSE
           END-IF.
      * same reason-code convention the other maintenance suspense
      * files use (see SUSPREC), with the deduction-specific codes
      * on top:
      *   R020  record type not M/E/K/P
      *   R021  deduction code blank
      *   R022  calc method not F/P
      *   R023  amount/percent not numeric
      *   R024  employee share not numeric or over 1.0000
      *   R025  priority not numeric
      *   R026  carrier id blank (carrier assignment)
      *   R106  deduction code not on DEDMAST (enrollment,
      *         carrier assignment)
      *   R107  employee not on EMPTABLE (enrollment, dependent)
      *   R003  dependent last name blank
      *   R830  dependent sequence not numeric or zero
      *   R831  relationship not SP/DP/CH
      *   R832  dependent birth date not a valid YYYYMMDD date
      *   R833  student or disabled flag not Y/N
      *   R834  covered plan not one the employee is enrolled in
      *   R835  add of a dependent already on DEPENDENT
      *   R836  change/delete of a dependent not on DEPENDENT
      * A dependent's deduction code may be blank - on file for
      * the record, covered under no plan.
      *----------------------------------------------------------*
       400-EDIT-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE SPACES TO EDIT-REASON

           IF NOT XTR-TYPE-MASTER AND NOT XTR-TYPE-ENROLLMENT
                   AND NOT XTR-TYPE-CARRIER AND NOT XTR-TYPE-DEPENDENT
               MOVE 'R020' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF
           END-IF

           IF TRANS-VALID AND XTR-DED-CODE = SPACES
                   AND NOT XTR-TYPE-DEPENDENT
               MOVE 'R021' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND XTR-TYPE-ENROLLMENT
               PERFORM 420-EDIT-ENROLLMENT-FIELDS
           END-IF

           IF TRANS-VALID AND XTR-TYPE-CARRIER
               PERFORM 430-EDIT-CARRIER-FIELDS
           END-IF

           IF TRANS-VALID AND XTR-TYPE-DEPENDENT
               PERFORM 440-EDIT-DEPENDENT-FIELDS
                   THRU 440-EDIT-DEPENDENT-EXIT
           END-IF.

       410-EDIT-MASTER-FIELDS.
               END-IF
           END-IF.

       430-EDIT-CARRIER-FIELDS.
           IF NOT XTR-ACTION-DELETE AND XTR-CARRIER-ID = SPACES
               MOVE 'R026' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND NOT XTR-ACTION-DELETE
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM DEDMAST
                       WHERE DED_CODE = :XTR-DED-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF ROW-EXISTS-COUNT = 0
                       MOVE 'R106' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.

       440-EDIT-DEPENDENT-FIELDS.
           IF XTR-DEP-ENO NOT NUMERIC
               MOVE 'R002' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF XTR-DEP-SEQ NOT NUMERIC
                   MOVE 'R830' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF XTR-DEP-SEQ = 0
                       MOVE 'R830' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM DEPENDENT
                       WHERE ENO = :XTR-DEP-ENO
                         AND DEP_SEQ = :XTR-DEP-SEQ
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF XTR-ACTION-ADD AND ROW-EXISTS-COUNT > 0
                       MOVE 'R835' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
                   IF NOT XTR-ACTION-ADD AND ROW-EXISTS-COUNT = 0
                       MOVE 'R836' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF NOT TRANS-VALID OR XTR-ACTION-DELETE
               GO TO 440-EDIT-DEPENDENT-EXIT
           END-IF

           IF XTR-DEP-LNAME = SPACES
               MOVE 'R003' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND NOT XTR-REL-VALID
               MOVE 'R831' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID
               IF XTR-BIRTH-DATE NOT NUMERIC
                   MOVE 'R832' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(XTR-BIRTH-DATE)
                           NOT = 0
                           OR XTR-BIRTH-DATE > RUN-DATE
                       MOVE 'R832' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID
               IF XTR-STUDENT-FLAG = SPACE
                   MOVE 'N' TO XTR-STUDENT-FLAG
               END-IF
               IF XTR-DISABLED-FLAG = SPACE
                   MOVE 'N' TO XTR-DISABLED-FLAG
               END-IF
               IF NOT XTR-STUDENT-VALID OR NOT XTR-DISABLED-VALID
                   MOVE 'R833' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               END-IF
           END-IF

           IF TRANS-VALID
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM EMPTABLE
                       WHERE ENO = :XTR-DEP-ENO
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF ROW-EXISTS-COUNT = 0
                       MOVE 'R107' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

      *    a dependent can only be covered under a plan the
      *    employee is enrolled in
           IF TRANS-VALID AND XTR-DED-CODE NOT = SPACES
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM DEDENROLL
                       WHERE ENO = :XTR-DEP-ENO
                         AND DED_CODE = :XTR-DED-CODE
               END-EXEC
               IF SQLCODE < 0
                   MOVE 'R999' TO EDIT-REASON
                   MOVE 'N' TO TRANS-VALID-SW
               ELSE
                   IF ROW-EXISTS-COUNT = 0
                       MOVE 'R834' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF.
       440-EDIT-DEPENDENT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-APPLY-MASTER
      * Applies an M transaction to DEDMAST. A 'C' simply rewrites
                       DELETE FROM DEDENROLL
                           WHERE DED_CODE = :XTR-DED-CODE
                   END-EXEC
                   EXEC SQL
                       DELETE FROM CARRPLAN
                           WHERE DED_CODE = :XTR-DED-CODE
                   END-EXEC
                   EXEC SQL
                       UPDATE DEPENDENT
                           SET DED_CODE = ' '
                           WHERE DED_CODE = :XTR-DED-CODE
                   END-EXEC
                   EXEC SQL
                       DELETE FROM DEDMAST
                           WHERE DED_CODE = :XTR-DED-CODE
      * 600-APPLY-ENROLLMENT
      * Applies an E transaction to DEDENROLL. 'A' and 'C' both
      * come down to "make sure the enrollment row exists", so a
      * 'C' re-adds after delete; 'D' drops the enrollment, and
      * with it the plan from any dependent covered under it.
      *----------------------------------------------------------*
       600-APPLY-ENROLLMENT.
           IF XTR-ACTION-DELETE
               EXEC SQL
                   UPDATE DEPENDENT
                       SET DED_CODE = ' '
                       WHERE ENO = :XTR-ENO
                         AND DED_CODE = :XTR-DED-CODE
               END-EXEC
               EXEC SQL
                   DELETE FROM DEDENROLL
                       WHERE ENO = :XTR-ENO
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

      *----------------------------------------------------------*
      * 650-APPLY-CARRIER
      * Applies a K transaction to CARRPLAN. A plan has at most one
      * carrier, so 'A' and 'C' both replace the assignment; 'D'
      * takes the plan off every carrier's feed - the carrier's
      * next run then terminates whoever it was last sent.
      *----------------------------------------------------------*
       650-APPLY-CARRIER.
           EXEC SQL
               DELETE FROM CARRPLAN
                   WHERE DED_CODE = :XTR-DED-CODE
           END-EXEC

           IF NOT XTR-ACTION-DELETE
               EXEC SQL
                   INSERT INTO CARRPLAN
                       (DED_CODE, CARRIER_ID, GROUP_NO)
                       VALUES (:XTR-DED-CODE, :XTR-CARRIER-ID,
                               :XTR-GROUP-NO)
               END-EXEC
           END-IF

           IF SQLSTATE = SQLSTATE-SUCCESS OR SQLCODE = 100
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'DEDMNT1 CARRIER APPLY SQLCODE: ' SQLCODE
                   ' CODE: ' XTR-DED-CODE
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

      *----------------------------------------------------------*
      * 700-APPLY-DEPENDENT
      * Applies a P transaction to DEPENDENT. An add starts the
      * dependent active; a change rewrites every maintained
      * column and puts the dependent back to active, so a
      * correction (a birth date, a disabled flag) re-instates an
      * aged-out dependent and the next DEPAGE1 run judges them
      * again on the corrected facts.
      *----------------------------------------------------------*
       700-APPLY-DEPENDENT.
           EVALUATE TRUE
               WHEN XTR-ACTION-ADD
                   EXEC SQL
                       INSERT INTO DEPENDENT
                           (ENO, DEP_SEQ, LNAME, FNAME, RELATIONSHIP,
                            BIRTH_DATE, STUDENT_FLAG, DISABLED_FLAG,
                            DED_CODE, STATUS, COVER_END_DATE)
                           VALUES (:XTR-DEP-ENO, :XTR-DEP-SEQ,
                                   :XTR-DEP-LNAME, :XTR-DEP-FNAME,
                                   :XTR-RELATIONSHIP, :XTR-BIRTH-DATE,
                                   :XTR-STUDENT-FLAG,
                                   :XTR-DISABLED-FLAG,
                                   :XTR-DED-CODE, 'A', 0)
                   END-EXEC
               WHEN XTR-ACTION-CHANGE
                   EXEC SQL
                       UPDATE DEPENDENT
                           SET LNAME = :XTR-DEP-LNAME,
                               FNAME = :XTR-DEP-FNAME,
                               RELATIONSHIP = :XTR-RELATIONSHIP,
                               BIRTH_DATE = :XTR-BIRTH-DATE,
                               STUDENT_FLAG = :XTR-STUDENT-FLAG,
                               DISABLED_FLAG = :XTR-DISABLED-FLAG,
                               DED_CODE = :XTR-DED-CODE,
                               STATUS = 'A',
                               COVER_END_DATE = 0
                           WHERE ENO = :XTR-DEP-ENO
                             AND DEP_SEQ = :XTR-DEP-SEQ
                   END-EXEC
               WHEN XTR-ACTION-DELETE
                   EXEC SQL
                       DELETE FROM DEPENDENT
                           WHERE ENO = :XTR-DEP-ENO
                             AND DEP_SEQ = :XTR-DEP-SEQ
                   END-EXEC
           END-EVALUATE

           IF SQLSTATE = SQLSTATE-SUCCESS
               ADD 1 TO TRANS-APPLIED-COUNT
           ELSE
               DISPLAY 'DEDMNT1 DEPENDENT APPLY SQLCODE: ' SQLCODE
                   ' ENO: ' XTR-DEP-ENO ' SEQ: ' XTR-DEP-SEQ
               MOVE 'R999' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND DED-SUSPENSE-FILE
