      * to YYYYMMDD, 'S' scales a numeric value by the factor
      * (an hourly rate times 2080 becomes the annual rate),
      * blank moves the column as-is. Targets: LNAME FNAME STREET
      * CITY ST ZIP DEPT PAYRATE COM CURRENCY HIREDATE JOBCODE
      * POSITION (the five-digit POSCTL position number).
      *----------------------------------------------------------*
           01 CONV-MAP-RECORD.
               05 MAP-TARGET       PIC X(10).
           01 ROW-EXISTS-COUNT     PIC 9(6).
           01 AUD-JOB-NAME         PIC X(10) VALUE 'ACQCONV1'.

      *    the JOBCODE and POSCTL checks every hire is held to
           01 JOB-EXISTS-COUNT     PIC 9(6).
           01 POS-NUMBER           PIC 9(5).
           01 POS-DEPT             PIC X(4).
           01 POS-JOB-CODE         PIC X(4).
           01 POS-FILL-STATUS      PIC X(1).
               88 POS-FILLED       VALUE 'F'.
           01 POS-HOLDER-ENO       PIC 9(4).

           01 DATE-WORK            PIC X(10).
           01 DATE-BUILT           PIC 9(8).

           MOVE 'USD' TO ETR-CURRENCY-CODE
           MOVE NEW-COMPANY TO ETR-COMPANY
           MOVE 'AC' TO ETR-STATUS-CODE
           MOVE 0 TO ETR-POSITION-NO

           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
                   MOVE COL-WORK TO ETR-CURRENCY-CODE
               WHEN 'HIREDATE'
                   MOVE COL-WORK(1:8) TO ETR-MISCDATA(1:8)
               WHEN 'JOBCODE'
                   MOVE COL-WORK TO ETR-JOB-CODE
               WHEN 'POSITION'
                   MOVE COL-WORK(1:5) TO ETR-POSITION-NO-X
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE 'R103' TO EDIT-REASON
                   MOVE 'N' TO RECORD-VALID-SW
               END-IF
           END-IF

           IF RECORD-VALID AND ETR-JOB-CODE = SPACES
               MOVE 'R116' TO EDIT-REASON
               MOVE 'N' TO RECORD-VALID-SW
           END-IF

           IF RECORD-VALID
               MOVE 0 TO JOB-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :JOB-EXISTS-COUNT
                       FROM JOBCODE
                       WHERE JOB_CODE = :ETR-JOB-CODE
               END-EXEC
               IF SQLCODE < 0 OR JOB-EXISTS-COUNT = 0
                   MOVE 'R116' TO EDIT-REASON
                   MOVE 'N' TO RECORD-VALID-SW
               END-IF
           END-IF

           IF RECORD-VALID
               PERFORM 510-EDIT-POSITION THRU 510-EDIT-POSITION-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 510-EDIT-POSITION
      * The EMPMNT1 headcount edit for an add: the hire must name
      * a POSCTL position (R117) that is open (R118) and is in
      * the hire's department and job (R119). A position already
      * filled by the same name under the new company is a
      * restart leftover, not a clash - 600 skips the row.
      *----------------------------------------------------------*
       510-EDIT-POSITION.
           IF ETR-POSITION-NO NOT NUMERIC
                   OR ETR-POSITION-NO = 0
               MOVE 'R117' TO EDIT-REASON
               MOVE 'N' TO RECORD-VALID-SW
               GO TO 510-EDIT-POSITION-EXIT
           END-IF
           MOVE ETR-POSITION-NO TO POS-NUMBER

           EXEC SQL
               SELECT DEPT, JOB_CODE, FILL_STATUS, ENO
                   INTO :POS-DEPT, :POS-JOB-CODE, :POS-FILL-STATUS,
                        :POS-HOLDER-ENO
                   FROM POSCTL
                   WHERE POSITION_NO = :POS-NUMBER
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'ACQCONV1 POSITION CHECK SQLCODE: ' SQLCODE
               MOVE 'R999' TO EDIT-REASON
               MOVE 'N' TO RECORD-VALID-SW
               GO TO 510-EDIT-POSITION-EXIT
           END-IF
           IF SQLCODE = 100
               MOVE 'R117' TO EDIT-REASON
               MOVE 'N' TO RECORD-VALID-SW
               GO TO 510-EDIT-POSITION-EXIT
           END-IF

           IF POS-FILLED
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM EMPTABLE
                       WHERE ENO = :POS-HOLDER-ENO
                         AND LNAME = :ETR-LNAME
                         AND FNAME = :ETR-FNAME
                         AND COMPANY = :ETR-COMPANY
               END-EXEC
               IF SQLCODE < 0 OR ROW-EXISTS-COUNT = 0
                   MOVE 'R118' TO EDIT-REASON
                   MOVE 'N' TO RECORD-VALID-SW
                   GO TO 510-EDIT-POSITION-EXIT
               END-IF
           END-IF

           IF POS-DEPT NOT = ETR-DEPT
                   OR POS-JOB-CODE NOT = ETR-JOB-CODE
               MOVE 'R119' TO EDIT-REASON
               MOVE 'N' TO RECORD-VALID-SW
           END-IF.
       510-EDIT-POSITION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 600-APPLY-LOAD
      * The committed load: a name already on EMPTABLE under the
      * new company is a restart leftover and skips; otherwise the
      * next ENO assigns, the row inserts with its EMPJOB job and
      * its POSCTL position filled, the event audits as a
      * CONVERT, the register gets the assignment, and the row
      * commits on its own so a failure mid-file loses nothing
      * already registered.
               GO TO 600-APPLY-EXIT
           END-IF

           EXEC SQL
               INSERT INTO EMPJOB (ENO, JOB_CODE)
                   VALUES (:ETR-ENO, :ETR-JOB-CODE)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ACQCONV1 EMPJOB INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO
           END-IF

           EXEC SQL
               UPDATE POSCTL
                   SET FILL_STATUS = 'F',
                       ENO = :ETR-ENO
                   WHERE POSITION_NO = :ETR-POSITION-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ACQCONV1 POSITION FILL SQLCODE: ' SQLCODE
                   ' ENO: ' ETR-ENO ' POSITION: ' ETR-POSITION-NO
           END-IF

           EXEC SQL
               INSERT INTO EMPTABLE_AUDIT
                   (ENO, AUDIT_ACTION, CHANGED_FIELD, OLD_VALUE,
