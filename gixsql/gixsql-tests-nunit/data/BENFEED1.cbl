       IDENTIFICATION DIVISION.

       PROGRAM-ID. BENFEED1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARRIER-FEED-FILE
               ASSIGN TO EXTERNAL BENOUT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CARRIER-FEED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CARRIER-FEED-LINE.

       01  CARRIER-FEED-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY BENREC.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

      *    one carrier per run (BEN_CARRIER, as assigned on
      *    CARRPLAN by DEDMNT1), in full-file ('F') or changes-only
      *    ('C') mode (BEN_MODE)
           01 CARRIER-ID           PIC X(6).
           01 FEED-MODE            PIC X(1).
               88 MODE-FULL        VALUE 'F'.
               88 MODE-CHANGES     VALUE 'C'.
           01 GROUP-NO             PIC X(10).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 ENR-ENO              PIC 9(4).
           01 ENR-DED-CODE         PIC X(4).
           01 ENR-GROUP-NO         PIC X(10).
           01 ENR-COVERAGE         PIC X(2).
           01 ENR-EFF-DATE         PIC 9(8).

           01 SENT-COVERAGE        PIC X(2).
           01 SENT-STATUS          PIC X(1).
           01 SENT-FOUND-SW        PIC X VALUE 'N'.
               88 SENT-FOUND       VALUE 'Y'.
           01 FEED-ACTION          PIC X(1).

           01 STILL-ACTIVE-SW      PIC X VALUE 'N'.
               88 STILL-ACTIVE     VALUE 'Y'.
           01 ROW-EXISTS-COUNT     PIC 9(6).
           01 TERM-DATE            PIC 9(8).
           01 TERM-DATE-PARTS REDEFINES TERM-DATE.
               05 TERM-YYYY        PIC X(4).
               05 TERM-MM          PIC X(2).
               05 TERM-DD          PIC X(2).
           01 AUDIT-TS             PIC X(26).

           01 ENROLLED-READ-COUNT  PIC 9(6) VALUE 0.
           01 DETAIL-WRITE-COUNT   PIC 9(6) VALUE 0.
           01 ADD-COUNT            PIC 9(6) VALUE 0.
           01 CHANGE-COUNT         PIC 9(6) VALUE 0.
           01 TERM-COUNT           PIC 9(6) VALUE 0.
           01 UNCHANGED-COUNT      PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  what the carrier was last told, per employee and plan:
      *  the coverage level sent and whether the enrollment stands
      *  active ('A') or was sent as terminated ('T'). The feed
      *  diffs the current enrollment against it, and BENRSP1
      *  unwinds it when the carrier rejects a record so the next
      *  run sends the record again.
           EXEC SQL
               DECLARE TABLE BENSENT
                   (CARRIER_ID  CHAR(6)      NOT NULL,
                    ENO         DECIMAL(4,0) NOT NULL,
                    DED_CODE    CHAR(4)      NOT NULL,
                    COVERAGE    CHAR(2)      NOT NULL,
                    STATUS      CHAR(1)      NOT NULL,
                    SENT_DATE   DECIMAL(8,0) NOT NULL)
           END-EXEC.

      *  the current enrollments in this carrier's plans
           EXEC SQL
               DECLARE ENRCRSR CURSOR FOR
               SELECT DE.ENO, DE.DED_CODE, CP.GROUP_NO
                 FROM DEDENROLL DE, CARRPLAN CP
               WHERE CP.CARRIER_ID = :CARRIER-ID
                 AND DE.DED_CODE = CP.DED_CODE
               ORDER BY DE.ENO, DE.DED_CODE
           END-EXEC.

      *  the enrollments the carrier last heard of as active
           EXEC SQL
               DECLARE SENTCRSR CURSOR FOR
               SELECT ENO, DED_CODE, COVERAGE
                 FROM BENSENT
               WHERE CARRIER_ID = :CARRIER-ID
                 AND STATUS = 'A'
               ORDER BY ENO, DED_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Outbound enrollment feed to one insurance carrier: every
      * enrollment in the carrier's plans (DEDENROLL, whether keyed
      * through DEDMNT1 or applied from open enrollment by
      * OPENENR1) with its coverage level, diffed against what the
      * carrier was last sent - new enrollments go as adds, a new
      * coverage level as a change, and a dropped enrollment, a
      * terminated employee (TERMPAY1 or EMPMNT1 status 'TE') or a
      * deleted one as a termination. Changes-only mode sends just
      * those; full-file mode sends the whole active roster with
      * the unchanged lines flagged N. Run once per carrier with
      * BENOUT pointed at that carrier's file.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "BEN_CARRIER" UPON ENVIRONMENT-NAME.
           ACCEPT CARRIER-ID FROM ENVIRONMENT-VALUE.
           IF CARRIER-ID = SPACES
               DISPLAY 'BENFEED1 BEN_CARRIER NOT SET'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           DISPLAY "BEN_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT FEED-MODE FROM ENVIRONMENT-VALUE.
           IF NOT MODE-FULL AND NOT MODE-CHANGES
               DISPLAY 'BENFEED1 BEN_MODE MUST BE F (FULL) OR C '
                   '(CHANGES): [' FEED-MODE ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'BENFEED1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *    a carrier with no plans assigned has nothing to say -
      *    most likely a mistyped id, so the run stops
           MOVE 0 TO ROW-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM CARRPLAN
                   WHERE CARRIER_ID = :CARRIER-ID
           END-EXEC.
           IF SQLCODE < 0 OR ROW-EXISTS-COUNT = 0
               DISPLAY 'BENFEED1 NO PLANS ON CARRPLAN FOR CARRIER '
                   CARRIER-ID ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           MOVE SPACES TO GROUP-NO.
           EXEC SQL
               SELECT MIN(GROUP_NO) INTO :GROUP-NO
                   FROM CARRPLAN
                   WHERE CARRIER_ID = :CARRIER-ID
           END-EXEC.

       100-MAIN.
           OPEN OUTPUT CARRIER-FEED-FILE.
           PERFORM 150-WRITE-HEADER.

           PERFORM 200-SEND-ENROLLMENTS THRU 200-SEND-EXIT.
           PERFORM 500-SEND-TERMINATIONS THRU 500-SEND-EXIT.

           PERFORM 190-WRITE-TRAILER.
           CLOSE CARRIER-FEED-FILE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'BENFEED1 CARRIER         : ' CARRIER-ID.
           DISPLAY 'BENFEED1 MODE            : ' FEED-MODE.
           DISPLAY 'BENFEED1 ENROLLMENTS READ: ' ENROLLED-READ-COUNT.
           DISPLAY 'BENFEED1 DETAILS WRITTEN : ' DETAIL-WRITE-COUNT.
           DISPLAY 'BENFEED1 ADDS            : ' ADD-COUNT.
           DISPLAY 'BENFEED1 CHANGES         : ' CHANGE-COUNT.
           DISPLAY 'BENFEED1 TERMINATIONS    : ' TERM-COUNT.
           DISPLAY 'BENFEED1 UNCHANGED       : ' UNCHANGED-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       150-WRITE-HEADER.
           MOVE SPACES TO BEN-FEED-RECORD
           SET BF-TYPE-HEADER TO TRUE
           MOVE CARRIER-ID TO BF-CARRIER-ID
           MOVE GROUP-NO TO BF-GROUP-NO
           MOVE FEED-MODE TO BH-MODE
           MOVE RUN-DATE TO BH-RUN-DATE
           WRITE CARRIER-FEED-LINE FROM BEN-FEED-RECORD.

       190-WRITE-TRAILER.
           MOVE SPACES TO BEN-FEED-RECORD
           SET BF-TYPE-TRAILER TO TRUE
           MOVE CARRIER-ID TO BF-CARRIER-ID
           MOVE GROUP-NO TO BF-GROUP-NO
           MOVE DETAIL-WRITE-COUNT TO BT-DETAIL-COUNT
           MOVE ADD-COUNT TO BT-ADD-COUNT
           MOVE CHANGE-COUNT TO BT-CHANGE-COUNT
           MOVE TERM-COUNT TO BT-TERM-COUNT
           WRITE CARRIER-FEED-LINE FROM BEN-FEED-RECORD.

      *----------------------------------------------------------*
      * 200-SEND-ENROLLMENTS
      * The active side: each current enrollment of an employee
      * still on the payroll and not terminated, classified
      * against BENSENT and recorded there as sent.
      *----------------------------------------------------------*
       200-SEND-ENROLLMENTS.
           EXEC SQL
               OPEN ENRCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'BENFEED1 ENROLLMENT OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 200-SEND-EXIT
           END-IF

           PERFORM 250-FETCH-ENROLLMENT
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 300-SEND-ONE-ENROLLMENT THRU 300-SEND-EXIT
               PERFORM 250-FETCH-ENROLLMENT
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'BENFEED1 ENROLLMENT FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE ENRCRSR
           END-EXEC.
       200-SEND-EXIT.
           EXIT.

       250-FETCH-ENROLLMENT.
           EXEC SQL
               FETCH ENRCRSR
                   INTO :ENR-ENO, :ENR-DED-CODE, :ENR-GROUP-NO
           END-EXEC.

       300-SEND-ONE-ENROLLMENT.
           ADD 1 TO ENROLLED-READ-COUNT

      *    a deleted or terminated employee is the termination
      *    pass's to send, not an active line
           EXEC SQL
               SELECT LNAME, FNAME, MISCDATA
                   INTO :LNAME, :FNAME, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :ENR-ENO
           END-EXEC
           IF SQLCODE <> 0 OR MISC-STATUS-CODE = 'TE'
               MOVE 0 TO SQLCODE
               GO TO 300-SEND-EXIT
           END-IF

           PERFORM 350-FETCH-COVERAGE

           MOVE 'N' TO SENT-FOUND-SW
           MOVE SPACES TO SENT-COVERAGE
           MOVE SPACES TO SENT-STATUS
           EXEC SQL
               SELECT COVERAGE, STATUS
                   INTO :SENT-COVERAGE, :SENT-STATUS
                   FROM BENSENT
                   WHERE CARRIER_ID = :CARRIER-ID
                     AND ENO = :ENR-ENO
                     AND DED_CODE = :ENR-DED-CODE
           END-EXEC
           IF SQLCODE = 0
               SET SENT-FOUND TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN NOT SENT-FOUND
               WHEN SENT-STATUS NOT = 'A'
                   MOVE 'A' TO FEED-ACTION
               WHEN SENT-COVERAGE NOT = ENR-COVERAGE
                   MOVE 'C' TO FEED-ACTION
               WHEN OTHER
                   MOVE 'N' TO FEED-ACTION
           END-EVALUATE

           IF FEED-ACTION = 'N'
               ADD 1 TO UNCHANGED-COUNT
               IF MODE-CHANGES
                   MOVE 0 TO SQLCODE
                   GO TO 300-SEND-EXIT
               END-IF
           END-IF

           MOVE SPACES TO BEN-FEED-RECORD
           SET BF-TYPE-DETAIL TO TRUE
           MOVE CARRIER-ID TO BF-CARRIER-ID
           MOVE ENR-GROUP-NO TO BF-GROUP-NO
           MOVE FEED-ACTION TO BF-ACTION
           MOVE ENR-ENO TO BF-ENO
           MOVE LNAME TO BF-LNAME
           MOVE FNAME TO BF-FNAME
           MOVE ENR-DED-CODE TO BF-DED-CODE
           MOVE ENR-COVERAGE TO BF-COVERAGE
           MOVE ENR-EFF-DATE TO BF-EFF-DATE
           MOVE 0 TO BF-TERM-DATE
           IF MISC-HIRE-DATE NUMERIC
               MOVE MISC-HIRE-DATE TO BF-HIRE-DATE
           ELSE
               MOVE 0 TO BF-HIRE-DATE
           END-IF
           PERFORM 400-WRITE-DETAIL

           IF FEED-ACTION NOT = 'N'
               PERFORM 450-RECORD-SENT-ACTIVE
           END-IF

           MOVE 0 TO SQLCODE.
       300-SEND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 350-FETCH-COVERAGE
      * The coverage level and its effective date come from the
      * latest applied open-enrollment election for the plan; an
      * enrollment keyed directly through DEDMNT1 carries none and
      * goes as employee-only, effective the day it is first sent.
      *----------------------------------------------------------*
       350-FETCH-COVERAGE.
           MOVE 'EE' TO ENR-COVERAGE
           MOVE RUN-DATE TO ENR-EFF-DATE
           EXEC SQL
               SELECT COVERAGE, EFF_DATE
                   INTO :ENR-COVERAGE, :ENR-EFF-DATE
                   FROM ENRSTAGE
                   WHERE ENO = :ENR-ENO
                     AND DED_CODE = :ENR-DED-CODE
                     AND STATUS = 'A'
                     AND EFF_DATE =
                         (SELECT MAX(EFF_DATE) FROM ENRSTAGE
                           WHERE ENO = :ENR-ENO
                             AND DED_CODE = :ENR-DED-CODE
                             AND STATUS = 'A')
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'BENFEED1 ENRSTAGE READ SQLCODE: '
                       SQLCODE ' ENO: ' ENR-ENO
               END-IF
               MOVE 'EE' TO ENR-COVERAGE
               MOVE RUN-DATE TO ENR-EFF-DATE
           END-IF.

       400-WRITE-DETAIL.
           WRITE CARRIER-FEED-LINE FROM BEN-FEED-RECORD
           ADD 1 TO DETAIL-WRITE-COUNT
           EVALUATE TRUE
               WHEN BF-ACTION-ADD
                   ADD 1 TO ADD-COUNT
               WHEN BF-ACTION-CHANGE
                   ADD 1 TO CHANGE-COUNT
               WHEN BF-ACTION-TERM
                   ADD 1 TO TERM-COUNT
           END-EVALUATE.

       450-RECORD-SENT-ACTIVE.
           IF SENT-FOUND
               EXEC SQL
                   UPDATE BENSENT
                       SET COVERAGE = :ENR-COVERAGE,
                           STATUS = 'A',
                           SENT_DATE = :RUN-DATE
                       WHERE CARRIER_ID = :CARRIER-ID
                         AND ENO = :ENR-ENO
                         AND DED_CODE = :ENR-DED-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO BENSENT
                       (CARRIER_ID, ENO, DED_CODE, COVERAGE, STATUS,
                        SENT_DATE)
                       VALUES (:CARRIER-ID, :ENR-ENO, :ENR-DED-CODE,
                               :ENR-COVERAGE, 'A', :RUN-DATE)
               END-EXEC
           END-IF
           IF SQLCODE <> 0
               DISPLAY 'BENFEED1 BENSENT WRITE SQLCODE: ' SQLCODE
                   ' ENO: ' ENR-ENO ' PLAN: ' ENR-DED-CODE
           END-IF.

      *----------------------------------------------------------*
      * 500-SEND-TERMINATIONS
      * The inactive side: every enrollment the carrier holds as
      * active that no longer stands - the enrollment row is gone,
      * the plan has left this carrier, or the employee was
      * terminated or deleted - goes as a T, in either mode.
      *----------------------------------------------------------*
       500-SEND-TERMINATIONS.
           EXEC SQL
               OPEN SENTCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'BENFEED1 BENSENT OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 500-SEND-EXIT
           END-IF

           PERFORM 550-FETCH-SENT
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 600-CHECK-ONE-SENT THRU 600-CHECK-EXIT
               PERFORM 550-FETCH-SENT
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'BENFEED1 BENSENT FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE SENTCRSR
           END-EXEC.
       500-SEND-EXIT.
           EXIT.

       550-FETCH-SENT.
           EXEC SQL
               FETCH SENTCRSR
                   INTO :ENR-ENO, :ENR-DED-CODE, :ENR-COVERAGE
           END-EXEC.

       600-CHECK-ONE-SENT.
           MOVE 'N' TO STILL-ACTIVE-SW
           MOVE SPACES TO LNAME
           MOVE SPACES TO FNAME
           MOVE SPACES TO MISCDATA-TEXT

           EXEC SQL
               SELECT LNAME, FNAME, MISCDATA
                   INTO :LNAME, :FNAME, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :ENR-ENO
           END-EXEC
           IF SQLCODE = 0 AND MISC-STATUS-CODE NOT = 'TE'
               MOVE 0 TO ROW-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                       FROM DEDENROLL DE, CARRPLAN CP
                       WHERE DE.ENO = :ENR-ENO
                         AND DE.DED_CODE = :ENR-DED-CODE
                         AND CP.DED_CODE = DE.DED_CODE
                         AND CP.CARRIER_ID = :CARRIER-ID
               END-EXEC
               IF SQLCODE = 0 AND ROW-EXISTS-COUNT > 0
                   SET STILL-ACTIVE TO TRUE
               END-IF
           END-IF

           IF STILL-ACTIVE
               MOVE 0 TO SQLCODE
               GO TO 600-CHECK-EXIT
           END-IF

           PERFORM 650-FIND-TERM-DATE THRU 650-FIND-EXIT

           MOVE SPACES TO BEN-FEED-RECORD
           SET BF-TYPE-DETAIL TO TRUE
           MOVE CARRIER-ID TO BF-CARRIER-ID
           MOVE GROUP-NO TO BF-GROUP-NO
           SET BF-ACTION-TERM TO TRUE
           MOVE ENR-ENO TO BF-ENO
           MOVE LNAME TO BF-LNAME
           MOVE FNAME TO BF-FNAME
           MOVE ENR-DED-CODE TO BF-DED-CODE
           MOVE ENR-COVERAGE TO BF-COVERAGE
           MOVE 0 TO BF-EFF-DATE
           MOVE TERM-DATE TO BF-TERM-DATE
           IF MISC-HIRE-DATE NUMERIC
               MOVE MISC-HIRE-DATE TO BF-HIRE-DATE
           ELSE
               MOVE 0 TO BF-HIRE-DATE
           END-IF
           PERFORM 400-WRITE-DETAIL

           EXEC SQL
               UPDATE BENSENT
                   SET STATUS = 'T',
                       SENT_DATE = :RUN-DATE
                   WHERE CARRIER_ID = :CARRIER-ID
                     AND ENO = :ENR-ENO
                     AND DED_CODE = :ENR-DED-CODE
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'BENFEED1 BENSENT TERM SQLCODE: ' SQLCODE
                   ' ENO: ' ENR-ENO ' PLAN: ' ENR-DED-CODE
           END-IF

           MOVE 0 TO SQLCODE.
       600-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 650-FIND-TERM-DATE
      * A terminated employee's coverage ends on the day the
      * status went to 'TE' (the TERMINATE or status-change audit
      * row); any other drop ends on the day it is sent.
      *----------------------------------------------------------*
       650-FIND-TERM-DATE.
           MOVE RUN-DATE TO TERM-DATE
           IF MISC-STATUS-CODE NOT = 'TE'
               GO TO 650-FIND-EXIT
           END-IF

           MOVE SPACES TO AUDIT-TS
           EXEC SQL
               SELECT MAX(AUDIT_TS) INTO :AUDIT-TS
                   FROM EMPTABLE_AUDIT
                   WHERE ENO = :ENR-ENO
                     AND CHANGED_FIELD = 'MISC-STATUS-CODE'
                     AND NEW_VALUE = 'TE'
           END-EXEC
           IF SQLCODE = 0 AND AUDIT-TS(1:4) NUMERIC
                   AND AUDIT-TS(6:2) NUMERIC
                   AND AUDIT-TS(9:2) NUMERIC
               MOVE AUDIT-TS(1:4) TO TERM-YYYY
               MOVE AUDIT-TS(6:2) TO TERM-MM
               MOVE AUDIT-TS(9:2) TO TERM-DD
           END-IF.
       650-FIND-EXIT.
           EXIT.
