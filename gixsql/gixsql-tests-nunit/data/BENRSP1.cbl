       IDENTIFICATION DIVISION.

       PROGRAM-ID. BENRSP1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARRIER-RESPONSE-FILE
               ASSIGN TO EXTERNAL BENRESP
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.

           SELECT OPTIONAL BEN-SUSPENSE-FILE
               ASSIGN TO EXTERNAL BENSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CARRIER-RESPONSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS CARRIER-RESPONSE-LINE.

       01  CARRIER-RESPONSE-LINE   PIC X(150).

       FD  BEN-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS BEN-SUSPENSE-LINE.

       01  BEN-SUSPENSE-LINE       PIC X(270).

       WORKING-STORAGE SECTION.

           COPY SUSPREC.

           COPY BENREC.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RESPONSE-FILE-STATUS PIC XX.
           01 RESPONSE-EOF-SW      PIC X VALUE 'N'.
               88 RESPONSE-EOF     VALUE 'Y'.
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 EDIT-REASON          PIC X(4).
           01 ROW-EXISTS-COUNT     PIC 9(6).

           01 RESPONSE-READ-COUNT  PIC 9(6) VALUE 0.
           01 ACCEPTED-COUNT       PIC 9(6) VALUE 0.
           01 REJECTED-COUNT       PIC 9(6) VALUE 0.
           01 SUSPENSE-COUNT       PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE BENSENT
                   (CARRIER_ID  CHAR(6)      NOT NULL,
                    ENO         DECIMAL(4,0) NOT NULL,
                    DED_CODE    CHAR(4)      NOT NULL,
                    COVERAGE    CHAR(2)      NOT NULL,
                    STATUS      CHAR(1)      NOT NULL,
                    SENT_DATE   DECIMAL(8,0) NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Carrier response intake for the enrollment feed (see
      * BENFEED1/BENREC). Accepted lines are counted; every error
      * line becomes a BENSUSP suspense item in the SUSPREC shape,
      * the carrier's response image as the transaction, so the
      * benefits desk works carrier rejects from the same queue as
      * every other held item. A rejected record is also unwound
      * from BENSENT, so the carrier is not assumed to hold what it
      * refused: the next feed sends the add, change or termination
      * again once the enrollment is corrected. Suspense reasons:
      *   R820 carrier rejected an add
      *   R821 carrier rejected a coverage change or roster line
      *   R822 carrier rejected a termination
      *   R823 response for an enrollment never sent to carrier
      *   R824 response line unreadable (not a detail, bad ENO or
      *        disposition not A/E)
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'BENRSP1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN INPUT CARRIER-RESPONSE-FILE.
           IF RESPONSE-FILE-STATUS NOT = '00'
               DISPLAY 'BENRSP1 CANNOT OPEN BENRESP, STATUS: '
                   RESPONSE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-RESPONSE.
           PERFORM UNTIL RESPONSE-EOF
               PERFORM 300-PROCESS-RESPONSE THRU 300-PROCESS-EXIT
               PERFORM 200-READ-RESPONSE
           END-PERFORM.
           CLOSE CARRIER-RESPONSE-FILE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'BENRSP1 RESPONSES READ    : ' RESPONSE-READ-COUNT.
           DISPLAY 'BENRSP1 ACCEPTED          : ' ACCEPTED-COUNT.
           DISPLAY 'BENRSP1 REJECTED          : ' REJECTED-COUNT.
           DISPLAY 'BENRSP1 WRITTEN TO SUSPENSE: ' SUSPENSE-COUNT.

           IF SUSPENSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE BEN-SUSPENSE-FILE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-RESPONSE.
           READ CARRIER-RESPONSE-FILE INTO BEN-RESPONSE-RECORD
               AT END
                   SET RESPONSE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 300-PROCESS-RESPONSE
      * Header and trailer echoes carry no disposition and pass
      * through; a detail is matched back to its BENSENT row by
      * carrier, employee and plan.
      *----------------------------------------------------------*
       300-PROCESS-RESPONSE.
           ADD 1 TO RESPONSE-READ-COUNT
           MOVE BR-FEED-IMAGE TO BEN-FEED-RECORD

           IF BF-TYPE-HEADER OR BF-TYPE-TRAILER
               GO TO 300-PROCESS-EXIT
           END-IF

           IF NOT BF-TYPE-DETAIL OR BF-ENO NOT NUMERIC
                   OR (NOT BR-ACCEPTED AND NOT BR-ERROR)
               MOVE 'R824' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 300-PROCESS-EXIT
           END-IF

           IF BR-ACCEPTED
               ADD 1 TO ACCEPTED-COUNT
               GO TO 300-PROCESS-EXIT
           END-IF

           ADD 1 TO REJECTED-COUNT

           MOVE 0 TO ROW-EXISTS-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :ROW-EXISTS-COUNT
                   FROM BENSENT
                   WHERE CARRIER_ID = :BF-CARRIER-ID
                     AND ENO = :BF-ENO
                     AND DED_CODE = :BF-DED-CODE
           END-EXEC
           IF SQLCODE <> 0 OR ROW-EXISTS-COUNT = 0
               MOVE 'R823' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 300-PROCESS-EXIT
           END-IF

           EVALUATE TRUE
               WHEN BF-ACTION-ADD
                   MOVE 'R820' TO EDIT-REASON
                   PERFORM 410-UNWIND-ADD
               WHEN BF-ACTION-TERM
                   MOVE 'R822' TO EDIT-REASON
                   PERFORM 430-UNWIND-TERM
               WHEN OTHER
                   MOVE 'R821' TO EDIT-REASON
                   PERFORM 420-UNWIND-CHANGE
           END-EVALUATE

           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'BENRSP1 BENSENT UNWIND SQLCODE: ' SQLCODE
                   ' ENO: ' BF-ENO ' PLAN: ' BF-DED-CODE
           END-IF

           PERFORM 800-WRITE-SUSPENSE.
       300-PROCESS-EXIT.
           EXIT.

      *    the carrier never took the add: forget it was sent
       410-UNWIND-ADD.
           EXEC SQL
               DELETE FROM BENSENT
                   WHERE CARRIER_ID = :BF-CARRIER-ID
                     AND ENO = :BF-ENO
                     AND DED_CODE = :BF-DED-CODE
           END-EXEC.

      *    the carrier kept its old coverage: a blank sent level
      *    never matches, so the next run sends the change again
       420-UNWIND-CHANGE.
           EXEC SQL
               UPDATE BENSENT
                   SET COVERAGE = '  '
                   WHERE CARRIER_ID = :BF-CARRIER-ID
                     AND ENO = :BF-ENO
                     AND DED_CODE = :BF-DED-CODE
           END-EXEC.

      *    the carrier still covers the employee: back to active,
      *    so the next run's termination pass sends it again
       430-UNWIND-TERM.
           EXEC SQL
               UPDATE BENSENT
                   SET STATUS = 'A'
                   WHERE CARRIER_ID = :BF-CARRIER-ID
                     AND ENO = :BF-ENO
                     AND DED_CODE = :BF-DED-CODE
           END-EXEC.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND BEN-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'BENRSP1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE BEN-RESPONSE-RECORD TO SUS-TRANS-IMAGE(1:150)
           WRITE BEN-SUSPENSE-LINE FROM SUSPENSE-RECORD

           ADD 1 TO SUSPENSE-COUNT.
