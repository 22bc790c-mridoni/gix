       IDENTIFICATION DIVISION.

       PROGRAM-ID. BRKLD1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BREAK-RULE-FILE
               ASSIGN TO EXTERNAL BRKRLIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BREAK-RULE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BREAK-RULE-LINE.

       01  BREAK-RULE-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * meal-break rule feed (BRKRLIN): one line per work state
      * per effective date, in force from that date until the
      * state's next dated line. A shift working more than
      * MEAL-AFTER minutes owes a meal period of at least
      * MEAL-MINUTES that starts no later than MEAL-AFTER minutes
      * into the shift; a shift working no more than WAIVE-UPTO
      * minutes may skip the meal by agreement. A missed, short or
      * late meal pays the premium hour under EARN-CODE, blank
      * meaning the standard MBP code. A state with no line on
      * file has no meal rule and is not checked. A line repeating
      * a state and date already on file replaces that rule.
      *----------------------------------------------------------*
           01 BREAK-RULE-RECORD.
               05 BRR-STATE        PIC X(02).
               05 BRR-EFF-DATE     PIC 9(08).
               05 BRR-MEAL-AFTER   PIC 9(04).
               05 BRR-MEAL-MINUTES PIC 9(03).
               05 BRR-WAIVE-UPTO   PIC 9(04).
               05 BRR-EARN-CODE    PIC X(03).
               05 FILLER           PIC X(56).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RULE-FILE-STATUS     PIC XX.
           01 RULE-EOF-SW          PIC X VALUE 'N'.
               88 RULE-EOF         VALUE 'Y'.

           01 EFF-DATE-INT         PIC 9(8) COMP-3.

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 ROWS-LOADED-COUNT    PIC 9(6) VALUE 0.
           01 ROWS-SKIP-COUNT      PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  describes BRKRULE's real column shape so the precompiler
      *  can flag a statement that doesn't line up with it
           EXEC SQL
               DECLARE TABLE BRKRULE
                   (ST             CHAR(2)       NOT NULL,
                    EFF_DATE       DECIMAL(8,0)  NOT NULL,
                    MEAL_AFTER_MIN DECIMAL(4,0)  NOT NULL,
                    MEAL_MINUTES   DECIMAL(3,0)  NOT NULL,
                    WAIVE_UPTO_MIN DECIMAL(4,0)  NOT NULL,
                    EARN_CODE      CHAR(3)       NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'BRKLD1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 100-MAIN
      * Applies every clean feed line as a replace of its state
      * and date, and backs the whole load out if anything fails
      * partway so the table never holds half a feed.
      *----------------------------------------------------------*
       100-MAIN.
           OPEN INPUT BREAK-RULE-FILE.
           IF RULE-FILE-STATUS NOT = '00'
               DISPLAY 'BRKLD1 CANNOT OPEN BRKRLIN, STATUS: '
                   RULE-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-RULE-RECORD.
           PERFORM UNTIL RULE-EOF OR SQLCODE < 0
               PERFORM 300-LOAD-RULE-RECORD
               PERFORM 200-READ-RULE-RECORD
           END-PERFORM.

           CLOSE BREAK-RULE-FILE.

           IF SQLCODE < 0
               DISPLAY 'BRKLD1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'BRKLD1 LINES READ   : ' ROWS-READ-COUNT
               DISPLAY 'BRKLD1 ROWS LOADED  : ' ROWS-LOADED-COUNT
               DISPLAY 'BRKLD1 LINES SKIPPED: ' ROWS-SKIP-COUNT
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-RULE-RECORD.
           READ BREAK-RULE-FILE INTO BREAK-RULE-RECORD
               AT END
                   SET RULE-EOF TO TRUE
           END-READ.

       300-LOAD-RULE-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           MOVE 0 TO EFF-DATE-INT
           IF BRR-EFF-DATE NUMERIC
               COMPUTE EFF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(BRR-EFF-DATE)
           END-IF
           IF BRR-EARN-CODE = SPACES
               MOVE 'MBP' TO BRR-EARN-CODE
           END-IF

      *    a rule whose waiver reaches past the meal threshold
      *    could never be breached by a missed meal - refused as a
      *    keying error rather than loaded as a rule that checks
      *    nothing
           IF BRR-STATE NOT ALPHABETIC OR BRR-STATE = SPACES
                   OR EFF-DATE-INT = 0
                   OR BRR-MEAL-AFTER NOT NUMERIC
                   OR BRR-MEAL-MINUTES NOT NUMERIC
                   OR BRR-WAIVE-UPTO NOT NUMERIC
                   OR BRR-MEAL-AFTER = 0
                   OR BRR-MEAL-MINUTES = 0
               DISPLAY 'BRKLD1 BAD FEED LINE SKIPPED: ['
                   BREAK-RULE-LINE(1:24) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               IF BRR-WAIVE-UPTO > 0
                       AND BRR-WAIVE-UPTO < BRR-MEAL-AFTER
                   DISPLAY 'BRKLD1 WAIVER UNDER MEAL THRESHOLD - '
                       'SKIPPED: [' BREAK-RULE-LINE(1:24) ']'
                   ADD 1 TO ROWS-SKIP-COUNT
               ELSE
                   PERFORM 310-REPLACE-RULE
               END-IF
           END-IF.

       310-REPLACE-RULE.
           EXEC SQL
               DELETE FROM BRKRULE
                   WHERE ST = :BRR-STATE
                     AND EFF_DATE = :BRR-EFF-DATE
           END-EXEC

           IF SQLCODE >= 0
               EXEC SQL
                   INSERT INTO BRKRULE
                       (ST, EFF_DATE, MEAL_AFTER_MIN, MEAL_MINUTES,
                        WAIVE_UPTO_MIN, EARN_CODE)
                       VALUES (:BRR-STATE, :BRR-EFF-DATE,
                               :BRR-MEAL-AFTER, :BRR-MEAL-MINUTES,
                               :BRR-WAIVE-UPTO, :BRR-EARN-CODE)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO ROWS-LOADED-COUNT
           ELSE
               DISPLAY 'BRKLD1 INSERT SQLCODE: ' SQLCODE
                   ' STATE: ' BRR-STATE ' DATE: ' BRR-EFF-DATE
           END-IF.
