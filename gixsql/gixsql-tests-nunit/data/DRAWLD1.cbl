       IDENTIFICATION DIVISION.

       PROGRAM-ID. DRAWLD1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DRAW-TERMS-FILE
               ASSIGN TO EXTERNAL DRAWIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  DRAW-TERMS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DRAW-TERMS-LINE.

       01  DRAW-TERMS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * commission draw terms feed (DRAWIN): one line per sales
      * rep granted a guaranteed draw - the amount paid each
      * commission period when commission earned falls short, and
      * the last period the guarantee runs through. A zero amount
      * ends a rep's draw. The terms replace any already on file;
      * the balance still to be recovered is COMCALC1's and is
      * never touched here.
      *----------------------------------------------------------*
           01 DRAW-TERMS-RECORD.
               05 DRT-ENO          PIC 9(04).
               05 DRT-DRAW-AMOUNT  PIC 9(07)V99.
               05 DRT-END-PERIOD   PIC 9(06).
               05 FILLER           PIC X(61).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 DRAW-FILE-STATUS     PIC XX.
           01 DRAW-EOF-SW          PIC X VALUE 'N'.
               88 DRAW-EOF         VALUE 'Y'.

           01 EMP-FOUND-COUNT      PIC 9(4) COMP.

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 ROWS-LOADED-COUNT    PIC 9(6) VALUE 0.
           01 ROWS-SKIP-COUNT      PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  describes COMDRAW's real column shape so the precompiler
      *  can flag a statement that doesn't line up with it
           EXEC SQL
               DECLARE TABLE COMDRAW
                   (ENO             DECIMAL(4,0)  NOT NULL,
                    DRAW_AMOUNT     DECIMAL(9,2)  NOT NULL,
                    DRAW_END_PERIOD DECIMAL(6,0)  NOT NULL,
                    RECOVER_BAL     DECIMAL(11,2) NOT NULL,
                    PRIOR_BAL       DECIMAL(11,2) NOT NULL,
                    LAST_PERIOD     DECIMAL(6,0)  NOT NULL)
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
               DISPLAY 'DRAWLD1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 100-MAIN
      * Applies every clean feed line to its rep's draw terms and
      * backs the whole load out if anything fails partway.
      *----------------------------------------------------------*
       100-MAIN.
           OPEN INPUT DRAW-TERMS-FILE.
           IF DRAW-FILE-STATUS NOT = '00'
               DISPLAY 'DRAWLD1 CANNOT OPEN DRAWIN, STATUS: '
                   DRAW-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-DRAW-RECORD.
           PERFORM UNTIL DRAW-EOF OR SQLCODE < 0
               PERFORM 300-LOAD-DRAW-RECORD
               PERFORM 200-READ-DRAW-RECORD
           END-PERFORM.

           CLOSE DRAW-TERMS-FILE.

           IF SQLCODE < 0
               DISPLAY 'DRAWLD1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'DRAWLD1 LINES READ   : ' ROWS-READ-COUNT
               DISPLAY 'DRAWLD1 ROWS LOADED  : ' ROWS-LOADED-COUNT
               DISPLAY 'DRAWLD1 LINES SKIPPED: ' ROWS-SKIP-COUNT
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-DRAW-RECORD.
           READ DRAW-TERMS-FILE INTO DRAW-TERMS-RECORD
               AT END
                   SET DRAW-EOF TO TRUE
           END-READ.

       300-LOAD-DRAW-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           IF DRT-ENO NOT NUMERIC
                   OR DRT-DRAW-AMOUNT NOT NUMERIC
                   OR DRT-END-PERIOD NOT NUMERIC
               DISPLAY 'DRAWLD1 BAD FEED LINE SKIPPED: ['
                   DRAW-TERMS-LINE(1:19) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               MOVE 0 TO EMP-FOUND-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                       INTO :EMP-FOUND-COUNT
                       FROM EMPTABLE
                       WHERE ENO = :DRT-ENO
               END-EXEC
               IF SQLCODE = 0 AND EMP-FOUND-COUNT = 0
                   DISPLAY 'DRAWLD1 ENO NOT ON EMPTABLE, SKIPPED: '
                       DRT-ENO
                   ADD 1 TO ROWS-SKIP-COUNT
               ELSE
                   IF SQLCODE = 0
                       PERFORM 310-REPLACE-TERMS
                   END-IF
               END-IF
           END-IF.

      *    new reps start with nothing to recover
       310-REPLACE-TERMS.
           EXEC SQL
               UPDATE COMDRAW
                   SET DRAW_AMOUNT = :DRT-DRAW-AMOUNT,
                       DRAW_END_PERIOD = :DRT-END-PERIOD
                   WHERE ENO = :DRT-ENO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COMDRAW
                       (ENO, DRAW_AMOUNT, DRAW_END_PERIOD,
                        RECOVER_BAL, PRIOR_BAL, LAST_PERIOD)
                       VALUES (:DRT-ENO, :DRT-DRAW-AMOUNT,
                               :DRT-END-PERIOD, 0, 0, 0)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO ROWS-LOADED-COUNT
           ELSE
               DISPLAY 'DRAWLD1 UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' DRT-ENO
           END-IF.
