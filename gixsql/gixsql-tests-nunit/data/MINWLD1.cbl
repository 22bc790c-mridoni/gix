       IDENTIFICATION DIVISION.

       PROGRAM-ID. MINWLD1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MIN-WAGE-FILE
               ASSIGN TO EXTERNAL MINWGIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAGE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  MIN-WAGE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MIN-WAGE-LINE.

       01  MIN-WAGE-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * minimum-wage rate feed (MINWGIN): one line per state per
      * effective date, the hourly minimum in force from that date
      * until the state's next dated line. The federal floor rides
      * as state 'US'; the pay calculation holds each employee to
      * the higher of the federal and work-state minimums in force
      * at the period end. A line repeating a state and date
      * already on file replaces that rate, so a correction or a
      * newly announced increase loads on its own without
      * resending the history.
      *----------------------------------------------------------*
           01 MIN-WAGE-RECORD.
               05 MWR-STATE        PIC X(02).
               05 MWR-EFF-DATE     PIC 9(08).
               05 MWR-MIN-RATE     PIC 9(03)V99.
               05 FILLER           PIC X(65).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 WAGE-FILE-STATUS     PIC XX.
           01 WAGE-EOF-SW          PIC X VALUE 'N'.
               88 WAGE-EOF         VALUE 'Y'.

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

      *  describes MINWAGE's real column shape so the precompiler
      *  can flag a statement that doesn't line up with it
           EXEC SQL
               DECLARE TABLE MINWAGE
                   (ST             CHAR(2)       NOT NULL,
                    EFF_DATE       DECIMAL(8,0)  NOT NULL,
                    MIN_RATE       DECIMAL(5,2)  NOT NULL)
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
               DISPLAY 'MINWLD1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 100-MAIN
      * Applies every clean feed line as a replace of its state
      * and date, and backs the whole load out if anything fails
      * partway so the table never holds half a feed.
      *----------------------------------------------------------*
       100-MAIN.
           OPEN INPUT MIN-WAGE-FILE.
           IF WAGE-FILE-STATUS NOT = '00'
               DISPLAY 'MINWLD1 CANNOT OPEN MINWGIN, STATUS: '
                   WAGE-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-WAGE-RECORD.
           PERFORM UNTIL WAGE-EOF OR SQLCODE < 0
               PERFORM 300-LOAD-WAGE-RECORD
               PERFORM 200-READ-WAGE-RECORD
           END-PERFORM.

           CLOSE MIN-WAGE-FILE.

           IF SQLCODE < 0
               DISPLAY 'MINWLD1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'MINWLD1 LINES READ   : ' ROWS-READ-COUNT
               DISPLAY 'MINWLD1 ROWS LOADED  : ' ROWS-LOADED-COUNT
               DISPLAY 'MINWLD1 LINES SKIPPED: ' ROWS-SKIP-COUNT
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-WAGE-RECORD.
           READ MIN-WAGE-FILE INTO MIN-WAGE-RECORD
               AT END
                   SET WAGE-EOF TO TRUE
           END-READ.

       300-LOAD-WAGE-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           MOVE 0 TO EFF-DATE-INT
           IF MWR-EFF-DATE NUMERIC
               COMPUTE EFF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(MWR-EFF-DATE)
           END-IF

           IF MWR-STATE NOT ALPHABETIC OR MWR-STATE = SPACES
                   OR EFF-DATE-INT = 0
                   OR MWR-MIN-RATE NOT NUMERIC
               DISPLAY 'MINWLD1 BAD FEED LINE SKIPPED: ['
                   MIN-WAGE-LINE(1:15) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               EXEC SQL
                   DELETE FROM MINWAGE
                       WHERE ST = :MWR-STATE
                         AND EFF_DATE = :MWR-EFF-DATE
               END-EXEC

               IF SQLCODE >= 0
                   EXEC SQL
                       INSERT INTO MINWAGE
                           (ST, EFF_DATE, MIN_RATE)
                           VALUES (:MWR-STATE, :MWR-EFF-DATE,
                                   :MWR-MIN-RATE)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   ADD 1 TO ROWS-LOADED-COUNT
               ELSE
                   DISPLAY 'MINWLD1 INSERT SQLCODE: ' SQLCODE
                       ' STATE: ' MWR-STATE ' DATE: ' MWR-EFF-DATE
               END-IF
           END-IF.
