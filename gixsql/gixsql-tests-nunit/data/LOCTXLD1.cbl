       IDENTIFICATION DIVISION.

       PROGRAM-ID. LOCTXLD1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOCAL-TAX-FILE
               ASSIGN TO EXTERNAL LOCTXIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCAL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  LOCAL-TAX-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOCAL-TAX-LINE.

       01  LOCAL-TAX-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * local income tax feed (LOCTXIN): the city, county and
      * school-district jurisdictions and how employees map onto
      * them. The first byte says what the line is:
      *   J - one jurisdiction: its code, name, state, the rate
      *       withheld from residents and from nonresidents who
      *       work there (four implied decimals, 0250 = 2.50%),
      *       and whether the residence credits tax paid to the
      *       work-site locality (Y/N, a blank loads as N)
      *   Z - a residence ZIP code and the locality it lies in
      *   W - a department and the locality its work site lies in
      * PAYCALC1 withholds from both tables each period. The feed
      * is the whole picture, so the load replaces both tables,
      * and a map line naming a locality with no J line fails the
      * load rather than leave wages mapped to no rate.
      *----------------------------------------------------------*
           01 LOCAL-TAX-RECORD.
               05 LTX-LINE-TYPE    PIC X(01).
                   88 LTX-JURISDICTION  VALUE 'J'.
                   88 LTX-RESIDENCE-MAP VALUE 'Z'.
                   88 LTX-WORK-SITE-MAP VALUE 'W'.
               05 LTX-CODE         PIC X(05).
               05 LTX-NAME         PIC X(20).
               05 LTX-STATE        PIC X(02).
               05 LTX-RES-RATE     PIC 9V9(4).
               05 LTX-NONRES-RATE  PIC 9V9(4).
               05 LTX-RES-CREDIT   PIC X(01).
                   88 LTX-CREDITS-WORK-TAX VALUE 'Y'.
                   88 LTX-NO-CREDIT        VALUE 'N'.
               05 FILLER           PIC X(41).
           01 LOCAL-MAP-RECORD REDEFINES LOCAL-TAX-RECORD.
               05 FILLER           PIC X(01).
               05 LTX-MAP-KEY      PIC X(05).
               05 LTX-MAP-CODE     PIC X(05).
               05 FILLER           PIC X(69).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 LOCAL-FILE-STATUS    PIC XX.
           01 LOCAL-EOF-SW         PIC X VALUE 'N'.
               88 LOCAL-EOF        VALUE 'Y'.

           01 RI-BAD-COUNT         PIC 9(6) VALUE 0.

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 JURIS-LOADED-COUNT   PIC 9(6) VALUE 0.
           01 MAPS-LOADED-COUNT    PIC 9(6) VALUE 0.
           01 ROWS-SKIP-COUNT      PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  describes LOCTAX's and LOCMAP's real column shapes so the
      *  precompiler can flag a statement that doesn't line up
           EXEC SQL
               DECLARE TABLE LOCTAX
                   (LOCAL_CODE     CHAR(5)       NOT NULL,
                    LOCAL_NAME     CHAR(20)      NOT NULL,
                    ST             CHAR(2)       NOT NULL,
                    RES_RATE       DECIMAL(5,4)  NOT NULL,
                    NONRES_RATE    DECIMAL(5,4)  NOT NULL,
                    RES_CREDIT     CHAR(1)       NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE TABLE LOCMAP
                   (MAP_TYPE       CHAR(1)       NOT NULL,
                    MAP_KEY        CHAR(5)       NOT NULL,
                    LOCAL_CODE     CHAR(5)       NOT NULL)
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
               DISPLAY 'LOCTXLD1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 100-MAIN
      * Replaces both tables in one pass: clears them, loads every
      * clean feed line, proves every map line lands on a loaded
      * jurisdiction, and backs the whole load out if anything
      * fails so the tables never hold half a feed.
      *----------------------------------------------------------*
       100-MAIN.
           OPEN INPUT LOCAL-TAX-FILE.
           IF LOCAL-FILE-STATUS NOT = '00'
               DISPLAY 'LOCTXLD1 CANNOT OPEN LOCTXIN, STATUS: '
                   LOCAL-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL
               DELETE FROM LOCMAP
           END-EXEC.
           IF SQLCODE >= 0
               EXEC SQL
                   DELETE FROM LOCTAX
               END-EXEC
           END-IF.
           IF SQLCODE < 0
               DISPLAY 'LOCTXLD1 CLEAR SQLCODE: ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               CLOSE LOCAL-TAX-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-LOCAL-RECORD.
           PERFORM UNTIL LOCAL-EOF OR SQLCODE < 0
               PERFORM 300-LOAD-LOCAL-RECORD
               PERFORM 200-READ-LOCAL-RECORD
           END-PERFORM.

           CLOSE LOCAL-TAX-FILE.

           IF SQLCODE >= 0
               PERFORM 600-CROSS-CHECK-MAPS
           END-IF.

           IF SQLCODE < 0 OR RI-BAD-COUNT > 0
               DISPLAY 'LOCTXLD1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'LOCTXLD1 LINES READ   : ' ROWS-READ-COUNT
               DISPLAY 'LOCTXLD1 LOCALITIES   : ' JURIS-LOADED-COUNT
               DISPLAY 'LOCTXLD1 MAP ROWS     : ' MAPS-LOADED-COUNT
               DISPLAY 'LOCTXLD1 LINES SKIPPED: ' ROWS-SKIP-COUNT
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-LOCAL-RECORD.
           READ LOCAL-TAX-FILE INTO LOCAL-TAX-RECORD
               AT END
                   SET LOCAL-EOF TO TRUE
           END-READ.

       300-LOAD-LOCAL-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           EVALUATE TRUE
               WHEN LTX-JURISDICTION
                   PERFORM 400-LOAD-JURISDICTION
               WHEN LTX-RESIDENCE-MAP
               WHEN LTX-WORK-SITE-MAP
                   PERFORM 500-LOAD-MAP-LINE
               WHEN OTHER
                   DISPLAY 'LOCTXLD1 BAD FEED LINE SKIPPED: ['
                       LOCAL-TAX-LINE(1:11) ']'
                   ADD 1 TO ROWS-SKIP-COUNT
           END-EVALUATE.

       400-LOAD-JURISDICTION.
           IF LTX-RES-CREDIT = SPACE
               SET LTX-NO-CREDIT TO TRUE
           END-IF

           IF LTX-CODE = SPACES
                   OR LTX-STATE NOT ALPHABETIC OR LTX-STATE = SPACES
                   OR LTX-RES-RATE NOT NUMERIC
                   OR LTX-NONRES-RATE NOT NUMERIC
                   OR (NOT LTX-CREDITS-WORK-TAX AND NOT LTX-NO-CREDIT)
               DISPLAY 'LOCTXLD1 BAD FEED LINE SKIPPED: ['
                   LOCAL-TAX-LINE(1:28) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               EXEC SQL
                   INSERT INTO LOCTAX
                       (LOCAL_CODE, LOCAL_NAME, ST, RES_RATE,
                        NONRES_RATE, RES_CREDIT)
                       VALUES (:LTX-CODE, :LTX-NAME, :LTX-STATE,
                               :LTX-RES-RATE, :LTX-NONRES-RATE,
                               :LTX-RES-CREDIT)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO JURIS-LOADED-COUNT
               ELSE
                   DISPLAY 'LOCTXLD1 LOCTAX INSERT SQLCODE: ' SQLCODE
                       ' LOCALITY: ' LTX-CODE
               END-IF
           END-IF.

       500-LOAD-MAP-LINE.
           IF LTX-MAP-KEY = SPACES OR LTX-MAP-CODE = SPACES
               DISPLAY 'LOCTXLD1 BAD FEED LINE SKIPPED: ['
                   LOCAL-TAX-LINE(1:11) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               EXEC SQL
                   INSERT INTO LOCMAP
                       (MAP_TYPE, MAP_KEY, LOCAL_CODE)
                       VALUES (:LTX-LINE-TYPE, :LTX-MAP-KEY,
                               :LTX-MAP-CODE)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO MAPS-LOADED-COUNT
               ELSE
                   DISPLAY 'LOCTXLD1 LOCMAP INSERT SQLCODE: ' SQLCODE
                       ' TYPE: ' LTX-LINE-TYPE ' KEY: ' LTX-MAP-KEY
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 600-CROSS-CHECK-MAPS
      * Every ZIP and department mapped must name a locality the
      * feed defined; an orphan would withhold nothing for that
      * employee without a word.
      *----------------------------------------------------------*
       600-CROSS-CHECK-MAPS.
           MOVE 0 TO RI-BAD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :RI-BAD-COUNT
                   FROM LOCMAP M
                   WHERE NOT EXISTS
                       (SELECT 1 FROM LOCTAX T
                         WHERE T.LOCAL_CODE = M.LOCAL_CODE)
           END-EXEC
           IF SQLCODE <> 0 OR RI-BAD-COUNT > 0
               DISPLAY 'LOCTXLD1 ' RI-BAD-COUNT ' MAP ROWS WITH '
                   'NO LOCTAX LOCALITY'
               IF RI-BAD-COUNT = 0
                   MOVE 1 TO RI-BAD-COUNT
               END-IF
           END-IF.
