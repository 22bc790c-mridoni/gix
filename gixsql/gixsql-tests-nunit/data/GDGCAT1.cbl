       IDENTIFICATION DIVISION.

       PROGRAM-ID. GDGCAT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GENERATION-FILE
               ASSIGN USING GENERATION-FILE-NAME
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.

           SELECT GENERATION-PATH-FILE
               ASSIGN TO EXTERNAL GDGPATH
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-REPORT-FILE
               ASSIGN TO EXTERNAL GDGRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  GENERATION-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS GENERATION-LINE.

       01  GENERATION-LINE         PIC X(450).

       FD  GENERATION-PATH-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GENERATION-PATH-LINE.

       01  GENERATION-PATH-LINE    PIC X(80).

       FD  CATALOG-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CATALOG-REPORT-LINE.

       01  CATALOG-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY TRAILER.

           COPY RPTHDR.

           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

      *----------------------------------------------------------*
      * GDG_MODE picks the step:
      *   A allocate the next generation before the producing
      *     step runs - its dataset name goes to GDGPATH for the
      *     step to assign its EXTERNAL file to
      *   C catalog that generation once the step has ended
      *     cleanly - its trailer totals are recorded and it
      *     becomes current
      *   R resolve a relative generation for a reading step -
      *     GDG_REL 0 (or blank) current, -1 the one before, +1
      *     the generation allocated but not yet catalogued
      *   B back out the current generation - the prior one is
      *     current again
      *   L list the catalog for GDG_BASE to GDGRPT
      * GDG_BASE is the logical file (PAYDTL, GLJRNL, ACHOUT,
      * POSPAY, an extract name), GDG_ROOT the directory the
      * generations are written under, GDG_LIMIT how many
      * current and prior generations stay on the catalog before
      * the oldest roll off.
      *----------------------------------------------------------*
           01 GDG-MODE             PIC X(1).
               88 MODE-ALLOCATE    VALUE 'A'.
               88 MODE-CATALOG     VALUE 'C'.
               88 MODE-RESOLVE     VALUE 'R'.
               88 MODE-BACKOUT     VALUE 'B'.
               88 MODE-LIST        VALUE 'L'.
           01 GDG-BASE             PIC X(8).
           01 GDG-ROOT             PIC X(44).
           01 GDG-REL-TEXT         PIC X(3).
           01 GDG-REL-DIGITS       PIC X(2).
           01 GDG-REL              PIC 9(2) VALUE 0.
           01 GDG-REL-SIGN         PIC X(1).
           01 GDG-LIMIT-TEXT       PIC X(2).
           01 GDG-LIMIT            PIC 9(2) VALUE 7.

           01 GENERATION-FILE-NAME PIC X(64).
           01 GENERATION-FILE-STATUS PIC XX.
           01 GENERATION-EOF-SW    PIC X VALUE 'N'.
               88 GENERATION-EOF   VALUE 'Y'.

      *    the generation being worked, as catalogued
           01 GEN-NO               PIC 9(4).
           01 GEN-NO-IND           PIC S9(4) COMP.
           01 GEN-PATH             PIC X(64).
           01 GEN-STATUS           PIC X(1).
           01 GEN-RECORD-COUNT     PIC 9(8).
           01 GEN-KEY-HASH         PIC 9(10).
           01 GEN-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3.
           01 GEN-SECTIONS         PIC 9(3).
           01 GEN-TRAILER-FLAG     PIC X(1).
           01 GEN-ALLOC-TS         PIC X(16).
           01 GEN-CATALOG-TS       PIC X(16).
           01 GEN-CATALOG-IND      PIC S9(4) COMP.
           01 PRIOR-GEN-NO         PIC 9(4).
           01 PRIOR-GEN-IND        PIC S9(4) COMP.
           01 NOW-TS               PIC X(16).

      *    what the generation's own records and trailers say
           01 BODY-COUNT           PIC 9(8) VALUE 0.
           01 TRAILER-SEEN-SW      PIC X VALUE 'N'.
               88 TRAILER-SEEN     VALUE 'Y'.
           01 BODY-SINCE-TRAILER-SW PIC X VALUE 'N'.
               88 BODY-SINCE-TRAILER VALUE 'Y'.

      *    the generations still kept, newest first, for roll-off
           01 KEPT-COUNT           PIC 9(3) COMP VALUE 0.
           01 KEPT-IDX             PIC 9(3) COMP.
           01 KEPT-TABLE.
               05 KEPT-GEN-NO OCCURS 200 TIMES PIC 9(4).
           01 ROLLED-OFF-COUNT     PIC 9(3) VALUE 0.

           01 LIST-COUNT           PIC 9(4) VALUE 0.
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.
           01 COUNT-EDIT           PIC Z(7)9.
           01 AMT-EDIT             PIC Z(12)9.99-.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  one row per generation of each logical output file:
      *  STATUS P allocated and being written, C current, H a
      *  prior generation still kept, R backed out, F allocated
      *  by a step that never finished, X rolled off the limit.
      *  The totals are the generation's control trailers summed
      *  over its sections (TRAILER_FLAG T), or the plain record
      *  count for a file that carries no FILETRLR (flag N).
           EXEC SQL
               DECLARE TABLE GDGCAT
                   (BASE_NAME    CHAR(8)       NOT NULL,
                    GEN_NO       DECIMAL(4,0)  NOT NULL,
                    FILE_PATH    CHAR(64)      NOT NULL,
                    STATUS       CHAR(1)       NOT NULL,
                    RECORD_COUNT DECIMAL(8,0)  NOT NULL,
                    KEY_HASH     DECIMAL(10,0) NOT NULL,
                    AMOUNT_TOTAL DECIMAL(15,2) NOT NULL,
                    SECTIONS     DECIMAL(3,0)  NOT NULL,
                    TRAILER_FLAG CHAR(1)       NOT NULL,
                    ALLOC_TS     CHAR(16)      NOT NULL,
                    CATALOG_TS   CHAR(16))
           END-EXEC.

           EXEC SQL
               DECLARE GDGKEPCR CURSOR FOR
               SELECT GEN_NO
                 FROM GDGCAT
               WHERE BASE_NAME = :GDG-BASE
                 AND STATUS IN ('C', 'H')
               ORDER BY GEN_NO DESC
           END-EXEC.

           EXEC SQL
               DECLARE GDGLSTCR CURSOR FOR
               SELECT GEN_NO, FILE_PATH, STATUS, RECORD_COUNT,
                      AMOUNT_TOTAL, SECTIONS, TRAILER_FLAG,
                      ALLOC_TS, CATALOG_TS
                 FROM GDGCAT
               WHERE BASE_NAME = :GDG-BASE
               ORDER BY GEN_NO DESC
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Generation catalog for the batch output files. A producing
      * step no longer writes PAYDTL, GLJRNL, ACHOUT, POSPAY or an
      * extract to one fixed dataset: the step before it allocates
      * the next numbered generation (BASE.G0001V00 under
      * GDG_ROOT) and the producer's EXTERNAL name is assigned to
      * that, so a rerun lands in a new generation and the one
      * that may already be at the bank is never overwritten. The
      * step after catalogues it with its control-trailer totals
      * and makes it current; readers resolve current or a
      * relative generation, and a backout points current back at
      * the prior generation without touching either file.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "GDG_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT GDG-MODE FROM ENVIRONMENT-VALUE.
           DISPLAY "GDG_BASE" UPON ENVIRONMENT-NAME.
           ACCEPT GDG-BASE FROM ENVIRONMENT-VALUE.
           IF GDG-BASE = SPACES
               DISPLAY 'GDGCAT1 GDG_BASE MUST BE SET'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           IF NOT MODE-ALLOCATE AND NOT MODE-CATALOG
                   AND NOT MODE-RESOLVE AND NOT MODE-BACKOUT
                   AND NOT MODE-LIST
               DISPLAY 'GDGCAT1 GDG_MODE MUST BE A, C, R, B OR L: ['
                   GDG-MODE ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           DISPLAY "GDG_ROOT" UPON ENVIRONMENT-NAME.
           ACCEPT GDG-ROOT FROM ENVIRONMENT-VALUE.
           IF MODE-ALLOCATE AND GDG-ROOT = SPACES
               DISPLAY 'GDGCAT1 GDG_ROOT MUST BE SET TO ALLOCATE'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           DISPLAY "GDG_LIMIT" UPON ENVIRONMENT-NAME.
           ACCEPT GDG-LIMIT-TEXT FROM ENVIRONMENT-VALUE.
           IF GDG-LIMIT-TEXT NUMERIC
               MOVE GDG-LIMIT-TEXT TO GDG-LIMIT
           END-IF.
           IF GDG-LIMIT = 0
               MOVE 1 TO GDG-LIMIT
           END-IF.

           PERFORM 050-PARSE-RELATIVE THRU 050-PARSE-RELATIVE-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:16) TO NOW-TS.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'GDGCAT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           EVALUATE TRUE
               WHEN MODE-ALLOCATE
                   PERFORM 200-ALLOCATE THRU 200-ALLOCATE-EXIT
               WHEN MODE-CATALOG
                   PERFORM 300-CATALOG THRU 300-CATALOG-EXIT
               WHEN MODE-RESOLVE
                   PERFORM 500-RESOLVE THRU 500-RESOLVE-EXIT
               WHEN MODE-BACKOUT
                   PERFORM 600-BACKOUT THRU 600-BACKOUT-EXIT
               WHEN MODE-LIST
                   PERFORM 700-LIST
           END-EVALUATE.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 050-PARSE-RELATIVE - GDG_REL as 0, -n or +1
      *----------------------------------------------------------*
       050-PARSE-RELATIVE.
           MOVE SPACES TO GDG-REL-TEXT
           DISPLAY "GDG_REL" UPON ENVIRONMENT-NAME
           ACCEPT GDG-REL-TEXT FROM ENVIRONMENT-VALUE
           MOVE '0' TO GDG-REL-SIGN
           MOVE 0 TO GDG-REL
           IF GDG-REL-TEXT = SPACES OR GDG-REL-TEXT = '0'
               GO TO 050-PARSE-RELATIVE-EXIT
           END-IF

           MOVE GDG-REL-TEXT(1:1) TO GDG-REL-SIGN
           MOVE GDG-REL-TEXT(2:2) TO GDG-REL-DIGITS
           IF GDG-REL-DIGITS(2:1) = SPACE
               MOVE GDG-REL-DIGITS(1:1) TO GDG-REL-DIGITS(2:1)
               MOVE '0' TO GDG-REL-DIGITS(1:1)
           END-IF
           IF (GDG-REL-SIGN NOT = '-' AND GDG-REL-SIGN NOT = '+')
                   OR GDG-REL-DIGITS NOT NUMERIC
               DISPLAY 'GDGCAT1 GDG_REL MUST BE 0, -N OR +1: ['
                   GDG-REL-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 050-PARSE-RELATIVE-EXIT
           END-IF
           MOVE GDG-REL-DIGITS TO GDG-REL
           IF GDG-REL-SIGN = '+' AND GDG-REL NOT = 1
               DISPLAY 'GDGCAT1 ONLY +1, THE GENERATION BEING '
                   'WRITTEN, IS AHEAD OF CURRENT: [' GDG-REL-TEXT ']'
               MOVE 8 TO RETURN-CODE
           END-IF.
       050-PARSE-RELATIVE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 200-ALLOCATE
      * Next number after every generation the base has ever had,
      * whatever became of it, so a number is never reused. A
      * generation still allocated from an earlier attempt is
      * marked failed - the rerun writes its own. A dataset
      * already sitting at the new name is refused rather than
      * overwritten.
      *----------------------------------------------------------*
       200-ALLOCATE.
           MOVE 0 TO GEN-NO
           EXEC SQL
               SELECT MAX(GEN_NO) INTO :GEN-NO :GEN-NO-IND
                   FROM GDGCAT
                   WHERE BASE_NAME = :GDG-BASE
           END-EXEC
           IF SQLCODE <> 0 OR GEN-NO-IND < 0
               MOVE 0 TO GEN-NO
           END-IF
           IF GEN-NO = 9999
               DISPLAY 'GDGCAT1 ' GDG-BASE ' HAS USED EVERY '
                   'GENERATION NUMBER'
               MOVE 8 TO RETURN-CODE
               GO TO 200-ALLOCATE-EXIT
           END-IF
           ADD 1 TO GEN-NO

           MOVE SPACES TO GEN-PATH
           STRING GDG-ROOT DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  GDG-BASE DELIMITED BY SPACE
                  '.G' DELIMITED BY SIZE
                  GEN-NO DELIMITED BY SIZE
                  'V00' DELIMITED BY SIZE
               INTO GEN-PATH

           MOVE GEN-PATH TO GENERATION-FILE-NAME
           OPEN INPUT GENERATION-FILE
           IF GENERATION-FILE-STATUS = '00'
               CLOSE GENERATION-FILE
               DISPLAY 'GDGCAT1 [' GEN-PATH '] ALREADY EXISTS - '
                   'NOT ALLOCATED'
               MOVE 8 TO RETURN-CODE
               GO TO 200-ALLOCATE-EXIT
           END-IF

           EXEC SQL
               UPDATE GDGCAT
                   SET STATUS = 'F'
                   WHERE BASE_NAME = :GDG-BASE
                     AND STATUS = 'P'
           END-EXEC
           IF SQLCODE = 0
               DISPLAY 'GDGCAT1 UNFINISHED EARLIER GENERATION OF '
                   GDG-BASE ' MARKED FAILED'
           END-IF

           EXEC SQL
               INSERT INTO GDGCAT
                   (BASE_NAME, GEN_NO, FILE_PATH, STATUS,
                    RECORD_COUNT, KEY_HASH, AMOUNT_TOTAL, SECTIONS,
                    TRAILER_FLAG, ALLOC_TS)
                   VALUES (:GDG-BASE, :GEN-NO, :GEN-PATH, 'P',
                           0, 0, 0, 0, ' ', :NOW-TS)
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT INSERT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 200-ALLOCATE-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC

           PERFORM 800-WRITE-PATH
           DISPLAY 'GDGCAT1 ALLOCATED ' GDG-BASE ' GENERATION '
               GEN-NO ' AT ' GEN-PATH.
       200-ALLOCATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 300-CATALOG
      * The allocated generation's trailers are summed and proved
      * against its body records - a file whose last records have
      * no closing trailer, or whose trailers disagree with what
      * is there, stays uncatalogued for the operators to run
      * TRLCHK1 on. Once catalogued it is current, the old current
      * is a prior generation, and anything past GDG_LIMIT rolls
      * off the catalog (the dataset itself is left for the
      * retention job).
      *----------------------------------------------------------*
       300-CATALOG.
           EXEC SQL
               SELECT GEN_NO, FILE_PATH
                   INTO :GEN-NO, :GEN-PATH
                   FROM GDGCAT
                   WHERE BASE_NAME = :GDG-BASE
                     AND STATUS = 'P'
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 NO ALLOCATED GENERATION OF '
                   GDG-BASE ' TO CATALOG, SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-CATALOG-EXIT
           END-IF

           PERFORM 310-READ-GENERATION THRU 310-READ-GENERATION-EXIT
           IF RETURN-CODE = 8
               GO TO 300-CATALOG-EXIT
           END-IF

           EXEC SQL
               UPDATE GDGCAT
                   SET STATUS = 'H'
                   WHERE BASE_NAME = :GDG-BASE
                     AND STATUS = 'C'
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'GDGCAT1 GDGCAT UPDATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO 300-CATALOG-EXIT
           END-IF

           EXEC SQL
               UPDATE GDGCAT
                   SET STATUS = 'C',
                       RECORD_COUNT = :GEN-RECORD-COUNT,
                       KEY_HASH = :GEN-KEY-HASH,
                       AMOUNT_TOTAL = :GEN-AMOUNT-TOTAL,
                       SECTIONS = :GEN-SECTIONS,
                       TRAILER_FLAG = :GEN-TRAILER-FLAG,
                       CATALOG_TS = :NOW-TS
                   WHERE BASE_NAME = :GDG-BASE
                     AND GEN_NO = :GEN-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT UPDATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO 300-CATALOG-EXIT
           END-IF

           PERFORM 400-ROLL-OFF
           EXEC SQL COMMIT END-EXEC

           MOVE GEN-RECORD-COUNT TO COUNT-EDIT
           MOVE GEN-AMOUNT-TOTAL TO AMT-EDIT
           DISPLAY 'GDGCAT1 CATALOGUED ' GDG-BASE ' GENERATION '
               GEN-NO ' AS CURRENT'
           DISPLAY 'GDGCAT1 RECORDS ' COUNT-EDIT ' AMOUNT '
               AMT-EDIT ' TRAILER ' GEN-TRAILER-FLAG
           DISPLAY 'GDGCAT1 ROLLED OFF: ' ROLLED-OFF-COUNT.
       300-CATALOG-EXIT.
           EXIT.

       310-READ-GENERATION.
           MOVE 0 TO BODY-COUNT
           MOVE 0 TO GEN-RECORD-COUNT
           MOVE 0 TO GEN-KEY-HASH
           MOVE 0 TO GEN-AMOUNT-TOTAL
           MOVE 0 TO GEN-SECTIONS
           MOVE 'N' TO TRAILER-SEEN-SW
           MOVE 'N' TO BODY-SINCE-TRAILER-SW
           MOVE 'N' TO GENERATION-EOF-SW

           MOVE GEN-PATH TO GENERATION-FILE-NAME
           OPEN INPUT GENERATION-FILE
           IF GENERATION-FILE-STATUS NOT = '00'
               DISPLAY 'GDGCAT1 CANNOT OPEN [' GEN-PATH '] STATUS: '
                   GENERATION-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 310-READ-GENERATION-EXIT
           END-IF

           PERFORM 320-READ-GENERATION-LINE
           PERFORM UNTIL GENERATION-EOF
               IF GENERATION-LINE(1:8) = 'FILETRLR'
                   MOVE GENERATION-LINE(1:80) TO FILE-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
                   MOVE 'N' TO BODY-SINCE-TRAILER-SW
                   ADD 1 TO GEN-SECTIONS
                   ADD FTR-RECORD-COUNT TO GEN-RECORD-COUNT
                   ADD FTR-KEY-HASH TO GEN-KEY-HASH
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD FTR-AMOUNT-TOTAL TO GEN-AMOUNT-TOTAL
               ELSE
                   ADD 1 TO BODY-COUNT
                   SET BODY-SINCE-TRAILER TO TRUE
               END-IF
               PERFORM 320-READ-GENERATION-LINE
           END-PERFORM

           CLOSE GENERATION-FILE

           IF NOT TRAILER-SEEN
               MOVE 'N' TO GEN-TRAILER-FLAG
               MOVE BODY-COUNT TO GEN-RECORD-COUNT
               GO TO 310-READ-GENERATION-EXIT
           END-IF

           MOVE 'T' TO GEN-TRAILER-FLAG
           IF BODY-SINCE-TRAILER
               DISPLAY 'GDGCAT1 [' GEN-PATH '] ENDS WITH BODY '
                   'RECORDS AND NO TRAILER - NOT CATALOGUED'
               MOVE 8 TO RETURN-CODE
               GO TO 310-READ-GENERATION-EXIT
           END-IF
           IF BODY-COUNT NOT = GEN-RECORD-COUNT
               DISPLAY 'GDGCAT1 [' GEN-PATH '] HOLDS ' BODY-COUNT
                   ' RECORDS, TRAILERS SAY ' GEN-RECORD-COUNT
                   ' - NOT CATALOGUED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       310-READ-GENERATION-EXIT.
           EXIT.

       320-READ-GENERATION-LINE.
           READ GENERATION-FILE
               AT END
                   SET GENERATION-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 400-ROLL-OFF - current and prior generations past the
      * limit, oldest first out
      *----------------------------------------------------------*
       400-ROLL-OFF.
           PERFORM 410-LOAD-KEPT
           PERFORM VARYING KEPT-IDX FROM 1 BY 1
                   UNTIL KEPT-IDX > KEPT-COUNT
               IF KEPT-IDX > GDG-LIMIT
                   MOVE KEPT-GEN-NO(KEPT-IDX) TO PRIOR-GEN-NO
                   EXEC SQL
                       UPDATE GDGCAT
                           SET STATUS = 'X'
                           WHERE BASE_NAME = :GDG-BASE
                             AND GEN_NO = :PRIOR-GEN-NO
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO ROLLED-OFF-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       410-LOAD-KEPT.
           MOVE 0 TO KEPT-COUNT
           EXEC SQL
               OPEN GDGKEPCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT OPEN SQLCODE: ' SQLCODE
           ELSE
               PERFORM 420-FETCH-KEPT
               PERFORM UNTIL SQLCODE <> 0
                   IF KEPT-COUNT < 200
                       ADD 1 TO KEPT-COUNT
                       MOVE PRIOR-GEN-NO TO KEPT-GEN-NO(KEPT-COUNT)
                   END-IF
                   PERFORM 420-FETCH-KEPT
               END-PERFORM
               EXEC SQL
                   CLOSE GDGKEPCR
               END-EXEC
           END-IF.

       420-FETCH-KEPT.
           EXEC SQL
               FETCH GDGKEPCR INTO :PRIOR-GEN-NO
           END-EXEC.

      *----------------------------------------------------------*
      * 500-RESOLVE
      * +1 is the generation allocated and still being written
      * (an appending step in the same run reads it); 0 the
      * current; -n counts back through the kept prior
      * generations, backed-out and failed ones skipped.
      *----------------------------------------------------------*
       500-RESOLVE.
           IF GDG-REL-SIGN = '+'
               EXEC SQL
                   SELECT GEN_NO, FILE_PATH
                       INTO :GEN-NO, :GEN-PATH
                       FROM GDGCAT
                       WHERE BASE_NAME = :GDG-BASE
                         AND STATUS = 'P'
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'GDGCAT1 NO GENERATION OF ' GDG-BASE
                       ' IS BEING WRITTEN, SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 500-RESOLVE-EXIT
               END-IF
               GO TO 500-RESOLVE-WRITE
           END-IF

           PERFORM 410-LOAD-KEPT
           IF GDG-REL >= KEPT-COUNT
               DISPLAY 'GDGCAT1 ' GDG-BASE ' HAS NO GENERATION '
                   GDG-REL-TEXT ' - ' KEPT-COUNT ' KEPT'
               MOVE 8 TO RETURN-CODE
               GO TO 500-RESOLVE-EXIT
           END-IF
           COMPUTE KEPT-IDX = GDG-REL + 1
           MOVE KEPT-GEN-NO(KEPT-IDX) TO GEN-NO
           EXEC SQL
               SELECT FILE_PATH INTO :GEN-PATH
                   FROM GDGCAT
                   WHERE BASE_NAME = :GDG-BASE
                     AND GEN_NO = :GEN-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT READ SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 500-RESOLVE-EXIT
           END-IF.
       500-RESOLVE-WRITE.
           PERFORM 800-WRITE-PATH
           DISPLAY 'GDGCAT1 ' GDG-BASE ' (' GDG-REL-TEXT
               ') IS GENERATION ' GEN-NO ' AT ' GEN-PATH.
       500-RESOLVE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 600-BACKOUT
      * The current generation is marked backed out and the most
      * recent prior generation below it is current again. Both
      * datasets stay where they are; nothing is deleted.
      *----------------------------------------------------------*
       600-BACKOUT.
           EXEC SQL
               SELECT GEN_NO INTO :GEN-NO
                   FROM GDGCAT
                   WHERE BASE_NAME = :GDG-BASE
                     AND STATUS = 'C'
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 ' GDG-BASE ' HAS NO CURRENT '
                   'GENERATION, SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 600-BACKOUT-EXIT
           END-IF

           MOVE 0 TO PRIOR-GEN-NO
           EXEC SQL
               SELECT MAX(GEN_NO) INTO :PRIOR-GEN-NO :PRIOR-GEN-IND
                   FROM GDGCAT
                   WHERE BASE_NAME = :GDG-BASE
                     AND STATUS = 'H'
                     AND GEN_NO < :GEN-NO
           END-EXEC
           IF SQLCODE <> 0 OR PRIOR-GEN-IND < 0
               DISPLAY 'GDGCAT1 ' GDG-BASE ' HAS NO PRIOR '
                   'GENERATION TO RETURN TO - NOTHING BACKED OUT'
               MOVE 8 TO RETURN-CODE
               GO TO 600-BACKOUT-EXIT
           END-IF

           EXEC SQL
               UPDATE GDGCAT
                   SET STATUS = 'R'
                   WHERE BASE_NAME = :GDG-BASE
                     AND GEN_NO = :GEN-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT UPDATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO 600-BACKOUT-EXIT
           END-IF
           EXEC SQL
               UPDATE GDGCAT
                   SET STATUS = 'C'
                   WHERE BASE_NAME = :GDG-BASE
                     AND GEN_NO = :PRIOR-GEN-NO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT UPDATE SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GO TO 600-BACKOUT-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC

           DISPLAY 'GDGCAT1 ' GDG-BASE ' GENERATION ' GEN-NO
               ' BACKED OUT, GENERATION ' PRIOR-GEN-NO
               ' IS CURRENT'.
       600-BACKOUT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 700-LIST - every generation the base has had, newest
      * first, with the totals it was catalogued with
      *----------------------------------------------------------*
       700-LIST.
           OPEN OUTPUT CATALOG-REPORT-FILE
           MOVE 'OUTPUT GENERATION CATALOG' TO RPT-HDR-TITLE
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE CATALOG-REPORT-LINE FROM RPT-HDR-LINE
           MOVE SPACES TO CATALOG-REPORT-LINE
           STRING 'BASE ' DELIMITED BY SIZE
                  GDG-BASE DELIMITED BY SIZE
                  '  STATUS C CURRENT H PRIOR P BEING WRITTEN '
                      DELIMITED BY SIZE
                  'R BACKED OUT F FAILED X ROLLED OFF'
                      DELIMITED BY SIZE
               INTO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE
           MOVE SPACES TO CATALOG-REPORT-LINE
           STRING 'GEN  S T SECT  RECORDS           AMOUNT '
                      DELIMITED BY SIZE
                  'ALLOCATED        CATALOGUED       DATASET'
                      DELIMITED BY SIZE
               INTO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE

           EXEC SQL
               OPEN GDGLSTCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'GDGCAT1 GDGCAT OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 710-FETCH-LIST
               PERFORM UNTIL SQLCODE <> 0
                   PERFORM 720-WRITE-LIST-LINE
                   PERFORM 710-FETCH-LIST
               END-PERFORM
               EXEC SQL
                   CLOSE GDGLSTCR
               END-EXEC
           END-IF

           WRITE CATALOG-REPORT-LINE FROM RPT-FTR-LINE
           CLOSE CATALOG-REPORT-FILE
           DISPLAY 'GDGCAT1 GENERATIONS LISTED: ' LIST-COUNT.

       710-FETCH-LIST.
           MOVE SPACES TO GEN-CATALOG-TS
           EXEC SQL
               FETCH GDGLSTCR
                   INTO :GEN-NO, :GEN-PATH, :GEN-STATUS,
                        :GEN-RECORD-COUNT, :GEN-AMOUNT-TOTAL,
                        :GEN-SECTIONS, :GEN-TRAILER-FLAG,
                        :GEN-ALLOC-TS,
                        :GEN-CATALOG-TS :GEN-CATALOG-IND
           END-EXEC.

       720-WRITE-LIST-LINE.
           ADD 1 TO LIST-COUNT
           IF GEN-CATALOG-IND < 0
               MOVE SPACES TO GEN-CATALOG-TS
           END-IF
           MOVE GEN-RECORD-COUNT TO COUNT-EDIT
           MOVE GEN-AMOUNT-TOTAL TO AMT-EDIT
           MOVE SPACES TO CATALOG-REPORT-LINE
           STRING GEN-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-TRAILER-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-SECTIONS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  AMT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-ALLOC-TS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-CATALOG-TS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-PATH DELIMITED BY SPACE
               INTO CATALOG-REPORT-LINE
           WRITE CATALOG-REPORT-LINE.

      *----------------------------------------------------------*
      * 800-WRITE-PATH
      * GDGPATH carries the base, the generation number and the
      * dataset name on one line for the job step to assign the
      * program's EXTERNAL file name from.
      *----------------------------------------------------------*
       800-WRITE-PATH.
           OPEN OUTPUT GENERATION-PATH-FILE
           MOVE SPACES TO GENERATION-PATH-LINE
           STRING GDG-BASE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GEN-PATH DELIMITED BY SIZE
               INTO GENERATION-PATH-LINE
           WRITE GENERATION-PATH-LINE
           CLOSE GENERATION-PATH-FILE.
