       IDENTIFICATION DIVISION.

       PROGRAM-ID. HRISSYN1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HRIS-SOURCE-FILE
               ASSIGN TO EXTERNAL HRISSRC
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT HRIS-MAP-FILE
               ASSIGN TO EXTERNAL HRISMAP
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT HRIS-TRANS-FILE
               ASSIGN TO EXTERNAL HRISTRN
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HRIS-SUSPENSE-FILE
               ASSIGN TO EXTERNAL HRISSUSP
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HRIS-REPORT-FILE
               ASSIGN TO EXTERNAL HRISRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLUMN-KEY-FILE
               ASSIGN TO EXTERNAL COLKEY
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEY-FILE-STATUS.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HRIS-SOURCE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS HRIS-SOURCE-LINE.

       01  HRIS-SOURCE-LINE        PIC X(200).

       FD  HRIS-MAP-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HRIS-MAP-LINE.

       01  HRIS-MAP-LINE           PIC X(80).

       FD  HRIS-TRANS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS HRIS-TRANS-LINE.

       01  HRIS-TRANS-LINE         PIC X(250).

       FD  HRIS-SUSPENSE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD IS HRIS-SUSPENSE-LINE.

       01  HRIS-SUSPENSE-LINE      PIC X(270).

       FD  HRIS-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS HRIS-REPORT-LINE.

       01  HRIS-REPORT-LINE        PIC X(132).

       FD  COLUMN-KEY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS COLUMN-KEY-LINE.

       01  COLUMN-KEY-LINE         PIC X(32).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY EMPTRN.

           COPY SUSPREC.

           COPY RUNSTAT.

           COPY COLCRYPT.

           COPY RPTHDR.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * field map (HRISMAP), the ACQMAP layout: one line per
      * EMP-TRANS-RECORD field carried on the HR system's daily
      * delimited change file - target field name, source column
      * number, optional transform ('D' MM/DD/YYYY or MMDDYYYY to
      * YYYYMMDD, 'S' scale by the factor, blank as-is). Targets:
      *   ENO       payroll employee number the HR system keeps
      *             as its external id (required)
      *   ACTION    HR's change kind - 'A' hire, 'C' change;
      *             unmapped or blank means add when the ENO is
      *             new to EMPTABLE and change when it is not
      *   LNAME FNAME STREET CITY ST ZIP DEPT PAYRATE COM
      *   CURRENCY HIREDATE JOBCODE POSITION
      *----------------------------------------------------------*
           01 HRIS-MAP-RECORD.
               05 MAP-TARGET       PIC X(10).
               05 MAP-COLUMN       PIC 9(02).
               05 MAP-XFORM        PIC X(01).
               05 MAP-FACTOR       PIC 9(05)V9(04).
               05 FILLER           PIC X(58).

           01 MAP-TABLE.
               05 MAP-ENTRY OCCURS 20 TIMES.
                   10 MT-TARGET    PIC X(10).
                   10 MT-COLUMN    PIC 9(02).
                   10 MT-XFORM     PIC X(01).
                   10 MT-FACTOR    PIC 9(05)V9(04).
                   10 MT-AUD-FIELD PIC X(20).
                   10 MT-HR-VALUE  PIC X(30).
           01 MAP-COUNT            PIC 9(2) COMP VALUE 0.
           01 MAP-IDX              PIC 9(2) COMP.
           01 ENO-COLUMN           PIC 9(2) VALUE 0.
           01 ACTION-COLUMN        PIC 9(2) VALUE 0.

      *    the change line split into its columns
           01 SRC-COLUMNS.
               05 SRC-COL OCCURS 20 TIMES PIC X(30).
           01 COL-WORK             PIC X(30).
           01 NUM-WORK             PIC S9(13)V99 COMP-3.
           01 NUM-EDIT             PIC 9(13).99.
           01 POS-WORK             PIC 9(5).
           01 DATE-WORK            PIC X(10).

      *----------------------------------------------------------*
      * the last-synced values (HRISSYNC): one row per employee
      * per mapped field holding what HR last sent for it. A
      * field HR has changed since is applied when payroll still
      * holds the synced value; when payroll has moved off it too
      * - keyed through EMPTRANS since the last sync - neither
      * side wins and the field goes to suspense. A field with no
      * synced value yet is a conflict when EMPTABLE_AUDIT shows
      * payroll changed it since the last sync run.
      * Suspense reasons:
      *   R002 ENO missing or not numeric
      *   R101 hire of an ENO already on EMPTABLE
      *   R102 change of an ENO not on EMPTABLE
      *   R890 HR change kind not A or C - terminations, leaves
      *        and rehires are still keyed through EMPTRANS
      *   R891 a mapped PAYRATE, COM or POSITION not numeric
      *   R892 conflict - payroll and HR both changed the field
      *        since the last sync; the image carries the change
      *        line in 1-200, the field name in 201-210 and the
      *        payroll value in 211-240
      *----------------------------------------------------------*
           01 LAST-SYNC-TS         PIC X(26).
           01 LAST-SYNC-IND        PIC S9(4) COMP.
           01 SNAP-FIELD           PIC X(10).
           01 SNAP-VALUE           PIC X(30).
           01 SNAP-COUNT           PIC 9(6).
           01 SNAP-FOUND-SW        PIC X.
               88 SNAP-FOUND       VALUE 'Y'.
           01 HR-VALUE             PIC X(30).
           01 PAY-VALUE            PIC X(30).
           01 AUDIT-HIT-COUNT      PIC 9(6).
           01 AUDIT-FIELD-NAME     PIC X(20).
           01 FIELD-RESULT         PIC X(12).

           01 SYNC-ENO             PIC 9(4).
           01 SYNC-ACTION          PIC X(1).
               88 SYNC-ADD         VALUE 'A'.
               88 SYNC-CHANGE      VALUE 'C'.
           01 EMP-FOUND-SW         PIC X.
               88 EMP-FOUND        VALUE 'Y'.
           01 CUR-JOB-CODE         PIC X(4).
           01 CUR-POSITION-NO      PIC 9(5).
           01 APPLY-COUNT          PIC 9(2).
           01 NEW-COMPANY          PIC X(3).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 SOURCE-FILE-STATUS   PIC XX.
           01 MAP-FILE-STATUS      PIC XX.
           01 KEY-FILE-STATUS      PIC XX.
           01 SOURCE-EOF-SW        PIC X VALUE 'N'.
               88 SOURCE-EOF       VALUE 'Y'.
           01 MAP-EOF-SW           PIC X VALUE 'N'.
               88 MAP-EOF          VALUE 'Y'.
           01 SUSPENSE-OPEN-SW     PIC X VALUE 'N'.
               88 SUSPENSE-OPEN    VALUE 'Y'.
           01 DELIM-TEXT           PIC X(1).
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 LINE-VALID-SW        PIC X VALUE 'Y'.
               88 LINE-VALID       VALUE 'Y'.
           01 EDIT-REASON          PIC X(4).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 SOURCE-READ-COUNT    PIC 9(6) VALUE 0.
           01 ADD-COUNT            PIC 9(6) VALUE 0.
           01 CHANGE-COUNT         PIC 9(6) VALUE 0.
           01 NO-CHANGE-COUNT      PIC 9(6) VALUE 0.
           01 FIELDS-APPLIED-COUNT PIC 9(6) VALUE 0.
           01 CONFLICT-COUNT       PIC 9(6) VALUE 0.
           01 PAYROLL-ONLY-COUNT   PIC 9(6) VALUE 0.
           01 REJECT-COUNT         PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE HRISSYNC
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    FIELD_NAME     CHAR(10)      NOT NULL,
                    SYNC_VALUE     CHAR(30)      NOT NULL,
                    SYNC_TS        TIMESTAMP     NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Daily HRIS synchronization: the HR system's delimited
      * change file, mapped field by field through HRISMAP, comes
      * out as EMP-TRANS-RECORD transactions for EMPMNT1 to edit
      * and apply like any keyed change - a hire as an 'A', a
      * change as a 'C' carrying the full row image with only
      * the fields HR changed moved in. A field payroll changed
      * since the last sync that HR changed too is held back to
      * suspense with both values for someone to decide; the
      * rest of the employee's changes still flow. RC 4 when
      * anything went to suspense.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "HRIS_DELIM" UPON ENVIRONMENT-NAME.
           ACCEPT DELIM-TEXT FROM ENVIRONMENT-VALUE.
           IF DELIM-TEXT = SPACE
               MOVE '|' TO DELIM-TEXT
           END-IF.
           DISPLAY "HRIS_COMPANY" UPON ENVIRONMENT-NAME.
           ACCEPT NEW-COMPANY FROM ENVIRONMENT-VALUE.
           IF NEW-COMPANY = SPACES
               MOVE '001' TO NEW-COMPANY
           END-IF.

           MOVE SPACES TO CRYPT-KEY.
           OPEN INPUT COLUMN-KEY-FILE.
           IF KEY-FILE-STATUS = '00'
               READ COLUMN-KEY-FILE INTO CRYPT-KEY
                   AT END
                       CONTINUE
               END-READ
               CLOSE COLUMN-KEY-FILE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'HRISSYN1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'HRIS SYNC' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-MAIN.
           PERFORM 150-LOAD-MAPPING THRU 150-LOAD-EXIT.
           IF MAP-COUNT = 0 OR ENO-COLUMN = 0
               DISPLAY 'HRISSYN1 NO USABLE HRISMAP ENTRIES OR NO '
                   'ENO MAPPING - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 160-FIND-LAST-SYNC.

           OPEN INPUT HRIS-SOURCE-FILE.
           IF SOURCE-FILE-STATUS NOT = '00'
               DISPLAY 'HRISSYN1 CANNOT OPEN HRISSRC, STATUS: '
                   SOURCE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT HRIS-TRANS-FILE.
           OPEN OUTPUT HRIS-REPORT-FILE.
           MOVE 'HRIS SYNCHRONIZATION' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE HRIS-REPORT-LINE FROM RPT-HDR-LINE.
           MOVE SPACES TO HRIS-REPORT-LINE.
           STRING 'LAST SYNC ' LAST-SYNC-TS
               DELIMITED BY SIZE INTO HRIS-REPORT-LINE.
           WRITE HRIS-REPORT-LINE.
           MOVE SPACES TO HRIS-REPORT-LINE.
           MOVE 'ENO  KIND FIELD      RESULT       HRIS VALUE'
               TO HRIS-REPORT-LINE.
           MOVE 'PAYROLL VALUE' TO HRIS-REPORT-LINE(66:13).
           WRITE HRIS-REPORT-LINE.

           PERFORM 200-READ-SOURCE.
           PERFORM UNTIL SOURCE-EOF
               PERFORM 300-SYNC-ONE-LINE THRU 300-SYNC-EXIT
               PERFORM 200-READ-SOURCE
           END-PERFORM.

           CLOSE HRIS-SOURCE-FILE.
           CLOSE HRIS-TRANS-FILE.

           MOVE SPACES TO HRIS-REPORT-LINE.
           WRITE HRIS-REPORT-LINE.
           MOVE SPACES TO HRIS-REPORT-LINE.
           STRING 'LINES ' SOURCE-READ-COUNT
                  '  HIRES ' ADD-COUNT
                  '  CHANGES ' CHANGE-COUNT
                  '  NO CHANGE ' NO-CHANGE-COUNT
                  '  FIELDS APPLIED ' FIELDS-APPLIED-COUNT
                  '  CONFLICTS ' CONFLICT-COUNT
                  '  PAYROLL ONLY ' PAYROLL-ONLY-COUNT
                  '  REJECTS ' REJECT-COUNT
               DELIMITED BY SIZE INTO HRIS-REPORT-LINE.
           WRITE HRIS-REPORT-LINE.
           WRITE HRIS-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE HRIS-REPORT-FILE.

           DISPLAY 'HRISSYN1 CHANGE LINES READ : ' SOURCE-READ-COUNT.
           DISPLAY 'HRISSYN1 HIRES WRITTEN     : ' ADD-COUNT.
           DISPLAY 'HRISSYN1 CHANGES WRITTEN   : ' CHANGE-COUNT.
           DISPLAY 'HRISSYN1 ALREADY IN SYNC   : ' NO-CHANGE-COUNT.
           DISPLAY 'HRISSYN1 FIELD CONFLICTS   : ' CONFLICT-COUNT.
           DISPLAY 'HRISSYN1 PAYROLL-ONLY DIFFS: '
               PAYROLL-ONLY-COUNT.
           DISPLAY 'HRISSYN1 REJECTS TO SUSPENSE: ' REJECT-COUNT.
           IF CONFLICT-COUNT > 0 OR REJECT-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'HRIS SYNC' TO RS-STEP
           MOVE SOURCE-READ-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-CLOSE.
           IF SUSPENSE-OPEN
               CLOSE HRIS-SUSPENSE-FILE
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 150-LOAD-MAPPING
      * The field map, with the EMPTABLE_AUDIT field name each
      * target is audited under when payroll keys it.
      *----------------------------------------------------------*
       150-LOAD-MAPPING.
           OPEN INPUT HRIS-MAP-FILE
           IF MAP-FILE-STATUS NOT = '00'
               DISPLAY 'HRISSYN1 CANNOT OPEN HRISMAP, STATUS: '
                   MAP-FILE-STATUS
               GO TO 150-LOAD-EXIT
           END-IF

           PERFORM 155-READ-MAP-LINE
           PERFORM UNTIL MAP-EOF OR MAP-COUNT >= 20
               IF MAP-TARGET NOT = SPACES
                       AND MAP-COLUMN NUMERIC
                       AND MAP-COLUMN > 0
                       AND MAP-COLUMN <= 20
                   EVALUATE MAP-TARGET
                       WHEN 'ENO'
                           MOVE MAP-COLUMN TO ENO-COLUMN
                       WHEN 'ACTION'
                           MOVE MAP-COLUMN TO ACTION-COLUMN
                       WHEN OTHER
                           PERFORM 157-ADD-MAP-ENTRY
                   END-EVALUATE
               ELSE
                   DISPLAY 'HRISSYN1 BAD MAP LINE SKIPPED: ['
                       HRIS-MAP-LINE(1:18) ']'
               END-IF
               PERFORM 155-READ-MAP-LINE
           END-PERFORM

           CLOSE HRIS-MAP-FILE.
       150-LOAD-EXIT.
           EXIT.

       155-READ-MAP-LINE.
           READ HRIS-MAP-FILE INTO HRIS-MAP-RECORD
               AT END
                   SET MAP-EOF TO TRUE
           END-READ.

       157-ADD-MAP-ENTRY.
           ADD 1 TO MAP-COUNT
           MOVE MAP-TARGET TO MT-TARGET(MAP-COUNT)
           MOVE MAP-COLUMN TO MT-COLUMN(MAP-COUNT)
           MOVE MAP-XFORM TO MT-XFORM(MAP-COUNT)
           IF MAP-FACTOR NUMERIC AND MAP-FACTOR NOT = 0
               MOVE MAP-FACTOR TO MT-FACTOR(MAP-COUNT)
           ELSE
               MOVE 1 TO MT-FACTOR(MAP-COUNT)
           END-IF
           EVALUATE MAP-TARGET
               WHEN 'CURRENCY'
                   MOVE 'CURRENCY_CODE' TO MT-AUD-FIELD(MAP-COUNT)
               WHEN 'HIREDATE'
                   MOVE 'MISCDATA' TO MT-AUD-FIELD(MAP-COUNT)
               WHEN 'JOBCODE'
               WHEN 'POSITION'
                   MOVE SPACES TO MT-AUD-FIELD(MAP-COUNT)
               WHEN OTHER
                   MOVE MAP-TARGET TO MT-AUD-FIELD(MAP-COUNT)
           END-EVALUATE.

      *    the previous run's timestamp - the newest synced value
       160-FIND-LAST-SYNC.
           MOVE SPACES TO LAST-SYNC-TS
           MOVE 0 TO LAST-SYNC-IND
           EXEC SQL
               SELECT MAX(SYNC_TS) INTO :LAST-SYNC-TS :LAST-SYNC-IND
                   FROM HRISSYNC
           END-EXEC
           IF SQLCODE <> 0 OR LAST-SYNC-IND < 0
               MOVE SPACES TO LAST-SYNC-TS
           END-IF.

       200-READ-SOURCE.
           READ HRIS-SOURCE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 300-SYNC-ONE-LINE
      * One HR change line: its columns parsed and normalized,
      * the employee looked up, then built as a hire or a
      * field-by-field change.
      *----------------------------------------------------------*
       300-SYNC-ONE-LINE.
           IF HRIS-SOURCE-LINE = SPACES
               GO TO 300-SYNC-EXIT
           END-IF
           ADD 1 TO SOURCE-READ-COUNT

           MOVE SPACES TO SRC-COLUMNS
           UNSTRING HRIS-SOURCE-LINE
               DELIMITED BY DELIM-TEXT
               INTO SRC-COL(1), SRC-COL(2), SRC-COL(3),
                    SRC-COL(4), SRC-COL(5), SRC-COL(6),
                    SRC-COL(7), SRC-COL(8), SRC-COL(9),
                    SRC-COL(10), SRC-COL(11), SRC-COL(12),
                    SRC-COL(13), SRC-COL(14), SRC-COL(15),
                    SRC-COL(16), SRC-COL(17), SRC-COL(18),
                    SRC-COL(19), SRC-COL(20)
           END-UNSTRING

           MOVE SRC-COL(ENO-COLUMN) TO COL-WORK
           IF COL-WORK = SPACES
                   OR FUNCTION TEST-NUMVAL(COL-WORK) NOT = 0
               MOVE 'R002' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 300-SYNC-EXIT
           END-IF
           COMPUTE SYNC-ENO = FUNCTION NUMVAL(COL-WORK)

           MOVE 'Y' TO LINE-VALID-SW
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               PERFORM 400-NORMALIZE-HR-VALUE
           END-PERFORM
           IF NOT LINE-VALID
               MOVE 'R891' TO EDIT-REASON
               PERFORM 800-WRITE-SUSPENSE
               GO TO 300-SYNC-EXIT
           END-IF

           PERFORM 310-READ-EMPLOYEE

           MOVE SPACE TO SYNC-ACTION
           IF ACTION-COLUMN > 0
               MOVE SRC-COL(ACTION-COLUMN)(1:1) TO SYNC-ACTION
           END-IF
           IF SYNC-ACTION = SPACE
               IF EMP-FOUND
                   MOVE 'C' TO SYNC-ACTION
               ELSE
                   MOVE 'A' TO SYNC-ACTION
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN SYNC-ADD AND EMP-FOUND
                   MOVE 'R101' TO EDIT-REASON
                   PERFORM 800-WRITE-SUSPENSE
               WHEN SYNC-CHANGE AND NOT EMP-FOUND
                   MOVE 'R102' TO EDIT-REASON
                   PERFORM 800-WRITE-SUSPENSE
               WHEN SYNC-ADD
                   PERFORM 500-BUILD-HIRE
               WHEN SYNC-CHANGE
                   PERFORM 600-BUILD-CHANGE
               WHEN OTHER
                   MOVE 'R890' TO EDIT-REASON
                   PERFORM 800-WRITE-SUSPENSE
           END-EVALUATE.
       300-SYNC-EXIT.
           EXIT.

      *    the employee's current row, its at-rest columns in the
      *    clear, with the job and position they hold
       310-READ-EMPLOYEE.
           MOVE 'N' TO EMP-FOUND-SW
           EXEC SQL
               SELECT LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COM, CURRENCY_CODE, COMPANY,
                      MISCDATA
                   INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP,
                        :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :SYNC-ENO
           END-EXEC
           IF SQLCODE <> 0
               IF SQLCODE <> 100
                   DISPLAY 'HRISSYN1 EMPTABLE READ SQLCODE: '
                       SQLCODE ' ENO: ' SYNC-ENO
               END-IF
           ELSE
               MOVE 'Y' TO EMP-FOUND-SW
               PERFORM 320-DECRYPT-SENSITIVE-FIELDS
               MOVE SPACES TO CUR-JOB-CODE
               EXEC SQL
                   SELECT JOB_CODE INTO :CUR-JOB-CODE
                       FROM EMPJOB
                       WHERE ENO = :SYNC-ENO
               END-EXEC
               MOVE 0 TO CUR-POSITION-NO
               EXEC SQL
                   SELECT POSITION_NO INTO :CUR-POSITION-NO
                       FROM POSCTL
                       WHERE ENO = :SYNC-ENO
                         AND FILL_STATUS = 'F'
               END-EXEC
           END-IF.

       320-DECRYPT-SENSITIVE-FIELDS.
           SET CRYPT-OP-DECRYPT TO TRUE

           MOVE STREET TO CRYPT-BUFFER
           MOVE 20 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:20) TO STREET

           MOVE CITY TO CRYPT-BUFFER
           MOVE 15 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:15) TO CITY

           MOVE ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:5) TO ZIP

           MOVE MISC-NOTES TO CRYPT-BUFFER
           MOVE 118 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE CRYPT-BUFFER(1:118) TO MISC-NOTES.

      *----------------------------------------------------------*
      * 400-NORMALIZE-HR-VALUE
      * One mapped column through its transform and cut to the
      * target field's width, in the same text form 420 gives the
      * payroll value, so the two compare byte for byte.
      *----------------------------------------------------------*
       400-NORMALIZE-HR-VALUE.
           MOVE SRC-COL(MT-COLUMN(MAP-IDX)) TO COL-WORK

           EVALUATE MT-XFORM(MAP-IDX)
               WHEN 'D'
                   PERFORM 410-XFORM-DATE
               WHEN 'S'
                   IF FUNCTION TEST-NUMVAL(COL-WORK) = 0
                       COMPUTE NUM-WORK ROUNDED =
                           FUNCTION NUMVAL(COL-WORK)
                           * MT-FACTOR(MAP-IDX)
                       MOVE NUM-WORK TO NUM-EDIT
                       MOVE SPACES TO COL-WORK
                       MOVE NUM-EDIT TO COL-WORK(1:16)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO HR-VALUE
           EVALUATE MT-TARGET(MAP-IDX)
               WHEN 'LNAME'
               WHEN 'FNAME'
                   MOVE COL-WORK(1:10) TO HR-VALUE
               WHEN 'STREET'
                   MOVE COL-WORK(1:20) TO HR-VALUE
               WHEN 'CITY'
                   MOVE COL-WORK(1:15) TO HR-VALUE
               WHEN 'ST'
                   MOVE COL-WORK(1:2) TO HR-VALUE
               WHEN 'ZIP'
                   MOVE COL-WORK(1:5) TO HR-VALUE
               WHEN 'DEPT'
               WHEN 'JOBCODE'
                   MOVE COL-WORK(1:4) TO HR-VALUE
               WHEN 'CURRENCY'
                   MOVE COL-WORK(1:3) TO HR-VALUE
               WHEN 'HIREDATE'
                   MOVE COL-WORK(1:8) TO HR-VALUE
               WHEN 'PAYRATE'
               WHEN 'COM'
                   IF FUNCTION TEST-NUMVAL(COL-WORK) = 0
                       COMPUTE NUM-WORK ROUNDED =
                           FUNCTION NUMVAL(COL-WORK)
                       MOVE NUM-WORK TO NUM-EDIT
                       MOVE NUM-EDIT TO HR-VALUE
                   ELSE
                       MOVE 'N' TO LINE-VALID-SW
                   END-IF
               WHEN 'POSITION'
                   IF FUNCTION TEST-NUMVAL(COL-WORK) = 0
                       COMPUTE POS-WORK = FUNCTION NUMVAL(COL-WORK)
                       MOVE POS-WORK TO HR-VALUE
                   ELSE
                       MOVE 'N' TO LINE-VALID-SW
                   END-IF
               WHEN OTHER
                   MOVE COL-WORK TO HR-VALUE
           END-EVALUATE
           MOVE HR-VALUE TO MT-HR-VALUE(MAP-IDX).

      *    MM/DD/YYYY with slashes, or plain MMDDYYYY, to YYYYMMDD
       410-XFORM-DATE.
           MOVE COL-WORK(1:10) TO DATE-WORK
           MOVE SPACES TO COL-WORK
           IF DATE-WORK(3:1) = '/' AND DATE-WORK(6:1) = '/'
               STRING DATE-WORK(7:4) DELIMITED BY SIZE
                      DATE-WORK(1:2) DELIMITED BY SIZE
                      DATE-WORK(4:2) DELIMITED BY SIZE
                   INTO COL-WORK
           ELSE
               STRING DATE-WORK(5:4) DELIMITED BY SIZE
                      DATE-WORK(1:2) DELIMITED BY SIZE
                      DATE-WORK(3:2) DELIMITED BY SIZE
                   INTO COL-WORK
           END-IF.

      *    the employee's current value of the mapped field
       420-GET-PAYROLL-VALUE.
           MOVE SPACES TO PAY-VALUE
           EVALUATE MT-TARGET(MAP-IDX)
               WHEN 'LNAME'
                   MOVE LNAME TO PAY-VALUE
               WHEN 'FNAME'
                   MOVE FNAME TO PAY-VALUE
               WHEN 'STREET'
                   MOVE STREET TO PAY-VALUE
               WHEN 'CITY'
                   MOVE CITY TO PAY-VALUE
               WHEN 'ST'
                   MOVE ST TO PAY-VALUE
               WHEN 'ZIP'
                   MOVE ZIP TO PAY-VALUE
               WHEN 'DEPT'
                   MOVE DEPT TO PAY-VALUE
               WHEN 'PAYRATE'
                   MOVE PAYRATE TO NUM-WORK
                   MOVE NUM-WORK TO NUM-EDIT
                   MOVE NUM-EDIT TO PAY-VALUE
               WHEN 'COM'
                   MOVE COM TO NUM-WORK
                   MOVE NUM-WORK TO NUM-EDIT
                   MOVE NUM-EDIT TO PAY-VALUE
               WHEN 'CURRENCY'
                   MOVE CURRENCY-CODE TO PAY-VALUE
               WHEN 'HIREDATE'
                   MOVE MISC-HIRE-DATE TO PAY-VALUE
               WHEN 'JOBCODE'
                   MOVE CUR-JOB-CODE TO PAY-VALUE
               WHEN 'POSITION'
                   MOVE CUR-POSITION-NO TO PAY-VALUE
           END-EVALUATE.

      *    the HR value into the transaction image
       430-APPLY-TO-IMAGE.
           MOVE MT-HR-VALUE(MAP-IDX) TO HR-VALUE
           EVALUATE MT-TARGET(MAP-IDX)
               WHEN 'LNAME'
                   MOVE HR-VALUE TO ETR-LNAME
               WHEN 'FNAME'
                   MOVE HR-VALUE TO ETR-FNAME
               WHEN 'STREET'
                   MOVE HR-VALUE TO ETR-STREET
               WHEN 'CITY'
                   MOVE HR-VALUE TO ETR-CITY
               WHEN 'ST'
                   MOVE HR-VALUE TO ETR-ST
               WHEN 'ZIP'
                   MOVE HR-VALUE TO ETR-ZIP
               WHEN 'DEPT'
                   MOVE HR-VALUE TO ETR-DEPT
               WHEN 'PAYRATE'
                   COMPUTE NUM-WORK ROUNDED =
                       FUNCTION NUMVAL(HR-VALUE)
                   MOVE NUM-WORK TO ETR-PAYRATE
               WHEN 'COM'
                   COMPUTE NUM-WORK ROUNDED =
                       FUNCTION NUMVAL(HR-VALUE)
                   MOVE NUM-WORK TO ETR-COM
               WHEN 'CURRENCY'
                   MOVE HR-VALUE TO ETR-CURRENCY-CODE
               WHEN 'HIREDATE'
                   MOVE HR-VALUE(1:8) TO ETR-MISCDATA(1:8)
               WHEN 'JOBCODE'
                   MOVE HR-VALUE TO ETR-JOB-CODE
               WHEN 'POSITION'
                   MOVE HR-VALUE(1:5) TO ETR-POSITION-NO-X
           END-EVALUATE.

      *----------------------------------------------------------*
      * 500-BUILD-HIRE
      * A new employee: the ACQCONV1 defaults, every mapped field
      * moved in, and every field's value recorded as synced.
      *----------------------------------------------------------*
       500-BUILD-HIRE.
           MOVE SPACES TO EMP-TRANS-RECORD
           MOVE 'A' TO ETR-ACTION-CODE
           MOVE SYNC-ENO TO ETR-ENO
           MOVE 0 TO ETR-PAYRATE
           MOVE 0 TO ETR-COM
           MOVE 'USD' TO ETR-CURRENCY-CODE
           MOVE NEW-COMPANY TO ETR-COMPANY
           MOVE 'AC' TO ETR-STATUS-CODE
           MOVE 0 TO ETR-LEAVE-START
           MOVE 0 TO ETR-LEAVE-RETURN
           MOVE 0 TO ETR-POSITION-NO

           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               PERFORM 430-APPLY-TO-IMAGE
               MOVE MT-HR-VALUE(MAP-IDX) TO SNAP-VALUE
               PERFORM 700-SAVE-SYNCED-VALUE
           END-PERFORM

           WRITE HRIS-TRANS-LINE FROM EMP-TRANS-RECORD
           ADD 1 TO ADD-COUNT

           MOVE SPACES TO HRIS-REPORT-LINE
           STRING SYNC-ENO ' A    ' ETR-LNAME ' ' ETR-FNAME
                  ' HIRE WRITTEN FOR EMPMNT1'
               DELIMITED BY SIZE INTO HRIS-REPORT-LINE
           WRITE HRIS-REPORT-LINE.

      *----------------------------------------------------------*
      * 600-BUILD-CHANGE
      * The full current row as the change image, then field by
      * field the three-way test against the last-synced value:
      *   HR = payroll             in sync, nothing to do
      *   payroll = last synced    HR changed it - applied
      *   HR = last synced         payroll changed it - payroll's
      *                            value stands, reported
      *   neither                  both changed it - conflict
      * A 'C' goes out only when at least one field applied.
      *----------------------------------------------------------*
       600-BUILD-CHANGE.
           MOVE SPACES TO EMP-TRANS-RECORD
           MOVE 'C' TO ETR-ACTION-CODE
           MOVE SYNC-ENO TO ETR-ENO
           MOVE LNAME TO ETR-LNAME
           MOVE FNAME TO ETR-FNAME
           MOVE STREET TO ETR-STREET
           MOVE CITY TO ETR-CITY
           MOVE ST TO ETR-ST
           MOVE ZIP TO ETR-ZIP
           MOVE DEPT TO ETR-DEPT
           MOVE PAYRATE TO ETR-PAYRATE
           MOVE COM TO ETR-COM
           MOVE CURRENCY-CODE TO ETR-CURRENCY-CODE
           MOVE MISCDATA-TEXT TO ETR-MISCDATA
           MOVE COMPANY-CODE TO ETR-COMPANY
           MOVE 0 TO ETR-LEAVE-START
           MOVE 0 TO ETR-LEAVE-RETURN
           MOVE 0 TO ETR-POSITION-NO
           MOVE 0 TO APPLY-COUNT

           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               PERFORM 610-SYNC-ONE-FIELD
           END-PERFORM

           IF APPLY-COUNT > 0
               WRITE HRIS-TRANS-LINE FROM EMP-TRANS-RECORD
               ADD 1 TO CHANGE-COUNT
           ELSE
               ADD 1 TO NO-CHANGE-COUNT
           END-IF.

       610-SYNC-ONE-FIELD.
           MOVE MT-HR-VALUE(MAP-IDX) TO HR-VALUE
           PERFORM 420-GET-PAYROLL-VALUE
           PERFORM 620-FIND-SYNCED-VALUE

           EVALUATE TRUE
               WHEN HR-VALUE = PAY-VALUE
                   IF NOT SNAP-FOUND OR SNAP-VALUE NOT = HR-VALUE
                       MOVE HR-VALUE TO SNAP-VALUE
                       PERFORM 700-SAVE-SYNCED-VALUE
                   END-IF
               WHEN SNAP-FOUND AND PAY-VALUE = SNAP-VALUE
                   PERFORM 640-APPLY-FIELD
               WHEN SNAP-FOUND AND HR-VALUE = SNAP-VALUE
                   ADD 1 TO PAYROLL-ONLY-COUNT
                   MOVE 'PAYROLL ONLY' TO FIELD-RESULT
                   PERFORM 660-REPORT-FIELD
               WHEN SNAP-FOUND
                   PERFORM 650-HOLD-CONFLICT
               WHEN OTHER
                   PERFORM 630-COUNT-PAYROLL-CHANGES
                   IF AUDIT-HIT-COUNT > 0
                       PERFORM 650-HOLD-CONFLICT
                   ELSE
                       PERFORM 640-APPLY-FIELD
                   END-IF
           END-EVALUATE.

       620-FIND-SYNCED-VALUE.
           MOVE 'N' TO SNAP-FOUND-SW
           MOVE MT-TARGET(MAP-IDX) TO SNAP-FIELD
           MOVE SPACES TO SNAP-VALUE
           EXEC SQL
               SELECT SYNC_VALUE INTO :SNAP-VALUE
                   FROM HRISSYNC
                   WHERE ENO = :SYNC-ENO
                     AND FIELD_NAME = :SNAP-FIELD
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO SNAP-FOUND-SW
           END-IF.

      *    no synced value to compare with: did payroll key the
      *    field since the last sync run?
       630-COUNT-PAYROLL-CHANGES.
           MOVE 0 TO AUDIT-HIT-COUNT
           IF LAST-SYNC-TS NOT = SPACES
                   AND MT-AUD-FIELD(MAP-IDX) NOT = SPACES
               MOVE MT-AUD-FIELD(MAP-IDX) TO AUDIT-FIELD-NAME
               EXEC SQL
                   SELECT COUNT(*) INTO :AUDIT-HIT-COUNT
                       FROM EMPTABLE_AUDIT
                       WHERE ENO = :SYNC-ENO
                         AND CHANGED_FIELD = :AUDIT-FIELD-NAME
                         AND AUDIT_TS > :LAST-SYNC-TS
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'HRISSYN1 EMPTABLE_AUDIT READ SQLCODE: '
                       SQLCODE
                   MOVE 0 TO AUDIT-HIT-COUNT
               END-IF
           END-IF.

       640-APPLY-FIELD.
           PERFORM 430-APPLY-TO-IMAGE
           ADD 1 TO APPLY-COUNT
           ADD 1 TO FIELDS-APPLIED-COUNT
           MOVE HR-VALUE TO SNAP-VALUE
           PERFORM 700-SAVE-SYNCED-VALUE
           MOVE 'APPLIED' TO FIELD-RESULT
           PERFORM 660-REPORT-FIELD.

      *    the conflict is held, the synced value left as it was
      *    so the field keeps surfacing until the two sides agree
       650-HOLD-CONFLICT.
           ADD 1 TO CONFLICT-COUNT
           MOVE 'R892' TO EDIT-REASON
           PERFORM 800-WRITE-SUSPENSE
           MOVE 'CONFLICT' TO FIELD-RESULT
           PERFORM 660-REPORT-FIELD.

       660-REPORT-FIELD.
           MOVE SPACES TO HRIS-REPORT-LINE
           STRING SYNC-ENO ' C    ' MT-TARGET(MAP-IDX) ' '
                  FIELD-RESULT ' ' HR-VALUE ' ' PAY-VALUE
               DELIMITED BY SIZE INTO HRIS-REPORT-LINE
           WRITE HRIS-REPORT-LINE.

       700-SAVE-SYNCED-VALUE.
           MOVE MT-TARGET(MAP-IDX) TO SNAP-FIELD
           MOVE 0 TO SNAP-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SNAP-COUNT
                   FROM HRISSYNC
                   WHERE ENO = :SYNC-ENO
                     AND FIELD_NAME = :SNAP-FIELD
           END-EXEC
           IF SNAP-COUNT = 0
               EXEC SQL
                   INSERT INTO HRISSYNC
                       (ENO, FIELD_NAME, SYNC_VALUE, SYNC_TS)
                       VALUES (:SYNC-ENO, :SNAP-FIELD, :SNAP-VALUE,
                               CURRENT_TIMESTAMP)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE HRISSYNC
                       SET SYNC_VALUE = :SNAP-VALUE,
                           SYNC_TS = CURRENT_TIMESTAMP
                       WHERE ENO = :SYNC-ENO
                         AND FIELD_NAME = :SNAP-FIELD
               END-EXEC
           END-IF
           IF SQLCODE <> 0
               DISPLAY 'HRISSYN1 HRISSYNC WRITE SQLCODE: ' SQLCODE
                   ' ENO: ' SYNC-ENO ' FIELD: ' SNAP-FIELD
           END-IF.

       800-WRITE-SUSPENSE.
           IF NOT SUSPENSE-OPEN
               OPEN EXTEND HRIS-SUSPENSE-FILE
               SET SUSPENSE-OPEN TO TRUE
           END-IF

           MOVE EDIT-REASON TO SUS-REASON-CODE
           MOVE 'HRISSYN1' TO SUS-SOURCE-PROGRAM
           MOVE RUN-DATE TO SUS-FIRST-SEEN-DATE
           MOVE SPACES TO SUS-TRANS-IMAGE
           MOVE HRIS-SOURCE-LINE(1:200) TO SUS-TRANS-IMAGE(1:200)
           IF EDIT-REASON = 'R892'
               MOVE MT-TARGET(MAP-IDX) TO SUS-TRANS-IMAGE(201:10)
               MOVE PAY-VALUE TO SUS-TRANS-IMAGE(211:30)
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF
           WRITE HRIS-SUSPENSE-LINE FROM SUSPENSE-RECORD.

       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'HRISSYN1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
