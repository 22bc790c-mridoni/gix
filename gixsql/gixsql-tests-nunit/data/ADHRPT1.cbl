       IDENTIFICATION DIVISION.

       PROGRAM-ID. ADHRPT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARAMETER-FILE
               ASSIGN TO EXTERNAL ADHPARM
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO EXTERNAL ADHRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIMITED-FILE
               ASSIGN TO EXTERNAL ADHCSV
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARAMETER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARAMETER-LINE.

       01  PARAMETER-LINE          PIC X(80).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE              PIC X(132).

       FD  DELIMITED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 512 CHARACTERS
           DATA RECORD IS DELIMITED-LINE.

       01  DELIMITED-LINE          PIC X(512).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY RPTHDR.
           COPY RPTFTR.

           01  RPT-PAGE-NO         PIC 9(4) VALUE 1.
           01  RPT-LINE-COUNT      PIC 9(4) VALUE 0.
           01  RPT-LINES-PER-PAGE  PIC 9(4) VALUE 60.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

      *----------------------------------------------------------*
      * parameter deck (ADHPARM): one request per run, one line
      * per keyword, '*' in column 1 for a comment. Keyword in
      * columns 1-8, field name in 9-18, operator in 19-20,
      * value in 21-50:
      *   TITLE   report title, columns 9-48
      *   SOURCE  EMP - one row per EMPTABLE employee (default)
      *           PAY - one row per PAYHIST pay record
      *   OUTPUT  PRINT - paged 132-column report (default)
      *           DELIM - delimited file, header row first; the
      *           operator column names the delimiter (default
      *           comma). Control breaks print only.
      *   COLUMN  field to print, in order, up to 10
      *   FILTER  field, EQ NE GT GE LT LE, value - every filter
      *           must hold; a trailing '*' on an EQ/NE value
      *           matches on the characters before it
      *   SORT    field, A or D - up to 3, major key first
      *   BREAK   a SORT field to subtotal on when it changes
      *----------------------------------------------------------*
           01 PARAMETER-RECORD.
               05 PRM-KEYWORD      PIC X(08).
               05 PRM-BODY         PIC X(72).
               05 PRM-FIELD-BODY REDEFINES PRM-BODY.
                   10 PRM-FIELD    PIC X(10).
                   10 PRM-OPERATOR PIC X(02).
                   10 PRM-VALUE    PIC X(30).
                   10 FILLER       PIC X(30).

      *----------------------------------------------------------*
      * the fields a request can name: name, source (E EMPTABLE,
      * D DEPTTBL through the row's DEPT, P PAYHIST), type (A
      * text, I whole number, M amount - subtotalled), print
      * width, and class. Class P is the personal address that
      * COLCRYPT protects at rest and always prints masked; class
      * C is compensation and prints masked unless the job sets
      * ADHOC_PAY_CLEAR=Y. A masked field can be shown but never
      * filtered, sorted or broken on. On a PAY report DEPT is the
      * department the pay was charged to, PAYRATE and CURRENCY
      * the rate and currency it was paid at. 430-BUILD-FIELD-
      * VALUES fills them in this order.
      *----------------------------------------------------------*
           01 FIELD-DICT-VALUES.
               05 FILLER PIC X(15) VALUE 'ENO       EI04 '.
               05 FILLER PIC X(15) VALUE 'LNAME     EA10 '.
               05 FILLER PIC X(15) VALUE 'FNAME     EA10 '.
               05 FILLER PIC X(15) VALUE 'STREET    EA20P'.
               05 FILLER PIC X(15) VALUE 'CITY      EA15P'.
               05 FILLER PIC X(15) VALUE 'ST        EA02 '.
               05 FILLER PIC X(15) VALUE 'ZIP       EA05P'.
               05 FILLER PIC X(15) VALUE 'DEPT      EA04 '.
               05 FILLER PIC X(15) VALUE 'PAYRATE   EM14C'.
               05 FILLER PIC X(15) VALUE 'COM       EM14C'.
               05 FILLER PIC X(15) VALUE 'CURRENCY  EA03 '.
               05 FILLER PIC X(15) VALUE 'COMPANY   EA03 '.
               05 FILLER PIC X(15) VALUE 'HIREDATE  EI08 '.
               05 FILLER PIC X(15) VALUE 'STATUS    EA02 '.
               05 FILLER PIC X(15) VALUE 'DEPTNAME  DA30 '.
               05 FILLER PIC X(15) VALUE 'MGRENO    DI04 '.
               05 FILLER PIC X(15) VALUE 'COSTCTR   DA06 '.
               05 FILLER PIC X(15) VALUE 'WCCLASS   DA04 '.
               05 FILLER PIC X(15) VALUE 'DEPTST    DA02 '.
               05 FILLER PIC X(15) VALUE 'PERIOD    PI06 '.
               05 FILLER PIC X(15) VALUE 'RECTYPE   PA01 '.
               05 FILLER PIC X(15) VALUE 'TAXST     PA02 '.
               05 FILLER PIC X(15) VALUE 'REGHRS    PM14 '.
               05 FILLER PIC X(15) VALUE 'OTHRS     PM14 '.
               05 FILLER PIC X(15) VALUE 'GROSS     PM14C'.
               05 FILLER PIC X(15) VALUE 'TAXABLE   PM14C'.
               05 FILLER PIC X(15) VALUE 'STATETAX  PM14C'.
               05 FILLER PIC X(15) VALUE 'FEDTAX    PM14C'.
               05 FILLER PIC X(15) VALUE 'NETPAY    PM14C'.
               05 FILLER PIC X(15) VALUE 'ERMATCH   PM14C'.
           01 FIELD-DICT-TABLE REDEFINES FIELD-DICT-VALUES.
               05 FIELD-DEF OCCURS 30 TIMES.
                   10 FD-NAME          PIC X(10).
                   10 FD-SOURCE        PIC X(01).
                   10 FD-TYPE          PIC X(01).
                   10 FD-WIDTH         PIC 9(02).
                   10 FD-CLASS         PIC X(01).
           01 FIELD-COUNT          PIC 9(2) COMP VALUE 30.
           01 FIELD-IDX            PIC 9(2) COMP.
           01 FIELD-MATCH-IDX      PIC 9(2) COMP.
           01 FIELD-NAME-LEN       PIC 9(2) COMP.
           01 FIELD-MASKED-SW      PIC X.
               88 FIELD-MASKED     VALUE 'Y'.

      *    the current row, one value per dictionary field
           01 FIELD-VALUES.
               05 FV-ENTRY OCCURS 30 TIMES.
                   10 FV-TEXT          PIC X(30).
                   10 FV-NUM           PIC S9(13)V99 COMP-3.

           01 COLUMN-COUNT         PIC 9(2) COMP VALUE 0.
           01 COL-IDX              PIC 9(2) COMP.
           01 COLUMN-TABLE.
               05 COLUMN-ENTRY OCCURS 10 TIMES.
                   10 CL-FIELD         PIC 9(2) COMP.
                   10 CL-POS           PIC 9(3) COMP.
                   10 CL-WIDTH         PIC 9(2) COMP.
                   10 CL-MASKED-SW     PIC X(01).
                   10 CL-LINE          PIC 9(3).

           01 FILTER-COUNT         PIC 9(2) COMP VALUE 0.
           01 FLT-IDX              PIC 9(2) COMP.
           01 FILTER-TABLE.
               05 FILTER-ENTRY OCCURS 10 TIMES.
                   10 FL-FIELD         PIC 9(2) COMP.
                   10 FL-OPERATOR      PIC X(02).
                   10 FL-VALUE         PIC X(30).
                   10 FL-NUM           PIC S9(13)V99 COMP-3.
                   10 FL-PREFIX-LEN    PIC 9(2) COMP.
                   10 FL-LINE          PIC 9(3).

           01 SORT-COUNT           PIC 9(1) COMP VALUE 0.
           01 SRT-IDX              PIC 9(1) COMP.
           01 SORT-TABLE.
               05 SORT-ENTRY OCCURS 3 TIMES.
                   10 SK-FIELD         PIC 9(2) COMP.
                   10 SK-DIRECTION     PIC X(01).
                   10 SK-LINE          PIC 9(3).

      *    breaks held in sort-key order, outermost first, each
      *    with its running row count and amount subtotals
           01 BREAK-COUNT          PIC 9(1) COMP VALUE 0.
           01 BRK-IDX              PIC 9(1) COMP.
           01 BREAK-TABLE.
               05 BREAK-ENTRY OCCURS 3 TIMES.
                   10 BK-FIELD         PIC 9(2) COMP.
                   10 BK-SORT-POS      PIC 9(1) COMP.
                   10 BK-LINE          PIC 9(3).
                   10 BK-ROWS          PIC 9(6) COMP-3.
                   10 BK-SUM OCCURS 10 TIMES
                                       PIC S9(13)V99 COMP-3.
           01 BREAK-SWAP           PIC X(100).
           01 GRAND-TOTALS.
               05 GRAND-ROWS           PIC 9(6) COMP-3.
               05 GRAND-SUM OCCURS 10 TIMES
                                       PIC S9(13)V99 COMP-3.

      *    the selected rows: sort keys and printed columns
           01 ROW-LIMIT            PIC 9(4) COMP VALUE 5000.
           01 ROW-COUNT            PIC 9(4) COMP VALUE 0.
           01 ROW-IDX              PIC 9(4) COMP.
           01 ROW-TABLE.
               05 ROW-ENTRY OCCURS 5000 TIMES.
                   10 RW-KEY OCCURS 3 TIMES.
                       15 RW-KEY-TEXT  PIC X(30).
                       15 RW-KEY-NUM   PIC S9(13)V99 COMP-3.
                   10 RW-COL OCCURS 10 TIMES.
                       15 RW-COL-TEXT  PIC X(30).
                       15 RW-COL-NUM   PIC S9(13)V99 COMP-3.
           01 ROW-ORDER-TABLE.
               05 ROW-ORDER OCCURS 5000 TIMES PIC 9(4) COMP.
           01 ORD-IDX              PIC 9(4) COMP.
           01 ORD-SCAN-IDX         PIC 9(4) COMP.
           01 ORD-BEST-IDX         PIC 9(4) COMP.
           01 ORD-SWAP             PIC 9(4) COMP.
           01 CMP-ROW-A            PIC 9(4) COMP.
           01 CMP-ROW-B            PIC 9(4) COMP.
           01 CMP-RESULT-SW        PIC X.
               88 CMP-LOW          VALUE 'L'.
               88 CMP-EQUAL        VALUE 'E'.
               88 CMP-HIGH         VALUE 'H'.
           01 PRIOR-ROW            PIC 9(4) COMP.
           01 CHANGE-POS           PIC 9(1) COMP.

      *    the department reference, loaded once
           01 DEPT-CACHE-COUNT     PIC 9(3) COMP VALUE 0.
           01 DEPT-CACHE-IDX       PIC 9(3) COMP.
           01 DEPT-CACHE-TABLE.
               05 DEPT-CACHE OCCURS 500 TIMES.
                   10 DC-DEPT          PIC X(04).
                   10 DC-NAME          PIC X(30).
                   10 DC-MGR-ENO       PIC 9(04).
                   10 DC-COST-CENTER   PIC X(06).
                   10 DC-WC-CLASS      PIC X(04).
                   10 DC-DEPT-ST       PIC X(02).
           01 REF-CODE             PIC X(4).
           01 REF-DESC             PIC X(30).
           01 REF-DESC-IND         PIC S9(4) COMP.
           01 REF-MGR-ENO          PIC 9(4).
           01 REF-MGR-IND          PIC S9(4) COMP.
           01 REF-COST-CENTER      PIC X(6).
           01 REF-CC-IND           PIC S9(4) COMP.
           01 REF-WC-CLASS         PIC X(4).
           01 REF-WC-IND           PIC S9(4) COMP.
           01 REF-DEPT-ST          PIC X(2).
           01 REF-ST-IND           PIC S9(4) COMP.

           01 PARM-FILE-STATUS     PIC XX.
           01 HISTORY-FILE-STATUS  PIC XX.
           01 PARM-EOF-SW          PIC X VALUE 'N'.
               88 PARM-EOF         VALUE 'Y'.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.

           01 SOURCE-SW            PIC X VALUE 'E'.
               88 SOURCE-EMP       VALUE 'E'.
               88 SOURCE-PAY       VALUE 'P'.
           01 OUTPUT-SW            PIC X VALUE 'P'.
               88 OUTPUT-PRINT     VALUE 'P'.
               88 OUTPUT-DELIM     VALUE 'D'.
           01 DELIM-CHAR           PIC X VALUE ','.
           01 PAY-CLEAR-SW         PIC X VALUE 'N'.
               88 PAY-CLEAR        VALUE 'Y'.
           01 REPORT-TITLE         PIC X(40) VALUE 'AD HOC REPORT'.

           01 PARM-LINE-NO         PIC 9(3) VALUE 0.
           01 PARM-ERROR-COUNT     PIC 9(3) VALUE 0.
           01 PARM-ERROR-LINE      PIC 9(3).
           01 PARM-ERROR-TEXT      PIC X(44).

           01 NUM-CHECK-TEXT       PIC X(30).
           01 NUM-CHECK-DOTS       PIC 9(2) COMP.
           01 NUM-CHECK-MINUS      PIC 9(2) COMP.
           01 NUM-CHECK-SW         PIC X.
               88 NUM-CHECK-VALID  VALUE 'Y'.

           01 ROW-SELECTED-SW      PIC X.
               88 ROW-SELECTED     VALUE 'Y'.
           01 LAST-PAY-ENO         PIC 9(4) VALUE 0.
           01 PAY-ENO              PIC 9(4).
           01 ENO-DISPLAY          PIC 9(4).
           01 DATE-DISPLAY         PIC 9(8).
           01 PERIOD-DISPLAY       PIC 9(6).

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 ROWS-SELECTED-COUNT  PIC 9(6) VALUE 0.
           01 ROWS-OVER-LIMIT      PIC 9(6) VALUE 0.
           01 MASKED-COLUMN-COUNT  PIC 9(2) VALUE 0.

           01 TOTAL-WORK           PIC S9(13)V99 COMP-3.
           01 AMOUNT-EDIT          PIC -(10)9.99.
           01 COUNT-EDIT           PIC Z(5)9.
           01 PRINT-BUFFER         PIC X(132).
           01 HEADING-LINE         PIC X(132).
           01 UNDERLINE-LINE       PIC X(132).
           01 PRINT-POS            PIC 9(3) COMP.
           01 PRINT-PTR            PIC 9(3) COMP.
           01 FIRST-AMOUNT-POS     PIC 9(3) COMP.
           01 CSV-LINE             PIC X(512).
           01 CSV-PTR              PIC 9(3) COMP.
           01 CSV-VALUE            PIC X(30).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE ADHEMPCR CURSOR FOR
               SELECT ENO, LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COM, CURRENCY_CODE, COMPANY, MISCDATA
                 FROM EMPTABLE
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE ADHDEPCR CURSOR FOR
               SELECT DEPT, DEPT_NAME, MGR_ENO, COST_CENTER,
                      WC_CLASS, DEPT_ST
                 FROM DEPTTBL
               ORDER BY DEPT
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Ad hoc report writer: one program for the one-off HR
      * reports, driven by the ADHPARM deck instead of a fresh
      * copy of the report skeleton per request. The deck picks
      * the EMPTABLE, DEPTTBL and pay history fields to show,
      * filters the rows, sorts them, subtotals on control breaks
      * and writes a paged report on ADHRPT or a delimited file
      * on ADHCSV. The deck is edited in full before anything is
      * read - one bad line and the run stops with RC 8 and every
      * rejected line in the job log. RC 4 when more rows qualify
      * than the report holds.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

      *    set by the job, never by the deck, for the payroll desk
      *    runs that are cleared to see compensation
           DISPLAY "ADHOC_PAY_CLEAR" UPON ENVIRONMENT-NAME.
           ACCEPT PAY-CLEAR-SW FROM ENVIRONMENT-VALUE.

           PERFORM 200-LOAD-PARAMETERS THRU 200-LOAD-EXIT.
           IF PARM-ERROR-COUNT > 0
               DISPLAY 'ADHRPT1 PARAMETER LINES REJECTED: '
                   PARM-ERROR-COUNT ' - NO REPORT WRITTEN'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'ADHRPT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           PERFORM 300-LOAD-DEPARTMENTS THRU 300-LOAD-EXIT.
           IF RETURN-CODE >= 8
               GO TO 100-CLOSE
           END-IF.

           IF SOURCE-PAY
               PERFORM 400-SELECT-PAY-ROWS THRU 400-SELECT-EXIT
           ELSE
               PERFORM 420-SELECT-EMP-ROWS THRU 420-SELECT-EXIT
           END-IF.
           IF RETURN-CODE >= 8
               GO TO 100-CLOSE
           END-IF.

           IF SORT-COUNT > 0
               PERFORM 500-SORT-ROWS
           END-IF.

           IF OUTPUT-DELIM
               PERFORM 750-WRITE-DELIMITED
           ELSE
               PERFORM 600-WRITE-PRINT-REPORT
           END-IF.

           IF ROWS-OVER-LIMIT > 0
               DISPLAY 'ADHRPT1 ROWS OVER THE REPORT LIMIT: '
                   ROWS-OVER-LIMIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'ADHRPT1 ROWS READ      : ' ROWS-READ-COUNT.
           DISPLAY 'ADHRPT1 ROWS SELECTED  : ' ROWS-SELECTED-COUNT.
           DISPLAY 'ADHRPT1 MASKED COLUMNS : ' MASKED-COLUMN-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-LOAD-PARAMETERS
      * Reads and edits the whole deck, then cross-checks the
      * lines against each other once the SOURCE and OUTPUT are
      * known.
      *----------------------------------------------------------*
       200-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF PARM-FILE-STATUS NOT = '00'
               DISPLAY 'ADHRPT1 CANNOT OPEN ADHPARM, STATUS: '
                   PARM-FILE-STATUS
               ADD 1 TO PARM-ERROR-COUNT
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-READ-PARAMETER
           PERFORM UNTIL PARM-EOF
               ADD 1 TO PARM-LINE-NO
               IF PARAMETER-RECORD(1:1) NOT = '*'
                       AND PARAMETER-RECORD NOT = SPACES
                   PERFORM 220-EDIT-PARAMETER
               END-IF
               PERFORM 210-READ-PARAMETER
           END-PERFORM
           CLOSE PARAMETER-FILE

           MOVE SPACES TO PARAMETER-RECORD
           PERFORM 280-CROSS-CHECK.
       200-LOAD-EXIT.
           EXIT.

       210-READ-PARAMETER.
           READ PARAMETER-FILE INTO PARAMETER-RECORD
               AT END
                   SET PARM-EOF TO TRUE
           END-READ.

       220-EDIT-PARAMETER.
           MOVE PARM-LINE-NO TO PARM-ERROR-LINE
           EVALUATE PRM-KEYWORD
               WHEN 'TITLE'
                   MOVE PRM-BODY(1:40) TO REPORT-TITLE
               WHEN 'SOURCE'
                   EVALUATE PRM-FIELD
                       WHEN 'EMP'
                           SET SOURCE-EMP TO TRUE
                       WHEN 'PAY'
                           SET SOURCE-PAY TO TRUE
                       WHEN OTHER
                           MOVE 'SOURCE NOT EMP OR PAY'
                               TO PARM-ERROR-TEXT
                           PERFORM 290-PARAMETER-ERROR
                   END-EVALUATE
               WHEN 'OUTPUT'
                   EVALUATE PRM-FIELD
                       WHEN 'PRINT'
                           SET OUTPUT-PRINT TO TRUE
                       WHEN 'DELIM'
                           SET OUTPUT-DELIM TO TRUE
                           IF PRM-OPERATOR(1:1) NOT = SPACE
                               MOVE PRM-OPERATOR(1:1) TO DELIM-CHAR
                           END-IF
                       WHEN OTHER
                           MOVE 'OUTPUT NOT PRINT OR DELIM'
                               TO PARM-ERROR-TEXT
                           PERFORM 290-PARAMETER-ERROR
                   END-EVALUATE
               WHEN 'COLUMN'
                   PERFORM 230-EDIT-COLUMN
               WHEN 'FILTER'
                   PERFORM 240-EDIT-FILTER THRU 240-EDIT-EXIT
               WHEN 'SORT'
                   PERFORM 250-EDIT-SORT THRU 250-EDIT-EXIT
               WHEN 'BREAK'
                   PERFORM 260-EDIT-BREAK THRU 260-EDIT-EXIT
               WHEN OTHER
                   MOVE 'KEYWORD NOT RECOGNIZED' TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
           END-EVALUATE.

      *----------------------------------------------------------*
      * 225-FIND-FIELD
      * PRM-FIELD against the dictionary: FIELD-MATCH-IDX, zero
      * when the name is not there, with FIELD-MASKED-SW set for
      * the field under this run's clearance.
      *----------------------------------------------------------*
       225-FIND-FIELD.
           MOVE 0 TO FIELD-MATCH-IDX
           MOVE 'N' TO FIELD-MASKED-SW
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-COUNT
                      OR FIELD-MATCH-IDX > 0
               IF FD-NAME(FIELD-IDX) = PRM-FIELD
                   MOVE FIELD-IDX TO FIELD-MATCH-IDX
               END-IF
           END-PERFORM
           IF FIELD-MATCH-IDX > 0
               IF FD-CLASS(FIELD-MATCH-IDX) = 'P'
                   SET FIELD-MASKED TO TRUE
               END-IF
               IF FD-CLASS(FIELD-MATCH-IDX) = 'C' AND NOT PAY-CLEAR
                   SET FIELD-MASKED TO TRUE
               END-IF
           END-IF.

       230-EDIT-COLUMN.
           PERFORM 225-FIND-FIELD
           EVALUATE TRUE
               WHEN FIELD-MATCH-IDX = 0
                   MOVE 'COLUMN FIELD NOT RECOGNIZED'
                       TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
               WHEN COLUMN-COUNT >= 10
                   MOVE 'MORE THAN 10 COLUMNS' TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
               WHEN OTHER
                   ADD 1 TO COLUMN-COUNT
                   MOVE FIELD-MATCH-IDX TO CL-FIELD(COLUMN-COUNT)
                   MOVE FIELD-MASKED-SW TO CL-MASKED-SW(COLUMN-COUNT)
                   MOVE PARM-LINE-NO TO CL-LINE(COLUMN-COUNT)
                   IF FIELD-MASKED
                       ADD 1 TO MASKED-COLUMN-COUNT
                   END-IF
           END-EVALUATE.

       240-EDIT-FILTER.
           PERFORM 225-FIND-FIELD
           IF FIELD-MATCH-IDX = 0
               MOVE 'FILTER FIELD NOT RECOGNIZED' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 240-EDIT-EXIT
           END-IF
           IF FIELD-MASKED
               MOVE 'MASKED FIELD CANNOT BE FILTERED'
                   TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 240-EDIT-EXIT
           END-IF
           IF PRM-OPERATOR NOT = 'EQ' AND NOT = 'NE'
                   AND NOT = 'GT' AND NOT = 'GE'
                   AND NOT = 'LT' AND NOT = 'LE'
               MOVE 'OPERATOR NOT EQ NE GT GE LT LE'
                   TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 240-EDIT-EXIT
           END-IF
           IF FILTER-COUNT >= 10
               MOVE 'MORE THAN 10 FILTERS' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 240-EDIT-EXIT
           END-IF

           ADD 1 TO FILTER-COUNT
           MOVE FIELD-MATCH-IDX TO FL-FIELD(FILTER-COUNT)
           MOVE PRM-OPERATOR TO FL-OPERATOR(FILTER-COUNT)
           MOVE PRM-VALUE TO FL-VALUE(FILTER-COUNT)
           MOVE 0 TO FL-NUM(FILTER-COUNT)
           MOVE 0 TO FL-PREFIX-LEN(FILTER-COUNT)
           MOVE PARM-LINE-NO TO FL-LINE(FILTER-COUNT)

           IF FD-TYPE(FIELD-MATCH-IDX) = 'A'
               IF PRM-OPERATOR = 'EQ' OR PRM-OPERATOR = 'NE'
                   INSPECT PRM-VALUE TALLYING
                       FL-PREFIX-LEN(FILTER-COUNT)
                       FOR CHARACTERS BEFORE INITIAL '*'
                   IF FL-PREFIX-LEN(FILTER-COUNT) >= 30
                       MOVE 0 TO FL-PREFIX-LEN(FILTER-COUNT)
                   END-IF
               END-IF
           ELSE
               PERFORM 245-CHECK-NUMERIC-VALUE
               IF NUM-CHECK-VALID
                   COMPUTE FL-NUM(FILTER-COUNT) =
                       FUNCTION NUMVAL(PRM-VALUE)
               ELSE
                   MOVE 'FILTER VALUE NOT NUMERIC' TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
               END-IF
           END-IF.
       240-EDIT-EXIT.
           EXIT.

      *    digits, at most one point and one minus sign
       245-CHECK-NUMERIC-VALUE.
           MOVE 'N' TO NUM-CHECK-SW
           MOVE PRM-VALUE TO NUM-CHECK-TEXT
           MOVE 0 TO NUM-CHECK-DOTS NUM-CHECK-MINUS
           INSPECT NUM-CHECK-TEXT TALLYING
               NUM-CHECK-DOTS FOR ALL '.'
               NUM-CHECK-MINUS FOR ALL '-'
           INSPECT NUM-CHECK-TEXT CONVERTING '0123456789.-'
               TO '            '
           IF PRM-VALUE NOT = SPACES
                   AND NUM-CHECK-TEXT = SPACES
                   AND NUM-CHECK-DOTS <= 1
                   AND NUM-CHECK-MINUS <= 1
               SET NUM-CHECK-VALID TO TRUE
           END-IF.

       250-EDIT-SORT.
           PERFORM 225-FIND-FIELD
           IF FIELD-MATCH-IDX = 0
               MOVE 'SORT FIELD NOT RECOGNIZED' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 250-EDIT-EXIT
           END-IF
           IF FIELD-MASKED
               MOVE 'MASKED FIELD CANNOT BE SORTED' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 250-EDIT-EXIT
           END-IF
           IF PRM-OPERATOR NOT = SPACES AND NOT = 'A ' AND NOT = 'D '
               MOVE 'SORT DIRECTION NOT A OR D' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 250-EDIT-EXIT
           END-IF
           IF SORT-COUNT >= 3
               MOVE 'MORE THAN 3 SORT KEYS' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 250-EDIT-EXIT
           END-IF
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SORT-COUNT
               IF SK-FIELD(SRT-IDX) = FIELD-MATCH-IDX
                   MOVE 'FIELD ALREADY A SORT KEY' TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
                   GO TO 250-EDIT-EXIT
               END-IF
           END-PERFORM

           ADD 1 TO SORT-COUNT
           MOVE FIELD-MATCH-IDX TO SK-FIELD(SORT-COUNT)
           MOVE 'A' TO SK-DIRECTION(SORT-COUNT)
           IF PRM-OPERATOR = 'D '
               MOVE 'D' TO SK-DIRECTION(SORT-COUNT)
           END-IF
           MOVE PARM-LINE-NO TO SK-LINE(SORT-COUNT).
       250-EDIT-EXIT.
           EXIT.

       260-EDIT-BREAK.
           PERFORM 225-FIND-FIELD
           IF FIELD-MATCH-IDX = 0
               MOVE 'BREAK FIELD NOT RECOGNIZED' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 260-EDIT-EXIT
           END-IF
           IF BREAK-COUNT >= 3
               MOVE 'MORE THAN 3 BREAKS' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
               GO TO 260-EDIT-EXIT
           END-IF
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               IF BK-FIELD(BRK-IDX) = FIELD-MATCH-IDX
                   MOVE 'FIELD ALREADY A BREAK' TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
                   GO TO 260-EDIT-EXIT
               END-IF
           END-PERFORM

           ADD 1 TO BREAK-COUNT
           MOVE FIELD-MATCH-IDX TO BK-FIELD(BREAK-COUNT)
           MOVE 0 TO BK-SORT-POS(BREAK-COUNT)
           MOVE PARM-LINE-NO TO BK-LINE(BREAK-COUNT).
       260-EDIT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 280-CROSS-CHECK
      * What no single line can show: at least one column, pay
      * history fields only on a PAY run, every break on a sort
      * key (breaks then ordered by it), and a print line that
      * fits 132 positions.
      *----------------------------------------------------------*
       280-CROSS-CHECK.
           IF COLUMN-COUNT = 0
               MOVE 0 TO PARM-ERROR-LINE
               MOVE 'NO COLUMN LINES IN THE DECK' TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
           END-IF

           IF SOURCE-EMP
               MOVE 'PAY HISTORY FIELD NEEDS SOURCE PAY'
                   TO PARM-ERROR-TEXT
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COLUMN-COUNT
                   IF FD-SOURCE(CL-FIELD(COL-IDX)) = 'P'
                       MOVE CL-LINE(COL-IDX) TO PARM-ERROR-LINE
                       PERFORM 290-PARAMETER-ERROR
                   END-IF
               END-PERFORM
               PERFORM VARYING FLT-IDX FROM 1 BY 1
                       UNTIL FLT-IDX > FILTER-COUNT
                   IF FD-SOURCE(FL-FIELD(FLT-IDX)) = 'P'
                       MOVE FL-LINE(FLT-IDX) TO PARM-ERROR-LINE
                       PERFORM 290-PARAMETER-ERROR
                   END-IF
               END-PERFORM
               PERFORM VARYING SRT-IDX FROM 1 BY 1
                       UNTIL SRT-IDX > SORT-COUNT
                   IF FD-SOURCE(SK-FIELD(SRT-IDX)) = 'P'
                       MOVE SK-LINE(SRT-IDX) TO PARM-ERROR-LINE
                       PERFORM 290-PARAMETER-ERROR
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               PERFORM VARYING SRT-IDX FROM 1 BY 1
                       UNTIL SRT-IDX > SORT-COUNT
                   IF SK-FIELD(SRT-IDX) = BK-FIELD(BRK-IDX)
                       MOVE SRT-IDX TO BK-SORT-POS(BRK-IDX)
                   END-IF
               END-PERFORM
               IF BK-SORT-POS(BRK-IDX) = 0
                   MOVE BK-LINE(BRK-IDX) TO PARM-ERROR-LINE
                   MOVE 'BREAK FIELD IS NOT A SORT KEY'
                       TO PARM-ERROR-TEXT
                   PERFORM 290-PARAMETER-ERROR
               END-IF
           END-PERFORM
           PERFORM 285-ORDER-BREAKS

           MOVE 1 TO PRINT-POS
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               MOVE FD-WIDTH(CL-FIELD(COL-IDX)) TO CL-WIDTH(COL-IDX)
               MOVE 0 TO FIELD-NAME-LEN
               INSPECT FD-NAME(CL-FIELD(COL-IDX)) TALLYING
                   FIELD-NAME-LEN FOR CHARACTERS BEFORE INITIAL SPACE
               IF FIELD-NAME-LEN > CL-WIDTH(COL-IDX)
                   MOVE FIELD-NAME-LEN TO CL-WIDTH(COL-IDX)
               END-IF
               MOVE PRINT-POS TO CL-POS(COL-IDX)
               COMPUTE PRINT-POS = PRINT-POS + CL-WIDTH(COL-IDX) + 2
           END-PERFORM
           IF OUTPUT-PRINT AND PRINT-POS > 135
               MOVE 0 TO PARM-ERROR-LINE
               MOVE 'COLUMNS WIDER THAN 132 PRINT POSITIONS'
                   TO PARM-ERROR-TEXT
               PERFORM 290-PARAMETER-ERROR
           END-IF.

      *    at most three breaks: a short exchange sort on the key
      *    position puts the outermost first
       285-ORDER-BREAKS.
           PERFORM 2 TIMES
               PERFORM VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX >= BREAK-COUNT
                   IF BK-SORT-POS(BRK-IDX) > BK-SORT-POS(BRK-IDX + 1)
                       MOVE BREAK-ENTRY(BRK-IDX) TO BREAK-SWAP
                       MOVE BREAK-ENTRY(BRK-IDX + 1)
                           TO BREAK-ENTRY(BRK-IDX)
                       MOVE BREAK-SWAP TO BREAK-ENTRY(BRK-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       290-PARAMETER-ERROR.
           ADD 1 TO PARM-ERROR-COUNT
           DISPLAY 'ADHRPT1 PARAMETER LINE ' PARM-ERROR-LINE
               ' REJECTED: ' PARM-ERROR-TEXT
           IF PARAMETER-RECORD NOT = SPACES
               DISPLAY '    [' PARAMETER-RECORD ']'
           END-IF.

      *----------------------------------------------------------*
      * 300-LOAD-DEPARTMENTS
      * DEPTTBL into DEPT-CACHE-TABLE; an empty column reads as
      * blank (zero for the manager).
      *----------------------------------------------------------*
       300-LOAD-DEPARTMENTS.
           EXEC SQL
               OPEN ADHDEPCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ADHRPT1 DEPTTBL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 310-FETCH-DEPARTMENT
           PERFORM UNTIL SQLCODE <> 0
               IF DEPT-CACHE-COUNT < 500
                   ADD 1 TO DEPT-CACHE-COUNT
                   MOVE REF-CODE TO DC-DEPT(DEPT-CACHE-COUNT)
                   MOVE REF-DESC TO DC-NAME(DEPT-CACHE-COUNT)
                   MOVE REF-MGR-ENO TO DC-MGR-ENO(DEPT-CACHE-COUNT)
                   MOVE REF-COST-CENTER
                       TO DC-COST-CENTER(DEPT-CACHE-COUNT)
                   MOVE REF-WC-CLASS TO DC-WC-CLASS(DEPT-CACHE-COUNT)
                   MOVE REF-DEPT-ST TO DC-DEPT-ST(DEPT-CACHE-COUNT)
               END-IF
               PERFORM 310-FETCH-DEPARTMENT
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'ADHRPT1 DEPTTBL FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE ADHDEPCR
           END-EXEC.
       300-LOAD-EXIT.
           EXIT.

       310-FETCH-DEPARTMENT.
           MOVE SPACES TO REF-CODE REF-DESC REF-COST-CENTER
               REF-WC-CLASS REF-DEPT-ST
           MOVE 0 TO REF-MGR-ENO
           MOVE 0 TO REF-DESC-IND REF-MGR-IND REF-CC-IND
               REF-WC-IND REF-ST-IND
           EXEC SQL
               FETCH ADHDEPCR
                   INTO :REF-CODE, :REF-DESC :REF-DESC-IND,
                        :REF-MGR-ENO :REF-MGR-IND,
                        :REF-COST-CENTER :REF-CC-IND,
                        :REF-WC-CLASS :REF-WC-IND,
                        :REF-DEPT-ST :REF-ST-IND
           END-EXEC
           IF REF-DESC-IND < 0
               MOVE SPACES TO REF-DESC
           END-IF
           IF REF-MGR-IND < 0
               MOVE 0 TO REF-MGR-ENO
           END-IF
           IF REF-CC-IND < 0
               MOVE SPACES TO REF-COST-CENTER
           END-IF
           IF REF-WC-IND < 0
               MOVE SPACES TO REF-WC-CLASS
           END-IF
           IF REF-ST-IND < 0
               MOVE SPACES TO REF-DEPT-ST
           END-IF.

      *----------------------------------------------------------*
      * 400-SELECT-PAY-ROWS
      * One row per PAYHIST pay record (the trailer skipped), its
      * employee's EMPTABLE row alongside.
      *----------------------------------------------------------*
       400-SELECT-PAY-ROWS.
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ADHRPT1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 400-SELECT-EXIT
           END-IF

           PERFORM 405-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF OR RETURN-CODE >= 8
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-EMPLOYEE-NO NUMERIC
                       AND PD-EMPLOYEE-NO > 0
                   ADD 1 TO ROWS-READ-COUNT
                   IF PD-EMPLOYEE-NO NOT = LAST-PAY-ENO
                       PERFORM 410-LOAD-PAY-EMPLOYEE
                   END-IF
                   IF RETURN-CODE < 8
                       PERFORM 450-PROCESS-ROW THRU 450-PROCESS-EXIT
                   END-IF
               END-IF
               PERFORM 405-READ-HISTORY
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.
       400-SELECT-EXIT.
           EXIT.

       405-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

      *    an employee since purged from EMPTABLE keeps the pay
      *    record's number and name and nothing else
       410-LOAD-PAY-EMPLOYEE.
           MOVE PD-EMPLOYEE-NO TO PAY-ENO
           MOVE PD-EMPLOYEE-NO TO LAST-PAY-ENO
           EXEC SQL
               SELECT ENO, LNAME, FNAME, STREET, CITY, ST, ZIP, DEPT,
                      PAYRATE, COM, CURRENCY_CODE, COMPANY, MISCDATA
                   INTO :ENO, :LNAME, :FNAME, :STREET, :CITY, :ST,
                        :ZIP, :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :PAY-ENO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE PAY-ENO TO ENO
                   MOVE PD-EMPLOYEE-NAME TO LNAME
                   MOVE SPACES TO FNAME STREET CITY ST ZIP DEPT
                       CURRENCY-CODE COMPANY-CODE MISCDATA-TEXT
                   MOVE 0 TO PAYRATE COM
               WHEN OTHER
                   DISPLAY 'ADHRPT1 EMPTABLE READ SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------*
      * 420-SELECT-EMP-ROWS
      * One row per EMPTABLE employee.
      *----------------------------------------------------------*
       420-SELECT-EMP-ROWS.
           EXEC SQL
               OPEN ADHEMPCR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'ADHRPT1 EMPTABLE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 420-SELECT-EXIT
           END-IF

           PERFORM 425-FETCH-EMPLOYEE
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO ROWS-READ-COUNT
               PERFORM 450-PROCESS-ROW THRU 450-PROCESS-EXIT
               PERFORM 425-FETCH-EMPLOYEE
           END-PERFORM
           IF SQLCODE < 0
               DISPLAY 'ADHRPT1 EMPTABLE FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE ADHEMPCR
           END-EXEC.
       420-SELECT-EXIT.
           EXIT.

       425-FETCH-EMPLOYEE.
           MOVE SPACES TO MISCDATA-TEXT
           EXEC SQL
               FETCH ADHEMPCR
                   INTO :ENO, :LNAME, :FNAME, :STREET, :CITY, :ST,
                        :ZIP, :DEPT, :PAYRATE, :COM, :CURRENCY-CODE,
                        :COMPANY-CODE, :MISCDATA
           END-EXEC.

      *----------------------------------------------------------*
      * 430-BUILD-FIELD-VALUES
      * The current row's value for every dictionary field, in
      * dictionary order: text for display and comparison, and
      * the number behind every I and M field.
      *----------------------------------------------------------*
       430-BUILD-FIELD-VALUES.
           INITIALIZE FIELD-VALUES

           MOVE ENO TO ENO-DISPLAY
           MOVE ENO-DISPLAY TO FV-TEXT(1)
           MOVE ENO-DISPLAY TO FV-NUM(1)
           MOVE LNAME TO FV-TEXT(2)
           MOVE FNAME TO FV-TEXT(3)
           MOVE STREET TO FV-TEXT(4)
           MOVE CITY TO FV-TEXT(5)
           MOVE ST TO FV-TEXT(6)
           MOVE ZIP TO FV-TEXT(7)
           MOVE DEPT TO FV-TEXT(8)
           MOVE PAYRATE TO FV-NUM(9)
           MOVE COM TO FV-NUM(10)
           MOVE CURRENCY-CODE TO FV-TEXT(11)
           MOVE COMPANY-CODE TO FV-TEXT(12)
           MOVE 0 TO DATE-DISPLAY
           IF MISC-HIRE-DATE NUMERIC
               MOVE MISC-HIRE-DATE TO DATE-DISPLAY
           END-IF
           MOVE DATE-DISPLAY TO FV-TEXT(13)
           MOVE DATE-DISPLAY TO FV-NUM(13)
           MOVE MISC-STATUS-CODE TO FV-TEXT(14)

           IF SOURCE-PAY
               IF PD-DEPT NOT = SPACES
                   MOVE PD-DEPT TO FV-TEXT(8)
               END-IF
               MOVE PD-PAY-RATE TO FV-NUM(9)
               MOVE PD-CURRENCY-CODE TO FV-TEXT(11)
               MOVE PD-PERIOD-ID TO PERIOD-DISPLAY
               MOVE PERIOD-DISPLAY TO FV-TEXT(20)
               MOVE PERIOD-DISPLAY TO FV-NUM(20)
               MOVE PD-RECORD-TYPE TO FV-TEXT(21)
               MOVE PD-TAX-STATE TO FV-TEXT(22)
               MOVE PD-REG-HOURS TO FV-NUM(23)
               MOVE PD-OT-HOURS TO FV-NUM(24)
               MOVE PD-GROSS-PAY TO FV-NUM(25)
               MOVE PD-TAXABLE-PAY TO FV-NUM(26)
               MOVE PD-TAX-AMOUNT TO FV-NUM(27)
               MOVE PD-FED-TAX-AMOUNT TO FV-NUM(28)
               MOVE PD-NET-PAY TO FV-NUM(29)
               MOVE PD-EMPLOYER-MATCH TO FV-NUM(30)
           END-IF

           PERFORM VARYING DEPT-CACHE-IDX FROM 1 BY 1
                   UNTIL DEPT-CACHE-IDX > DEPT-CACHE-COUNT
                      OR DC-DEPT(DEPT-CACHE-IDX) = FV-TEXT(8)(1:4)
               CONTINUE
           END-PERFORM
           IF DEPT-CACHE-IDX <= DEPT-CACHE-COUNT
               MOVE DC-NAME(DEPT-CACHE-IDX) TO FV-TEXT(15)
               MOVE DC-MGR-ENO(DEPT-CACHE-IDX) TO ENO-DISPLAY
               MOVE ENO-DISPLAY TO FV-TEXT(16)
               MOVE ENO-DISPLAY TO FV-NUM(16)
               MOVE DC-COST-CENTER(DEPT-CACHE-IDX) TO FV-TEXT(17)
               MOVE DC-WC-CLASS(DEPT-CACHE-IDX) TO FV-TEXT(18)
               MOVE DC-DEPT-ST(DEPT-CACHE-IDX) TO FV-TEXT(19)
           END-IF

           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-COUNT
               IF FD-TYPE(FIELD-IDX) = 'M'
                   MOVE FV-NUM(FIELD-IDX) TO AMOUNT-EDIT
                   MOVE AMOUNT-EDIT TO FV-TEXT(FIELD-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 440-APPLY-FILTERS
      * Every filter must hold for the row to be selected. Text
      * fields compare as text (or on the prefix before a '*'),
      * number and amount fields by value.
      *----------------------------------------------------------*
       440-APPLY-FILTERS.
           SET ROW-SELECTED TO TRUE
           PERFORM VARYING FLT-IDX FROM 1 BY 1
                   UNTIL FLT-IDX > FILTER-COUNT
                      OR NOT ROW-SELECTED
               MOVE FL-FIELD(FLT-IDX) TO FIELD-IDX
               MOVE 'N' TO ROW-SELECTED-SW
               EVALUATE TRUE
                   WHEN FD-TYPE(FIELD-IDX) NOT = 'A'
                       PERFORM 445-COMPARE-NUMBER
                   WHEN FL-PREFIX-LEN(FLT-IDX) > 0
                       PERFORM 447-COMPARE-PREFIX
                   WHEN OTHER
                       PERFORM 446-COMPARE-TEXT
               END-EVALUATE
           END-PERFORM.

       445-COMPARE-NUMBER.
           EVALUATE FL-OPERATOR(FLT-IDX)
               WHEN 'EQ'
                   IF FV-NUM(FIELD-IDX) = FL-NUM(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'NE'
                   IF FV-NUM(FIELD-IDX) NOT = FL-NUM(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'GT'
                   IF FV-NUM(FIELD-IDX) > FL-NUM(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'GE'
                   IF FV-NUM(FIELD-IDX) >= FL-NUM(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'LT'
                   IF FV-NUM(FIELD-IDX) < FL-NUM(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'LE'
                   IF FV-NUM(FIELD-IDX) <= FL-NUM(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.

       446-COMPARE-TEXT.
           EVALUATE FL-OPERATOR(FLT-IDX)
               WHEN 'EQ'
                   IF FV-TEXT(FIELD-IDX) = FL-VALUE(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'NE'
                   IF FV-TEXT(FIELD-IDX) NOT = FL-VALUE(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'GT'
                   IF FV-TEXT(FIELD-IDX) > FL-VALUE(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'GE'
                   IF FV-TEXT(FIELD-IDX) >= FL-VALUE(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'LT'
                   IF FV-TEXT(FIELD-IDX) < FL-VALUE(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
               WHEN 'LE'
                   IF FV-TEXT(FIELD-IDX) <= FL-VALUE(FLT-IDX)
                       SET ROW-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.

       447-COMPARE-PREFIX.
           IF FV-TEXT(FIELD-IDX)(1:FL-PREFIX-LEN(FLT-IDX))
                   = FL-VALUE(FLT-IDX)(1:FL-PREFIX-LEN(FLT-IDX))
               IF FL-OPERATOR(FLT-IDX) = 'EQ'
                   SET ROW-SELECTED TO TRUE
               END-IF
           ELSE
               IF FL-OPERATOR(FLT-IDX) = 'NE'
                   SET ROW-SELECTED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 450-PROCESS-ROW
      * Builds, filters and - when it qualifies - keeps the row:
      * its sort keys, and each column as it will print, a masked
      * column as asterisks across its width.
      *----------------------------------------------------------*
       450-PROCESS-ROW.
           PERFORM 430-BUILD-FIELD-VALUES
           PERFORM 440-APPLY-FILTERS
           IF NOT ROW-SELECTED
               GO TO 450-PROCESS-EXIT
           END-IF

           ADD 1 TO ROWS-SELECTED-COUNT
           IF ROW-COUNT >= ROW-LIMIT
               ADD 1 TO ROWS-OVER-LIMIT
               GO TO 450-PROCESS-EXIT
           END-IF

           ADD 1 TO ROW-COUNT
           MOVE ROW-COUNT TO ROW-ORDER(ROW-COUNT)
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SORT-COUNT
               MOVE FV-TEXT(SK-FIELD(SRT-IDX))
                   TO RW-KEY-TEXT(ROW-COUNT, SRT-IDX)
               MOVE FV-NUM(SK-FIELD(SRT-IDX))
                   TO RW-KEY-NUM(ROW-COUNT, SRT-IDX)
           END-PERFORM
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               MOVE CL-FIELD(COL-IDX) TO FIELD-IDX
               IF CL-MASKED-SW(COL-IDX) = 'Y'
                   MOVE SPACES TO RW-COL-TEXT(ROW-COUNT, COL-IDX)
                   MOVE ALL '*' TO RW-COL-TEXT(ROW-COUNT, COL-IDX)
                       (1:FD-WIDTH(FIELD-IDX))
                   MOVE 0 TO RW-COL-NUM(ROW-COUNT, COL-IDX)
               ELSE
                   MOVE FV-TEXT(FIELD-IDX)
                       TO RW-COL-TEXT(ROW-COUNT, COL-IDX)
                   MOVE FV-NUM(FIELD-IDX)
                       TO RW-COL-NUM(ROW-COUNT, COL-IDX)
               END-IF
           END-PERFORM.
       450-PROCESS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 500-SORT-ROWS
      * Selection sort of ROW-ORDER on the SORT keys; with no
      * keys the rows stay in the order they were read.
      *----------------------------------------------------------*
       500-SORT-ROWS.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX >= ROW-COUNT
               MOVE ORD-IDX TO ORD-BEST-IDX
               PERFORM VARYING ORD-SCAN-IDX FROM ORD-IDX BY 1
                       UNTIL ORD-SCAN-IDX > ROW-COUNT
                   MOVE ROW-ORDER(ORD-SCAN-IDX) TO CMP-ROW-A
                   MOVE ROW-ORDER(ORD-BEST-IDX) TO CMP-ROW-B
                   PERFORM 510-COMPARE-ROWS
                   IF CMP-LOW
                       MOVE ORD-SCAN-IDX TO ORD-BEST-IDX
                   END-IF
               END-PERFORM
               IF ORD-BEST-IDX NOT = ORD-IDX
                   MOVE ROW-ORDER(ORD-IDX) TO ORD-SWAP
                   MOVE ROW-ORDER(ORD-BEST-IDX) TO ROW-ORDER(ORD-IDX)
                   MOVE ORD-SWAP TO ROW-ORDER(ORD-BEST-IDX)
               END-IF
           END-PERFORM.

      *    row CMP-ROW-A against CMP-ROW-B on the keys in order,
      *    a descending key turning its result around; CHANGE-POS
      *    is left on the first key that differs
       510-COMPARE-ROWS.
           SET CMP-EQUAL TO TRUE
           MOVE 0 TO CHANGE-POS
           PERFORM VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > SORT-COUNT OR NOT CMP-EQUAL
               IF FD-TYPE(SK-FIELD(SRT-IDX)) = 'A'
                   IF RW-KEY-TEXT(CMP-ROW-A, SRT-IDX)
                           < RW-KEY-TEXT(CMP-ROW-B, SRT-IDX)
                       SET CMP-LOW TO TRUE
                   END-IF
                   IF RW-KEY-TEXT(CMP-ROW-A, SRT-IDX)
                           > RW-KEY-TEXT(CMP-ROW-B, SRT-IDX)
                       SET CMP-HIGH TO TRUE
                   END-IF
               ELSE
                   IF RW-KEY-NUM(CMP-ROW-A, SRT-IDX)
                           < RW-KEY-NUM(CMP-ROW-B, SRT-IDX)
                       SET CMP-LOW TO TRUE
                   END-IF
                   IF RW-KEY-NUM(CMP-ROW-A, SRT-IDX)
                           > RW-KEY-NUM(CMP-ROW-B, SRT-IDX)
                       SET CMP-HIGH TO TRUE
                   END-IF
               END-IF
               IF NOT CMP-EQUAL
                   MOVE SRT-IDX TO CHANGE-POS
                   IF SK-DIRECTION(SRT-IDX) = 'D'
                       IF CMP-LOW
                           SET CMP-HIGH TO TRUE
                       ELSE
                           SET CMP-LOW TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 600-WRITE-PRINT-REPORT
      * The paged report: column headings under the page header,
      * one line per row, a subtotal at every control break
      * (innermost first) and a grand total at the end. Only
      * unmasked amount columns are totalled.
      *----------------------------------------------------------*
       600-WRITE-PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE REPORT-TITLE TO RPT-HDR-TITLE
           PERFORM 690-BUILD-HEADINGS
           PERFORM 800-WRITE-PAGE-HEADER THRU 800-WRITE-PAGE-HEADER-EX
           INITIALIZE GRAND-TOTALS
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               PERFORM 650-RESET-BREAK
           END-PERFORM

           MOVE 0 TO PRIOR-ROW
           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ROW-COUNT
               MOVE ROW-ORDER(ORD-IDX) TO ROW-IDX
               IF PRIOR-ROW > 0 AND BREAK-COUNT > 0
                   MOVE ROW-IDX TO CMP-ROW-A
                   MOVE PRIOR-ROW TO CMP-ROW-B
                   PERFORM 510-COMPARE-ROWS
                   IF CHANGE-POS > 0
                       PERFORM VARYING BRK-IDX FROM BREAK-COUNT BY -1
                               UNTIL BRK-IDX < 1
                           IF BK-SORT-POS(BRK-IDX) >= CHANGE-POS
                               PERFORM 640-WRITE-BREAK-TOTAL
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 610-WRITE-ROW
               MOVE ROW-IDX TO PRIOR-ROW
           END-PERFORM

           IF PRIOR-ROW > 0
               PERFORM VARYING BRK-IDX FROM BREAK-COUNT BY -1
                       UNTIL BRK-IDX < 1
                   PERFORM 640-WRITE-BREAK-TOTAL
               END-PERFORM
           END-IF
           PERFORM 660-WRITE-GRAND-TOTAL

           WRITE PRINT-LINE FROM RPT-FTR-LINE
           CLOSE PRINT-FILE.

       610-WRITE-ROW.
           MOVE SPACES TO PRINT-BUFFER
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               MOVE RW-COL-TEXT(ROW-IDX, COL-IDX)
                   TO PRINT-BUFFER(CL-POS(COL-IDX):CL-WIDTH(COL-IDX))
               IF CL-MASKED-SW(COL-IDX) NOT = 'Y'
                       AND FD-TYPE(CL-FIELD(COL-IDX)) = 'M'
                   PERFORM VARYING BRK-IDX FROM 1 BY 1
                           UNTIL BRK-IDX > BREAK-COUNT
                       ADD RW-COL-NUM(ROW-IDX, COL-IDX)
                           TO BK-SUM(BRK-IDX, COL-IDX)
                   END-PERFORM
                   ADD RW-COL-NUM(ROW-IDX, COL-IDX)
                       TO GRAND-SUM(COL-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               ADD 1 TO BK-ROWS(BRK-IDX)
           END-PERFORM
           ADD 1 TO GRAND-ROWS
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX.

      *    the subtotal for break BRK-IDX, labelled with the key
      *    value the group just ended on (the prior row's)
       640-WRITE-BREAK-TOTAL.
           MOVE SPACES TO PRINT-BUFFER
           MOVE BK-ROWS(BRK-IDX) TO COUNT-EDIT
           MOVE 1 TO PRINT-PTR
           STRING '** ' DELIMITED BY SIZE
                  FD-NAME(BK-FIELD(BRK-IDX)) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(RW-KEY-TEXT(PRIOR-ROW,
                      BK-SORT-POS(BRK-IDX))) DELIMITED BY SIZE
                  '  ROWS ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO PRINT-BUFFER WITH POINTER PRINT-PTR
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               IF CL-MASKED-SW(COL-IDX) NOT = 'Y'
                       AND FD-TYPE(CL-FIELD(COL-IDX)) = 'M'
                   MOVE BK-SUM(BRK-IDX, COL-IDX) TO TOTAL-WORK
                   PERFORM 670-PLACE-TOTAL
               END-IF
           END-PERFORM
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX
           MOVE SPACES TO PRINT-BUFFER
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX
           PERFORM 650-RESET-BREAK.

       650-RESET-BREAK.
           MOVE 0 TO BK-ROWS(BRK-IDX)
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > 10
               MOVE 0 TO BK-SUM(BRK-IDX, COL-IDX)
           END-PERFORM.

       660-WRITE-GRAND-TOTAL.
           MOVE SPACES TO PRINT-BUFFER
           MOVE GRAND-ROWS TO COUNT-EDIT
           MOVE 1 TO PRINT-PTR
           STRING '** REPORT TOTAL  ROWS ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
               INTO PRINT-BUFFER WITH POINTER PRINT-PTR
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               IF CL-MASKED-SW(COL-IDX) NOT = 'Y'
                       AND FD-TYPE(CL-FIELD(COL-IDX)) = 'M'
                   MOVE GRAND-SUM(COL-IDX) TO TOTAL-WORK
                   PERFORM 670-PLACE-TOTAL
               END-IF
           END-PERFORM
           PERFORM 810-WRITE-DETAIL-LINE THRU 810-WRITE-DETAIL-LINE-EX
           IF ROWS-OVER-LIMIT > 0
               MOVE SPACES TO PRINT-BUFFER
               MOVE ROWS-OVER-LIMIT TO COUNT-EDIT
               STRING '** MORE ROWS QUALIFIED THAN THE REPORT HOLDS'
                          DELIMITED BY SIZE
                      ' - NOT SHOWN: ' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                   INTO PRINT-BUFFER
               PERFORM 810-WRITE-DETAIL-LINE
                   THRU 810-WRITE-DETAIL-LINE-EX
           END-IF.

      *    an unmasked amount column's total under the column; a
      *    label running into it goes out on a line of its own
       670-PLACE-TOTAL.
           IF PRINT-PTR > CL-POS(COL-IDX)
               PERFORM 810-WRITE-DETAIL-LINE
                   THRU 810-WRITE-DETAIL-LINE-EX
               MOVE SPACES TO PRINT-BUFFER
               MOVE 1 TO PRINT-PTR
           END-IF
           MOVE TOTAL-WORK TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT
               TO PRINT-BUFFER(CL-POS(COL-IDX):CL-WIDTH(COL-IDX))
           COMPUTE PRINT-PTR = CL-POS(COL-IDX) + CL-WIDTH(COL-IDX).

      *    headings left over text columns, right over numbers
       690-BUILD-HEADINGS.
           MOVE SPACES TO HEADING-LINE UNDERLINE-LINE
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               MOVE CL-FIELD(COL-IDX) TO FIELD-IDX
               MOVE 0 TO FIELD-NAME-LEN
               INSPECT FD-NAME(FIELD-IDX) TALLYING
                   FIELD-NAME-LEN FOR CHARACTERS BEFORE INITIAL SPACE
               IF FD-TYPE(FIELD-IDX) = 'A'
                   MOVE CL-POS(COL-IDX) TO PRINT-POS
               ELSE
                   COMPUTE PRINT-POS = CL-POS(COL-IDX)
                       + CL-WIDTH(COL-IDX) - FIELD-NAME-LEN
               END-IF
               MOVE FD-NAME(FIELD-IDX)(1:FIELD-NAME-LEN)
                   TO HEADING-LINE(PRINT-POS:FIELD-NAME-LEN)
               MOVE ALL '-'
                   TO UNDERLINE-LINE(CL-POS(COL-IDX):CL-WIDTH(COL-IDX))
           END-PERFORM.

      *----------------------------------------------------------*
      * 750-WRITE-DELIMITED
      * The delimited file: a header row of field names, then one
      * line per row in sort order with the values trimmed. A
      * delimiter inside a value is blanked so it cannot shift
      * the columns.
      *----------------------------------------------------------*
       750-WRITE-DELIMITED.
           OPEN OUTPUT DELIMITED-FILE
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COLUMN-COUNT
               IF COL-IDX > 1
                   STRING DELIM-CHAR DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-PTR
               END-IF
               STRING FD-NAME(CL-FIELD(COL-IDX)) DELIMITED BY SPACE
                   INTO CSV-LINE WITH POINTER CSV-PTR
           END-PERFORM
           WRITE DELIMITED-LINE FROM CSV-LINE

           PERFORM VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ROW-COUNT
               MOVE ROW-ORDER(ORD-IDX) TO ROW-IDX
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO CSV-PTR
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COLUMN-COUNT
                   IF COL-IDX > 1
                       STRING DELIM-CHAR DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-PTR
                   END-IF
                   MOVE RW-COL-TEXT(ROW-IDX, COL-IDX) TO CSV-VALUE
                   INSPECT CSV-VALUE REPLACING ALL DELIM-CHAR BY SPACE
                   IF CSV-VALUE NOT = SPACES
                       STRING FUNCTION TRIM(CSV-VALUE)
                               DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-PTR
                   END-IF
               END-PERFORM
               WRITE DELIMITED-LINE FROM CSV-LINE
           END-PERFORM

           CLOSE DELIMITED-FILE.

      *----------------------------------------------------------*
      * 800-WRITE-PAGE-HEADER / 810-WRITE-DETAIL-LINE /
      * 820-PAGE-BREAK
      * The report skeleton's page machinery (see PROGRAM_RPT),
      * with the column headings repeated under every page
      * header.
      *----------------------------------------------------------*
       800-WRITE-PAGE-HEADER.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE PRINT-LINE FROM RPT-HDR-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM HEADING-LINE
           WRITE PRINT-LINE FROM UNDERLINE-LINE
           MOVE 0 TO RPT-LINE-COUNT.
       800-WRITE-PAGE-HEADER-EX.
           EXIT.

       810-WRITE-DETAIL-LINE.
           WRITE PRINT-LINE FROM PRINT-BUFFER
           ADD 1 TO RPT-LINE-COUNT

           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM 820-PAGE-BREAK THRU 820-PAGE-BREAK-EX
           END-IF.
       810-WRITE-DETAIL-LINE-EX.
           EXIT.

       820-PAGE-BREAK.
           WRITE PRINT-LINE FROM RPT-FTR-LINE
           ADD 1 TO RPT-PAGE-NO
           PERFORM 800-WRITE-PAGE-HEADER
               THRU 800-WRITE-PAGE-HEADER-EX.
       820-PAGE-BREAK-EX.
           EXIT.
