       IDENTIFICATION DIVISION.

       PROGRAM-ID. RETREM1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-DETAIL-FILE
               ASSIGN TO EXTERNAL PAYDTL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO EXTERNAL PAYHIST
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL GLJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT REMIT-FILE
               ASSIGN TO EXTERNAL RETREMIT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUNDING-REPORT-FILE
               ASSIGN TO EXTERNAL RETFUND
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PAY-DETAIL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-DETAIL-LINE.

       01  PAY-DETAIL-LINE         PIC X(450).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS PAY-HISTORY-LINE.

       01  PAY-HISTORY-LINE        PIC X(450).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-JOURNAL-LINE.

       01  GL-JOURNAL-LINE         PIC X(80).

       FD  REMIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REMIT-LINE.

       01  REMIT-LINE              PIC X(120).

       FD  FUNDING-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FUNDING-REPORT-LINE.

       01  FUNDING-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY PAYDTL.

           COPY GLJRNL.

           COPY RETREC.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 DETAIL-FILE-STATUS   PIC XX.
           01 HISTORY-FILE-STATUS  PIC XX.
           01 JOURNAL-FILE-STATUS  PIC XX.
           01 DETAIL-EOF-SW        PIC X VALUE 'N'.
               88 DETAIL-EOF       VALUE 'Y'.
           01 HISTORY-EOF-SW       PIC X VALUE 'N'.
               88 HISTORY-EOF      VALUE 'Y'.
           01 JOURNAL-EOF-SW       PIC X VALUE 'N'.
               88 JOURNAL-EOF      VALUE 'Y'.
           01 JOURNAL-READ-SW      PIC X VALUE 'N'.
               88 JOURNAL-WAS-READ VALUE 'Y'.

      *    the period remitted (PAYCALC_PERIOD, as the calculation
      *    and the GL posting take it), the plan's deduction code
      *    (RETIRE_DED_CODE, default 401K, as PAYCALC1 and GLPOST1
      *    take it) and the plan number the recordkeeper files the
      *    contributions under (RETREM_PLAN)
           01 PERIOD-ID-TEXT       PIC X(6).
           01 REMIT-PERIOD         PIC 9(6).
           01 REMIT-PERIOD-PARTS REDEFINES REMIT-PERIOD.
               05 REMIT-YEAR       PIC 9(4).
               05 REMIT-PERIOD-NO  PIC 9(2).
           01 RETIRE-DED-CODE      PIC X(4) VALUE '401K'.
           01 RETIRE-CODE-TEXT     PIC X(4).
           01 PLAN-ID              PIC X(10).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

      *    one entry per participant in the period: the period's
      *    deferral and match summed over all of their pay records
      *    (a regular check and an off-cycle bonus both count), the
      *    year's gross through the period from the pay history
           01 PT-COUNT             PIC 9(4) COMP VALUE 0.
           01 PT-IDX               PIC 9(4) COMP.
           01 PT-TABLE.
               05 PT-ENTRY OCCURS 3000 TIMES.
                   10 PT-ENO           PIC 9(4).
                   10 PT-DEFERRAL      PIC S9(7)V99 COMP-3.
                   10 PT-MATCH         PIC S9(7)V99 COMP-3.
                   10 PT-YTD-COMP      PIC S9(9)V99 COMP-3.
           01 PT-MATCH-SW          PIC X.
               88 PT-MATCH-FOUND   VALUE 'Y'.
           01 PT-MATCH-IDX         PIC 9(4) COMP.
           01 PT-OVERFLOW-SW       PIC X VALUE 'N'.
               88 PT-OVERFLOW      VALUE 'Y'.
           01 LOOKUP-ENO           PIC 9(4).

           01 DED-IDX              PIC 9(2).
           01 RECORD-DEFERRAL      PIC S9(7)V99 COMP-3.
           01 RECORD-MATCH         PIC S9(7)V99 COMP-3.

           01 DEFERRAL-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
           01 MATCH-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
           01 GRAND-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 GL-DEFERRAL-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           01 GL-MATCH-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           01 GL-GRAND-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           01 DIFF-AMOUNT          PIC S9(11)V99 COMP-3.
           01 TIE-OUT-SW           PIC X VALUE 'Y'.
               88 FUNDING-TIES     VALUE 'Y'.

           01 REMIT-EDIT           PIC Z(8)9.99-.
           01 GL-EDIT              PIC Z(8)9.99-.
           01 DIFF-EDIT            PIC Z(8)9.99-.
           01 FUND-LABEL           PIC X(20).
           01 FUND-REMIT-AMOUNT    PIC S9(11)V99 COMP-3.
           01 FUND-GL-AMOUNT       PIC S9(11)V99 COMP-3.

           01 DETAIL-READ-COUNT    PIC 9(6) VALUE 0.
           01 HIST-READ-COUNT      PIC 9(6) VALUE 0.
           01 REMIT-DETAIL-COUNT   PIC 9(6) VALUE 0.
           01 MISSING-EMP-COUNT    PIC 9(6) VALUE 0.
           01 TOTAL-DISP           PIC Z(8)9.99-.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Retirement plan contribution remittance for one pay period.
      * Every participant with a deferral (the plan's deduction on
      * PD-DEDUCTION) or an employer match (PD-EMPLOYER-MATCH) on
      * the period's pay detail gets one RETREMIT detail in the
      * recordkeeper's layout (RETREC) with the year's gross
      * through the period and the hire date from EMPTABLE,
      * followed by a control trailer.
      *
      * The RETFUND funding summary then proves the remittance
      * against the GL: the deferral total against the period's
      * RETIREMENT DEFERRAL PAY credit on GLJRNL and the match
      * total against its RETIREMENT MATCH PAY credit, both as
      * GLPOST1 posts them from the same pay detail. Anything that
      * does not tie, or a journal not yet posted, ends RC 4 so
      * the funding is not released unreviewed.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "PAYCALC_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT PERIOD-ID-TEXT FROM ENVIRONMENT-VALUE.
           IF PERIOD-ID-TEXT NOT NUMERIC
               DISPLAY 'RETREM1 PAYCALC_PERIOD NOT SET OR NOT '
                   'NUMERIC: [' PERIOD-ID-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE PERIOD-ID-TEXT TO REMIT-PERIOD.

           DISPLAY "RETIRE_DED_CODE" UPON ENVIRONMENT-NAME.
           ACCEPT RETIRE-CODE-TEXT FROM ENVIRONMENT-VALUE.
           IF RETIRE-CODE-TEXT NOT = SPACES
               MOVE RETIRE-CODE-TEXT TO RETIRE-DED-CODE
           END-IF.

           DISPLAY "RETREM_PLAN" UPON ENVIRONMENT-NAME.
           ACCEPT PLAN-ID FROM ENVIRONMENT-VALUE.
           IF PLAN-ID = SPACES
               DISPLAY 'RETREM1 RETREM_PLAN NOT SET'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'RETREM1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           PERFORM 200-LOAD-PERIOD THRU 200-LOAD-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-CLOSE
           END-IF.

           IF PT-OVERFLOW
               DISPLAY 'RETREM1 PARTICIPANT TABLE FULL AT 3000 - '
                   'REMITTANCE NOT WRITTEN'
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           PERFORM 300-LOAD-YTD-COMP THRU 300-LOAD-EXIT.

           PERFORM 400-WRITE-REMITTANCE.

           PERFORM 500-LOAD-GL-CREDITS THRU 500-LOAD-EXIT.

           PERFORM 600-WRITE-FUNDING-SUMMARY.

           DISPLAY 'RETREM1 PERIOD            : ' REMIT-PERIOD.
           DISPLAY 'RETREM1 PLAN              : ' PLAN-ID.
           DISPLAY 'RETREM1 PAY DETAIL READ   : ' DETAIL-READ-COUNT.
           DISPLAY 'RETREM1 PAY HISTORY READ  : ' HIST-READ-COUNT.
           DISPLAY 'RETREM1 PARTICIPANTS      : ' REMIT-DETAIL-COUNT.
           DISPLAY 'RETREM1 NOT ON EMPTABLE   : ' MISSING-EMP-COUNT.
           MOVE DEFERRAL-TOTAL TO TOTAL-DISP.
           DISPLAY 'RETREM1 DEFERRAL TOTAL    : ' TOTAL-DISP.
           MOVE MATCH-TOTAL TO TOTAL-DISP.
           DISPLAY 'RETREM1 MATCH TOTAL       : ' TOTAL-DISP.

           IF NOT FUNDING-TIES
               DISPLAY 'RETREM1 FUNDING DOES NOT TIE TO GLJRNL'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF MISSING-EMP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-LOAD-PERIOD
      * Sums the period's deferral and match by participant. Voids
      * carry their reversing sign and net out against the check
      * they void, as they do in the GL posting.
      *----------------------------------------------------------*
       200-LOAD-PERIOD.
           OPEN INPUT PAY-DETAIL-FILE
           IF DETAIL-FILE-STATUS NOT = '00'
               DISPLAY 'RETREM1 CANNOT OPEN PAYDTL, STATUS: '
                   DETAIL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 210-READ-DETAIL
           PERFORM UNTIL DETAIL-EOF
               IF PAY-DETAIL-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-PERIOD-ID = REMIT-PERIOD
                   ADD 1 TO DETAIL-READ-COUNT
                   PERFORM 220-FOLD-CONTRIBUTIONS
               END-IF
               PERFORM 210-READ-DETAIL
           END-PERFORM

           CLOSE PAY-DETAIL-FILE.
       200-LOAD-EXIT.
           EXIT.

       210-READ-DETAIL.
           READ PAY-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET DETAIL-EOF TO TRUE
           END-READ.

       220-FOLD-CONTRIBUTIONS.
           MOVE 0 TO RECORD-DEFERRAL
           MOVE 0 TO RECORD-MATCH
           IF PD-DEDUCTION-COUNT NOT NUMERIC
               MOVE 0 TO PD-DEDUCTION-COUNT
           END-IF
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > PD-DEDUCTION-COUNT
                      OR DED-IDX > 5
               IF PD-DED-CODE(DED-IDX) = RETIRE-DED-CODE
                   ADD PD-DED-AMOUNT(DED-IDX) TO RECORD-DEFERRAL
               END-IF
           END-PERFORM
           IF PD-EMPLOYER-MATCH NUMERIC
               MOVE PD-EMPLOYER-MATCH TO RECORD-MATCH
           END-IF

           IF RECORD-DEFERRAL NOT = 0 OR RECORD-MATCH NOT = 0
               MOVE PD-EMPLOYEE-NO TO LOOKUP-ENO
               PERFORM 250-FIND-PARTICIPANT THRU 250-FIND-EXIT
               IF PT-MATCH-FOUND
                   ADD RECORD-DEFERRAL TO PT-DEFERRAL(PT-MATCH-IDX)
                   ADD RECORD-MATCH TO PT-MATCH(PT-MATCH-IDX)
               END-IF
           END-IF.

       250-FIND-PARTICIPANT.
           MOVE 'N' TO PT-MATCH-SW
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-COUNT OR PT-MATCH-FOUND
               IF PT-ENO(PT-IDX) = LOOKUP-ENO
                   SET PT-MATCH-FOUND TO TRUE
                   MOVE PT-IDX TO PT-MATCH-IDX
               END-IF
           END-PERFORM
           IF PT-MATCH-FOUND
               GO TO 250-FIND-EXIT
           END-IF

           IF PT-COUNT >= 3000
               SET PT-OVERFLOW TO TRUE
               GO TO 250-FIND-EXIT
           END-IF
           ADD 1 TO PT-COUNT
           MOVE LOOKUP-ENO TO PT-ENO(PT-COUNT)
           MOVE 0 TO PT-DEFERRAL(PT-COUNT)
           MOVE 0 TO PT-MATCH(PT-COUNT)
           MOVE 0 TO PT-YTD-COMP(PT-COUNT)
           SET PT-MATCH-FOUND TO TRUE
           MOVE PT-COUNT TO PT-MATCH-IDX.
       250-FIND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 300-LOAD-YTD-COMP
      * Year-to-date compensation is every pay history gross of
      * the period's year up to and including the period itself,
      * the history carrying the period once the calculation has
      * appended it. Only participants already in the table are
      * looked for; nobody is added here.
      *----------------------------------------------------------*
       300-LOAD-YTD-COMP.
           OPEN INPUT PAY-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'RETREM1 CANNOT OPEN PAYHIST, STATUS: '
                   HISTORY-FILE-STATUS
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF PAY-HISTORY-LINE(1:8) NOT = 'FILETRLR'
                       AND PD-PERIOD-ID NUMERIC
                       AND PD-PERIOD-ID(1:4) = REMIT-YEAR
                       AND PD-PERIOD-ID NOT > REMIT-PERIOD
                       AND PD-GROSS-PAY NUMERIC
                   ADD 1 TO HIST-READ-COUNT
                   PERFORM 320-FOLD-GROSS
               END-IF
               PERFORM 310-READ-HISTORY
           END-PERFORM

           CLOSE PAY-HISTORY-FILE.
       300-LOAD-EXIT.
           EXIT.

       310-READ-HISTORY.
           READ PAY-HISTORY-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.

       320-FOLD-GROSS.
           MOVE 'N' TO PT-MATCH-SW
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-COUNT OR PT-MATCH-FOUND
               IF PT-ENO(PT-IDX) = PD-EMPLOYEE-NO
                   SET PT-MATCH-FOUND TO TRUE
                   ADD PD-GROSS-PAY TO PT-YTD-COMP(PT-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * 400-WRITE-REMITTANCE
      * Header, a detail per participant whose period nets to a
      * contribution, control trailer.
      *----------------------------------------------------------*
       400-WRITE-REMITTANCE.
           OPEN OUTPUT REMIT-FILE

           MOVE SPACES TO RET-REMIT-RECORD
           SET RR-TYPE-HEADER TO TRUE
           MOVE PLAN-ID TO RR-PLAN-ID
           MOVE REMIT-PERIOD TO RR-PERIOD-ID
           MOVE RUN-DATE TO RH-RUN-DATE
           MOVE RETIRE-DED-CODE TO RH-DED-CODE
           WRITE REMIT-LINE FROM RET-REMIT-RECORD

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-COUNT
               IF PT-DEFERRAL(PT-IDX) NOT = 0
                       OR PT-MATCH(PT-IDX) NOT = 0
                   PERFORM 450-WRITE-PARTICIPANT
               END-IF
           END-PERFORM

           COMPUTE GRAND-TOTAL = DEFERRAL-TOTAL + MATCH-TOTAL

           MOVE SPACES TO RET-REMIT-RECORD
           SET RR-TYPE-TRAILER TO TRUE
           MOVE PLAN-ID TO RR-PLAN-ID
           MOVE REMIT-PERIOD TO RR-PERIOD-ID
           MOVE REMIT-DETAIL-COUNT TO RT-DETAIL-COUNT
           MOVE DEFERRAL-TOTAL TO RT-DEFERRAL-TOTAL
           MOVE MATCH-TOTAL TO RT-MATCH-TOTAL
           MOVE GRAND-TOTAL TO RT-GRAND-TOTAL
           WRITE REMIT-LINE FROM RET-REMIT-RECORD

           CLOSE REMIT-FILE.

      *    a participant no longer on EMPTABLE still has money to
      *    remit: the detail goes out with blank name and no hire
      *    date, and the run ends RC 4 for the desk to follow up
       450-WRITE-PARTICIPANT.
           MOVE PT-ENO(PT-IDX) TO ENO
           MOVE SPACES TO LNAME
           MOVE SPACES TO FNAME
           MOVE SPACES TO MISCDATA-TEXT
           EXEC SQL
               SELECT LNAME, FNAME, MISCDATA
                   INTO :LNAME, :FNAME, :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :ENO
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'RETREM1 PARTICIPANT NOT ON EMPTABLE: '
                   PT-ENO(PT-IDX)
               ADD 1 TO MISSING-EMP-COUNT
               MOVE SPACES TO LNAME
               MOVE SPACES TO FNAME
               MOVE SPACES TO MISCDATA-TEXT
           END-IF

           MOVE SPACES TO RET-REMIT-RECORD
           SET RR-TYPE-DETAIL TO TRUE
           MOVE PLAN-ID TO RR-PLAN-ID
           MOVE REMIT-PERIOD TO RR-PERIOD-ID
           MOVE PT-ENO(PT-IDX) TO RR-ENO
           MOVE LNAME TO RR-LNAME
           MOVE FNAME TO RR-FNAME
           MOVE PT-DEFERRAL(PT-IDX) TO RR-DEFERRAL
           MOVE PT-MATCH(PT-IDX) TO RR-MATCH
           MOVE PT-YTD-COMP(PT-IDX) TO RR-YTD-COMP
           IF MISC-HIRE-DATE NUMERIC
               MOVE MISC-HIRE-DATE TO RR-HIRE-DATE
           ELSE
               MOVE 0 TO RR-HIRE-DATE
           END-IF
           WRITE REMIT-LINE FROM RET-REMIT-RECORD

           ADD 1 TO REMIT-DETAIL-COUNT
           ADD PT-DEFERRAL(PT-IDX) TO DEFERRAL-TOTAL
           ADD PT-MATCH(PT-IDX) TO MATCH-TOTAL.

      *----------------------------------------------------------*
      * 500-LOAD-GL-CREDITS
      * The period's retirement liability credits as GLPOST1
      * journaled them. A journal that is missing, or carries
      * another period, leaves both at zero and the summary shows
      * the whole remittance unmatched.
      *----------------------------------------------------------*
       500-LOAD-GL-CREDITS.
           OPEN INPUT GL-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'RETREM1 CANNOT OPEN GLJRNL, STATUS: '
                   JOURNAL-FILE-STATUS
               GO TO 500-LOAD-EXIT
           END-IF

           PERFORM 510-READ-JOURNAL
           PERFORM UNTIL JOURNAL-EOF
               IF GLJ-TYPE-DETAIL
                       AND GLJ-PERIOD-ID = REMIT-PERIOD
                       AND GLJ-DR-CR = 'C'
                   SET JOURNAL-WAS-READ TO TRUE
                   EVALUATE GLJ-DESCRIPTION
                       WHEN 'RETIREMENT DEFERRAL PAY'
                           ADD GLJ-AMOUNT TO GL-DEFERRAL-TOTAL
                       WHEN 'RETIREMENT MATCH PAY'
                           ADD GLJ-AMOUNT TO GL-MATCH-TOTAL
                   END-EVALUATE
               END-IF
               PERFORM 510-READ-JOURNAL
           END-PERFORM

           CLOSE GL-JOURNAL-FILE.
       500-LOAD-EXIT.
           EXIT.

       510-READ-JOURNAL.
           READ GL-JOURNAL-FILE INTO GL-JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ.

       600-WRITE-FUNDING-SUMMARY.
           OPEN OUTPUT FUNDING-REPORT-FILE

           MOVE SPACES TO RPT-HDR-TITLE
           STRING 'RETIREMENT FUNDING ' DELIMITED BY SIZE
                  PLAN-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  REMIT-PERIOD DELIMITED BY SIZE
               INTO RPT-HDR-TITLE
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE FUNDING-REPORT-LINE FROM RPT-HDR-LINE

           IF NOT JOURNAL-WAS-READ
               MOVE 'GLJRNL' TO RPT-DET-KEY
               MOVE 'NO JOURNAL LINES FOR THE PERIOD - NOT POSTED'
                   TO RPT-DET-TEXT
               WRITE FUNDING-REPORT-LINE FROM RPT-DET-LINE
           END-IF

           MOVE 'DEFERRAL' TO FUND-LABEL
           MOVE DEFERRAL-TOTAL TO FUND-REMIT-AMOUNT
           MOVE GL-DEFERRAL-TOTAL TO FUND-GL-AMOUNT
           PERFORM 650-WRITE-FUNDING-LINE

           MOVE 'MATCH' TO FUND-LABEL
           MOVE MATCH-TOTAL TO FUND-REMIT-AMOUNT
           MOVE GL-MATCH-TOTAL TO FUND-GL-AMOUNT
           PERFORM 650-WRITE-FUNDING-LINE

           COMPUTE GL-GRAND-TOTAL =
               GL-DEFERRAL-TOTAL + GL-MATCH-TOTAL
           MOVE 'TOTAL' TO FUND-LABEL
           MOVE GRAND-TOTAL TO FUND-REMIT-AMOUNT
           MOVE GL-GRAND-TOTAL TO FUND-GL-AMOUNT
           PERFORM 650-WRITE-FUNDING-LINE

           MOVE 'RESULT' TO RPT-DET-KEY
           IF FUNDING-TIES
               MOVE 'REMITTANCE TIES TO GL LIABILITY CREDITS'
                   TO RPT-DET-TEXT
           ELSE
               MOVE 'REMITTANCE DOES NOT TIE - HOLD FUNDING'
                   TO RPT-DET-TEXT
           END-IF
           WRITE FUNDING-REPORT-LINE FROM RPT-DET-LINE

           WRITE FUNDING-REPORT-LINE FROM RPT-FTR-LINE
           CLOSE FUNDING-REPORT-FILE.

       650-WRITE-FUNDING-LINE.
           COMPUTE DIFF-AMOUNT = FUND-REMIT-AMOUNT - FUND-GL-AMOUNT
           IF DIFF-AMOUNT NOT = 0
               MOVE 'N' TO TIE-OUT-SW
           END-IF

           MOVE FUND-REMIT-AMOUNT TO REMIT-EDIT
           MOVE FUND-GL-AMOUNT TO GL-EDIT
           MOVE DIFF-AMOUNT TO DIFF-EDIT
           MOVE FUND-LABEL TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'REMIT ' DELIMITED BY SIZE
                  REMIT-EDIT DELIMITED BY SIZE
                  ' GL ' DELIMITED BY SIZE
                  GL-EDIT DELIMITED BY SIZE
                  ' DIFF ' DELIMITED BY SIZE
                  DIFF-EDIT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE FUNDING-REPORT-LINE FROM RPT-DET-LINE.
