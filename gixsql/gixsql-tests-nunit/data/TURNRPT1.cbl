       IDENTIFICATION DIVISION.

       PROGRAM-ID. TURNRPT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEPT-SNAPSHOT-FILE
               ASSIGN TO EXTERNAL SNAPFILE
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT TURNOVER-REPORT-FILE
               ASSIGN TO EXTERNAL TURNRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DEPT-SNAPSHOT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEPT-SNAPSHOT-LINE.

       01  DEPT-SNAPSHOT-LINE      PIC X(80).

       FD  TURNOVER-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TURNOVER-REPORT-LINE.

       01  TURNOVER-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

           COPY SNAPREC.

           COPY RPTHDR.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 SNAPSHOT-FILE-STATUS PIC XX.
           01 SNAPSHOT-EOF-SW      PIC X VALUE 'N'.
               88 SNAPSHOT-EOF     VALUE 'Y'.

      *    the analysis window: TURN_MONTHS months ending with
      *    TURN_END_MONTH (defaults twelve, and the current month)
           01 END-MONTH-TEXT       PIC X(6).
           01 END-MONTH            PIC 9(6).
           01 WINDOW-MONTHS-TEXT   PIC X(2).
           01 WINDOW-MONTHS        PIC 9(2) VALUE 12.
           01 FROM-MONTH           PIC 9(6).
           01 FROM-DATE            PIC 9(8).
           01 TO-DATE              PIC 9(8).
           01 RUN-DATE-TEXT        PIC X(21).
           01 MONTH-ORDINAL        PIC 9(6) COMP.
           01 FROM-ORDINAL         PIC 9(6) COMP.
           01 ORD-YYYY             PIC 9(4).
           01 ORD-MM               PIC 9(2).

      *    which window months the snapshot file actually covers -
      *    the average headcount is over those months only
           01 SNAP-MONTH-FLAGS.
               05 SNAP-MONTH-SEEN  PIC X OCCURS 24 TIMES.
           01 SNAP-MONTH-IDX       PIC 9(6) COMP.
           01 SNAP-MONTH-COUNT     PIC 9(2) VALUE 0.

      *----------------------------------------------------------*
      * the three breakdowns: per department the snapshot
      * headcount summed over the window's months alongside its
      * leavers, per TERMRSN reason and per tenure band the
      * leavers only; every line counts the regretted losses and
      * the leavers eligible for rehire
      *----------------------------------------------------------*
           01 DEPT-SUM-COUNT       PIC 9(3) COMP VALUE 0.
           01 DEPT-SUM-IDX         PIC 9(3) COMP.
           01 DEPT-MATCH-IDX       PIC 9(3) COMP.
           01 DEPT-SUM-TABLE.
               05 DEPT-SUM-ENTRY OCCURS 200 TIMES.
                   10 TD-DEPT          PIC X(04).
                   10 TD-HC-MONTHS     PIC 9(9) COMP-3.
                   10 TD-TERMS         PIC 9(6) COMP-3.
                   10 TD-REGRETTED     PIC 9(6) COMP-3.
                   10 TD-REHIRE-ELIG   PIC 9(6) COMP-3.

           01 RSN-SUM-COUNT        PIC 9(3) COMP VALUE 0.
           01 RSN-SUM-IDX          PIC 9(3) COMP.
           01 RSN-MATCH-IDX        PIC 9(3) COMP.
           01 RSN-SUM-TABLE.
               05 RSN-SUM-ENTRY OCCURS 100 TIMES.
                   10 TR-REASON        PIC X(03).
                   10 TR-DESCRIPTION   PIC X(30).
                   10 TR-CATEGORY      PIC X(01).
                   10 TR-TERMS         PIC 9(6) COMP-3.
                   10 TR-REGRETTED     PIC 9(6) COMP-3.
                   10 TR-REHIRE-ELIG   PIC 9(6) COMP-3.

      *    tenure from MISC-HIRE-DATE to the termination date, in
      *    completed years; band 6 holds images whose hire date is
      *    missing or later than the termination
           01 BAND-IDX             PIC 9(1) COMP.
           01 BAND-NAME-VALUES.
               05 FILLER           PIC X(10) VALUE 'UNDER 1 YR'.
               05 FILLER           PIC X(10) VALUE '1-2 YRS'.
               05 FILLER           PIC X(10) VALUE '2-5 YRS'.
               05 FILLER           PIC X(10) VALUE '5-10 YRS'.
               05 FILLER           PIC X(10) VALUE '10+ YRS'.
               05 FILLER           PIC X(10) VALUE 'UNKNOWN'.
           01 BAND-NAME-TABLE REDEFINES BAND-NAME-VALUES.
               05 BAND-NAME        PIC X(10) OCCURS 6 TIMES.
           01 BAND-SUM-TABLE.
               05 BAND-SUM-ENTRY OCCURS 6 TIMES.
                   10 TB-TERMS         PIC 9(6) COMP-3.
                   10 TB-REGRETTED     PIC 9(6) COMP-3.
                   10 TB-REHIRE-ELIG   PIC 9(6) COMP-3.
           01 TENURE-YEARS         PIC 9(4).

           01 CAT-IDX              PIC 9(1) COMP.
           01 CAT-SCAN-IDX         PIC 9(1) COMP.
           01 CAT-CODE-VALUES      PIC X(5) VALUE 'VIRDO'.
           01 CAT-CODE-TABLE REDEFINES CAT-CODE-VALUES.
               05 CAT-CODE         PIC X(1) OCCURS 5 TIMES.
           01 CAT-NAME-VALUES.
               05 FILLER           PIC X(12) VALUE 'VOLUNTARY'.
               05 FILLER           PIC X(12) VALUE 'INVOLUNTARY'.
               05 FILLER           PIC X(12) VALUE 'RETIREMENT'.
               05 FILLER           PIC X(12) VALUE 'DEATH'.
               05 FILLER           PIC X(12) VALUE 'OTHER'.
           01 CAT-NAME-TABLE REDEFINES CAT-NAME-VALUES.
               05 CAT-NAME         PIC X(12) OCCURS 5 TIMES.
           01 CAT-SUM-TABLE.
               05 CAT-SUM-ENTRY OCCURS 5 TIMES.
                   10 TC-TERMS         PIC 9(6) COMP-3.
                   10 TC-REGRETTED     PIC 9(6) COMP-3.
                   10 TC-REHIRE-ELIG   PIC 9(6) COMP-3.

      *    one leaver off the EMPHIST trail
           01 TRN-ENO              PIC 9(4).
           01 TRN-DEPT             PIC X(4).
           01 TRN-MISCDATA         PIC X(128).
           01 TRN-MISC-FIELDS REDEFINES TRN-MISCDATA.
               05 TRN-HIRE-DATE    PIC 9(8).
               05 FILLER           PIC X(120).
           01 TRN-REASON           PIC X(3).
           01 TRN-TERM-DATE        PIC 9(8).
           01 TRN-REGRET-FLAG      PIC X(1).
           01 TRN-REHIRE-ELIG      PIC X(1).
           01 TRN-DESCRIPTION      PIC X(30).
           01 TRN-CATEGORY         PIC X(1).

           01 TOTAL-TERMS          PIC 9(6) VALUE 0.
           01 TOTAL-REGRETTED      PIC 9(6) VALUE 0.
           01 TOTAL-REHIRE-ELIG    PIC 9(6) VALUE 0.
           01 TOTAL-HC-MONTHS      PIC 9(9) COMP-3 VALUE 0.
           01 DROPPED-COUNT        PIC 9(6) VALUE 0.

           01 LINE-TERMS           PIC 9(6) COMP-3.
           01 LINE-REGRETTED       PIC 9(6) COMP-3.
           01 LINE-REHIRE-ELIG     PIC 9(6) COMP-3.
           01 LINE-HC-MONTHS       PIC 9(9) COMP-3.
           01 AVG-HEADCOUNT        PIC 9(7)V9 COMP-3.
           01 TURNOVER-PCT         PIC 9(5)V99 COMP-3.

           01 COUNT-EDIT           PIC Z(5)9.
           01 REGRET-EDIT          PIC Z(5)9.
           01 REHIRE-EDIT          PIC Z(5)9.
           01 AVG-HC-EDIT          PIC Z(6)9.9.
           01 PCT-EDIT             PIC Z(4)9.99.
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  every termination on the EMPHIST trail dated inside the
      *  window, with its reason's description and category
           EXEC SQL
               DECLARE TURNCRSR CURSOR FOR
               SELECT H.ENO, H.DEPT, H.MISCDATA, H.TERM_REASON,
                      H.TERM_DATE, H.REGRET_FLAG, H.REHIRE_ELIG,
                      R.DESCRIPTION, R.CATEGORY
                 FROM EMPHIST H, TERMRSN R
               WHERE R.REASON_CODE = H.TERM_REASON
                 AND H.TERM_DATE >= :FROM-DATE
                 AND H.TERM_DATE <= :TO-DATE
               ORDER BY H.DEPT, H.TERM_DATE, H.ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Turnover analysis: the leavers EMPMNT1 and TERMPAY1 filed
      * on EMPHIST with their TERMRSN reasons, against the
      * department headcount SNAPSHT1 records month by month.
      * Annualized turnover by department, leavers by reason and
      * by reason category, and by tenure band, each with the
      * regretted losses and the leavers eligible for rehire.
      * TURN_END_MONTH (YYYYMM) ends the window, the current month
      * by default; TURN_MONTHS (01-24) sizes it, twelve by
      * default.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "TURN_END_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT END-MONTH-TEXT FROM ENVIRONMENT-VALUE.
           IF END-MONTH-TEXT NUMERIC
               MOVE END-MONTH-TEXT TO END-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT
               MOVE RUN-DATE-TEXT(1:6) TO END-MONTH
           END-IF.

           DISPLAY "TURN_MONTHS" UPON ENVIRONMENT-NAME.
           ACCEPT WINDOW-MONTHS-TEXT FROM ENVIRONMENT-VALUE.
           IF WINDOW-MONTHS-TEXT NUMERIC
               MOVE WINDOW-MONTHS-TEXT TO WINDOW-MONTHS
           END-IF.
           IF WINDOW-MONTHS < 1 OR WINDOW-MONTHS > 24
               DISPLAY 'TURNRPT1 TURN_MONTHS OUT OF RANGE: '
                   WINDOW-MONTHS
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

      *    the window's first month, counted back in months
           MOVE END-MONTH(1:4) TO ORD-YYYY.
           MOVE END-MONTH(5:2) TO ORD-MM.
           COMPUTE MONTH-ORDINAL = (ORD-YYYY * 12) + ORD-MM - 1.
           COMPUTE FROM-ORDINAL = MONTH-ORDINAL - WINDOW-MONTHS + 1.
           DIVIDE FROM-ORDINAL BY 12 GIVING ORD-YYYY
               REMAINDER ORD-MM.
           ADD 1 TO ORD-MM.
           COMPUTE FROM-MONTH = (ORD-YYYY * 100) + ORD-MM.
           COMPUTE FROM-DATE = (FROM-MONTH * 100) + 1.
           COMPUTE TO-DATE = (END-MONTH * 100) + 31.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'TURNRPT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           MOVE SPACES TO SNAP-MONTH-FLAGS.
           INITIALIZE BAND-SUM-TABLE.
           INITIALIZE CAT-SUM-TABLE.

           PERFORM 200-LOAD-HEADCOUNT THRU 200-LOAD-EXIT.
           PERFORM 300-LOAD-LEAVERS THRU 300-LOAD-EXIT.

           PERFORM 500-WRITE-TURNOVER-REPORT.

           DISPLAY 'TURNRPT1 WINDOW          : ' FROM-MONTH
               ' - ' END-MONTH.
           DISPLAY 'TURNRPT1 SNAPSHOT MONTHS : ' SNAP-MONTH-COUNT.
           DISPLAY 'TURNRPT1 LEAVERS         : ' TOTAL-TERMS.
           DISPLAY 'TURNRPT1 REGRETTED       : ' TOTAL-REGRETTED.
           DISPLAY 'TURNRPT1 REHIRE ELIGIBLE : ' TOTAL-REHIRE-ELIG.
           IF DROPPED-COUNT > 0
               DISPLAY 'TURNRPT1 LEAVERS NOT TABLED: ' DROPPED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 200-LOAD-HEADCOUNT
      * Sums each department's employed headcount - everyone on
      * the snapshot less those already terminated - over the
      * window's months, across companies, and notes which months
      * the file covers.
      *----------------------------------------------------------*
       200-LOAD-HEADCOUNT.
           OPEN INPUT DEPT-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'TURNRPT1 CANNOT OPEN SNAPFILE, STATUS: '
                   SNAPSHOT-FILE-STATUS
               GO TO 200-LOAD-EXIT
           END-IF

           PERFORM 250-READ-SNAPSHOT
           PERFORM UNTIL SNAPSHOT-EOF
               IF SNP-MONTH NUMERIC
                       AND SNP-MONTH >= FROM-MONTH
                       AND SNP-MONTH <= END-MONTH
                   PERFORM 260-NOTE-SNAPSHOT-MONTH
                   MOVE SNP-DEPT TO TRN-DEPT
                   PERFORM 280-FIND-OR-ADD-DEPT
                   IF DEPT-MATCH-IDX > 0
                       COMPUTE TD-HC-MONTHS(DEPT-MATCH-IDX) =
                           TD-HC-MONTHS(DEPT-MATCH-IDX)
                         + SNP-HEADCOUNT - SNP-TERM-COUNT
                   END-IF
               END-IF
               PERFORM 250-READ-SNAPSHOT
           END-PERFORM

           CLOSE DEPT-SNAPSHOT-FILE.
       200-LOAD-EXIT.
           EXIT.

       250-READ-SNAPSHOT.
           READ DEPT-SNAPSHOT-FILE INTO DEPT-SNAPSHOT-RECORD
               AT END
                   SET SNAPSHOT-EOF TO TRUE
           END-READ.

       260-NOTE-SNAPSHOT-MONTH.
           MOVE SNP-MONTH(1:4) TO ORD-YYYY
           MOVE SNP-MONTH(5:2) TO ORD-MM
           COMPUTE SNAP-MONTH-IDX =
               (ORD-YYYY * 12) + ORD-MM - 1 - FROM-ORDINAL + 1
           IF SNAP-MONTH-IDX >= 1 AND SNAP-MONTH-IDX <= 24
               IF SNAP-MONTH-SEEN(SNAP-MONTH-IDX) = SPACE
                   MOVE 'Y' TO SNAP-MONTH-SEEN(SNAP-MONTH-IDX)
                   ADD 1 TO SNAP-MONTH-COUNT
               END-IF
           END-IF.

       280-FIND-OR-ADD-DEPT.
           MOVE 0 TO DEPT-MATCH-IDX
           PERFORM VARYING DEPT-SUM-IDX FROM 1 BY 1
                   UNTIL DEPT-SUM-IDX > DEPT-SUM-COUNT
               IF TD-DEPT(DEPT-SUM-IDX) = TRN-DEPT
                   MOVE DEPT-SUM-IDX TO DEPT-MATCH-IDX
               END-IF
           END-PERFORM

           IF DEPT-MATCH-IDX = 0 AND DEPT-SUM-COUNT < 200
               ADD 1 TO DEPT-SUM-COUNT
               MOVE TRN-DEPT TO TD-DEPT(DEPT-SUM-COUNT)
               MOVE 0 TO TD-HC-MONTHS(DEPT-SUM-COUNT)
               MOVE 0 TO TD-TERMS(DEPT-SUM-COUNT)
               MOVE 0 TO TD-REGRETTED(DEPT-SUM-COUNT)
               MOVE 0 TO TD-REHIRE-ELIG(DEPT-SUM-COUNT)
               MOVE DEPT-SUM-COUNT TO DEPT-MATCH-IDX
           END-IF.

      *----------------------------------------------------------*
      * 300-LOAD-LEAVERS
      * Folds each termination into its department, its reason
      * and category, and its tenure band.
      *----------------------------------------------------------*
       300-LOAD-LEAVERS.
           EXEC SQL
               OPEN TURNCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TURNRPT1 CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 300-LOAD-EXIT
           END-IF

           PERFORM 350-FETCH-LEAVER
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 400-TALLY-LEAVER
               PERFORM 350-FETCH-LEAVER
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'TURNRPT1 FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE TURNCRSR
           END-EXEC.
       300-LOAD-EXIT.
           EXIT.

       350-FETCH-LEAVER.
           EXEC SQL
               FETCH TURNCRSR
                   INTO :TRN-ENO, :TRN-DEPT, :TRN-MISCDATA,
                        :TRN-REASON, :TRN-TERM-DATE,
                        :TRN-REGRET-FLAG, :TRN-REHIRE-ELIG,
                        :TRN-DESCRIPTION, :TRN-CATEGORY
           END-EXEC.

       400-TALLY-LEAVER.
           ADD 1 TO TOTAL-TERMS
           MOVE 0 TO LINE-REGRETTED
           MOVE 0 TO LINE-REHIRE-ELIG
           IF TRN-REGRET-FLAG = 'Y'
               ADD 1 TO TOTAL-REGRETTED
               MOVE 1 TO LINE-REGRETTED
           END-IF
           IF TRN-REHIRE-ELIG = 'Y'
               ADD 1 TO TOTAL-REHIRE-ELIG
               MOVE 1 TO LINE-REHIRE-ELIG
           END-IF

           PERFORM 280-FIND-OR-ADD-DEPT
           IF DEPT-MATCH-IDX > 0
               ADD 1 TO TD-TERMS(DEPT-MATCH-IDX)
               ADD LINE-REGRETTED TO TD-REGRETTED(DEPT-MATCH-IDX)
               ADD LINE-REHIRE-ELIG
                   TO TD-REHIRE-ELIG(DEPT-MATCH-IDX)
           ELSE
               ADD 1 TO DROPPED-COUNT
           END-IF

           PERFORM 420-FIND-OR-ADD-REASON
           IF RSN-MATCH-IDX > 0
               ADD 1 TO TR-TERMS(RSN-MATCH-IDX)
               ADD LINE-REGRETTED TO TR-REGRETTED(RSN-MATCH-IDX)
               ADD LINE-REHIRE-ELIG
                   TO TR-REHIRE-ELIG(RSN-MATCH-IDX)
           ELSE
               ADD 1 TO DROPPED-COUNT
           END-IF

           MOVE 5 TO CAT-IDX
           PERFORM VARYING CAT-SCAN-IDX FROM 1 BY 1
                   UNTIL CAT-SCAN-IDX > 5
               IF CAT-CODE(CAT-SCAN-IDX) = TRN-CATEGORY
                   MOVE CAT-SCAN-IDX TO CAT-IDX
               END-IF
           END-PERFORM
           ADD 1 TO TC-TERMS(CAT-IDX)
           ADD LINE-REGRETTED TO TC-REGRETTED(CAT-IDX)
           ADD LINE-REHIRE-ELIG TO TC-REHIRE-ELIG(CAT-IDX)

           PERFORM 440-SET-TENURE-BAND
           ADD 1 TO TB-TERMS(BAND-IDX)
           ADD LINE-REGRETTED TO TB-REGRETTED(BAND-IDX)
           ADD LINE-REHIRE-ELIG TO TB-REHIRE-ELIG(BAND-IDX).

       420-FIND-OR-ADD-REASON.
           MOVE 0 TO RSN-MATCH-IDX
           PERFORM VARYING RSN-SUM-IDX FROM 1 BY 1
                   UNTIL RSN-SUM-IDX > RSN-SUM-COUNT
               IF TR-REASON(RSN-SUM-IDX) = TRN-REASON
                   MOVE RSN-SUM-IDX TO RSN-MATCH-IDX
               END-IF
           END-PERFORM

           IF RSN-MATCH-IDX = 0 AND RSN-SUM-COUNT < 100
               ADD 1 TO RSN-SUM-COUNT
               MOVE TRN-REASON TO TR-REASON(RSN-SUM-COUNT)
               MOVE TRN-DESCRIPTION TO TR-DESCRIPTION(RSN-SUM-COUNT)
               MOVE TRN-CATEGORY TO TR-CATEGORY(RSN-SUM-COUNT)
               MOVE 0 TO TR-TERMS(RSN-SUM-COUNT)
               MOVE 0 TO TR-REGRETTED(RSN-SUM-COUNT)
               MOVE 0 TO TR-REHIRE-ELIG(RSN-SUM-COUNT)
               MOVE RSN-SUM-COUNT TO RSN-MATCH-IDX
           END-IF.

      *    completed years: the YYYYMMDD difference over 10000
       440-SET-TENURE-BAND.
           MOVE 6 TO BAND-IDX
           IF TRN-HIRE-DATE NUMERIC AND TRN-HIRE-DATE > 0
                   AND TRN-HIRE-DATE <= TRN-TERM-DATE
               COMPUTE TENURE-YEARS =
                   (TRN-TERM-DATE - TRN-HIRE-DATE) / 10000
               EVALUATE TRUE
                   WHEN TENURE-YEARS < 1
                       MOVE 1 TO BAND-IDX
                   WHEN TENURE-YEARS < 2
                       MOVE 2 TO BAND-IDX
                   WHEN TENURE-YEARS < 5
                       MOVE 3 TO BAND-IDX
                   WHEN TENURE-YEARS < 10
                       MOVE 4 TO BAND-IDX
                   WHEN OTHER
                       MOVE 5 TO BAND-IDX
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * 500-WRITE-TURNOVER-REPORT
      * Department lines carry the average employed headcount
      * and the annualized turnover percent - leavers over
      * average headcount, scaled from the window to twelve
      * months; the reason, category and tenure lines carry the
      * counts and each one's share of all leavers.
      *----------------------------------------------------------*
       500-WRITE-TURNOVER-REPORT.
           OPEN OUTPUT TURNOVER-REPORT-FILE

           MOVE 'TURNOVER ANALYSIS' TO RPT-HDR-TITLE
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE TURNOVER-REPORT-LINE FROM RPT-HDR-LINE

           MOVE SPACES TO TURNOVER-REPORT-LINE
           STRING 'WINDOW ' DELIMITED BY SIZE
                  FROM-MONTH DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  END-MONTH DELIMITED BY SIZE
                  '  SNAPSHOT MONTHS ' DELIMITED BY SIZE
                  SNAP-MONTH-COUNT DELIMITED BY SIZE
               INTO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE

           MOVE SPACES TO TURNOVER-REPORT-LINE
           MOVE '--- BY DEPARTMENT' TO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE
           PERFORM VARYING DEPT-SUM-IDX FROM 1 BY 1
                   UNTIL DEPT-SUM-IDX > DEPT-SUM-COUNT
               ADD TD-HC-MONTHS(DEPT-SUM-IDX) TO TOTAL-HC-MONTHS
               MOVE TD-TERMS(DEPT-SUM-IDX) TO LINE-TERMS
               MOVE TD-REGRETTED(DEPT-SUM-IDX) TO LINE-REGRETTED
               MOVE TD-REHIRE-ELIG(DEPT-SUM-IDX)
                   TO LINE-REHIRE-ELIG
               MOVE TD-HC-MONTHS(DEPT-SUM-IDX) TO LINE-HC-MONTHS
               MOVE SPACES TO TURNOVER-REPORT-LINE
               MOVE 'DEPT ' TO TURNOVER-REPORT-LINE(1:5)
               MOVE TD-DEPT(DEPT-SUM-IDX)
                   TO TURNOVER-REPORT-LINE(6:4)
               PERFORM 560-WRITE-RATE-LINE
           END-PERFORM
           MOVE TOTAL-TERMS TO LINE-TERMS
           MOVE TOTAL-REGRETTED TO LINE-REGRETTED
           MOVE TOTAL-REHIRE-ELIG TO LINE-REHIRE-ELIG
           MOVE TOTAL-HC-MONTHS TO LINE-HC-MONTHS
           MOVE SPACES TO TURNOVER-REPORT-LINE
           MOVE 'ALL DEPTS' TO TURNOVER-REPORT-LINE(1:9)
           PERFORM 560-WRITE-RATE-LINE

           MOVE SPACES TO TURNOVER-REPORT-LINE
           MOVE '--- BY REASON' TO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE
           PERFORM VARYING RSN-SUM-IDX FROM 1 BY 1
                   UNTIL RSN-SUM-IDX > RSN-SUM-COUNT
               MOVE TR-TERMS(RSN-SUM-IDX) TO LINE-TERMS
               MOVE TR-REGRETTED(RSN-SUM-IDX) TO LINE-REGRETTED
               MOVE TR-REHIRE-ELIG(RSN-SUM-IDX) TO LINE-REHIRE-ELIG
               MOVE SPACES TO TURNOVER-REPORT-LINE
               STRING TR-REASON(RSN-SUM-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TR-CATEGORY(RSN-SUM-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TR-DESCRIPTION(RSN-SUM-IDX) DELIMITED BY SIZE
                   INTO TURNOVER-REPORT-LINE
               PERFORM 570-WRITE-COUNT-LINE
           END-PERFORM

           MOVE SPACES TO TURNOVER-REPORT-LINE
           MOVE '--- BY CATEGORY' TO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 5
               MOVE TC-TERMS(CAT-IDX) TO LINE-TERMS
               MOVE TC-REGRETTED(CAT-IDX) TO LINE-REGRETTED
               MOVE TC-REHIRE-ELIG(CAT-IDX) TO LINE-REHIRE-ELIG
               MOVE SPACES TO TURNOVER-REPORT-LINE
               MOVE CAT-NAME(CAT-IDX) TO TURNOVER-REPORT-LINE(1:12)
               PERFORM 570-WRITE-COUNT-LINE
           END-PERFORM

           MOVE SPACES TO TURNOVER-REPORT-LINE
           MOVE '--- BY TENURE' TO TURNOVER-REPORT-LINE
           WRITE TURNOVER-REPORT-LINE
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > 6
               MOVE TB-TERMS(BAND-IDX) TO LINE-TERMS
               MOVE TB-REGRETTED(BAND-IDX) TO LINE-REGRETTED
               MOVE TB-REHIRE-ELIG(BAND-IDX) TO LINE-REHIRE-ELIG
               MOVE SPACES TO TURNOVER-REPORT-LINE
               MOVE BAND-NAME(BAND-IDX)
                   TO TURNOVER-REPORT-LINE(1:10)
               PERFORM 570-WRITE-COUNT-LINE
           END-PERFORM

           WRITE TURNOVER-REPORT-LINE FROM RPT-FTR-LINE
           CLOSE TURNOVER-REPORT-FILE.

      *    the caller has put the line's label in columns 1-12
       560-WRITE-RATE-LINE.
           MOVE 0 TO AVG-HEADCOUNT
           MOVE 0 TO TURNOVER-PCT
           IF SNAP-MONTH-COUNT > 0
               COMPUTE AVG-HEADCOUNT ROUNDED =
                   LINE-HC-MONTHS / SNAP-MONTH-COUNT
           END-IF
           IF AVG-HEADCOUNT > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   LINE-TERMS * 100 * 12
                     / (AVG-HEADCOUNT * WINDOW-MONTHS)
                   ON SIZE ERROR
                       MOVE 99999.99 TO TURNOVER-PCT
               END-COMPUTE
           END-IF
           MOVE AVG-HEADCOUNT TO AVG-HC-EDIT
           MOVE TURNOVER-PCT TO PCT-EDIT
           MOVE LINE-TERMS TO COUNT-EDIT
           MOVE LINE-REGRETTED TO REGRET-EDIT
           MOVE LINE-REHIRE-ELIG TO REHIRE-EDIT
           STRING 'AVG HC=' DELIMITED BY SIZE
                  AVG-HC-EDIT DELIMITED BY SIZE
                  ' LEAVERS=' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' ANNUAL PCT=' DELIMITED BY SIZE
                  PCT-EDIT DELIMITED BY SIZE
                  ' REGRETTED=' DELIMITED BY SIZE
                  REGRET-EDIT DELIMITED BY SIZE
                  ' REHIRE OK=' DELIMITED BY SIZE
                  REHIRE-EDIT DELIMITED BY SIZE
               INTO TURNOVER-REPORT-LINE(13:120)
           WRITE TURNOVER-REPORT-LINE.

      *    the caller has put the line's label in columns 1-40
       570-WRITE-COUNT-LINE.
           MOVE 0 TO TURNOVER-PCT
           IF TOTAL-TERMS > 0
               COMPUTE TURNOVER-PCT ROUNDED =
                   LINE-TERMS * 100 / TOTAL-TERMS
           END-IF
           MOVE TURNOVER-PCT TO PCT-EDIT
           MOVE LINE-TERMS TO COUNT-EDIT
           MOVE LINE-REGRETTED TO REGRET-EDIT
           MOVE LINE-REHIRE-ELIG TO REHIRE-EDIT
           STRING 'LEAVERS=' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' SHARE PCT=' DELIMITED BY SIZE
                  PCT-EDIT DELIMITED BY SIZE
                  ' REGRETTED=' DELIMITED BY SIZE
                  REGRET-EDIT DELIMITED BY SIZE
                  ' REHIRE OK=' DELIMITED BY SIZE
                  REHIRE-EDIT DELIMITED BY SIZE
               INTO TURNOVER-REPORT-LINE(41:92)
           WRITE TURNOVER-REPORT-LINE.
