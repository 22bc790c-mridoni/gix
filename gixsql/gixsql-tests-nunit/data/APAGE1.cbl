       IDENTIFICATION DIVISION.

       PROGRAM-ID. APAGE1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AGING-REPORT-FILE
               ASSIGN TO EXTERNAL APAGRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AGING-REPORT-LINE.

       01  AGING-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 AP-PAYABLE-ID        PIC 9(9).
           01 AP-CID               PIC 9(12).
           01 AP-CPTY-NAME         PIC X(30).
           01 AP-SOURCE-KIND       PIC X(4).
           01 AP-REMIT-REF         PIC X(30).
           01 AP-PERIOD-ID         PIC 9(6).
           01 AP-AMOUNT            PIC S9(11)V99.
           01 AP-RAISED-DATE       PIC 9(8).

      *    aging from the day the payable was raised to today, in
      *    the same buckets the overpayment receivable ages in
           01 RUN-DATE             PIC 9(8).
           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE-INT         PIC 9(8) COMP-3.
           01 RAISED-DATE-INT      PIC 9(8) COMP-3.
           01 AGE-DAYS             PIC S9(5) COMP-3.
           01 AGE-BUCKET           PIC X(7).

           01 ITEM-COUNT           PIC 9(6) VALUE 0.
           01 OPEN-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           01 CURRENT-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           01 OVER-30-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           01 OVER-60-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           01 OVER-90-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           01 AMOUNT-EDIT          PIC -(8)9.99.
           01 TOTAL-DISP           PIC -(12)9.99.
           01 CID-DISP             PIC Z(11)9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE AGECRSR CURSOR FOR
               SELECT P.PAYABLE_ID, P.CID, C.CPTY_NAME,
                      P.SOURCE_KIND, P.REMIT_REF, P.PERIOD_ID,
                      P.AMOUNT, P.RAISED_DATE
                 FROM PAYABLE P, CPTYMST C
               WHERE P.STATUS = 'O'
                 AND C.CID = P.CID
               ORDER BY P.RAISED_DATE, P.PAYABLE_ID
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Open third-party payables aging report: every payable
      * APLOAD1 raised that APPAY1 has not yet paid, oldest first,
      * with its counterparty, source, period, amount and age
      * bucket, then the open total by bucket for accounts
      * payable's liability proof.
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
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'APAGE1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT AGING-REPORT-FILE.

           MOVE 'OPEN THIRD-PARTY PAYABLES AGING' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE AGING-REPORT-LINE FROM RPT-HDR-LINE.

           EXEC SQL
               OPEN AGECRSR
           END-EXEC.

           IF SQLCODE <> 0
               DISPLAY 'APAGE1 CURSOR OPEN SQLCODE: ' SQLCODE
               GO TO 100-WRAP
           END-IF.

           PERFORM 200-FETCH-ITEM.
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 300-REPORT-ONE-ITEM
               PERFORM 200-FETCH-ITEM
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'APAGE1 FETCH SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               CLOSE AGECRSR
           END-EXEC.

       100-WRAP.
           MOVE 'CURRENT' TO RPT-DET-KEY.
           MOVE CURRENT-TOTAL TO TOTAL-DISP.
           PERFORM 400-WRITE-TOTAL-LINE.
           MOVE 'OVER 30' TO RPT-DET-KEY.
           MOVE OVER-30-TOTAL TO TOTAL-DISP.
           PERFORM 400-WRITE-TOTAL-LINE.
           MOVE 'OVER 60' TO RPT-DET-KEY.
           MOVE OVER-60-TOTAL TO TOTAL-DISP.
           PERFORM 400-WRITE-TOTAL-LINE.
           MOVE 'OVER 90' TO RPT-DET-KEY.
           MOVE OVER-90-TOTAL TO TOTAL-DISP.
           PERFORM 400-WRITE-TOTAL-LINE.
           MOVE 'TOTAL' TO RPT-DET-KEY.
           MOVE OPEN-TOTAL TO TOTAL-DISP.
           PERFORM 400-WRITE-TOTAL-LINE.

           WRITE AGING-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE AGING-REPORT-FILE.

           MOVE OPEN-TOTAL TO TOTAL-DISP.
           DISPLAY 'APAGE1 OPEN PAYABLES   : ' ITEM-COUNT.
           DISPLAY 'APAGE1 OPEN AMOUNT     : ' TOTAL-DISP.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-FETCH-ITEM.
           EXEC SQL
               FETCH AGECRSR
                   INTO :AP-PAYABLE-ID, :AP-CID, :AP-CPTY-NAME,
                        :AP-SOURCE-KIND, :AP-REMIT-REF,
                        :AP-PERIOD-ID, :AP-AMOUNT, :AP-RAISED-DATE
           END-EXEC.

       300-REPORT-ONE-ITEM.
           ADD 1 TO ITEM-COUNT
           ADD AP-AMOUNT TO OPEN-TOTAL

           MOVE 0 TO AGE-DAYS
           IF AP-RAISED-DATE > 0
               COMPUTE RAISED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(AP-RAISED-DATE)
               IF RAISED-DATE-INT > 0
                   COMPUTE AGE-DAYS =
                       RUN-DATE-INT - RAISED-DATE-INT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN AGE-DAYS > 90
                   MOVE 'OVER 90' TO AGE-BUCKET
                   ADD AP-AMOUNT TO OVER-90-TOTAL
               WHEN AGE-DAYS > 60
                   MOVE 'OVER 60' TO AGE-BUCKET
                   ADD AP-AMOUNT TO OVER-60-TOTAL
               WHEN AGE-DAYS > 30
                   MOVE 'OVER 30' TO AGE-BUCKET
                   ADD AP-AMOUNT TO OVER-30-TOTAL
               WHEN OTHER
                   MOVE 'CURRENT' TO AGE-BUCKET
                   ADD AP-AMOUNT TO CURRENT-TOTAL
           END-EVALUATE

           MOVE SPACES TO RPT-DET-KEY
           MOVE AP-PAYABLE-ID TO RPT-DET-KEY(1:9)
           MOVE SPACES TO RPT-DET-TEXT
           MOVE AP-AMOUNT TO AMOUNT-EDIT
           MOVE AP-CID TO CID-DISP
           STRING CID-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AP-CPTY-NAME(1:15) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AP-SOURCE-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AP-PERIOD-ID DELIMITED BY SIZE
                  AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGE-BUCKET DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE AGING-REPORT-LINE FROM RPT-DET-LINE.

       400-WRITE-TOTAL-LINE.
           MOVE SPACES TO RPT-DET-TEXT
           MOVE TOTAL-DISP TO RPT-DET-TEXT(1:16)
           WRITE AGING-REPORT-LINE FROM RPT-DET-LINE.
