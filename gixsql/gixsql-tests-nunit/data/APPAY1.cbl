       IDENTIFICATION DIVISION.

       PROGRAM-ID. APPAY1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-PAYMENT-FILE
               ASSIGN TO EXTERNAL VENDPAY
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-REPORT-FILE
               ASSIGN TO EXTERNAL APPAYRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  VENDOR-PAYMENT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS VENDOR-PAYMENT-LINE.

       01  VENDOR-PAYMENT-LINE     PIC X(120).

       FD  PAYMENT-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PAYMENT-REPORT-LINE.

       01  PAYMENT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

           COPY VENDPAY.
           COPY TRAILER.

           COPY RPTHDR.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

      *    the pay cycle is the payment date (AP_PAY_DATE as
      *    YYYYMMDD, default today); one payment per payee per
      *    cycle
           01 PAY-DATE-TEXT        PIC X(8).
           01 PAY-DATE             PIC 9(8).
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.
           01 RUN-DATE-TEXT        PIC X(21).

      *    one open payable as fetched
           01 FETCH-CID            PIC 9(12).
           01 FETCH-PAYABLE-ID     PIC 9(9).
           01 FETCH-KIND           PIC X(4).
           01 FETCH-KEY            PIC X(30).
           01 FETCH-REF            PIC X(30).
           01 FETCH-PERIOD-ID      PIC 9(6).
           01 FETCH-AMOUNT         PIC S9(11)V99.
           01 FETCH-ITEMS          PIC 9(6).
           01 FETCH-NAME           PIC X(30).
           01 FETCH-CPTY-STATUS    PIC X(1).

      *----------------------------------------------------------*
      * the current payee's open payables, held until the next
      * payee's first row shows this one is complete
      *----------------------------------------------------------*
           01 PAYEE-CID            PIC 9(12) VALUE 0.
           01 PAYEE-NAME           PIC X(30).
           01 PAYEE-CPTY-STATUS    PIC X(1).
           01 PAYEE-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           01 PB-COUNT             PIC 9(3) COMP VALUE 0.
           01 PB-IDX               PIC 9(3) COMP.
           01 PB-TABLE.
               05 PB-ENTRY OCCURS 200 TIMES.
                   10 PB-PAYABLE-ID    PIC 9(9).
                   10 PB-KIND          PIC X(4).
                   10 PB-KEY           PIC X(30).
                   10 PB-REF           PIC X(30).
                   10 PB-PERIOD-ID     PIC 9(6).
                   10 PB-AMOUNT        PIC S9(11)V99 COMP-3.
                   10 PB-ITEMS         PIC 9(6).
           01 PB-OVERFLOW-SW       PIC X VALUE 'N'.
               88 PB-OVERFLOW      VALUE 'Y'.

           01 PAYMENT-NO           PIC 9(8) VALUE 0.
           01 PAYMENT-NO-IND       PIC S9(4) COMP.
           01 UPDATE-PAYABLE-ID    PIC 9(9).
           01 CYCLE-PAID-COUNT     PIC 9(6).
           01 HOLD-REASON          PIC X(40).

           01 DB-ERROR-SW          PIC X VALUE 'N'.
               88 DB-ERROR         VALUE 'Y'.

           01 PAYMENT-COUNT        PIC 9(6) VALUE 0.
           01 REMIT-COUNT          PIC 9(6) VALUE 0.
           01 HELD-COUNT           PIC 9(6) VALUE 0.
           01 RECORD-WRITE-COUNT   PIC 9(8) VALUE 0.
           01 PAYMENT-NO-HASH      PIC 9(10) VALUE 0.
           01 PAID-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           01 HELD-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           01 TOTAL-DISP           PIC -(12)9.99.

      *    one report line per payee: paid on a payment number, or
      *    held with the reason
           01 PAYMENT-DETAIL.
               05 PM-CID           PIC Z(11)9.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PM-NAME          PIC X(30).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PM-PAYMENT-NO    PIC X(8).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PM-AMOUNT        PIC -(10)9.99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PM-ITEMS         PIC ZZ9.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 PM-NOTE          PIC X(40).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  every open payable with its counterparty, payee by payee
           EXEC SQL
               DECLARE APOPEN CURSOR FOR
               SELECT P.CID, P.PAYABLE_ID, P.SOURCE_KIND,
                      P.PAYEE_KEY, P.REMIT_REF, P.PERIOD_ID,
                      P.AMOUNT, P.ITEM_COUNT, C.CPTY_NAME,
                      C.CPTY_STATUS
                 FROM PAYABLE P, CPTYMST C
               WHERE P.STATUS = 'O'
                 AND C.CID = P.CID
               ORDER BY P.CID, P.PAYABLE_ID
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Third-party vendor payment run: every open PAYABLE that
      * APLOAD1 raised is consolidated by counterparty into one
      * payment per payee for the cycle, written to VENDPAY with a
      * remittance detail line per payable it settles, and the
      * payables are marked paid on the payment number. A payee
      * is held - its payables stay open for the next cycle -
      * when the counterparty is no longer active, it has already
      * been paid this cycle, its payables net to nothing or a
      * credit, or it has more open payables than one payment
      * carries. Held payees give RETURN-CODE 4.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           DISPLAY "AP_PAY_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT PAY-DATE-TEXT FROM ENVIRONMENT-VALUE.
           IF PAY-DATE-TEXT NUMERIC
               MOVE PAY-DATE-TEXT TO PAY-DATE
           ELSE
               MOVE RUN-DATE-TEXT(1:8) TO PAY-DATE
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'APPAY1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE 0 TO PAYMENT-NO-IND.
           EXEC SQL
               SELECT MAX(PAYMENT_NO) INTO :PAYMENT-NO
                       :PAYMENT-NO-IND
                   FROM PAYABLE
           END-EXEC.
           IF SQLCODE <> 0 OR PAYMENT-NO-IND < 0
               MOVE 0 TO PAYMENT-NO
           END-IF.

       100-MAIN.
           EXEC SQL
               OPEN APOPEN
           END-EXEC.

           IF SQLCODE <> 0
               DISPLAY 'APPAY1 CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           OPEN OUTPUT VENDOR-PAYMENT-FILE.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'VENDOR PAYMENTS ' DELIMITED BY SIZE
                  PAY-DATE DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE PAYMENT-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-FETCH-PAYABLE.
           PERFORM UNTIL SQLCODE <> 0 OR DB-ERROR
               IF FETCH-CID NOT = PAYEE-CID
                   IF PB-COUNT > 0 OR PB-OVERFLOW
                       PERFORM 400-SETTLE-PAYEE THRU 400-SETTLE-EXIT
                   END-IF
                   PERFORM 300-START-PAYEE
               END-IF
               PERFORM 310-HOLD-PAYABLE
               PERFORM 200-FETCH-PAYABLE
           END-PERFORM.

           IF SQLCODE < 0
               DISPLAY 'APPAY1 FETCH SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
           END-IF.

           EXEC SQL
               CLOSE APOPEN
           END-EXEC.

           IF NOT DB-ERROR AND (PB-COUNT > 0 OR PB-OVERFLOW)
               PERFORM 400-SETTLE-PAYEE THRU 400-SETTLE-EXIT
           END-IF.

           PERFORM 890-WRITE-FILE-TRAILER.
           CLOSE VENDOR-PAYMENT-FILE.

           MOVE SPACES TO PAYMENT-REPORT-LINE.
           MOVE PAID-TOTAL TO TOTAL-DISP.
           STRING 'TOTAL PAID: ' DELIMITED BY SIZE
                  TOTAL-DISP DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           MOVE SPACES TO PAYMENT-REPORT-LINE.
           MOVE HELD-TOTAL TO TOTAL-DISP.
           STRING 'TOTAL HELD: ' DELIMITED BY SIZE
                  TOTAL-DISP DELIMITED BY SIZE
               INTO PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE.
           WRITE PAYMENT-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE PAYMENT-REPORT-FILE.

           IF DB-ERROR
               DISPLAY 'APPAY1 RUN FAILED - ROLLING BACK, VENDPAY '
                   'MUST NOT BE RELEASED'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
               GO TO 100-CLOSE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE PAID-TOTAL TO TOTAL-DISP.
           DISPLAY 'APPAY1 PAY CYCLE        : ' PAY-DATE.
           DISPLAY 'APPAY1 PAYMENTS         : ' PAYMENT-COUNT.
           DISPLAY 'APPAY1 PAYABLES SETTLED : ' REMIT-COUNT.
           DISPLAY 'APPAY1 PAYEES HELD      : ' HELD-COUNT.
           DISPLAY 'APPAY1 AMOUNT PAID      : ' TOTAL-DISP.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-FETCH-PAYABLE.
           EXEC SQL
               FETCH APOPEN
                   INTO :FETCH-CID, :FETCH-PAYABLE-ID, :FETCH-KIND,
                        :FETCH-KEY, :FETCH-REF, :FETCH-PERIOD-ID,
                        :FETCH-AMOUNT, :FETCH-ITEMS, :FETCH-NAME,
                        :FETCH-CPTY-STATUS
           END-EXEC.

       300-START-PAYEE.
           MOVE FETCH-CID TO PAYEE-CID
           MOVE FETCH-NAME TO PAYEE-NAME
           MOVE FETCH-CPTY-STATUS TO PAYEE-CPTY-STATUS
           MOVE 0 TO PAYEE-TOTAL
           MOVE 0 TO PB-COUNT
           MOVE 'N' TO PB-OVERFLOW-SW.

       310-HOLD-PAYABLE.
           ADD FETCH-AMOUNT TO PAYEE-TOTAL
           IF PB-COUNT >= 200
               SET PB-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO PB-COUNT
               MOVE FETCH-PAYABLE-ID TO PB-PAYABLE-ID(PB-COUNT)
               MOVE FETCH-KIND TO PB-KIND(PB-COUNT)
               MOVE FETCH-KEY TO PB-KEY(PB-COUNT)
               MOVE FETCH-REF TO PB-REF(PB-COUNT)
               MOVE FETCH-PERIOD-ID TO PB-PERIOD-ID(PB-COUNT)
               MOVE FETCH-AMOUNT TO PB-AMOUNT(PB-COUNT)
               MOVE FETCH-ITEMS TO PB-ITEMS(PB-COUNT)
           END-IF.

      *----------------------------------------------------------*
      * 400-SETTLE-PAYEE
      * The buffered payee is either held, with the reason on the
      * report, or paid: one payment record, its remittance
      * details, and every payable marked paid on the payment.
      *----------------------------------------------------------*
       400-SETTLE-PAYEE.
           MOVE SPACES TO HOLD-REASON

           MOVE 0 TO CYCLE-PAID-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :CYCLE-PAID-COUNT
                   FROM PAYABLE
                   WHERE CID = :PAYEE-CID
                     AND STATUS = 'P'
                     AND PAID_DATE = :PAY-DATE
           END-EXEC
           IF SQLCODE < 0
               DISPLAY 'APPAY1 CYCLE CHECK SQLCODE: ' SQLCODE
               SET DB-ERROR TO TRUE
               GO TO 400-SETTLE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PAYEE-CPTY-STATUS NOT = 'A'
                   MOVE 'HELD - COUNTERPARTY NOT ACTIVE'
                       TO HOLD-REASON
               WHEN CYCLE-PAID-COUNT > 0
                   MOVE 'HELD - ALREADY PAID THIS CYCLE'
                       TO HOLD-REASON
               WHEN PAYEE-TOTAL NOT > 0
                   MOVE 'HELD - NETS TO NOTHING OR A CREDIT'
                       TO HOLD-REASON
               WHEN PB-OVERFLOW
                   MOVE 'HELD - OVER 200 OPEN PAYABLES'
                       TO HOLD-REASON
           END-EVALUATE

           MOVE PAYEE-CID TO PM-CID
           MOVE PAYEE-NAME TO PM-NAME
           MOVE PAYEE-TOTAL TO PM-AMOUNT
           MOVE PB-COUNT TO PM-ITEMS

           IF HOLD-REASON NOT = SPACES
               ADD 1 TO HELD-COUNT
               ADD PAYEE-TOTAL TO HELD-TOTAL
               MOVE SPACES TO PM-PAYMENT-NO
               MOVE HOLD-REASON TO PM-NOTE
               WRITE PAYMENT-REPORT-LINE FROM PAYMENT-DETAIL
               GO TO 400-SETTLE-EXIT
           END-IF

           ADD 1 TO PAYMENT-NO
           ADD 1 TO PAYMENT-COUNT
           ADD PAYEE-TOTAL TO PAID-TOTAL

           MOVE SPACES TO VENDOR-PAYMENT-RECORD
           SET VP-TYPE-PAYMENT TO TRUE
           MOVE PAYEE-CID TO VP-CID
           MOVE PAYMENT-NO TO VP-PAYMENT-NO
           MOVE PAYEE-NAME TO VPP-PAYEE-NAME
           MOVE PAYEE-TOTAL TO VPP-AMOUNT
           MOVE PAY-DATE TO VPP-PAY-DATE
           MOVE PB-COUNT TO VPP-REMIT-COUNT
           PERFORM 450-WRITE-PAYMENT-LINE

           PERFORM 420-REMIT-ONE-PAYABLE
               VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > PB-COUNT OR DB-ERROR

           MOVE PAYMENT-NO TO PM-PAYMENT-NO
           MOVE 'PAID' TO PM-NOTE
           WRITE PAYMENT-REPORT-LINE FROM PAYMENT-DETAIL.
       400-SETTLE-EXIT.
           EXIT.

       420-REMIT-ONE-PAYABLE.
           MOVE SPACES TO VENDOR-PAYMENT-RECORD
           SET VP-TYPE-REMIT TO TRUE
           MOVE PAYEE-CID TO VP-CID
           MOVE PAYMENT-NO TO VP-PAYMENT-NO
           MOVE PB-AMOUNT(PB-IDX) TO VPR-AMOUNT
           MOVE PB-KIND(PB-IDX) TO VPR-SOURCE-KIND
           MOVE PB-KEY(PB-IDX) TO VPR-PAYEE-KEY
           MOVE PB-REF(PB-IDX) TO VPR-REMIT-REF
           MOVE PB-PERIOD-ID(PB-IDX) TO VPR-PERIOD-ID
           MOVE PB-ITEMS(PB-IDX) TO VPR-ITEM-COUNT
           MOVE PB-PAYABLE-ID(PB-IDX) TO VPR-PAYABLE-ID
           PERFORM 450-WRITE-PAYMENT-LINE
           ADD 1 TO REMIT-COUNT

           MOVE PB-PAYABLE-ID(PB-IDX) TO UPDATE-PAYABLE-ID
           EXEC SQL
               UPDATE PAYABLE
                   SET STATUS = 'P',
                       PAYMENT_NO = :PAYMENT-NO,
                       PAID_DATE = :PAY-DATE
                   WHERE PAYABLE_ID = :UPDATE-PAYABLE-ID
                     AND STATUS = 'O'
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'APPAY1 PAYABLE UPDATE SQLCODE: ' SQLCODE
                   ' PAYABLE: ' UPDATE-PAYABLE-ID
               SET DB-ERROR TO TRUE
           END-IF.

       450-WRITE-PAYMENT-LINE.
           WRITE VENDOR-PAYMENT-LINE FROM VENDOR-PAYMENT-RECORD
           ADD 1 TO RECORD-WRITE-COUNT
           ADD PAYMENT-NO TO PAYMENT-NO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD.

      *----------------------------------------------------------*
      * 890-WRITE-FILE-TRAILER
      * The standard control-total trailer (see TRAILER) closing
      * the payment file for the TRLCHK1 checker: record count,
      * hashed payment number, and the summed remittance amount.
      *----------------------------------------------------------*
       890-WRITE-FILE-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE RECORD-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE PAYMENT-NO-HASH TO FTR-KEY-HASH
           MOVE PAID-TOTAL TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 014 TO FTR-KEY-OFFSET
           MOVE 08 TO FTR-KEY-LENGTH
           MOVE 022 TO FTR-AMT-OFFSET
           MOVE 014 TO FTR-AMT-LENGTH
           WRITE VENDOR-PAYMENT-LINE FROM FILE-TRAILER-RECORD.
