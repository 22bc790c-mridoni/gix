       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONTYE1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTRACTOR-SUB-FILE
               ASSIGN TO EXTERNAL YECONT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINT-FILE
               ASSIGN TO EXTERNAL CONTSTMT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONTRACTOR-SUB-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CONTRACTOR-SUB-LINE.

       01  CONTRACTOR-SUB-LINE     PIC X(132).

       FD  PRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.

       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           COPY TRAILER.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 YE-YEAR-TEXT         PIC X(4).
           01 YE-YEAR              PIC 9(4).

      *    the reporting threshold in whole dollars: a contractor
      *    paid less than this in the year files only when backup
      *    withholding was taken
           01 REPORT-MIN-TEXT      PIC X(6).
           01 REPORT-MIN-DIGITS REDEFINES REPORT-MIN-TEXT
                                   PIC 9(6).
           01 REPORT-MIN           PIC 9(6)V99 VALUE 600.00.

           01 CY-CID               PIC 9(12).
           01 CY-NAME              PIC X(30).
           01 CY-TAX-ID            PIC X(9).
           01 CY-GROSS-PAID        PIC S9(11)V99.
           01 CY-BACKUP-WH         PIC S9(9)V99.
           01 CY-PAYMENT-COUNT     PIC 9(6).

      *    one 'N' nonemployee compensation record per contractor
      *    filed for the year; a missing taxpayer id files blank
      *    with the flag set, the backup withholding beside it
           01 CONTRACTOR-RECORD.
               05 YNR-RECORD-TYPE  PIC X(01) VALUE 'N'.
               05 YNR-TAX-YEAR     PIC 9(04).
               05 YNR-CID          PIC 9(12).
               05 YNR-TAX-ID       PIC X(09).
               05 YNR-NAME         PIC X(30).
               05 YNR-GROSS-PAID   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               05 YNR-BACKUP-WH    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               05 YNR-PAYMENT-COUNT PIC 9(06).
               05 YNR-NO-TIN       PIC X(01).
               05 FILLER           PIC X(43) VALUE SPACES.

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 FILED-COUNT          PIC 9(6) VALUE 0.
           01 UNDER-MIN-COUNT      PIC 9(6) VALUE 0.
           01 NO-TIN-COUNT         PIC 9(6) VALUE 0.
           01 GROSS-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           01 BACKUP-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.

           01 AMOUNT-EDIT          PIC -(10)9.99.
           01 TOTAL-DISP           PIC -(12)9.99.
           01 CID-DISP             PIC Z(11)9.
           01 COUNT-DISP           PIC Z(5)9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

      *  every contractor invoice ACHGEN1 paid, under its trace
      *  number; a second payment of one invoice is refused
           EXEC SQL
               DECLARE TABLE CONTPAY
                   (CID            DECIMAL(12,0) NOT NULL,
                    INVOICE_NO     CHAR(15)      NOT NULL,
                    INVOICE_DATE   DECIMAL(8,0)  NOT NULL,
                    PERIOD_ID      DECIMAL(6,0)  NOT NULL,
                    GROSS_AMOUNT   DECIMAL(11,2) NOT NULL,
                    BACKUP_WH      DECIMAL(11,2) NOT NULL,
                    NET_AMOUNT     DECIMAL(11,2) NOT NULL,
                    TRACE_NO       CHAR(15)      NOT NULL,
                    PAY_DATE       DECIMAL(8,0)  NOT NULL)
           END-EXEC.

      *  the contractor's running totals for the calendar year
      *  the payments settled in
           EXEC SQL
               DECLARE TABLE CONTYTD
                   (TAX_YEAR       DECIMAL(4,0)  NOT NULL,
                    CID            DECIMAL(12,0) NOT NULL,
                    TAX_ID         CHAR(9)       NOT NULL,
                    GROSS_PAID     DECIMAL(13,2) NOT NULL,
                    BACKUP_WH      DECIMAL(11,2) NOT NULL,
                    PAYMENT_COUNT  DECIMAL(6,0)  NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE CYTDCRSR CURSOR FOR
               SELECT Y.CID, M.CPTY_NAME, Y.TAX_ID, Y.GROSS_PAID,
                      Y.BACKUP_WH, Y.PAYMENT_COUNT
                 FROM CONTYTD Y, CPTYMST M
               WHERE Y.TAX_YEAR = :YE-YEAR
                 AND M.CID = Y.CID
               ORDER BY Y.CID
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Year-end contractor income filing, alongside the YEFILE1
      * employee wage filing: from the CONTYTD totals ACHGEN1
      * keeps as it pays contractor invoices, one nonemployee
      * compensation record per contractor paid at least the
      * reporting threshold (or with backup withholding taken) on
      * the trailered YECONT file, and a recipient statement for
      * each on CONTSTMT. The trailer carries a zero key length -
      * counterparty ids run past the checker's ten-digit hash -
      * while the count and compensation total still prove.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "YE_YEAR" UPON ENVIRONMENT-NAME.
           ACCEPT YE-YEAR-TEXT FROM ENVIRONMENT-VALUE.
           IF YE-YEAR-TEXT NOT NUMERIC
               DISPLAY 'CONTYE1 YE_YEAR NOT SET OR NOT NUMERIC: ['
                   YE-YEAR-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE YE-YEAR-TEXT TO YE-YEAR.

           DISPLAY "CONT_REPORT_MIN" UPON ENVIRONMENT-NAME.
           ACCEPT REPORT-MIN-TEXT FROM ENVIRONMENT-VALUE.
           IF REPORT-MIN-TEXT NUMERIC
               MOVE REPORT-MIN-DIGITS TO REPORT-MIN
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'CONTYE1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT CONTRACTOR-SUB-FILE.
           OPEN OUTPUT PRINT-FILE.

           MOVE 'CONTRACTOR INCOME STATEMENT' TO RPT-HDR-TITLE.

           EXEC SQL
               OPEN CYTDCRSR
           END-EXEC.

           IF SQLCODE <> 0
               DISPLAY 'CONTYE1 CURSOR OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-WRAP
           END-IF.

           PERFORM 200-FETCH-CONTRACTOR.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO ROWS-READ-COUNT
               IF CY-GROSS-PAID >= REPORT-MIN OR CY-BACKUP-WH > 0
                   PERFORM 300-WRITE-CONTRACTOR-RECORD
                   PERFORM 400-PRINT-ONE-STATEMENT
               ELSE
                   ADD 1 TO UNDER-MIN-COUNT
               END-IF
               PERFORM 200-FETCH-CONTRACTOR
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'CONTYE1 FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE CYTDCRSR
           END-EXEC.

       100-WRAP.
           MOVE SPACES TO FILE-TRAILER-RECORD.
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE.
           MOVE FILED-COUNT TO FTR-RECORD-COUNT.
           MOVE 0 TO FTR-KEY-HASH.
           MOVE GROSS-TOTAL TO FTR-AMOUNT-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS.
           MOVE 0 TO FTR-KEY-OFFSET.
           MOVE 0 TO FTR-KEY-LENGTH.
           MOVE 057 TO FTR-AMT-OFFSET.
           MOVE 014 TO FTR-AMT-LENGTH.
           WRITE CONTRACTOR-SUB-LINE FROM FILE-TRAILER-RECORD.

           CLOSE CONTRACTOR-SUB-FILE.
           CLOSE PRINT-FILE.

           DISPLAY 'CONTYE1 TAX YEAR        : ' YE-YEAR.
           DISPLAY 'CONTYE1 CONTRACTORS READ: ' ROWS-READ-COUNT.
           DISPLAY 'CONTYE1 RECORDS FILED   : ' FILED-COUNT.
           DISPLAY 'CONTYE1 UNDER THRESHOLD : ' UNDER-MIN-COUNT.
           DISPLAY 'CONTYE1 NO TAXPAYER ID  : ' NO-TIN-COUNT.
           MOVE GROSS-TOTAL TO TOTAL-DISP.
           DISPLAY 'CONTYE1 COMPENSATION    : ' TOTAL-DISP.
           MOVE BACKUP-TOTAL TO TOTAL-DISP.
           DISPLAY 'CONTYE1 BACKUP WITHHELD : ' TOTAL-DISP.

           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-FETCH-CONTRACTOR.
           EXEC SQL
               FETCH CYTDCRSR
                   INTO :CY-CID, :CY-NAME, :CY-TAX-ID,
                        :CY-GROSS-PAID, :CY-BACKUP-WH,
                        :CY-PAYMENT-COUNT
           END-EXEC.

       300-WRITE-CONTRACTOR-RECORD.
           MOVE SPACES TO CONTRACTOR-RECORD
           MOVE 'N' TO YNR-RECORD-TYPE
           MOVE YE-YEAR TO YNR-TAX-YEAR
           MOVE CY-CID TO YNR-CID
           MOVE CY-TAX-ID TO YNR-TAX-ID
           MOVE CY-NAME TO YNR-NAME
           MOVE CY-GROSS-PAID TO YNR-GROSS-PAID
           MOVE CY-BACKUP-WH TO YNR-BACKUP-WH
           MOVE CY-PAYMENT-COUNT TO YNR-PAYMENT-COUNT
           IF CY-TAX-ID = SPACES
               MOVE 'Y' TO YNR-NO-TIN
               ADD 1 TO NO-TIN-COUNT
           ELSE
               MOVE 'N' TO YNR-NO-TIN
           END-IF
           WRITE CONTRACTOR-SUB-LINE FROM CONTRACTOR-RECORD

           ADD 1 TO FILED-COUNT
           ADD CY-GROSS-PAID TO GROSS-TOTAL
           ADD CY-BACKUP-WH TO BACKUP-TOTAL.

      *----------------------------------------------------------*
      * 400-PRINT-ONE-STATEMENT
      * The recipient's copy: who paid them what for the year,
      * and the backup withholding they can claim. Only the last
      * four digits of the taxpayer id print.
      *----------------------------------------------------------*
       400-PRINT-ONE-STATEMENT.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE
           WRITE PRINT-LINE FROM RPT-HDR-LINE

           MOVE CY-CID TO CID-DISP
           MOVE 'RECIPIENT' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING CID-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CY-NAME DELIMITED BY SIZE
                  '  TAX YEAR ' DELIMITED BY SIZE
                  YE-YEAR-TEXT DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE PRINT-LINE FROM RPT-DET-LINE

           MOVE 'TAX ID' TO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           IF CY-TAX-ID = SPACES
               MOVE 'NOT PROVIDED - BACKUP WITHHOLDING APPLIED'
                   TO RPT-DET-TEXT
           ELSE
               STRING '*****' DELIMITED BY SIZE
                      CY-TAX-ID(6:4) DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
           END-IF
           WRITE PRINT-LINE FROM RPT-DET-LINE

           MOVE 'COMPENSTN' TO RPT-DET-KEY
           MOVE CY-GROSS-PAID TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' NONEMPLOYEE COMPENSATION' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE PRINT-LINE FROM RPT-DET-LINE

           MOVE 'BACKUP WH' TO RPT-DET-KEY
           MOVE CY-BACKUP-WH TO AMOUNT-EDIT
           MOVE SPACES TO RPT-DET-TEXT
           STRING AMOUNT-EDIT DELIMITED BY SIZE
                  ' FEDERAL INCOME TAX WITHHELD' DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE PRINT-LINE FROM RPT-DET-LINE

           MOVE 'PAYMENTS' TO RPT-DET-KEY
           MOVE CY-PAYMENT-COUNT TO COUNT-DISP
           MOVE SPACES TO RPT-DET-TEXT
           MOVE COUNT-DISP TO RPT-DET-TEXT(1:6)
           WRITE PRINT-LINE FROM RPT-DET-LINE

           WRITE PRINT-LINE FROM RPT-FTR-LINE
           ADD 1 TO RPT-PAGE-NO.
