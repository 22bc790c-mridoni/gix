       IDENTIFICATION DIVISION.

       PROGRAM-ID. APXREF1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT XREF-FEED-FILE
               ASSIGN TO EXTERNAL APXREFIN
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  XREF-FEED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XREF-FEED-LINE.

       01  XREF-FEED-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * payee cross-reference feed (APXREFIN): one line per payee
      * as a payables source knows it - the source kind (GARN,
      * UNIO, TAX, RETP, CARR - see APLOAD1) and the source's own
      * key for the payee - with the CPTYMST counterparty it is
      * paid as. A zero CID removes the mapping. Several source
      * payees may map to one counterparty; they are then paid
      * together.
      *----------------------------------------------------------*
           01 XREF-FEED-RECORD.
               05 XRF-SOURCE-KIND  PIC X(04).
               05 XRF-PAYEE-KEY    PIC X(30).
               05 XRF-CID          PIC 9(12).
               05 FILLER           PIC X(34).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 XREF-FILE-STATUS     PIC XX.
           01 XREF-EOF-SW          PIC X VALUE 'N'.
               88 XREF-EOF         VALUE 'Y'.

           01 CPTY-FOUND-COUNT     PIC 9(4) COMP.

           01 ROWS-READ-COUNT      PIC 9(6) VALUE 0.
           01 ROWS-LOADED-COUNT    PIC 9(6) VALUE 0.
           01 ROWS-REMOVED-COUNT   PIC 9(6) VALUE 0.
           01 ROWS-SKIP-COUNT      PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE CPTYXREF
                   (SOURCE_KIND    CHAR(4)       NOT NULL,
                    PAYEE_KEY      CHAR(30)      NOT NULL,
                    CID            DECIMAL(12,0) NOT NULL)
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
               DISPLAY 'APXREF1 CONNECT SQLCODE: ' SQLCODE
               GO TO 100-EXIT
           END-IF.

      *----------------------------------------------------------*
      * 100-MAIN
      * Applies every clean feed line to the payee cross-reference
      * and backs the whole load out if anything fails partway.
      *----------------------------------------------------------*
       100-MAIN.
           OPEN INPUT XREF-FEED-FILE.
           IF XREF-FILE-STATUS NOT = '00'
               DISPLAY 'APXREF1 CANNOT OPEN APXREFIN, STATUS: '
                   XREF-FILE-STATUS
               GO TO 100-CLOSE
           END-IF.

           PERFORM 200-READ-XREF-RECORD.
           PERFORM UNTIL XREF-EOF OR SQLCODE < 0
               PERFORM 300-LOAD-XREF-RECORD
               PERFORM 200-READ-XREF-RECORD
           END-PERFORM.

           CLOSE XREF-FEED-FILE.

           IF SQLCODE < 0
               DISPLAY 'APXREF1 LOAD FAILED - ROLLING BACK'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'APXREF1 LINES READ   : ' ROWS-READ-COUNT
               DISPLAY 'APXREF1 ROWS LOADED  : ' ROWS-LOADED-COUNT
               DISPLAY 'APXREF1 ROWS REMOVED : ' ROWS-REMOVED-COUNT
               DISPLAY 'APXREF1 LINES SKIPPED: ' ROWS-SKIP-COUNT
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-READ-XREF-RECORD.
           READ XREF-FEED-FILE INTO XREF-FEED-RECORD
               AT END
                   SET XREF-EOF TO TRUE
           END-READ.

       300-LOAD-XREF-RECORD.
           ADD 1 TO ROWS-READ-COUNT

           IF (XRF-SOURCE-KIND NOT = 'GARN'
                   AND XRF-SOURCE-KIND NOT = 'UNIO'
                   AND XRF-SOURCE-KIND NOT = 'TAX'
                   AND XRF-SOURCE-KIND NOT = 'RETP'
                   AND XRF-SOURCE-KIND NOT = 'CARR')
                   OR XRF-PAYEE-KEY = SPACES
                   OR XRF-CID NOT NUMERIC
               DISPLAY 'APXREF1 BAD FEED LINE SKIPPED: ['
                   XREF-FEED-LINE(1:46) ']'
               ADD 1 TO ROWS-SKIP-COUNT
           ELSE
               IF XRF-CID = 0
                   PERFORM 320-REMOVE-XREF
               ELSE
                   MOVE 0 TO CPTY-FOUND-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                           INTO :CPTY-FOUND-COUNT
                           FROM CPTYMST
                           WHERE CID = :XRF-CID
                   END-EXEC
                   IF SQLCODE = 0 AND CPTY-FOUND-COUNT = 0
                       DISPLAY 'APXREF1 CID NOT ON CPTYMST, SKIPPED: '
                           XRF-CID
                       ADD 1 TO ROWS-SKIP-COUNT
                   ELSE
                       IF SQLCODE = 0
                           PERFORM 310-REPLACE-XREF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-REPLACE-XREF.
           EXEC SQL
               UPDATE CPTYXREF
                   SET CID = :XRF-CID
                   WHERE SOURCE_KIND = :XRF-SOURCE-KIND
                     AND PAYEE_KEY = :XRF-PAYEE-KEY
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CPTYXREF
                       (SOURCE_KIND, PAYEE_KEY, CID)
                       VALUES (:XRF-SOURCE-KIND, :XRF-PAYEE-KEY,
                               :XRF-CID)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO ROWS-LOADED-COUNT
           ELSE
               DISPLAY 'APXREF1 UPDATE SQLCODE: ' SQLCODE
                   ' PAYEE: ' XRF-SOURCE-KIND ' ' XRF-PAYEE-KEY
           END-IF.

       320-REMOVE-XREF.
           EXEC SQL
               DELETE FROM CPTYXREF
                   WHERE SOURCE_KIND = :XRF-SOURCE-KIND
                     AND PAYEE_KEY = :XRF-PAYEE-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO ROWS-REMOVED-COUNT
               WHEN SQLCODE = 100
                   ADD 1 TO ROWS-SKIP-COUNT
               WHEN OTHER
                   DISPLAY 'APXREF1 DELETE SQLCODE: ' SQLCODE
                       ' PAYEE: ' XRF-SOURCE-KIND ' ' XRF-PAYEE-KEY
           END-EVALUATE.
