       IDENTIFICATION DIVISION.

       PROGRAM-ID. CRDACK1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARD-ACK-FILE
               ASSIGN TO EXTERNAL CRDACK
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACH-EXCEPTION-REPORT
               ASSIGN TO EXTERNAL ACHEXCP
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CARD-ACK-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CARD-ACK-LINE.

       01  CARD-ACK-LINE           PIC X(80).

       FD  ACH-EXCEPTION-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ACH-EXCEPTION-LINE.

       01  ACH-EXCEPTION-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------*
      * issuer load-confirmation record (CRDACK): one line per
      * load on the ACHGEN1 card-funding file, echoing the load
      * reference, employee id and amount with the issuer's
      * disposition - 'A' loaded, 'F' failed with a reason code:
      *   C01 proxy account not found   C02 card closed
      *   C03 card reported lost/stolen C04 load limit exceeded
      *   C05 cardholder account frozen
      * Every failure but the load limit is a problem with the
      * card itself, so the enrollment suspends and later runs
      * pay the employee by check until the desk enters a
      * replacement card through CRDMNT1.
      *----------------------------------------------------------*
           01 CARD-ACK-RECORD.
               05 CAK-LOAD-REF     PIC X(15).
               05 CAK-ENO          PIC 9(04).
               05 CAK-AMOUNT       PIC 9(08)V99.
               05 CAK-DISPOSITION  PIC X(01).
                   88 CAK-LOADED   VALUE 'A'.
                   88 CAK-FAILED   VALUE 'F'.
               05 CAK-REASON-CODE  PIC X(03).
                   88 CAK-LIMIT-EXCEEDED VALUE 'C04'.
               05 FILLER           PIC X(47).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 ACK-FILE-STATUS      PIC XX.
           01 ACK-EOF-SW           PIC X VALUE 'N'.
               88 ACK-EOF          VALUE 'Y'.
           01 EXCEPTION-OPEN-SW    PIC X VALUE 'N'.
               88 EXCEPTION-OPEN   VALUE 'Y'.

           01 ACK-READ-COUNT       PIC 9(6) VALUE 0.
           01 ACK-LOADED-COUNT     PIC 9(6) VALUE 0.
           01 ACK-FAILED-COUNT     PIC 9(6) VALUE 0.
           01 ACK-REPLAY-COUNT     PIC 9(6) VALUE 0.
           01 CARDS-SUSPENDED      PIC 9(6) VALUE 0.
           01 ACK-AMOUNT-EDIT      PIC Z(7)9.99.

      *    the CARDLOAD row the reference points at
           01 CL-ENO               PIC 9(4).
           01 CL-PERIOD            PIC 9(6).
           01 CL-PAY-TYPE          PIC X(1).
           01 CL-STATUS            PIC X(1).

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE CARDLOAD
                   (LOAD_REF     CHAR(15)      NOT NULL,
                    ENO          DECIMAL(4,0)  NOT NULL,
                    PERIOD_ID    DECIMAL(6,0)  NOT NULL,
                    PAY_TYPE     CHAR(1)       NOT NULL,
                    AMOUNT       DECIMAL(10,2) NOT NULL,
                    CARD_PROGRAM CHAR(6)       NOT NULL,
                    STATUS       CHAR(1)       NOT NULL,
                    LOAD_DATE    DECIMAL(8,0)  NOT NULL,
                    CONFIRM_DATE DECIMAL(8,0)  NOT NULL,
                    REASON_CODE  CHAR(3)       NOT NULL)
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Companion step to the ACHGEN1 card-funding file: reads the
      * issuer's load-confirmation file and settles every CARDLOAD
      * row it names - loaded ('A') or failed ('F'). A failed load
      * never leaves the employee unpaid: its PAYREG release
      * clears and a 'CARD LOAD FAILED' line joins the exception
      * report the CHKPRT1 check print qualifies from, so the pay
      * goes out as a check this cycle.
      *----------------------------------------------------------*
       000-MAIN.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'CRDACK1 CONNECT SQLCODE: ' SQLCODE
               GO TO 000-EXIT
           END-IF.

           OPEN INPUT CARD-ACK-FILE.
           IF ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CRDACK1 CANNOT OPEN CRDACK, STATUS: '
                   ACK-FILE-STATUS
               GO TO 000-CLOSE
           END-IF.

           PERFORM 100-READ-ACK-RECORD.

           PERFORM UNTIL ACK-EOF
               PERFORM 200-PROCESS-ACK-RECORD
                   THRU 200-PROCESS-EXIT
               PERFORM 100-READ-ACK-RECORD
           END-PERFORM.

           CLOSE CARD-ACK-FILE.

           IF EXCEPTION-OPEN
               CLOSE ACH-EXCEPTION-REPORT
           END-IF.

           DISPLAY 'CRDACK1 CONFIRMATIONS READ: ' ACK-READ-COUNT.
           DISPLAY 'CRDACK1 LOADED            : ' ACK-LOADED-COUNT.
           DISPLAY 'CRDACK1 FAILED TO CHECK   : ' ACK-FAILED-COUNT.
           DISPLAY 'CRDACK1 ALREADY SETTLED   : ' ACK-REPLAY-COUNT.
           DISPLAY 'CRDACK1 CARDS SUSPENDED   : ' CARDS-SUSPENDED.

           IF ACK-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       000-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       000-EXIT.
           STOP RUN.

       100-READ-ACK-RECORD.
           READ CARD-ACK-FILE INTO CARD-ACK-RECORD
               AT END
                   SET ACK-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 200-PROCESS-ACK-RECORD
      * The load the reference names, from the CARDLOAD register.
      * One already settled is a replayed confirmation and changes
      * nothing, so the file can be rerun safely.
      *----------------------------------------------------------*
       200-PROCESS-ACK-RECORD.
           ADD 1 TO ACK-READ-COUNT

           IF NOT CAK-LOADED AND NOT CAK-FAILED
               PERFORM 810-WRITE-BAD-ACK-EXCEPTION
               GO TO 200-PROCESS-EXIT
           END-IF

           EXEC SQL
               SELECT ENO, PERIOD_ID, PAY_TYPE, STATUS
                   INTO :CL-ENO, :CL-PERIOD, :CL-PAY-TYPE,
                        :CL-STATUS
                   FROM CARDLOAD
                   WHERE LOAD_REF = :CAK-LOAD-REF
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CRDACK1 LOAD ' CAK-LOAD-REF
                   ' NOT ON CARDLOAD, SQLCODE: ' SQLCODE
               PERFORM 820-WRITE-UNKNOWN-LOAD-EXCEPTION
               GO TO 200-PROCESS-EXIT
           END-IF

           IF CL-STATUS NOT = 'I'
               ADD 1 TO ACK-REPLAY-COUNT
               GO TO 200-PROCESS-EXIT
           END-IF

           IF CAK-LOADED
               PERFORM 300-CONFIRM-LOAD
           ELSE
               PERFORM 400-FAIL-LOAD
           END-IF.
       200-PROCESS-EXIT.
           EXIT.

       300-CONFIRM-LOAD.
           EXEC SQL
               UPDATE CARDLOAD
                   SET STATUS = 'A',
                       CONFIRM_DATE = :RUN-DATE
                   WHERE LOAD_REF = :CAK-LOAD-REF
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO ACK-LOADED-COUNT
           ELSE
               DISPLAY 'CRDACK1 CARDLOAD CONFIRM SQLCODE: '
                   SQLCODE ' REF: ' CAK-LOAD-REF
           END-IF.

      *----------------------------------------------------------*
      * 400-FAIL-LOAD
      * The failed load re-queues to the check print: the load
      * marks failed with the issuer's reason, the PAYREG release
      * clears so CHKPRT1 may pay the key, and the exception line
      * it qualifies from goes out with the load reference. A
      * card-level reason also suspends the enrollment.
      *----------------------------------------------------------*
       400-FAIL-LOAD.
           EXEC SQL
               UPDATE CARDLOAD
                   SET STATUS = 'F',
                       CONFIRM_DATE = :RUN-DATE,
                       REASON_CODE = :CAK-REASON-CODE
                   WHERE LOAD_REF = :CAK-LOAD-REF
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'CRDACK1 CARDLOAD FAIL SQLCODE: '
                   SQLCODE ' REF: ' CAK-LOAD-REF
           END-IF

           EXEC SQL
               DELETE FROM PAYREG
                   WHERE ENO = :CL-ENO
                     AND PERIOD_ID = :CL-PERIOD
                     AND PAY_TYPE = :CL-PAY-TYPE
           END-EXEC
           IF SQLCODE <> 0 AND SQLCODE <> 100
               DISPLAY 'CRDACK1 PAYREG CLEAR SQLCODE: ' SQLCODE
                   ' ENO: ' CL-ENO
           END-IF

           IF NOT CAK-LIMIT-EXCEEDED
               EXEC SQL
                   UPDATE PAYCARD
                       SET STATUS = 'S',
                           STATUS_DATE = :RUN-DATE
                       WHERE ENO = :CL-ENO
                         AND STATUS = 'A'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       ADD 1 TO CARDS-SUSPENDED
                   WHEN SQLCODE = 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CRDACK1 PAYCARD SUSPEND SQLCODE: '
                           SQLCODE ' ENO: ' CL-ENO
               END-EVALUATE
           END-IF

           ADD 1 TO ACK-FAILED-COUNT
           PERFORM 800-WRITE-FAILED-LOAD-EXCEPTION.

       800-WRITE-FAILED-LOAD-EXCEPTION.
           IF NOT EXCEPTION-OPEN
               OPEN OUTPUT ACH-EXCEPTION-REPORT
               SET EXCEPTION-OPEN TO TRUE
           END-IF

           MOVE SPACES TO ACH-EXCEPTION-LINE
           STRING 'CARD LOAD FAILED: ENO=' DELIMITED BY SIZE
                  CL-ENO DELIMITED BY SIZE
                  ' PERIOD=' DELIMITED BY SIZE
                  CL-PERIOD DELIMITED BY SIZE
                  ' REASON=' DELIMITED BY SIZE
                  CAK-REASON-CODE DELIMITED BY SIZE
                  ' REF=' DELIMITED BY SIZE
                  CAK-LOAD-REF DELIMITED BY SIZE
               INTO ACH-EXCEPTION-LINE
           WRITE ACH-EXCEPTION-LINE.

       810-WRITE-BAD-ACK-EXCEPTION.
           IF NOT EXCEPTION-OPEN
               OPEN OUTPUT ACH-EXCEPTION-REPORT
               SET EXCEPTION-OPEN TO TRUE
           END-IF

           MOVE SPACES TO ACH-EXCEPTION-LINE
           STRING 'UNRECOGNIZED CARD DISPOSITION: ['
                      DELIMITED BY SIZE
                  CAK-DISPOSITION DELIMITED BY SIZE
                  '] REF=' DELIMITED BY SIZE
                  CAK-LOAD-REF DELIMITED BY SIZE
               INTO ACH-EXCEPTION-LINE
           WRITE ACH-EXCEPTION-LINE.

       820-WRITE-UNKNOWN-LOAD-EXCEPTION.
           IF NOT EXCEPTION-OPEN
               OPEN OUTPUT ACH-EXCEPTION-REPORT
               SET EXCEPTION-OPEN TO TRUE
           END-IF

           MOVE CAK-AMOUNT TO ACK-AMOUNT-EDIT
           MOVE SPACES TO ACH-EXCEPTION-LINE
           STRING 'CARD LOAD NOT ON REGISTER: REF='
                      DELIMITED BY SIZE
                  CAK-LOAD-REF DELIMITED BY SIZE
                  ' AMOUNT=' DELIMITED BY SIZE
                  ACK-AMOUNT-EDIT DELIMITED BY SIZE
               INTO ACH-EXCEPTION-LINE
           WRITE ACH-EXCEPTION-LINE.
