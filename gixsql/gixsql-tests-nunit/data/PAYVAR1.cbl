               ASSIGN TO EXTERNAL PAYVARR
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MIN-WAGE-EXCEPTION-FILE
               ASSIGN TO EXTERNAL MINWEXC
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINWAGE-FILE-STATUS.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL

       01  VARIANCE-REPORT-LINE    PIC X(132).

       FD  MIN-WAGE-EXCEPTION-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MIN-WAGE-EXCEPTION-LINE.

       01  MIN-WAGE-EXCEPTION-LINE PIC X(132).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS

           01 RELEASE-ENV          PIC X(1).

      *    the calculation's minimum-wage exceptions (MINWEXC):
      *    listed on this report, and while any stand the release
      *    needs PAYVAR_MINWAGE_ACK=Y as well - someone has to say
      *    they saw them
           01 MINWAGE-FILE-STATUS  PIC XX.
           01 MINWAGE-EOF-SW       PIC X VALUE 'N'.
               88 MINWAGE-EOF      VALUE 'Y'.
           01 MINWAGE-ACK-ENV      PIC X(1).
           01 MINWAGE-COUNT        PIC 9(6) VALUE 0.

      *    swing thresholds: percent (whole, 0025 = 25%) and
      *    absolute dollars - a swing past EITHER flags
           01 VAR-PCT-TEXT         PIC X(4).
      * sets this period's PAYDTL against the prior period's
      * retained details, per employee and per department, flags
      * net swings past the percent or absolute thresholds, lists
      * first-time payees and employees who vanished, lists the
      * calculation's minimum-wage exceptions, and - only when the
      * operator reruns with PAYVAR_RELEASE=Y after reading the
      * report, adding PAYVAR_MINWAGE_ACK=Y while any minimum-wage
      * exception stands - records the VARRELSE release row the
      * payment run requires before it will open the file. The
      * release itself logs to RUNSTATS.
      *----------------------------------------------------------*

           DISPLAY "PAYVAR_RELEASE" UPON ENVIRONMENT-NAME.
           ACCEPT RELEASE-ENV FROM ENVIRONMENT-VALUE.
           DISPLAY "PAYVAR_MINWAGE_ACK" UPON ENVIRONMENT-NAME.
           ACCEPT MINWAGE-ACK-ENV FROM ENVIRONMENT-VALUE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           PERFORM 300-FOLD-PRIOR-PERIOD THRU 300-FOLD-EXIT.
           PERFORM 400-WRITE-VARIANCE-REPORT.

           IF RELEASE-ENV = 'Y'
                   AND MINWAGE-COUNT > 0
                   AND MINWAGE-ACK-ENV NOT = 'Y'
               DISPLAY 'PAYVAR1 RELEASE REFUSED - ' MINWAGE-COUNT
                   ' MINIMUM-WAGE EXCEPTION(S) ON THE REPORT'
               DISPLAY 'PAYVAR1 CORRECT AND RECALCULATE, OR RERUN '
                   'WITH PAYVAR_MINWAGE_ACK=Y TO RELEASE AS PAID'
               MOVE 4 TO RETURN-CODE
           ELSE
           IF RELEASE-ENV = 'Y'
               PERFORM 600-RECORD-RELEASE
           ELSE
               DISPLAY 'PAYVAR1 REVIEW THE REPORT, THEN RERUN '
                   'WITH PAYVAR_RELEASE=Y TO RELEASE'
           END-IF
           END-IF.

           DISPLAY 'PAYVAR1 PERIOD        : ' PERIOD-ID.
           DISPLAY 'PAYVAR1 SWINGS FLAGGED: ' FLAGGED-COUNT.
           DISPLAY 'PAYVAR1 FIRST-TIMERS  : ' FIRST-TIME-COUNT.
           DISPLAY 'PAYVAR1 VANISHED      : ' VANISHED-COUNT.
           DISPLAY 'PAYVAR1 BELOW MIN WAGE: ' MINWAGE-COUNT.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.
               PERFORM 450-CHECK-ONE-ENTRY THRU 450-CHECK-EXIT
           END-PERFORM

           PERFORM 490-COPY-MINWAGE-EXCEPTIONS

           WRITE VARIANCE-REPORT-LINE FROM RPT-FTR-LINE
           CLOSE VARIANCE-REPORT-FILE.

               INTO RPT-DET-TEXT
           WRITE VARIANCE-REPORT-LINE FROM RPT-DET-LINE.

      *----------------------------------------------------------*
      * 490-COPY-MINWAGE-EXCEPTIONS
      * The calculation's MINWAGE detail lines onto this report as
      * they stand; no exception file means nothing was flagged.
      *----------------------------------------------------------*
       490-COPY-MINWAGE-EXCEPTIONS.
           OPEN INPUT MIN-WAGE-EXCEPTION-FILE
           IF MINWAGE-FILE-STATUS = '00'
               PERFORM 495-READ-MINWAGE
               PERFORM UNTIL MINWAGE-EOF
                   IF MIN-WAGE-EXCEPTION-LINE(1:10) = 'MINWAGE'
                       ADD 1 TO MINWAGE-COUNT
                       WRITE VARIANCE-REPORT-LINE
                           FROM MIN-WAGE-EXCEPTION-LINE
                   END-IF
                   PERFORM 495-READ-MINWAGE
               END-PERFORM
               CLOSE MIN-WAGE-EXCEPTION-FILE
           END-IF.

       495-READ-MINWAGE.
           READ MIN-WAGE-EXCEPTION-FILE
               AT END
                   SET MINWAGE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 600-RECORD-RELEASE
      * The explicit operator release the payment run requires: a
