       IDENTIFICATION DIVISION.

       PROGRAM-ID. IDMFEED1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IDM-HWM-FILE
               ASSIGN TO EXTERNAL IDMHWM
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HWM-FILE-STATUS.

           SELECT OPTIONAL IDM-ACK-FILE
               ASSIGN TO EXTERNAL IDMACK
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT IDM-FEED-FILE
               ASSIGN TO EXTERNAL IDMFEED
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IDM-EXCEPTION-REPORT
               ASSIGN TO EXTERNAL IDMEXCP
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  IDM-HWM-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS IDM-HWM-RECORD.

       01  IDM-HWM-RECORD          PIC X(26).

       FD  IDM-ACK-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IDM-ACK-LINE.

       01  IDM-ACK-LINE            PIC X(80).

       FD  IDM-FEED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS IDM-FEED-LINE.

       01  IDM-FEED-LINE           PIC X(120).

       FD  IDM-EXCEPTION-REPORT
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS IDM-EXCEPTION-LINE.

       01  IDM-EXCEPTION-LINE      PIC X(132).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY TRAILER.

           COPY RUNSTAT.

           COPY RPTHDR.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * provisioning event (IDMFEED): one line per joiner, mover
      * or leaver event for the identity and access management
      * system. The event id is the feed run's timestamp and a
      * sequence within the run, so ids sort in the order they
      * were sent. Actions:
      *   JOIN    hire, rehire, acquisition conversion
      *   MOVE    department change or company transfer; the
      *           prior department rides along
      *   LEAVE   termination, death or row removal
      *   LOA     leave of absence begun (leave type carried)
      *   RETURN  return from leave
      * Manager is the department's manager off DEPTTBL, the
      * division and company the department's ORGHIER placement.
      *----------------------------------------------------------*
           01 IDM-FEED-RECORD.
               05 IDM-EVENT-ID     PIC X(20).
               05 IDM-ACTION       PIC X(06).
               05 IDM-ENO          PIC 9(04).
               05 IDM-LNAME        PIC X(10).
               05 IDM-FNAME        PIC X(10).
               05 IDM-DEPT         PIC X(04).
               05 IDM-PRIOR-DEPT   PIC X(04).
               05 IDM-DIVISION     PIC X(08).
               05 IDM-COMPANY      PIC X(03).
               05 IDM-MGR-ENO      PIC 9(04).
               05 IDM-EFF-DATE     PIC 9(08).
               05 IDM-LEAVE-TYPE   PIC X(02).
               05 FILLER           PIC X(37).

      *----------------------------------------------------------*
      * acknowledgement record (IDMACK): one line per event the
      * identity team has worked, echoing the event id and
      * employee id with their disposition - 'D' done (account
      * created, moved, or for a leaver disabled), 'R' rejected
      * with a free-text reason - and the date they worked it.
      *----------------------------------------------------------*
           01 IDM-ACK-RECORD.
               05 ACK-EVENT-ID     PIC X(20).
               05 ACK-ENO          PIC 9(04).
               05 ACK-DISPOSITION  PIC X(01).
                   88 ACK-DONE     VALUE 'D'.
                   88 ACK-REJECTED VALUE 'R'.
               05 ACK-DATE         PIC 9(08).
               05 ACK-REASON       PIC X(30).
               05 FILLER           PIC X(17).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 HWM-FILE-STATUS      PIC XX.
           01 ACK-FILE-STATUS      PIC XX.
           01 ACK-EOF-SW           PIC X VALUE 'N'.
               88 ACK-EOF          VALUE 'Y'.

      *    the high-water mark: the newest audit timestamp the
      *    last successful run sent through. A missing file
      *    (first run) leaves it at spaces, which collates before
      *    every real timestamp.
           01 LAST-RUN-HWM         PIC X(26) VALUE SPACES.
           01 NEW-RUN-HWM          PIC X(26) VALUE SPACES.

           01 AUDIT-ENO            PIC 9(5) COMP.
           01 AUDIT-ACTION         PIC X(10).
           01 AUDIT-FIELD          PIC X(20).
           01 AUDIT-OLD-VALUE      PIC X(30).
           01 AUDIT-NEW-VALUE      PIC X(30).
           01 AUDIT-TS             PIC X(26).

           01 EVENT-ENO            PIC 9(4).
           01 EVENT-SEQ            PIC 9(6) VALUE 0.
           01 RUN-STAMP            PIC X(14).
           01 EMP-FOUND-SW         PIC X.
               88 EMP-FOUND        VALUE 'Y'.
           01 HIST-TERM-DATE       PIC 9(8).
           01 HIST-TERM-IND        PIC S9(4) COMP.
           01 LEAVE-START          PIC 9(8).
           01 LEAVE-START-IND      PIC S9(4) COMP.
           01 MGR-ENO-WORK         PIC 9(4).
           01 MGR-ENO-IND          PIC S9(4) COMP.
           01 DIVISION-WORK        PIC X(8).
           01 DIVISION-IND         PIC S9(4) COMP.
           01 LAST-ACTION          PIC X(6).
           01 LAST-DEPT            PIC X(4).
           01 LAST-COMPANY         PIC X(3).

      *----------------------------------------------------------*
      * the sent-event register (IDMPROV): every event this feed
      * has sent, with the identity team's acknowledgement once
      * it comes back. ACK_STATUS is blank while the event waits
      * for them. A leaver still unconfirmed GRACE-DAYS after the
      * feed sent it is an exception - the access is still live.
      *----------------------------------------------------------*
           01 PROV-EVENT-ID        PIC X(20).
           01 PROV-ENO             PIC 9(4).
           01 PROV-ACTION          PIC X(6).
           01 PROV-LNAME           PIC X(10).
           01 PROV-FNAME           PIC X(10).
           01 PROV-DEPT            PIC X(4).
           01 PROV-EFF-DATE        PIC 9(8).
           01 PROV-SENT-DATE       PIC 9(8).
           01 PROV-ACK-STATUS      PIC X(1).
           01 PROV-ACK-REASON      PIC X(30).

           01 GRACE-DAYS-TEXT      PIC X(2).
           01 GRACE-DAYS           PIC 9(2) VALUE 1.
           01 CUTOFF-DATE          PIC 9(8).
           01 DAYS-OUT             PIC 9(5).
           01 DAYS-OUT-EDIT        PIC ZZZZ9.
           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

           01 RUN-DATE-TEXT        PIC X(21).
           01 RUN-DATE             PIC 9(8).

           01 ACK-READ-COUNT       PIC 9(6) VALUE 0.
           01 ACK-DONE-COUNT       PIC 9(6) VALUE 0.
           01 ACK-REJECT-COUNT     PIC 9(6) VALUE 0.
           01 ACK-UNMATCHED-COUNT  PIC 9(6) VALUE 0.
           01 AUDIT-ROW-COUNT      PIC 9(6) VALUE 0.
           01 JOIN-COUNT           PIC 9(6) VALUE 0.
           01 MOVE-COUNT           PIC 9(6) VALUE 0.
           01 LEAVE-COUNT          PIC 9(6) VALUE 0.
           01 LOA-COUNT            PIC 9(6) VALUE 0.
           01 RETURN-COUNT         PIC 9(6) VALUE 0.
           01 REPEAT-COUNT         PIC 9(6) VALUE 0.
           01 FEED-WRITE-COUNT     PIC 9(8) VALUE 0.
           01 FEED-ENO-HASH        PIC 9(10) VALUE 0.
           01 UNCONFIRMED-COUNT    PIC 9(6) VALUE 0.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE IDMPROV
                   (EVENT_ID       CHAR(20)      NOT NULL,
                    ENO            DECIMAL(4,0)  NOT NULL,
                    FEED_ACTION    CHAR(6)       NOT NULL,
                    LNAME          CHAR(10),
                    FNAME          CHAR(10),
                    DEPT           CHAR(4),
                    COMPANY        CHAR(3),
                    EFF_DATE       DECIMAL(8,0)  NOT NULL,
                    SENT_DATE      DECIMAL(8,0)  NOT NULL,
                    ACK_STATUS     CHAR(1)       NOT NULL,
                    ACK_DATE       DECIMAL(8,0)  NOT NULL,
                    ACK_REASON     CHAR(30))
           END-EXEC.

      *  the joiner, mover and leaver actions on the audit trail
      *  since the high-water mark, in the order they happened
           EXEC SQL
               DECLARE IDMCRSR CURSOR FOR
               SELECT ENO, AUDIT_ACTION, CHANGED_FIELD, OLD_VALUE,
                      NEW_VALUE, AUDIT_TS
                 FROM EMPTABLE_AUDIT
               WHERE AUDIT_TS > :LAST-RUN-HWM
                 AND AUDIT_ACTION IN ('INSERT', 'REHIRE', 'CONVERT',
                      'UPDATE', 'TRANSFER', 'TERMINATE',
                      'DECEASED', 'DELETE', 'LEAVE', 'RETURN')
               ORDER BY AUDIT_TS, ENO
           END-EXEC.

      *  leavers sent on or before the cutoff that the identity
      *  team has not confirmed disabled
           EXEC SQL
               DECLARE UNCONFCRSR CURSOR FOR
               SELECT EVENT_ID, ENO, LNAME, FNAME, DEPT, EFF_DATE,
                      SENT_DATE, ACK_STATUS, ACK_REASON
                 FROM IDMPROV
               WHERE FEED_ACTION = 'LEAVE'
                 AND ACK_STATUS <> 'D'
                 AND SENT_DATE <= :CUTOFF-DATE
               ORDER BY SENT_DATE, ENO
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Daily joiner/mover/leaver feed for identity and access
      * provisioning: the EMPTABLE audit trail since the last run
      * becomes one IDMFEED event per hire, department move,
      * termination, leave of absence and return, each recorded
      * on the IDMPROV register. The identity team's IDMACK
      * acknowledgements are posted against the register first,
      * then the exception report lists every leaver they have
      * not confirmed disabled within IDM_GRACE_DAYS (default
      * one day) of the feed sending it, and any acknowledgement
      * that was rejected or matches no sent event. RC 4 when the
      * report carries exceptions.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           DISPLAY "IDM_GRACE_DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT GRACE-DAYS-TEXT FROM ENVIRONMENT-VALUE.
           IF GRACE-DAYS-TEXT NUMERIC
               MOVE GRACE-DAYS-TEXT TO GRACE-DAYS
           END-IF.

           PERFORM 050-READ-HIGH-WATER-MARK.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'IDMFEED1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.
           MOVE RUN-DATE-TEXT(1:8) TO RUN-DATE.
           MOVE RUN-DATE-TEXT(1:14) TO RUN-STAMP.
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RUN-DATE) - GRACE-DAYS).

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-START TO TRUE
           MOVE 'IDM FEED' TO RS-STEP
           MOVE 0 TO RS-ROWS
           MOVE SPACES TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-MAIN.
           OPEN OUTPUT IDM-EXCEPTION-REPORT.
           MOVE 'IDENTITY PROVISIONING EXCEPTIONS'
               TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE IDM-EXCEPTION-LINE FROM RPT-HDR-LINE.
           MOVE SPACES TO IDM-EXCEPTION-LINE.
           WRITE IDM-EXCEPTION-LINE.

           PERFORM 200-POST-ACKNOWLEDGEMENTS THRU 200-POST-EXIT.

           PERFORM 300-EXTRACT-EVENTS THRU 300-EXTRACT-EXIT.
           IF RETURN-CODE >= 8
               EXEC SQL ROLLBACK END-EXEC
               CLOSE IDM-EXCEPTION-REPORT
               GO TO 100-CLOSE
           END-IF.

      *    the register rows and the feed go together; the mark
      *    only moves once both are safe
           EXEC SQL COMMIT END-EXEC.
           IF NEW-RUN-HWM NOT = SPACES
               PERFORM 900-WRITE-HIGH-WATER-MARK
           END-IF.

           PERFORM 600-REPORT-UNCONFIRMED THRU 600-REPORT-EXIT.

           MOVE SPACES TO IDM-EXCEPTION-LINE.
           WRITE IDM-EXCEPTION-LINE.
           MOVE SPACES TO IDM-EXCEPTION-LINE.
           STRING 'EVENTS SENT ' FEED-WRITE-COUNT
                  '  JOIN ' JOIN-COUNT
                  '  MOVE ' MOVE-COUNT
                  '  LEAVE ' LEAVE-COUNT
                  '  LOA ' LOA-COUNT
                  '  RETURN ' RETURN-COUNT
               DELIMITED BY SIZE INTO IDM-EXCEPTION-LINE.
           WRITE IDM-EXCEPTION-LINE.
           MOVE SPACES TO IDM-EXCEPTION-LINE.
           STRING 'ACKS READ ' ACK-READ-COUNT
                  '  DONE ' ACK-DONE-COUNT
                  '  REJECTED ' ACK-REJECT-COUNT
                  '  UNMATCHED ' ACK-UNMATCHED-COUNT
                  '  LEAVERS UNCONFIRMED ' UNCONFIRMED-COUNT
               DELIMITED BY SIZE INTO IDM-EXCEPTION-LINE.
           WRITE IDM-EXCEPTION-LINE.
           WRITE IDM-EXCEPTION-LINE FROM RPT-FTR-LINE.
           CLOSE IDM-EXCEPTION-REPORT.

           DISPLAY 'IDMFEED1 AUDIT ROWS READ   : ' AUDIT-ROW-COUNT.
           DISPLAY 'IDMFEED1 EVENTS SENT       : ' FEED-WRITE-COUNT.
           DISPLAY 'IDMFEED1 REPEATS SUPPRESSED: ' REPEAT-COUNT.
           DISPLAY 'IDMFEED1 ACKS READ         : ' ACK-READ-COUNT.
           DISPLAY 'IDMFEED1 ACKS UNMATCHED    : '
               ACK-UNMATCHED-COUNT.
           DISPLAY 'IDMFEED1 ACKS REJECTED     : ' ACK-REJECT-COUNT.
           DISPLAY 'IDMFEED1 LEAVERS UNCONFIRMED: '
               UNCONFIRMED-COUNT.
           IF UNCONFIRMED-COUNT > 0 OR ACK-REJECT-COUNT > 0
                   OR ACK-UNMATCHED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO RUN-STATUS-RECORD
           SET RS-EVENT-END TO TRUE
           MOVE 'IDM FEED' TO RS-STEP
           MOVE FEED-WRITE-COUNT TO RS-ROWS
           MOVE 'OK' TO RS-STATUS
           PERFORM 980-WRITE-RUN-STATUS.

       100-CLOSE.
           EXEC SQL COMMIT END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 050-READ-HIGH-WATER-MARK
      * The DELTAXT1 restart-file pattern: a missing file just
      * means start from the beginning of the audit trail.
      *----------------------------------------------------------*
       050-READ-HIGH-WATER-MARK.
           OPEN INPUT IDM-HWM-FILE
           IF HWM-FILE-STATUS = '00'
               READ IDM-HWM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IDM-HWM-RECORD TO LAST-RUN-HWM
               END-READ
               CLOSE IDM-HWM-FILE
           END-IF.

      *----------------------------------------------------------*
      * 200-POST-ACKNOWLEDGEMENTS
      * Each acknowledgement is posted to its IDMPROV event; one
      * naming an event the feed never sent - or another
      * employee's event - is listed instead. Rejections are
      * listed whatever the action, since the account change they
      * asked for did not happen.
      *----------------------------------------------------------*
       200-POST-ACKNOWLEDGEMENTS.
           OPEN INPUT IDM-ACK-FILE
           IF ACK-FILE-STATUS NOT = '00'
               GO TO 200-POST-EXIT
           END-IF

           MOVE 'ACKNOWLEDGEMENT EXCEPTIONS' TO IDM-EXCEPTION-LINE
           WRITE IDM-EXCEPTION-LINE
           MOVE 'EVENT ID             ENO  DISP DATE     REASON'
               TO IDM-EXCEPTION-LINE
           WRITE IDM-EXCEPTION-LINE

           PERFORM 210-READ-ACK
           PERFORM UNTIL ACK-EOF
               IF IDM-ACK-LINE NOT = SPACES
                   PERFORM 220-POST-ONE-ACK THRU 220-POST-EXIT
               END-IF
               PERFORM 210-READ-ACK
           END-PERFORM

           CLOSE IDM-ACK-FILE
           MOVE SPACES TO IDM-EXCEPTION-LINE
           WRITE IDM-EXCEPTION-LINE.
       200-POST-EXIT.
           EXIT.

       210-READ-ACK.
           READ IDM-ACK-FILE INTO IDM-ACK-RECORD
               AT END
                   SET ACK-EOF TO TRUE
           END-READ.

       220-POST-ONE-ACK.
           ADD 1 TO ACK-READ-COUNT

           IF ACK-ENO NOT NUMERIC
                   OR (NOT ACK-DONE AND NOT ACK-REJECTED)
               ADD 1 TO ACK-UNMATCHED-COUNT
               MOVE 'INVALID ACKNOWLEDGEMENT' TO ACK-REASON
               PERFORM 230-WRITE-ACK-LINE
               GO TO 220-POST-EXIT
           END-IF

           IF ACK-DATE NOT NUMERIC OR ACK-DATE = 0
               MOVE RUN-DATE TO ACK-DATE
           END-IF
           MOVE ACK-ENO TO PROV-ENO

           EXEC SQL
               UPDATE IDMPROV
                   SET ACK_STATUS = :ACK-DISPOSITION,
                       ACK_DATE = :ACK-DATE,
                       ACK_REASON = :ACK-REASON
                   WHERE EVENT_ID = :ACK-EVENT-ID
                     AND ENO = :PROV-ENO
           END-EXEC

           IF SQLCODE = 100
               ADD 1 TO ACK-UNMATCHED-COUNT
               MOVE 'NO SUCH EVENT SENT' TO ACK-REASON
               PERFORM 230-WRITE-ACK-LINE
               GO TO 220-POST-EXIT
           END-IF
           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'IDMFEED1 ACK UPDATE SQLCODE: ' SQLCODE
                   ' EVENT: ' ACK-EVENT-ID
               MOVE 8 TO RETURN-CODE
               GO TO 220-POST-EXIT
           END-IF

           IF ACK-REJECTED
               ADD 1 TO ACK-REJECT-COUNT
               PERFORM 230-WRITE-ACK-LINE
           ELSE
               ADD 1 TO ACK-DONE-COUNT
           END-IF.
       220-POST-EXIT.
           EXIT.

       230-WRITE-ACK-LINE.
           MOVE SPACES TO IDM-EXCEPTION-LINE
           STRING ACK-EVENT-ID ' ' ACK-ENO ' '
                  ACK-DISPOSITION '    ' ACK-DATE ' '
                  ACK-REASON
               DELIMITED BY SIZE INTO IDM-EXCEPTION-LINE
           WRITE IDM-EXCEPTION-LINE.

      *----------------------------------------------------------*
      * 300-EXTRACT-EVENTS
      * Every audit row since the mark is classified; the ones
      * that change someone's access become feed events.
      *----------------------------------------------------------*
       300-EXTRACT-EVENTS.
           OPEN OUTPUT IDM-FEED-FILE

           EXEC SQL
               OPEN IDMCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'IDMFEED1 CURSOR OPEN SQLCODE: ' SQLCODE
               CLOSE IDM-FEED-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 300-EXTRACT-EXIT
           END-IF

           PERFORM 310-FETCH-AUDIT-ROW
           PERFORM UNTIL SQLCODE <> 0 OR RETURN-CODE >= 8
               ADD 1 TO AUDIT-ROW-COUNT
               MOVE AUDIT-TS TO NEW-RUN-HWM
               PERFORM 400-CLASSIFY-AUDIT-ROW THRU 400-CLASSIFY-EXIT
               IF RETURN-CODE < 8
                   PERFORM 310-FETCH-AUDIT-ROW
               END-IF
           END-PERFORM

           IF SQLCODE <> 100 AND SQLCODE <> 0
               DISPLAY 'IDMFEED1 FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXEC SQL
               CLOSE IDMCRSR
           END-EXEC

           PERFORM 890-WRITE-FILE-TRAILER
           CLOSE IDM-FEED-FILE.
       300-EXTRACT-EXIT.
           EXIT.

       310-FETCH-AUDIT-ROW.
           MOVE SPACES TO AUDIT-FIELD AUDIT-OLD-VALUE
               AUDIT-NEW-VALUE
           EXEC SQL
               FETCH IDMCRSR
                   INTO :AUDIT-ENO, :AUDIT-ACTION, :AUDIT-FIELD,
                        :AUDIT-OLD-VALUE, :AUDIT-NEW-VALUE,
                        :AUDIT-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 400-CLASSIFY-AUDIT-ROW
      * The audit action decides the feed action; an UPDATE only
      * matters to access when it moved the department. The
      * effective date is the audit date unless the event carries
      * a better one: the hire date on a new row, the termination
      * date on the leaver's EMPHIST image, the leave's start.
      *----------------------------------------------------------*
       400-CLASSIFY-AUDIT-ROW.
           MOVE SPACES TO IDM-FEED-RECORD
           MOVE AUDIT-ENO TO EVENT-ENO
           MOVE EVENT-ENO TO IDM-ENO
           MOVE AUDIT-TS(1:4) TO IDM-EFF-DATE(1:4)
           MOVE AUDIT-TS(6:2) TO IDM-EFF-DATE(5:2)
           MOVE AUDIT-TS(9:2) TO IDM-EFF-DATE(7:2)

           EVALUATE AUDIT-ACTION
               WHEN 'INSERT'
               WHEN 'REHIRE'
               WHEN 'CONVERT'
                   MOVE 'JOIN' TO IDM-ACTION
               WHEN 'UPDATE'
                   IF AUDIT-FIELD NOT = 'DEPT'
                       GO TO 400-CLASSIFY-EXIT
                   END-IF
                   MOVE 'MOVE' TO IDM-ACTION
                   MOVE AUDIT-OLD-VALUE TO IDM-PRIOR-DEPT
               WHEN 'TRANSFER'
                   MOVE 'MOVE' TO IDM-ACTION
               WHEN 'TERMINATE'
               WHEN 'DECEASED'
               WHEN 'DELETE'
                   MOVE 'LEAVE' TO IDM-ACTION
               WHEN 'LEAVE'
                   MOVE 'LOA' TO IDM-ACTION
                   MOVE AUDIT-NEW-VALUE(1:2) TO IDM-LEAVE-TYPE
               WHEN 'RETURN'
                   MOVE 'RETURN' TO IDM-ACTION
               WHEN OTHER
                   GO TO 400-CLASSIFY-EXIT
           END-EVALUATE

           PERFORM 410-LOAD-EMPLOYEE THRU 410-LOAD-EXIT
           IF NOT EMP-FOUND
               DISPLAY 'IDMFEED1 NO ROW OR HISTORY FOR ENO: '
                   EVENT-ENO ' ACTION: ' AUDIT-ACTION
               GO TO 400-CLASSIFY-EXIT
           END-IF

           EVALUATE AUDIT-ACTION
               WHEN 'INSERT'
               WHEN 'CONVERT'
                   IF MISC-HIRE-DATE NUMERIC
                           AND MISC-HIRE-DATE > 0
                       MOVE MISC-HIRE-DATE TO IDM-EFF-DATE
                   END-IF
               WHEN 'TERMINATE'
                   PERFORM 420-TERM-DATE-FROM-HISTORY
               WHEN 'LEAVE'
                   PERFORM 430-LEAVE-START-DATE
           END-EVALUATE

           PERFORM 440-CHECK-REPEAT
           IF LAST-ACTION = IDM-ACTION
               IF IDM-ACTION = 'LEAVE'
                       OR (LAST-DEPT = IDM-DEPT
                           AND LAST-COMPANY = IDM-COMPANY)
                   ADD 1 TO REPEAT-COUNT
                   GO TO 400-CLASSIFY-EXIT
               END-IF
           END-IF

           PERFORM 450-LOAD-ORGANIZATION
           PERFORM 500-SEND-EVENT THRU 500-SEND-EXIT.
       400-CLASSIFY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 410-LOAD-EMPLOYEE
      * Name, department and company as they stand now; a row
      * already removed comes off its final EMPHIST image.
      *----------------------------------------------------------*
       410-LOAD-EMPLOYEE.
           MOVE 'N' TO EMP-FOUND-SW
           MOVE SPACES TO MISCDATA-TEXT
           EXEC SQL
               SELECT LNAME, FNAME, DEPT, COMPANY, MISCDATA
                   INTO :LNAME, :FNAME, :DEPT, :COMPANY-CODE,
                        :MISCDATA
                   FROM EMPTABLE
                   WHERE ENO = :EVENT-ENO
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   SELECT LNAME, FNAME, DEPT, COMPANY, MISCDATA
                       INTO :LNAME, :FNAME, :DEPT, :COMPANY-CODE,
                            :MISCDATA
                       FROM EMPHIST
                       WHERE ENO = :EVENT-ENO
                         AND EFF_TO_TS =
                             (SELECT MAX(EFF_TO_TS) FROM EMPHIST
                                 WHERE ENO = :EVENT-ENO)
               END-EXEC
           END-IF

           IF SQLCODE <> 0
               GO TO 410-LOAD-EXIT
           END-IF

           MOVE 'Y' TO EMP-FOUND-SW
           MOVE LNAME TO IDM-LNAME
           MOVE FNAME TO IDM-FNAME
           MOVE DEPT TO IDM-DEPT
           MOVE COMPANY-CODE TO IDM-COMPANY.
       410-LOAD-EXIT.
           EXIT.

       420-TERM-DATE-FROM-HISTORY.
           MOVE 0 TO HIST-TERM-DATE
           MOVE 0 TO HIST-TERM-IND
           EXEC SQL
               SELECT MAX(TERM_DATE) INTO :HIST-TERM-DATE
                       :HIST-TERM-IND
                   FROM EMPHIST
                   WHERE ENO = :EVENT-ENO
                     AND TERM_DATE > 0
           END-EXEC
           IF SQLCODE = 0 AND HIST-TERM-IND >= 0
                   AND HIST-TERM-DATE > 0
               MOVE HIST-TERM-DATE TO IDM-EFF-DATE
           END-IF.

       430-LEAVE-START-DATE.
           MOVE 0 TO LEAVE-START
           MOVE 0 TO LEAVE-START-IND
           EXEC SQL
               SELECT MAX(START_DATE) INTO :LEAVE-START
                       :LEAVE-START-IND
                   FROM LEAVES
                   WHERE ENO = :EVENT-ENO
                     AND STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0 AND LEAVE-START-IND >= 0
                   AND LEAVE-START > 0
               MOVE LEAVE-START TO IDM-EFF-DATE
           END-IF.

      *----------------------------------------------------------*
      * 440-CHECK-REPEAT
      * The last event the feed sent for the employee. One keyed
      * change audits field by field - a company transfer that
      * also moves the department is a TRANSFER and a DEPT
      * UPDATE - and a terminated row is later deleted; the
      * identity team should hear about each move or leave once.
      *----------------------------------------------------------*
       440-CHECK-REPEAT.
           MOVE SPACES TO LAST-ACTION LAST-DEPT LAST-COMPANY
           EXEC SQL
               SELECT FEED_ACTION, DEPT, COMPANY
                   INTO :LAST-ACTION, :LAST-DEPT, :LAST-COMPANY
                   FROM IDMPROV
                   WHERE ENO = :EVENT-ENO
                     AND EVENT_ID =
                         (SELECT MAX(EVENT_ID) FROM IDMPROV
                             WHERE ENO = :EVENT-ENO)
           END-EXEC
           IF SQLCODE <> 0
               MOVE SPACES TO LAST-ACTION LAST-DEPT LAST-COMPANY
           END-IF.

      *----------------------------------------------------------*
      * 450-LOAD-ORGANIZATION
      * The department's manager and its division; a department
      * missing from either table leaves the field empty rather
      * than holding the event back.
      *----------------------------------------------------------*
       450-LOAD-ORGANIZATION.
           MOVE 0 TO MGR-ENO-WORK
           MOVE 0 TO MGR-ENO-IND
           EXEC SQL
               SELECT MGR_ENO INTO :MGR-ENO-WORK :MGR-ENO-IND
                   FROM DEPTTBL
                   WHERE DEPT = :DEPT
           END-EXEC
           IF SQLCODE <> 0 OR MGR-ENO-IND < 0
               MOVE 0 TO MGR-ENO-WORK
           END-IF
           MOVE MGR-ENO-WORK TO IDM-MGR-ENO

           MOVE SPACES TO DIVISION-WORK
           MOVE 0 TO DIVISION-IND
           EXEC SQL
               SELECT DIVISION INTO :DIVISION-WORK :DIVISION-IND
                   FROM ORGHIER
                   WHERE DEPT = :DEPT
           END-EXEC
           IF SQLCODE <> 0 OR DIVISION-IND < 0
               MOVE SPACES TO DIVISION-WORK
           END-IF
           MOVE DIVISION-WORK TO IDM-DIVISION.

      *----------------------------------------------------------*
      * 500-SEND-EVENT
      * The event is registered before it is written, so a feed
      * line never exists without the register row its
      * acknowledgement will post to.
      *----------------------------------------------------------*
       500-SEND-EVENT.
           ADD 1 TO EVENT-SEQ
           MOVE RUN-STAMP TO IDM-EVENT-ID(1:14)
           MOVE EVENT-SEQ TO IDM-EVENT-ID(15:6)

           MOVE IDM-EVENT-ID TO PROV-EVENT-ID
           MOVE IDM-ACTION TO PROV-ACTION
           MOVE IDM-EFF-DATE TO PROV-EFF-DATE
           EXEC SQL
               INSERT INTO IDMPROV
                   (EVENT_ID, ENO, FEED_ACTION, LNAME, FNAME, DEPT,
                    COMPANY, EFF_DATE, SENT_DATE, ACK_STATUS,
                    ACK_DATE, ACK_REASON)
                   VALUES (:PROV-EVENT-ID, :EVENT-ENO, :PROV-ACTION,
                           :LNAME, :FNAME, :DEPT, :COMPANY-CODE,
                           :PROV-EFF-DATE, :RUN-DATE, ' ', 0, ' ')
           END-EXEC

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'IDMFEED1 IDMPROV INSERT SQLCODE: ' SQLCODE
                   ' ENO: ' EVENT-ENO
               MOVE 8 TO RETURN-CODE
               GO TO 500-SEND-EXIT
           END-IF

           WRITE IDM-FEED-LINE FROM IDM-FEED-RECORD
           ADD 1 TO FEED-WRITE-COUNT
           ADD IDM-ENO TO FEED-ENO-HASH
               ON SIZE ERROR CONTINUE
           END-ADD

           EVALUATE IDM-ACTION
               WHEN 'JOIN'
                   ADD 1 TO JOIN-COUNT
               WHEN 'MOVE'
                   ADD 1 TO MOVE-COUNT
               WHEN 'LEAVE'
                   ADD 1 TO LEAVE-COUNT
               WHEN 'LOA'
                   ADD 1 TO LOA-COUNT
               WHEN OTHER
                   ADD 1 TO RETURN-COUNT
           END-EVALUATE.
       500-SEND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 600-REPORT-UNCONFIRMED
      * Leavers the feed sent GRACE-DAYS or more ago that the
      * identity team has not confirmed disabled - rejected or
      * never acknowledged - with how long the access has stayed
      * open since the feed told them.
      *----------------------------------------------------------*
       600-REPORT-UNCONFIRMED.
           MOVE 'LEAVERS NOT CONFIRMED DISABLED' TO IDM-EXCEPTION-LINE
           WRITE IDM-EXCEPTION-LINE
           MOVE 'EVENT ID             ENO  NAME' TO IDM-EXCEPTION-LINE
           MOVE 'DEPT EFF DATE SENT      DAYS ACK'
               TO IDM-EXCEPTION-LINE(49:31)
           WRITE IDM-EXCEPTION-LINE

           EXEC SQL
               OPEN UNCONFCRSR
           END-EXEC

           IF SQLCODE <> 0
               DISPLAY 'IDMFEED1 UNCONFIRMED OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 600-REPORT-EXIT
           END-IF

           PERFORM 610-FETCH-UNCONFIRMED
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO UNCONFIRMED-COUNT
               COMPUTE DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PROV-SENT-DATE)
               MOVE DAYS-OUT TO DAYS-OUT-EDIT
               MOVE SPACES TO IDM-EXCEPTION-LINE
               STRING PROV-EVENT-ID ' ' PROV-ENO ' '
                      PROV-FNAME ' ' PROV-LNAME ' '
                      PROV-DEPT ' ' PROV-EFF-DATE ' '
                      PROV-SENT-DATE ' ' DAYS-OUT-EDIT
                   DELIMITED BY SIZE INTO IDM-EXCEPTION-LINE
               IF PROV-ACK-STATUS = 'R'
                   STRING 'REJECTED ' PROV-ACK-REASON
                       DELIMITED BY SIZE
                       INTO IDM-EXCEPTION-LINE(78:55)
               ELSE
                   MOVE 'NONE' TO IDM-EXCEPTION-LINE(78:4)
               END-IF
               WRITE IDM-EXCEPTION-LINE
               PERFORM 610-FETCH-UNCONFIRMED
           END-PERFORM

           IF SQLCODE <> 100
               DISPLAY 'IDMFEED1 UNCONFIRMED FETCH SQLCODE: '
                   SQLCODE
           END-IF

           EXEC SQL
               CLOSE UNCONFCRSR
           END-EXEC.
       600-REPORT-EXIT.
           EXIT.

       610-FETCH-UNCONFIRMED.
           MOVE SPACES TO PROV-ACK-REASON
           EXEC SQL
               FETCH UNCONFCRSR
                   INTO :PROV-EVENT-ID, :PROV-ENO, :PROV-LNAME,
                        :PROV-FNAME, :PROV-DEPT, :PROV-EFF-DATE,
                        :PROV-SENT-DATE, :PROV-ACK-STATUS,
                        :PROV-ACK-REASON
           END-EXEC.

      *----------------------------------------------------------*
      * 890-WRITE-FILE-TRAILER
      * The standard control-total trailer (see TRAILER): event
      * count and ENO hash; the feed carries no amount.
      *----------------------------------------------------------*
       890-WRITE-FILE-TRAILER.
           MOVE SPACES TO FILE-TRAILER-RECORD
           MOVE 'FILETRLR' TO FTR-RECORD-TYPE
           MOVE FEED-WRITE-COUNT TO FTR-RECORD-COUNT
           MOVE FEED-ENO-HASH TO FTR-KEY-HASH
           MOVE 0 TO FTR-AMOUNT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:16) TO FTR-RUN-TS
           MOVE 027 TO FTR-KEY-OFFSET
           MOVE 04 TO FTR-KEY-LENGTH
           MOVE 000 TO FTR-AMT-OFFSET
           MOVE 000 TO FTR-AMT-LENGTH
           WRITE IDM-FEED-LINE FROM FILE-TRAILER-RECORD.

      *----------------------------------------------------------*
      * 900-WRITE-HIGH-WATER-MARK
      * Recorded only after the feed and its register rows are
      * committed, so a failed run is simply re-run.
      *----------------------------------------------------------*
       900-WRITE-HIGH-WATER-MARK.
           OPEN OUTPUT IDM-HWM-FILE
           MOVE NEW-RUN-HWM TO IDM-HWM-RECORD
           WRITE IDM-HWM-RECORD
           CLOSE IDM-HWM-FILE.

       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'IDMFEED1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
