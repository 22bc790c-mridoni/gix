       IDENTIFICATION DIVISION.

       PROGRAM-ID. SODRPT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SOD-MATRIX-FILE
               ASSIGN TO EXTERNAL SODMATRIX
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRIX-FILE-STATUS.

           SELECT OPTIONAL SOD-USER-FILE
               ASSIGN TO EXTERNAL SODUSERS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USER-FILE-STATUS.

           SELECT SOD-REPORT-FILE
               ASSIGN TO EXTERNAL SODRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  SOD-MATRIX-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SOD-MATRIX-LINE.

       01  SOD-MATRIX-LINE         PIC X(80).

       FD  SOD-USER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SOD-USER-LINE.

       01  SOD-USER-LINE           PIC X(80).

       FD  SOD-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SOD-REPORT-LINE.

       01  SOD-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

           01 MATRIX-FILE-STATUS   PIC XX.
           01 MATRIX-EOF-SW        PIC X VALUE 'N'.
               88 MATRIX-EOF       VALUE 'Y'.
           01 USER-FILE-STATUS     PIC XX.
           01 USER-EOF-SW          PIC X VALUE 'N'.
               88 USER-EOF         VALUE 'Y'.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

      *----------------------------------------------------------*
      * the pay cycle under review: SOD_PERIOD names a PERCAL
      * period; left blank, the latest period already started is
      * taken. The period's start and end dates bound every
      * trail read below.
      *----------------------------------------------------------*
           01 SOD-PERIOD-ENV       PIC X(6).
           01 SOD-PERIOD-NUM REDEFINES SOD-PERIOD-ENV
                                   PIC 9(6).
           01 SOD-PERIOD-ID        PIC 9(6) VALUE 0.
           01 SOD-START-DATE       PIC 9(8).
           01 SOD-START-PARTS REDEFINES SOD-START-DATE.
               05 SOD-START-YYYY   PIC 9(4).
               05 SOD-START-MM     PIC 9(2).
               05 SOD-START-DD     PIC 9(2).
           01 SOD-END-DATE         PIC 9(8).
           01 SOD-END-PARTS REDEFINES SOD-END-DATE.
               05 SOD-END-YYYY     PIC 9(4).
               05 SOD-END-MM       PIC 9(2).
               05 SOD-END-DD       PIC 9(2).
           01 SOD-FROM-TS          PIC X(26).
           01 SOD-TO-TS            PIC X(26).
           01 TODAY-DATE           PIC 9(8).
           01 PERIOD-START-IND     PIC S9(4) COMP.
           01 PERIOD-END-IND       PIC S9(4) COMP.

      *----------------------------------------------------------*
      * the conflict matrix: pairs of actions no one user may
      * perform against the same employee in one pay cycle.
      * SODMATRIX, when present, replaces the defaults below -
      * one pair per line, two eight-byte action codes side by
      * side. The action codes:
      *   EMPADD  employee added or rehired      (EMPTABLE_AUDIT)
      *   EMPCHG  employee changed or moved      (EMPTABLE_AUDIT)
      *   EMPDEL  employee terminated or deceased (EMPTABLE_AUDIT)
      *   EMPSUB  EMPMNT1 change parked for approval    (DUALCTL)
      *   EMPAPP  EMPMNT1 change approved               (DUALCTL)
      *   BANKSUB BANKMNT1 change parked for approval   (DUALCTL)
      *   BANKAPP BANKMNT1 change approved              (DUALCTL)
      *   CARDSUB CRDMNT1 change parked for approval    (DUALCTL)
      *   CARDAPP CRDMNT1 change approved               (DUALCTL)
      *   BANKCHG account added or changed            (BANKAUDIT)
      *   BANKVFY account verified                    (BANKAUDIT)
      *   BANKDEL account deleted                     (BANKAUDIT)
      *   HRSAPP  timesheet hours approved           (TSAPPROVAL)
      *   VARREL  period's variance hold released      (VARRELSE)
      * A variance release is period-wide - it touches no one
      * employee and so conflicts with its partner on every
      * employee that partner names.
      *----------------------------------------------------------*
           01 SOD-MATRIX-RECORD.
               05 SMR-ACTION-A     PIC X(08).
               05 SMR-ACTION-B     PIC X(08).
               05 FILLER           PIC X(64).

           01 MATRIX-DEFAULT-VALUES.
               05 FILLER PIC X(16) VALUE 'EMPADD  BANKSUB '.
               05 FILLER PIC X(16) VALUE 'EMPADD  BANKCHG '.
               05 FILLER PIC X(16) VALUE 'EMPADD  HRSAPP  '.
               05 FILLER PIC X(16) VALUE 'BANKSUB HRSAPP  '.
               05 FILLER PIC X(16) VALUE 'BANKCHG HRSAPP  '.
               05 FILLER PIC X(16) VALUE 'EMPCHG  BANKAPP '.
               05 FILLER PIC X(16) VALUE 'BANKSUB BANKAPP '.
               05 FILLER PIC X(16) VALUE 'EMPADD  VARREL  '.
               05 FILLER PIC X(16) VALUE 'BANKSUB VARREL  '.
               05 FILLER PIC X(16) VALUE 'EMPCHG  VARREL  '.
               05 FILLER PIC X(16) VALUE 'EMPCHG  HRSAPP  '.
               05 FILLER PIC X(16) VALUE 'EMPAPP  BANKSUB '.
           01 MATRIX-DEFAULT-TABLE REDEFINES MATRIX-DEFAULT-VALUES.
               05 MATRIX-DEFAULT OCCURS 12 TIMES.
                   10 MD-ACTION-A      PIC X(08).
                   10 MD-ACTION-B      PIC X(08).

           01 MATRIX-COUNT         PIC 9(3) COMP VALUE 0.
           01 MATRIX-IDX           PIC 9(3) COMP.
           01 MATRIX-TABLE.
               05 MATRIX-ENTRY OCCURS 50 TIMES.
                   10 MT-ACTION-A      PIC X(08).
                   10 MT-ACTION-B      PIC X(08).
                   10 MT-HIT-COUNT     PIC 9(6) COMP-3.

      *----------------------------------------------------------*
      * SODUSERS - who a manager is when signed on. TSAPPROVAL
      * records the deciding manager by ENO, not by the user id
      * every other trail carries; one line per manager, ENO,
      * a space, then the user id, ties the two together. A
      * decider not on the file is held as 'ENO nnnn' and can
      * only conflict with other approvals under that same ENO.
      *----------------------------------------------------------*
           01 SOD-USER-RECORD.
               05 SUR-ENO-TEXT     PIC X(04).
               05 SUR-ENO REDEFINES SUR-ENO-TEXT
                                   PIC 9(04).
               05 FILLER           PIC X(01).
               05 SUR-USER         PIC X(64).
               05 FILLER           PIC X(11).

           01 USER-MAP-COUNT       PIC 9(3) COMP VALUE 0.
           01 USER-MAP-IDX         PIC 9(3) COMP.
           01 USER-MAP-TABLE.
               05 USER-MAP-ENTRY OCCURS 500 TIMES.
                   10 UM-ENO           PIC 9(04).
                   10 UM-USER          PIC X(64).

      *----------------------------------------------------------*
      * the events: every trail row in the period boiled down to
      * who did what to which employee, with the row itself kept
      * as evidence. ENO zero is a period-wide action.
      *----------------------------------------------------------*
           01 EVENT-COUNT          PIC 9(5) COMP VALUE 0.
           01 EVENT-IDX            PIC 9(5) COMP.
           01 PARTNER-IDX          PIC 9(5) COMP.
           01 EVENT-TABLE.
               05 EVENT-ENTRY OCCURS 3000 TIMES.
                   10 EV-USER          PIC X(64).
                   10 EV-ENO           PIC 9(04).
                   10 EV-ACTION        PIC X(08).
                   10 EV-EVIDENCE      PIC X(60).
           01 EVENT-DROPPED-COUNT  PIC 9(6) VALUE 0.

           01 NEW-EV-USER          PIC X(64).
           01 NEW-EV-ENO           PIC 9(4).
           01 NEW-EV-ACTION        PIC X(8).
           01 NEW-EV-EVIDENCE      PIC X(60).

      *    trail rows as fetched
           01 TRL-ENO              PIC 9(4).
           01 TRL-ACCT-SEQ         PIC 9(2).
           01 TRL-ACTION           PIC X(10).
           01 TRL-FIELD            PIC X(20).
           01 TRL-USER             PIC X(64).
           01 TRL-JOB              PIC X(10).
           01 TRL-TS               PIC X(26).
           01 TRL-PEND-ID          PIC 9(6).
           01 TRL-SOURCE-PGM       PIC X(8).
           01 TRL-IMAGE            PIC X(250).
           01 TRL-DECIDER          PIC 9(4).
           01 TRL-DECIDER-IND      PIC S9(4) COMP.
           01 TRL-REG-HOURS        PIC S9(3)V99 COMP-3.
           01 TRL-OT-HOURS         PIC S9(3)V99 COMP-3.
           01 TRL-IMAGE-ENO        PIC 9(4).

           01 PEND-ID-EDIT         PIC Z(5)9.
           01 HOURS-EDIT           PIC ZZ9.99.
           01 OT-HOURS-EDIT        PIC ZZ9.99.
           01 ENO-EDIT             PIC 9(4).

           01 CONFLICT-SW          PIC X.
               88 IS-CONFLICT      VALUE 'Y'.
           01 CONFLICT-ENO         PIC 9(4).
           01 CONFLICT-COUNT       PIC 9(6) VALUE 0.
           01 TRAIL-ROW-COUNT      PIC 9(6) VALUE 0.
           01 COUNT-EDIT           PIC Z(5)9.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE BANKAUDIT
                   (ENO          DECIMAL(4,0) NOT NULL,
                    ACCT_SEQ     DECIMAL(2,0) NOT NULL,
                    AUDIT_ACTION CHAR(10)     NOT NULL,
                    AUDIT_USER   CHAR(64)     NOT NULL,
                    JOB_NAME     CHAR(10)     NOT NULL,
                    AUDIT_TS     TIMESTAMP    NOT NULL)
           END-EXEC.

           EXEC SQL
               DECLARE SODEMPCR CURSOR FOR
               SELECT ENO, AUDIT_ACTION, CHANGED_FIELD, AUDIT_USER,
                      JOB_NAME, AUDIT_TS
                 FROM EMPTABLE_AUDIT
               WHERE AUDIT_TS >= :SOD-FROM-TS
                 AND AUDIT_TS <= :SOD-TO-TS
               ORDER BY AUDIT_TS
           END-EXEC.

           EXEC SQL
               DECLARE SODSUBCR CURSOR FOR
               SELECT PEND_ID, SOURCE_PGM, TRANS_IMAGE, SUBMITTED_BY,
                      SUBMIT_TS
                 FROM DUALCTL
               WHERE SUBMIT_TS >= :SOD-FROM-TS
                 AND SUBMIT_TS <= :SOD-TO-TS
               ORDER BY PEND_ID
           END-EXEC.

           EXEC SQL
               DECLARE SODAPPCR CURSOR FOR
               SELECT PEND_ID, SOURCE_PGM, TRANS_IMAGE, APPROVED_BY,
                      DECIDE_TS
                 FROM DUALCTL
               WHERE STATUS IN ('A', 'D')
                 AND DECIDE_TS >= :SOD-FROM-TS
                 AND DECIDE_TS <= :SOD-TO-TS
               ORDER BY PEND_ID
           END-EXEC.

           EXEC SQL
               DECLARE SODBNKCR CURSOR FOR
               SELECT ENO, ACCT_SEQ, AUDIT_ACTION, AUDIT_USER,
                      JOB_NAME, AUDIT_TS
                 FROM BANKAUDIT
               WHERE AUDIT_TS >= :SOD-FROM-TS
                 AND AUDIT_TS <= :SOD-TO-TS
               ORDER BY AUDIT_TS
           END-EXEC.

           EXEC SQL
               DECLARE SODHRSCR CURSOR FOR
               SELECT ENO, REG_HOURS, OT_HOURS, DECIDED_BY
                 FROM TSAPPROVAL
               WHERE PERIOD_ID = :SOD-PERIOD-ID
                 AND STATUS = 'A'
               ORDER BY ENO
           END-EXEC.

           EXEC SQL
               DECLARE SODVARCR CURSOR FOR
               SELECT RELEASED_BY, RELEASE_TS
                 FROM VARRELSE
               WHERE PERIOD_ID = :SOD-PERIOD-ID
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Segregation-of-duties analysis: dual control stops one
      * user approving their own change, but not one user adding
      * an employee, pointing the pay at a new account and then
      * approving the hours, each step through a different job.
      * The pay cycle's audit trails - EMPTABLE_AUDIT, DUALCTL,
      * BANKAUDIT, TSAPPROVAL and VARRELSE - are gathered into
      * one list of who did what to whom, and every pair of
      * actions the conflict matrix forbids one user to hold on
      * one employee is reported with both evidence rows.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO SOD-PERIOD-ENV.
           DISPLAY "SOD_PERIOD" UPON ENVIRONMENT-NAME.
           ACCEPT SOD-PERIOD-ENV FROM ENVIRONMENT-VALUE.
           IF SOD-PERIOD-ENV NOT = SPACES
               IF SOD-PERIOD-ENV IS NUMERIC
                   MOVE SOD-PERIOD-NUM TO SOD-PERIOD-ID
               ELSE
                   DISPLAY 'SODRPT1 SOD_PERIOD NOT NUMERIC: '
                       SOD-PERIOD-ENV
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'SODRPT1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           PERFORM 050-LOAD-MATRIX THRU 050-LOAD-MATRIX-EXIT.
           PERFORM 060-LOAD-USER-MAP THRU 060-LOAD-USER-MAP-EXIT.

       100-MAIN.
           OPEN OUTPUT SOD-REPORT-FILE.
           MOVE 'SEGREGATION OF DUTIES CONFLICTS' TO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE SOD-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 150-FIND-PERIOD THRU 150-FIND-PERIOD-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-WRAP
           END-IF.

           PERFORM 200-LOAD-EMP-AUDIT THRU 200-LOAD-EMP-AUDIT-EXIT.
           PERFORM 210-LOAD-SUBMISSIONS THRU 210-LOAD-SUBMISSIONS-EXIT.
           PERFORM 220-LOAD-APPROVALS THRU 220-LOAD-APPROVALS-EXIT.
           PERFORM 230-LOAD-BANK-AUDIT THRU 230-LOAD-BANK-AUDIT-EXIT.
           PERFORM 240-LOAD-HOURS THRU 240-LOAD-HOURS-EXIT.
           PERFORM 250-LOAD-RELEASES THRU 250-LOAD-RELEASES-EXIT.
           IF RETURN-CODE = 8
               GO TO 100-WRAP
           END-IF.

           MOVE SPACES TO SOD-REPORT-LINE.
           MOVE '--- CONFLICTS' TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

           PERFORM VARYING MATRIX-IDX FROM 1 BY 1
                   UNTIL MATRIX-IDX > MATRIX-COUNT
               PERFORM 400-CHECK-PAIR
           END-PERFORM.

           IF CONFLICT-COUNT = 0
               MOVE SPACES TO SOD-REPORT-LINE
               MOVE 'NO CONFLICTS IN THE PERIOD' TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

           PERFORM 600-WRITE-MATRIX-SUMMARY.

       100-WRAP.
           WRITE SOD-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE SOD-REPORT-FILE.

           DISPLAY 'SODRPT1 PERIOD             : ' SOD-PERIOD-ID.
           DISPLAY 'SODRPT1 TRAIL ROWS READ    : ' TRAIL-ROW-COUNT.
           DISPLAY 'SODRPT1 EVENTS             : ' EVENT-COUNT.
           DISPLAY 'SODRPT1 CONFLICTS          : ' CONFLICT-COUNT.
           IF EVENT-DROPPED-COUNT > 0
               DISPLAY 'SODRPT1 EVENTS PAST THE EVENT TABLE: '
                   EVENT-DROPPED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF CONFLICT-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

      *----------------------------------------------------------*
      * 050-LOAD-MATRIX - SODMATRIX when supplied, else the
      * default pairs. Blank and '*' lines are skipped.
      *----------------------------------------------------------*
       050-LOAD-MATRIX.
           OPEN INPUT SOD-MATRIX-FILE.
           IF MATRIX-FILE-STATUS NOT = '00'
               IF MATRIX-FILE-STATUS NOT = '05'
                   DISPLAY 'SODRPT1 SODMATRIX OPEN STATUS: '
                       MATRIX-FILE-STATUS
               END-IF
               CLOSE SOD-MATRIX-FILE
               GO TO 050-LOAD-DEFAULTS
           END-IF.

           PERFORM UNTIL MATRIX-EOF
               READ SOD-MATRIX-FILE INTO SOD-MATRIX-RECORD
                   AT END
                       SET MATRIX-EOF TO TRUE
                   NOT AT END
                       IF SMR-ACTION-A NOT = SPACES
                          AND SMR-ACTION-A(1:1) NOT = '*'
                          AND SMR-ACTION-B NOT = SPACES
                           IF MATRIX-COUNT < 50
                               ADD 1 TO MATRIX-COUNT
                               MOVE SMR-ACTION-A
                                   TO MT-ACTION-A(MATRIX-COUNT)
                               MOVE SMR-ACTION-B
                                   TO MT-ACTION-B(MATRIX-COUNT)
                               MOVE 0 TO MT-HIT-COUNT(MATRIX-COUNT)
                           ELSE
                               DISPLAY 'SODRPT1 SODMATRIX PAIR '
                                   'IGNORED - TABLE FULL: '
                                   SMR-ACTION-A ' ' SMR-ACTION-B
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOD-MATRIX-FILE.

           IF MATRIX-COUNT > 0
               GO TO 050-LOAD-MATRIX-EXIT
           END-IF.

       050-LOAD-DEFAULTS.
           PERFORM VARYING MATRIX-IDX FROM 1 BY 1
                   UNTIL MATRIX-IDX > 12
               ADD 1 TO MATRIX-COUNT
               MOVE MD-ACTION-A(MATRIX-IDX)
                   TO MT-ACTION-A(MATRIX-COUNT)
               MOVE MD-ACTION-B(MATRIX-IDX)
                   TO MT-ACTION-B(MATRIX-COUNT)
               MOVE 0 TO MT-HIT-COUNT(MATRIX-COUNT)
           END-PERFORM.

       050-LOAD-MATRIX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 060-LOAD-USER-MAP - the optional manager ENO to user id
      * map for the timesheet approvals
      *----------------------------------------------------------*
       060-LOAD-USER-MAP.
           OPEN INPUT SOD-USER-FILE.
           IF USER-FILE-STATUS NOT = '00'
               IF USER-FILE-STATUS NOT = '05'
                   DISPLAY 'SODRPT1 SODUSERS OPEN STATUS: '
                       USER-FILE-STATUS
               END-IF
               CLOSE SOD-USER-FILE
               GO TO 060-LOAD-USER-MAP-EXIT
           END-IF.

           PERFORM UNTIL USER-EOF
               READ SOD-USER-FILE INTO SOD-USER-RECORD
                   AT END
                       SET USER-EOF TO TRUE
                   NOT AT END
                       IF SUR-ENO-TEXT IS NUMERIC
                          AND SUR-USER NOT = SPACES
                           IF USER-MAP-COUNT < 500
                               ADD 1 TO USER-MAP-COUNT
                               MOVE SUR-ENO
                                   TO UM-ENO(USER-MAP-COUNT)
                               MOVE SUR-USER
                                   TO UM-USER(USER-MAP-COUNT)
                           ELSE
                               DISPLAY 'SODRPT1 SODUSERS LINE '
                                   'IGNORED - TABLE FULL: '
                                   SUR-ENO-TEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOD-USER-FILE.

       060-LOAD-USER-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 150-FIND-PERIOD - the named period, or the latest one
      * already started, and its window as timestamps
      *----------------------------------------------------------*
       150-FIND-PERIOD.
           IF SOD-PERIOD-ID = 0
               EXEC SQL
                   SELECT MAX(PERIOD_ID)
                       INTO :SOD-PERIOD-ID
                       FROM PERCAL
                       WHERE START_DATE <= :TODAY-DATE
               END-EXEC
               IF SQLCODE <> 0
                   DISPLAY 'SODRPT1 PERCAL READ SQLCODE: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 150-FIND-PERIOD-EXIT
               END-IF
           END-IF.

           EXEC SQL
               SELECT START_DATE, END_DATE
                   INTO :SOD-START-DATE :PERIOD-START-IND,
                        :SOD-END-DATE :PERIOD-END-IND
                   FROM PERCAL
                   WHERE PERIOD_ID = :SOD-PERIOD-ID
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 PERIOD ' SOD-PERIOD-ID
                   ' NOT ON PERCAL CALENDAR - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 150-FIND-PERIOD-EXIT
           END-IF.
           IF PERIOD-START-IND < 0 OR PERIOD-END-IND < 0
               DISPLAY 'SODRPT1 PERIOD ' SOD-PERIOD-ID
                   ' HAS NO START OR END DATE - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GO TO 150-FIND-PERIOD-EXIT
           END-IF.

           MOVE SPACES TO SOD-FROM-TS.
           STRING SOD-START-YYYY '-' SOD-START-MM '-' SOD-START-DD
                  ' 00:00:00.000000'
               DELIMITED BY SIZE INTO SOD-FROM-TS.
           MOVE SPACES TO SOD-TO-TS.
           STRING SOD-END-YYYY '-' SOD-END-MM '-' SOD-END-DD
                  ' 23:59:59.999999'
               DELIMITED BY SIZE INTO SOD-TO-TS.

           MOVE SPACES TO SOD-REPORT-LINE.
           STRING 'PAY PERIOD ' SOD-PERIOD-ID
                  '  FROM ' SOD-START-DATE '  TO ' SOD-END-DATE
               DELIMITED BY SIZE INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.

       150-FIND-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 200-LOAD-EMP-AUDIT - employee master changes. One
      * maintenance run writes an UPDATE row per field changed;
      * each is its own event, which at worst repeats a conflict
      * line with a different field as the evidence.
      *----------------------------------------------------------*
       200-LOAD-EMP-AUDIT.
           EXEC SQL
               OPEN SODEMPCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 EMPTABLE_AUDIT OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 200-LOAD-EMP-AUDIT-EXIT
           END-IF.

           PERFORM 205-FETCH-EMP-AUDIT.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO TRAIL-ROW-COUNT
               MOVE SPACES TO NEW-EV-ACTION
               EVALUATE TRL-ACTION
                   WHEN 'INSERT'
                   WHEN 'REHIRE'
                       MOVE 'EMPADD' TO NEW-EV-ACTION
                   WHEN 'UPDATE'
                   WHEN 'TRANSFER'
                       MOVE 'EMPCHG' TO NEW-EV-ACTION
                   WHEN 'DELETE'
                   WHEN 'DECEASED'
                       MOVE 'EMPDEL' TO NEW-EV-ACTION
               END-EVALUATE
               IF NEW-EV-ACTION NOT = SPACES
                   MOVE TRL-USER TO NEW-EV-USER
                   MOVE TRL-ENO TO NEW-EV-ENO
                   MOVE SPACES TO NEW-EV-EVIDENCE
                   STRING 'EMPTABLE_AUDIT ' TRL-ACTION(1:8) ' '
                          TRL-FIELD(1:12) ' ' TRL-JOB(1:8) ' '
                          TRL-TS(1:19)
                       DELIMITED BY SIZE INTO NEW-EV-EVIDENCE
                   PERFORM 300-ADD-EVENT
               END-IF
               PERFORM 205-FETCH-EMP-AUDIT
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'SODRPT1 EMPTABLE_AUDIT FETCH SQLCODE: '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE SODEMPCR
           END-EXEC.

       200-LOAD-EMP-AUDIT-EXIT.
           EXIT.

       205-FETCH-EMP-AUDIT.
           MOVE SPACES TO TRL-FIELD
           EXEC SQL
               FETCH SODEMPCR
                   INTO :TRL-ENO, :TRL-ACTION, :TRL-FIELD, :TRL-USER,
                        :TRL-JOB, :TRL-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 210-LOAD-SUBMISSIONS - changes parked for dual control,
      * whatever became of them: keying the change is the act.
      * Every parking program carries the ENO at (2:4) of its
      * transaction image.
      *----------------------------------------------------------*
       210-LOAD-SUBMISSIONS.
           EXEC SQL
               OPEN SODSUBCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 DUALCTL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 210-LOAD-SUBMISSIONS-EXIT
           END-IF.

           PERFORM 215-FETCH-SUBMISSION.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO TRAIL-ROW-COUNT
               MOVE SPACES TO NEW-EV-ACTION
               EVALUATE TRL-SOURCE-PGM
                   WHEN 'EMPMNT1'
                       MOVE 'EMPSUB' TO NEW-EV-ACTION
                   WHEN 'BANKMNT1'
                       MOVE 'BANKSUB' TO NEW-EV-ACTION
                   WHEN 'CRDMNT1'
                       MOVE 'CARDSUB' TO NEW-EV-ACTION
               END-EVALUATE
               IF NEW-EV-ACTION NOT = SPACES
                   PERFORM 260-DUALCTL-EVENT
               END-IF
               PERFORM 215-FETCH-SUBMISSION
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'SODRPT1 DUALCTL FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE SODSUBCR
           END-EXEC.

       210-LOAD-SUBMISSIONS-EXIT.
           EXIT.

       215-FETCH-SUBMISSION.
           EXEC SQL
               FETCH SODSUBCR
                   INTO :TRL-PEND-ID, :TRL-SOURCE-PGM, :TRL-IMAGE,
                        :TRL-USER, :TRL-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 220-LOAD-APPROVALS - dual-control items approved in the
      * period, applied since or not
      *----------------------------------------------------------*
       220-LOAD-APPROVALS.
           EXEC SQL
               OPEN SODAPPCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 DUALCTL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 220-LOAD-APPROVALS-EXIT
           END-IF.

           PERFORM 225-FETCH-APPROVAL.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO TRAIL-ROW-COUNT
               MOVE SPACES TO NEW-EV-ACTION
               EVALUATE TRL-SOURCE-PGM
                   WHEN 'EMPMNT1'
                       MOVE 'EMPAPP' TO NEW-EV-ACTION
                   WHEN 'BANKMNT1'
                       MOVE 'BANKAPP' TO NEW-EV-ACTION
                   WHEN 'CRDMNT1'
                       MOVE 'CARDAPP' TO NEW-EV-ACTION
               END-EVALUATE
               IF NEW-EV-ACTION NOT = SPACES
                   PERFORM 260-DUALCTL-EVENT
               END-IF
               PERFORM 225-FETCH-APPROVAL
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'SODRPT1 DUALCTL FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE SODAPPCR
           END-EXEC.

       220-LOAD-APPROVALS-EXIT.
           EXIT.

       225-FETCH-APPROVAL.
           EXEC SQL
               FETCH SODAPPCR
                   INTO :TRL-PEND-ID, :TRL-SOURCE-PGM, :TRL-IMAGE,
                        :TRL-USER, :TRL-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 230-LOAD-BANK-AUDIT - account changes as BANKMNT1
      * applied them
      *----------------------------------------------------------*
       230-LOAD-BANK-AUDIT.
           EXEC SQL
               OPEN SODBNKCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 BANKAUDIT OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 230-LOAD-BANK-AUDIT-EXIT
           END-IF.

           PERFORM 235-FETCH-BANK-AUDIT.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO TRAIL-ROW-COUNT
               MOVE SPACES TO NEW-EV-ACTION
               EVALUATE TRL-ACTION
                   WHEN 'ADD'
                   WHEN 'CHANGE'
                       MOVE 'BANKCHG' TO NEW-EV-ACTION
                   WHEN 'VERIFY'
                       MOVE 'BANKVFY' TO NEW-EV-ACTION
                   WHEN 'DELETE'
                       MOVE 'BANKDEL' TO NEW-EV-ACTION
               END-EVALUATE
               IF NEW-EV-ACTION NOT = SPACES
                   MOVE TRL-USER TO NEW-EV-USER
                   MOVE TRL-ENO TO NEW-EV-ENO
                   MOVE SPACES TO NEW-EV-EVIDENCE
                   STRING 'BANKAUDIT ' TRL-ACTION(1:8) ' ACCT SEQ '
                          TRL-ACCT-SEQ ' ' TRL-JOB(1:8) ' '
                          TRL-TS(1:19)
                       DELIMITED BY SIZE INTO NEW-EV-EVIDENCE
                   PERFORM 300-ADD-EVENT
               END-IF
               PERFORM 235-FETCH-BANK-AUDIT
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'SODRPT1 BANKAUDIT FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE SODBNKCR
           END-EXEC.

       230-LOAD-BANK-AUDIT-EXIT.
           EXIT.

       235-FETCH-BANK-AUDIT.
           EXEC SQL
               FETCH SODBNKCR
                   INTO :TRL-ENO, :TRL-ACCT-SEQ, :TRL-ACTION,
                        :TRL-USER, :TRL-JOB, :TRL-TS
           END-EXEC.

      *----------------------------------------------------------*
      * 240-LOAD-HOURS - the period's approved timesheets, the
      * deciding manager's ENO turned into a user id
      *----------------------------------------------------------*
       240-LOAD-HOURS.
           EXEC SQL
               OPEN SODHRSCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 TSAPPROVAL OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 240-LOAD-HOURS-EXIT
           END-IF.

           PERFORM 245-FETCH-HOURS.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO TRAIL-ROW-COUNT
               IF TRL-DECIDER-IND < 0
                   MOVE 0 TO TRL-DECIDER
               END-IF
               MOVE SPACES TO NEW-EV-USER
               PERFORM VARYING USER-MAP-IDX FROM 1 BY 1
                       UNTIL USER-MAP-IDX > USER-MAP-COUNT
                          OR NEW-EV-USER NOT = SPACES
                   IF UM-ENO(USER-MAP-IDX) = TRL-DECIDER
                       MOVE UM-USER(USER-MAP-IDX) TO NEW-EV-USER
                   END-IF
               END-PERFORM
               IF NEW-EV-USER = SPACES
                   MOVE TRL-DECIDER TO ENO-EDIT
                   STRING 'ENO ' ENO-EDIT
                       DELIMITED BY SIZE INTO NEW-EV-USER
               END-IF
               MOVE 'HRSAPP' TO NEW-EV-ACTION
               MOVE TRL-ENO TO NEW-EV-ENO
               MOVE TRL-DECIDER TO ENO-EDIT
               MOVE SPACES TO NEW-EV-EVIDENCE
               MOVE TRL-REG-HOURS TO HOURS-EDIT
               MOVE TRL-OT-HOURS TO OT-HOURS-EDIT
               STRING 'TSAPPROVAL PERIOD ' SOD-PERIOD-ID
                      ' BY MGR ' ENO-EDIT ' REG ' HOURS-EDIT
                      ' OT ' OT-HOURS-EDIT
                   DELIMITED BY SIZE INTO NEW-EV-EVIDENCE
               PERFORM 300-ADD-EVENT
               PERFORM 245-FETCH-HOURS
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'SODRPT1 TSAPPROVAL FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE SODHRSCR
           END-EXEC.

       240-LOAD-HOURS-EXIT.
           EXIT.

       245-FETCH-HOURS.
           EXEC SQL
               FETCH SODHRSCR
                   INTO :TRL-ENO, :TRL-REG-HOURS, :TRL-OT-HOURS,
                        :TRL-DECIDER :TRL-DECIDER-IND
           END-EXEC.

      *----------------------------------------------------------*
      * 250-LOAD-RELEASES - variance-hold releases for the
      * period, period-wide events
      *----------------------------------------------------------*
       250-LOAD-RELEASES.
           EXEC SQL
               OPEN SODVARCR
           END-EXEC.
           IF SQLCODE <> 0
               DISPLAY 'SODRPT1 VARRELSE OPEN SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 250-LOAD-RELEASES-EXIT
           END-IF.

           PERFORM 255-FETCH-RELEASE.
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO TRAIL-ROW-COUNT
               MOVE TRL-USER TO NEW-EV-USER
               MOVE 0 TO NEW-EV-ENO
               MOVE 'VARREL' TO NEW-EV-ACTION
               MOVE SPACES TO NEW-EV-EVIDENCE
               STRING 'VARRELSE PERIOD ' SOD-PERIOD-ID ' RELEASED '
                      TRL-TS(1:19)
                   DELIMITED BY SIZE INTO NEW-EV-EVIDENCE
               PERFORM 300-ADD-EVENT
               PERFORM 255-FETCH-RELEASE
           END-PERFORM.

           IF SQLCODE <> 100
               DISPLAY 'SODRPT1 VARRELSE FETCH SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
               CLOSE SODVARCR
           END-EXEC.

       250-LOAD-RELEASES-EXIT.
           EXIT.

       255-FETCH-RELEASE.
           EXEC SQL
               FETCH SODVARCR
                   INTO :TRL-USER, :TRL-TS
           END-EXEC.

       260-DUALCTL-EVENT.
           MOVE TRL-USER TO NEW-EV-USER
           IF TRL-IMAGE(2:4) IS NUMERIC
               MOVE TRL-IMAGE(2:4) TO TRL-IMAGE-ENO
           ELSE
               MOVE 0 TO TRL-IMAGE-ENO
           END-IF
           MOVE TRL-IMAGE-ENO TO NEW-EV-ENO
           MOVE TRL-PEND-ID TO PEND-ID-EDIT
           MOVE SPACES TO NEW-EV-EVIDENCE
           STRING 'DUALCTL ' PEND-ID-EDIT ' ' TRL-SOURCE-PGM ' '
                  TRL-IMAGE(1:1) ' ' TRL-TS(1:19)
               DELIMITED BY SIZE INTO NEW-EV-EVIDENCE
           PERFORM 300-ADD-EVENT.

       300-ADD-EVENT.
           IF EVENT-COUNT < 3000
               ADD 1 TO EVENT-COUNT
               MOVE NEW-EV-USER TO EV-USER(EVENT-COUNT)
               MOVE NEW-EV-ENO TO EV-ENO(EVENT-COUNT)
               MOVE NEW-EV-ACTION TO EV-ACTION(EVENT-COUNT)
               MOVE NEW-EV-EVIDENCE TO EV-EVIDENCE(EVENT-COUNT)
           ELSE
               ADD 1 TO EVENT-DROPPED-COUNT
           END-IF.

      *----------------------------------------------------------*
      * 400-CHECK-PAIR - every event of the pair's first action
      * against every event of its second by the same user on
      * the same employee, or one of them period-wide
      *----------------------------------------------------------*
       400-CHECK-PAIR.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX > EVENT-COUNT
               IF EV-ACTION(EVENT-IDX) = MT-ACTION-A(MATRIX-IDX)
                   PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                           UNTIL PARTNER-IDX > EVENT-COUNT
                       PERFORM 410-TEST-PARTNER
                   END-PERFORM
               END-IF
           END-PERFORM.

       410-TEST-PARTNER.
           MOVE 'N' TO CONFLICT-SW
           IF EV-ACTION(PARTNER-IDX) = MT-ACTION-B(MATRIX-IDX)
              AND PARTNER-IDX NOT = EVENT-IDX
              AND EV-USER(PARTNER-IDX) = EV-USER(EVENT-IDX)
               IF EV-ENO(EVENT-IDX) = EV-ENO(PARTNER-IDX)
                  AND EV-ENO(EVENT-IDX) NOT = 0
                   SET IS-CONFLICT TO TRUE
                   MOVE EV-ENO(EVENT-IDX) TO CONFLICT-ENO
               END-IF
               IF EV-ENO(EVENT-IDX) = 0
                  AND EV-ENO(PARTNER-IDX) NOT = 0
                   SET IS-CONFLICT TO TRUE
                   MOVE EV-ENO(PARTNER-IDX) TO CONFLICT-ENO
               END-IF
               IF EV-ENO(PARTNER-IDX) = 0
                  AND EV-ENO(EVENT-IDX) NOT = 0
                   SET IS-CONFLICT TO TRUE
                   MOVE EV-ENO(EVENT-IDX) TO CONFLICT-ENO
               END-IF
           END-IF
           IF IS-CONFLICT
               PERFORM 450-WRITE-CONFLICT
           END-IF.

       450-WRITE-CONFLICT.
           ADD 1 TO CONFLICT-COUNT
           ADD 1 TO MT-HIT-COUNT(MATRIX-IDX)

           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE

           MOVE SPACES TO RPT-DET-LINE
           MOVE CONFLICT-ENO TO RPT-DET-KEY
           STRING 'USER ' EV-USER(EVENT-IDX)(1:30) ' '
                  MT-ACTION-A(MATRIX-IDX) ' + '
                  MT-ACTION-B(MATRIX-IDX)
               DELIMITED BY SIZE INTO RPT-DET-TEXT
           WRITE SOD-REPORT-LINE FROM RPT-DET-LINE

           MOVE SPACES TO SOD-REPORT-LINE
           STRING '     ' EV-ACTION(EVENT-IDX) ' '
                  EV-EVIDENCE(EVENT-IDX)
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE

           MOVE SPACES TO SOD-REPORT-LINE
           STRING '     ' EV-ACTION(PARTNER-IDX) ' '
                  EV-EVIDENCE(PARTNER-IDX)
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

      *----------------------------------------------------------*
      * 600-WRITE-MATRIX-SUMMARY - the matrix in force and the
      * conflicts each pair turned up
      *----------------------------------------------------------*
       600-WRITE-MATRIX-SUMMARY.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE '--- CONFLICTS BY MATRIX PAIR' TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE

           PERFORM VARYING MATRIX-IDX FROM 1 BY 1
                   UNTIL MATRIX-IDX > MATRIX-COUNT
               MOVE SPACES TO RPT-DET-LINE
               MOVE MT-ACTION-A(MATRIX-IDX) TO RPT-DET-KEY
               MOVE MT-HIT-COUNT(MATRIX-IDX) TO COUNT-EDIT
               STRING '+ ' MT-ACTION-B(MATRIX-IDX) '  CONFLICTS '
                      COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-DET-TEXT
               WRITE SOD-REPORT-LINE FROM RPT-DET-LINE
           END-PERFORM.
