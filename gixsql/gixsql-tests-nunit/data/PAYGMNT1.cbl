      * period carries the group it pays, and PAYCALC1 pays only
      * that group's employees in the run, scaling the monthly-
      * calibrated amounts by the group's frequency.
      * The anchor date, pay lag and pay-date rule drive the
      * PERGEN1 calendar generator: the anchor is the first day
      * of any one period of a weekly or biweekly group (the
      * others step from it seven or fourteen days at a time),
      * the lag is the days from period end to pay date, and the
      * rule moves a pay date that falls on a weekend or bank
      * holiday to the prior (P, the default) or next (N) banking
      * day. All three may be left blank on a monthly or semi-
      * monthly group.
      * Suspense reasons:
      *   R001 action code not A/C/D   R740 kind not G/E
      *   R741 group code blank
      *   R742 periods per year not numeric or zero
      *   R746 anchor date not a valid date, or missing on a
      *        weekly (52) or biweekly (26) group
      *   R747 pay lag not numeric     R748 pay rule not P/N
      *   R002 ENO not numeric         R605 ENO not on EMPTABLE
      *   R743 group not on the PAYGROUP master
      *   R744 add exists              R745 change/delete missing
               05 PGT-ENO          PIC 9(04).
               05 PGT-GROUP-NAME   PIC X(20).
               05 PGT-PERIODS-YEAR PIC 9(02).
               05 PGT-ANCHOR-DATE  PIC 9(08).
               05 PGT-ANCHOR-TEXT REDEFINES PGT-ANCHOR-DATE
                                   PIC X(08).
               05 PGT-PAY-LAG      PIC 9(02).
               05 PGT-PAY-LAG-TEXT REDEFINES PGT-PAY-LAG
                                   PIC X(02).
               05 PGT-PAY-RULE     PIC X(01).
                   88 PGT-RULE-VALID     VALUE 'P' 'N'.
               05 FILLER           PIC X(39).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
               DECLARE TABLE PAYGROUP
                   (GROUP_CODE   CHAR(2)      NOT NULL,
                    GROUP_NAME   CHAR(20)     NOT NULL,
                    PERIODS_YEAR DECIMAL(2,0) NOT NULL,
                    ANCHOR_DATE  DECIMAL(8,0),
                    PAY_LAG      DECIMAL(2,0),
                    PAY_RULE     CHAR(1))
           END-EXEC.

           EXEC SQL
               END-IF
           END-IF

           IF TRANS-VALID AND PGT-KIND-GROUP
                   AND NOT PGT-ACTION-DELETE
               PERFORM 420-EDIT-CALENDAR-RULES
           END-IF

           IF TRANS-VALID AND PGT-KIND-EMP
               IF PGT-ENO NOT NUMERIC
                   MOVE 'R002' TO EDIT-REASON
               PERFORM 450-EDIT-EXISTENCE
           END-IF.

      *    the calendar-generation fields: blanks are taken as no
      *    anchor, no lag and the prior-banking-day rule
       420-EDIT-CALENDAR-RULES.
           IF PGT-ANCHOR-TEXT = SPACES
               MOVE 0 TO PGT-ANCHOR-DATE
           END-IF
           IF PGT-PAY-LAG-TEXT = SPACES
               MOVE 0 TO PGT-PAY-LAG
           END-IF
           IF PGT-PAY-RULE = SPACE
               MOVE 'P' TO PGT-PAY-RULE
           END-IF

           IF PGT-ANCHOR-DATE NOT NUMERIC
               MOVE 'R746' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           ELSE
               IF PGT-ANCHOR-DATE = 0
                   IF PGT-PERIODS-YEAR = 26 OR PGT-PERIODS-YEAR = 52
                       MOVE 'R746' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(PGT-ANCHOR-DATE)
                           NOT = 0
                       MOVE 'R746' TO EDIT-REASON
                       MOVE 'N' TO TRANS-VALID-SW
                   END-IF
               END-IF
           END-IF

           IF TRANS-VALID AND PGT-PAY-LAG NOT NUMERIC
               MOVE 'R747' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF

           IF TRANS-VALID AND NOT PGT-RULE-VALID
               MOVE 'R748' TO EDIT-REASON
               MOVE 'N' TO TRANS-VALID-SW
           END-IF.

       450-EDIT-EXISTENCE.
           MOVE 0 TO ROW-EXISTS-COUNT
           EVALUATE TRUE
       500-APPLY-GROUP-ADD.
           EXEC SQL
               INSERT INTO PAYGROUP
                   (GROUP_CODE, GROUP_NAME, PERIODS_YEAR,
                    ANCHOR_DATE, PAY_LAG, PAY_RULE)
                   VALUES (:PGT-GROUP-CODE, :PGT-GROUP-NAME,
                           :PGT-PERIODS-YEAR, :PGT-ANCHOR-DATE,
                           :PGT-PAY-LAG, :PGT-PAY-RULE)
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.

           EXEC SQL
               UPDATE PAYGROUP
                   SET GROUP_NAME = :PGT-GROUP-NAME,
                       PERIODS_YEAR = :PGT-PERIODS-YEAR,
                       ANCHOR_DATE = :PGT-ANCHOR-DATE,
                       PAY_LAG = :PGT-PAY-LAG,
                       PAY_RULE = :PGT-PAY-RULE
                   WHERE GROUP_CODE = :PGT-GROUP-CODE
           END-EXEC
           PERFORM 700-CHECK-APPLY-RESULT.
