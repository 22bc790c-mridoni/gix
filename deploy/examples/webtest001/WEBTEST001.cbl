           01 TRACE-TAKINGS        PIC S9(9)V99 COMP-3.
           01 TRACE-RESIDUAL       PIC S9(9)V99 COMP-3.

      *    each rendered line's values kept by name alongside its
      *    text, for the JSON answer; a switch of Y means the value
      *    is present, M that the caller's role masks it
           01 STMT-ITEM-TABLE.
               05 STMT-ITEM OCCURS 20 TIMES.
                   10 SI-ITEM      PIC X(14).
                   10 SI-CODE      PIC X(10).
                   10 SI-STATE     PIC X(02).
                   10 SI-CURRENCY  PIC X(03).
                   10 SI-FILING    PIC X(01).
                   10 SI-RATE-SW   PIC X(01).
                   10 SI-RATE      PIC S9(7)V99 COMP-3.
                   10 SI-HOURS-SW  PIC X(01).
                   10 SI-HOURS     PIC S9(5)V99 COMP-3.
                   10 SI-SICK-SW   PIC X(01).
                   10 SI-SICK      PIC S9(5)V99 COMP-3.
                   10 SI-AMOUNT-SW PIC X(01).
                   10 SI-AMOUNT    PIC S9(9)V99 COMP-3.
                   10 SI-TEXT      PIC X(60).

           01 DLQ-FILE-STATUS      PIC XX.

      *----------------------------------------------------------*
      *        default
               05 WSR-UPD-ADDR     PIC X(01).
               05 WSR-UPD-DEPT     PIC X(01).
      *        time-off decisions (PTOAPPR) grant the same way
               05 WSR-APPR-PTO     PIC X(01).
      *        team roster (TEAMLIST): the grant, and the ORGHIER
      *        division the role may walk - blank is every division
               05 WSR-SEE-TEAM     PIC X(01).
               05 WSR-TEAM-DIVISION PIC X(08).
               05 FILLER           PIC X(57).

           01 UPD-ADDR-ALLOWED-SW  PIC X VALUE 'N'.
               88 UPD-ADDR-ALLOWED VALUE 'Y'.
           01 UPD-DEPT-ALLOWED-SW  PIC X VALUE 'N'.
               88 UPD-DEPT-ALLOWED VALUE 'Y'.
           01 APPR-PTO-ALLOWED-SW  PIC X VALUE 'N'.
               88 APPR-PTO-ALLOWED VALUE 'Y'.
           01 SEE-TEAM-ALLOWED-SW  PIC X VALUE 'N'.
               88 SEE-TEAM-ALLOWED VALUE 'Y'.
           01 TEAM-SCOPE-DIVISION  PIC X(08) VALUE SPACES.

           01 MASK-PAYRATE-SW      PIC X VALUE 'Y'.
               88 MASK-PAYRATE     VALUE 'Y'.
           01 LIST-MORE-SW         PIC X.
               88 LIST-MORE-ROWS   VALUE 'Y'.
           01 RATE-EDIT            PIC Z(9)9.99.
           01 LIST-ENTRY-TABLE.
               05 LIST-ENTRY OCCURS 10 TIMES.
                   10 LE-ENO       PIC 9(4).
                   10 LE-LNAME     PIC X(10).
                   10 LE-FNAME     PIC X(10).
                   10 LE-DEPT      PIC X(4).
                   10 LE-ST        PIC X(2).
                   10 LE-PAYRATE   PIC 9(13)V99.

      *----------------------------------------------------------*
      * JSON answer (OUTPUT-FORMAT-IN 'J'): the document builds
      * into RESP-JSON a character at a time behind JSON-PTR, each
      * string value escaped on the way in. JSON-FIRST says no
      * member has gone into the open object or array yet, so the
      * next one needs no comma. An answer that would run past
      * the area goes back as the header alone, flagged truncated.
      *----------------------------------------------------------*
           01 JSON-PTR             PIC 9(5) COMP.
           01 JSON-MAX             PIC 9(5) COMP VALUE 6000.
           01 JSON-FIRST-SW        PIC X VALUE 'Y'.
               88 JSON-FIRST       VALUE 'Y'.
           01 JSON-OVERFLOW-SW     PIC X VALUE 'N'.
               88 JSON-OVERFLOW    VALUE 'Y'.
           01 JSON-NAME            PIC X(20).
           01 JSON-VALUE           PIC X(120).
           01 JSON-TEXT            PIC X(120).
           01 JSON-TEXT-LEN        PIC 9(3) COMP.
           01 JSON-TEXT-IDX        PIC 9(3) COMP.
           01 JSON-CHAR            PIC X.
           01 JSON-SOURCE-CHAR     PIC X.
           01 JSON-TEXT-TRAIL      PIC 9(3) COMP.
           01 JSON-ORD             PIC 9(3) COMP.
           01 JSON-HEX-DIGITS      PIC X(16)
                                   VALUE '0123456789abcdef'.
           01 JSON-HEX-HI          PIC 9(2) COMP.
           01 JSON-HEX-LO          PIC 9(2) COMP.
           01 JSON-NUMBER          PIC S9(13)V99.
           01 JSON-NUM-EDIT        PIC -(13)9.99.
           01 JSON-NUM-LEAD        PIC 9(2) COMP.
           01 JSON-INTEGER         PIC S9(9).
           01 JSON-INT-EDIT        PIC -(9)9.
           01 JSON-ITEM-IDX        PIC 9(2).
           01 JSON-ITEM-LAST       PIC 9(2).

      *----------------------------------------------------------*
      * call-level audit log, shared by every opcode this service
           01 AUD-NEW-VALUE        PIC X(30).
           01 AUD-ACTION           PIC X(10).

      *----------------------------------------------------------*
      * what-if net pay (WHATIF): the calculation's gross-to-net
      * for one employee on hypothetical terms - a rate, the
      * hours, a retirement contribution percent and a filing
      * status, any of the optional ones left blank falling back
      * to what is on file. It reads the same tax tables, the
      * same elections and enrollments, the same labor splits and
      * locality maps PAYCALC1 reads, and writes nothing: no
      * detail record, no balances, no arrears, no RETYTD roll.
      * Garnishments, arrears recovery and overpayment recoupment
      * depend on live balances and are left out of the estimate.
      *----------------------------------------------------------*
           01 WIF-REQUEST.
               05 WIF-REQ-ENO      PIC X(04).
               05 WIF-REQ-RATE     PIC X(09).
               05 WIF-REQ-HOURS    PIC X(05).
               05 WIF-REQ-DED-PCT  PIC X(05).
               05 WIF-REQ-FILING   PIC X(01).
               05 FILLER           PIC X(56).
           01 WIF-REQUEST-NUMBERS REDEFINES WIF-REQUEST.
               05 WIF-REQ-ENO-N    PIC 9(04).
               05 WIF-REQ-RATE-N   PIC 9(07)V99.
               05 WIF-REQ-HOURS-N  PIC 9(03)V99.
               05 WIF-REQ-DED-PCT-N PIC 9(03)V99.
               05 FILLER           PIC X(57).

           01 WIF-ENO              PIC 9(4).
           01 WIF-RATE             PIC S9(7)V99 COMP-3 VALUE 0.
           01 WIF-HOURS            PIC S9(3)V99 COMP-3 VALUE 0.
           01 WIF-DED-PCT          PIC S9(3)V99 COMP-3 VALUE 0.
           01 WIF-DED-PCT-SW       PIC X VALUE 'N'.
               88 WIF-DED-PCT-GIVEN VALUE 'Y'.
           01 WIF-RETIRE-SEEN-SW   PIC X VALUE 'N'.
               88 WIF-RETIRE-SEEN  VALUE 'Y'.
           01 WIF-TAX-YEAR         PIC 9(4).
           01 WIF-ASOF-DATE        PIC 9(8).

           01 WIF-GROSS            PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-STATE-TAX        PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-FED-TAX          PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-LOCAL-TAX        PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-TAXABLE-PAY      PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-NET              PIC S9(9)V99 COMP-3 VALUE 0.

      *    the period's wages by withholding state, folded the way
      *    PAYCALC1 folds them - three states, overflow into the
      *    first
           01 WIF-ALLOC-DEPT       PIC X(4).
           01 WIF-ALLOC-PCT        PIC 9(3)V99 VALUE 0.
           01 WIF-ALLOC-COUNT      PIC 9(2) VALUE 0.
           01 WIF-ALLOC-IDX        PIC 9(2).
           01 WIF-ALLOC-TABLE.
               05 WIF-ALLOC-ENTRY OCCURS 10 TIMES.
                   10 WA-DEPT      PIC X(4).
                   10 WA-PCT       PIC 9(3)V99.
           01 WIF-SHARE            PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-REMAINING        PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-WORK-ST          PIC X(2).
           01 WIF-WHOLD-ST         PIC X(2).
           01 WIF-WHOLD-SIDE       PIC X(1).
           01 WIF-STX-COUNT        PIC 9(1) VALUE 0.
           01 WIF-STX-IDX          PIC 9(1).
           01 WIF-STX-MATCH-IDX    PIC 9(1).
           01 WIF-STATE-TABLE.
               05 WIF-STATE-ENTRY OCCURS 3 TIMES.
                   10 WX-STATE     PIC X(2).
                   10 WX-WAGES     PIC S9(9)V99 COMP-3.
                   10 WX-TAX       PIC S9(9)V99 COMP-3.
           01 WIF-BRKT-ST          PIC X(2).
           01 WIF-BRKT-WAGES       PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-BRKT-FLOOR       PIC S9(9)V99 COMP-3 VALUE 0.
           01 WIF-BRKT-RATE        PIC S9V9(4) COMP-3 VALUE 0.
           01 WIF-BRKT-FLAT        PIC S9(7)V99 COMP-3 VALUE 0.

           01 WIF-FILING-STATUS    PIC X(1).
           01 WIF-DEP-CREDIT       PIC S9(5)V99 COMP-3 VALUE 0.
           01 WIF-EXTRA-AMOUNT     PIC S9(5)V99 COMP-3 VALUE 0.
           01 WIF-EXEMPT-FLAG      PIC X(1).

           01 WIF-MAP-TYPE         PIC X(1).
           01 WIF-MAP-KEY          PIC X(5).
           01 WIF-MAP-CODE         PIC X(5).
           01 WIF-RES-CODE         PIC X(5).
           01 WIF-WORK-CODE        PIC X(5).
           01 WIF-LOOKUP-CODE      PIC X(5).
           01 WIF-RES-RATE         PIC S9V9(4) COMP-3 VALUE 0.
           01 WIF-NONRES-RATE      PIC S9V9(4) COMP-3 VALUE 0.
           01 WIF-RES-CREDIT       PIC X(1).
           01 WIF-WORK-LTAX        PIC S9(7)V99 COMP-3 VALUE 0.
           01 WIF-RES-LTAX         PIC S9(7)V99 COMP-3 VALUE 0.

           01 WIF-GROUP-CODE       PIC X(2).
           01 WIF-GROUP-PPY        PIC 9(2).
           01 WIF-PERIODS-PER-YEAR PIC 9(2) VALUE 12.
           01 WIF-PRORATE          PIC S9V9(4) COMP-3 VALUE 1.

           01 WIF-RETIRE-CODE      PIC X(4) VALUE '401K'.
           01 WIF-RETIRE-TEXT      PIC X(4).
           01 WIF-LIMIT-TEXT       PIC X(7).
           01 WIF-RETIRE-LIMIT     PIC 9(7)V99 VALUE 23000.
           01 WIF-RET-YTD          PIC S9(9)V99 COMP-3 VALUE 0.

           01 WIF-DED-CODE         PIC X(4).
           01 WIF-DED-METHOD       PIC X(1).
           01 WIF-DED-RATE         PIC S9(7)V99 COMP-3 VALUE 0.
           01 WIF-DED-SHARE        PIC S9V9(4) COMP-3 VALUE 0.
           01 WIF-DED-AMOUNT       PIC S9(7)V99 COMP-3 VALUE 0.
           01 WIF-DED-COUNT        PIC 9(1) VALUE 0.
           01 WIF-DED-TABLE.
               05 WIF-DED-ENTRY OCCURS 6 TIMES.
                   10 WD-CODE      PIC X(4).
                   10 WD-AMOUNT    PIC S9(7)V99 COMP-3.

           01 WIF-UNION-CODE       PIC X(4).
           01 WIF-UNION-METHOD     PIC X(1).
           01 WIF-UNION-DUES       PIC S9(7)V99 COMP-3 VALUE 0.

           01 WIF-HRS-EDIT         PIC ZZ9.99.

      *----------------------------------------------------------*
      * time off: PTOBAL answers the PTOBAL balance by type with
      * the hours already spoken for - requests pending a
      * decision and approved requests PAYCALC1 has not drawn
      * yet. PTOREQ files a dated request on PTOREQ for the
      * department manager to decide through PTOAPPR; TIMESHT1
      * turns the period's approved requests into PTO draw lines
      * on HOURSIN. Request status: P pending, A approved, R
      * rejected, T taken onto HOURSIN by TIMESHT1, D drawn by
      * the pay calculation. A period TIMESHT1 has run for takes
      * no more approvals - they would never reach its hours.
      *----------------------------------------------------------*
           01 PTO-REQUEST.
               05 PTR-ENO          PIC X(04).
               05 PTR-TYPE         PIC X(01).
               05 PTR-START-DATE   PIC X(08).
               05 PTR-END-DATE     PIC X(08).
               05 PTR-HOURS        PIC X(05).
               05 FILLER           PIC X(54).
           01 PTO-REQUEST-NUMBERS REDEFINES PTO-REQUEST.
               05 PTR-ENO-N        PIC 9(04).
               05 FILLER           PIC X(01).
               05 PTR-START-DATE-N PIC 9(08).
               05 PTR-END-DATE-N   PIC 9(08).
               05 PTR-HOURS-N      PIC 9(03)V99.
               05 FILLER           PIC X(54).

           01 PTO-DECISION.
               05 PTD-REQ-ID       PIC X(08).
               05 PTD-ACTION       PIC X(01).
                   88 PTD-APPROVE  VALUE 'A'.
                   88 PTD-REJECT   VALUE 'R'.
               05 PTD-DECIDER      PIC X(04).
               05 PTD-REASON       PIC X(20).
               05 FILLER           PIC X(47).
           01 PTO-DECISION-NUMBERS REDEFINES PTO-DECISION.
               05 PTD-REQ-ID-N     PIC 9(08).
               05 FILLER           PIC X(01).
               05 PTD-DECIDER-N    PIC 9(04).
               05 FILLER           PIC X(67).

           01 PTO-ENO              PIC 9(4).
           01 PTO-TYPE             PIC X(1).
           01 PTO-SCAN-TYPE        PIC X(1).
           01 PTO-START-DATE       PIC 9(8).
           01 PTO-END-DATE         PIC 9(8).
           01 PTO-HOURS            PIC 9(3)V99.
           01 PTO-REQ-ID           PIC 9(8).
           01 PTO-GROUP-CODE       PIC X(2).
           01 PTO-PERIOD-ID        PIC 9(6).
           01 PTO-PERIOD-END       PIC 9(8).
           01 PTO-PERIOD-STATUS    PIC X(1).
           01 PTO-MGR-ENO          PIC 9(4).
           01 PTO-STATUS           PIC X(1).
           01 PTO-NEW-STATUS       PIC X(1).
           01 PTO-DECIDER          PIC 9(4).
           01 PTO-REASON           PIC X(20).
           01 PTO-TODAY            PIC 9(8).
           01 PTO-OVERLAP-COUNT    PIC 9(6).
           01 PTO-TIMESHEET-COUNT  PIC 9(6).
           01 PTO-BALANCE          PIC S9(5)V99 COMP-3 VALUE 0.
           01 PTO-SUM-HOURS        PIC S9(5)V99 COMP-3 VALUE 0.
           01 PTO-HRS-EDIT         PIC -(4)9.99.
           01 PTO-TYPE-IDX         PIC 9(1).
           01 PTO-TYPE-TABLE.
               05 PTO-TYPE-ENTRY OCCURS 2 TIMES.
                   10 PT-TYPE      PIC X(1).
                   10 PT-NAME      PIC X(8).
                   10 PT-BALANCE   PIC S9(5)V99 COMP-3.
                   10 PT-PENDING   PIC S9(5)V99 COMP-3.
                   10 PT-APPROVED  PIC S9(5)V99 COMP-3.
                   10 PT-AVAILABLE PIC S9(5)V99 COMP-3.

      *----------------------------------------------------------*
      * team roster (TEAMLIST): the manager's departments are the
      * DEPTTBL rows naming them as MGR_ENO, and everyone in those
      * departments reports to them directly. A report who
      * manages departments of their own brings those
      * departments' staff in as indirect reports, and so on down
      * - a manager sits in the department above the ones they
      * run. Each department carries its ORGHIER division, which
      * is what the role's team grant is scoped by. Terminated
      * and deceased rows are not on the roster.
      *----------------------------------------------------------*
           01 TEAM-MGR-ENO         PIC 9(4).
           01 TEAM-MGR-LNAME       PIC X(10).
           01 TEAM-MGR-FNAME       PIC X(10).
           01 TEAM-WALK-MGR        PIC 9(4).
           01 TEAM-WALK-LEVEL      PIC 9(2).
           01 TEAM-WALK-DEPT       PIC X(4).
           01 TEAM-WALK-DIVISION   PIC X(8).
           01 TEAM-RETURN-DATE     PIC 9(8).
           01 TEAM-AFTER           PIC 9(4).
           01 TEAM-FIRST-NEW       PIC 9(4).
           01 TEAM-SCOPE-SKIPPED   PIC 9(4).
           01 TEAM-DEPT-EOF-SW     PIC X.
               88 TEAM-DEPT-EOF    VALUE 'Y'.
           01 TEAM-EMP-EOF-SW      PIC X.
               88 TEAM-EMP-EOF     VALUE 'Y'.
           01 TEAM-QUEUED-SW       PIC X.
               88 TEAM-DEPT-QUEUED VALUE 'Y'.
           01 TEAM-FULL-SW         PIC X.
               88 TEAM-FULL        VALUE 'Y'.

           01 TEAM-HEADCOUNT       PIC 9(4).
           01 TEAM-DIRECT-COUNT    PIC 9(4).
           01 TEAM-INDIRECT-COUNT  PIC 9(4).
           01 TEAM-ACTIVE-COUNT    PIC 9(4).
           01 TEAM-LEAVE-COUNT     PIC 9(4).
           01 TEAM-RATE-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           01 TEAM-RATE-EDIT       PIC Z(11)9.99.
           01 TEAM-RATE-TEXT       PIC X(15).

           01 TEAM-DEPT-COUNT      PIC 9(3) VALUE 0.
           01 TEAM-DEPT-IDX        PIC 9(3).
           01 TEAM-DEPT-SRCH       PIC 9(3).
           01 TEAM-DEPT-TABLE.
               05 TEAM-DEPT-ENTRY OCCURS 100 TIMES.
                   10 TD-DEPT      PIC X(4).
                   10 TD-DIVISION  PIC X(8).
                   10 TD-LEVEL     PIC 9(2).

           01 TEAM-COUNT           PIC 9(4) VALUE 0.
           01 TEAM-IDX             PIC 9(5).
           01 TEAM-TABLE.
               05 TEAM-ENTRY OCCURS 500 TIMES.
                   10 TM-ENO       PIC 9(4).
                   10 TM-LNAME     PIC X(10).
                   10 TM-FNAME     PIC X(10).
                   10 TM-DEPT      PIC X(4).
                   10 TM-DIVISION  PIC X(8).
                   10 TM-STATUS    PIC X(2).
                   10 TM-LEAVE     PIC X(2).
                   10 TM-RETURN-DATE PIC 9(8).
                   10 TM-LEVEL     PIC 9(2).
                   10 TM-PAYRATE   PIC S9(13)V99 COMP-3.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.
            INCLUDE SQLSTCON
       END-EXEC.

      *  what-if cursors: the same scans PAYCALC1 runs, keyed off
      *  the what-if work fields
           EXEC SQL
               DECLARE WIFALLOC CURSOR FOR
               SELECT DEPT, ALLOC_PCT
                 FROM LBRALLOC
               WHERE ENO = :WIF-ENO
                 AND EFF_FROM <= :WIF-ASOF-DATE
                 AND (EFF_TO = 0
                      OR EFF_TO >= :WIF-ASOF-DATE)
               ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE WIFSTBRK CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM STTAXTBL
               WHERE TAX_YEAR = :WIF-TAX-YEAR
                 AND ST = :WIF-BRKT-ST
                 AND BRACKET_FLOOR <= :WIF-BRKT-WAGES
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

           EXEC SQL
               DECLARE WIFFDBRK CURSOR FOR
               SELECT BRACKET_FLOOR, TAX_RATE, FLAT_AMOUNT
                 FROM FEDTAXTBL
               WHERE TAX_YEAR = :WIF-TAX-YEAR
                 AND FILING_STATUS = :WIF-FILING-STATUS
                 AND BRACKET_FLOOR <= :WIF-GROSS
               ORDER BY BRACKET_FLOOR DESC
           END-EXEC.

           EXEC SQL
               DECLARE WIFDED CURSOR FOR
               SELECT DM.DED_CODE, DM.CALC_METHOD, DM.DED_AMOUNT,
                      DM.EMPLOYEE_SHARE
                 FROM DEDENROLL DE, DEDMAST DM
               WHERE DE.ENO = :WIF-ENO
                 AND DM.DED_CODE = DE.DED_CODE
               ORDER BY DM.PRIORITY, DM.DED_CODE
           END-EXEC.

      *  team roster cursors: the departments one manager runs, and
      *  one department's staff
           EXEC SQL
               DECLARE TMDCRSR CURSOR FOR
               SELECT DEPT
                 FROM DEPTTBL
               WHERE MGR_ENO = :TEAM-WALK-MGR
               ORDER BY DEPT
           END-EXEC.

           EXEC SQL
               DECLARE TMECRSR CURSOR FOR
               SELECT ENO, LNAME, FNAME, PAYRATE, COMPANY, MISCDATA
                 FROM EMPTABLE
               WHERE DEPT = :TEAM-WALK-DEPT
               ORDER BY ENO
           END-EXEC.

       LINKAGE SECTION.

         COPY IOCOPY.
               MOVE SPACES TO RESP-LINE(LIST-FILL-IDX)
           END-PERFORM.
           MOVE '00' TO RETURN-STATUS.
           MOVE 0 TO RESP-JSON-LENGTH.

           PERFORM 1000-THROTTLE-ACQUIRE.

                   WHEN 'QSTATUS'
                       PERFORM 4100-QUEUE-STATUS
                           THRU 4100-QUEUE-STATUS-EX
                   WHEN 'WHATIF'
                       PERFORM 1700-WHAT-IF-NET-PAY
                           THRU 1700-WHAT-IF-NET-PAY-EX
                   WHEN 'PTOBAL'
                       PERFORM 1800-PTO-BALANCE
                           THRU 1800-PTO-BALANCE-EX
                   WHEN 'PTOREQ'
                       PERFORM 1850-PTO-REQUEST
                           THRU 1850-PTO-REQUEST-EX
                   WHEN 'PTOAPPR'
                       PERFORM 1900-PTO-DECISION
                           THRU 1900-PTO-DECISION-EX
                   WHEN 'TEAMLIST'
                       PERFORM 1950-TEAM-ROSTER
                           THRU 1950-TEAM-ROSTER-EX
                   WHEN 'PING'
                       PERFORM 3000-PING
                   WHEN OTHER
               PERFORM 1050-THROTTLE-RELEASE
           END-IF.

           IF OUTPUT-JSON
               PERFORM 8000-RENDER-JSON
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS.
           PERFORM 9500-WRITE-AUDIT-LOG.

           MOVE 'Y' TO MASK-NOTES-SW
           MOVE 'N' TO UPD-ADDR-ALLOWED-SW
           MOVE 'N' TO UPD-DEPT-ALLOWED-SW
           MOVE 'N' TO APPR-PTO-ALLOWED-SW
           MOVE 'N' TO SEE-TEAM-ALLOWED-SW
           MOVE SPACES TO TEAM-SCOPE-DIVISION
           MOVE SPACES TO MASKED-FIELDS

           IF CALLER-ROLE-IN = SPACES
                   IF WSR-UPD-DEPT = 'Y'
                       SET UPD-DEPT-ALLOWED TO TRUE
                   END-IF
                   IF WSR-APPR-PTO = 'Y'
                       SET APPR-PTO-ALLOWED TO TRUE
                   END-IF
                   IF WSR-SEE-TEAM = 'Y'
                       SET SEE-TEAM-ALLOWED TO TRUE
                       MOVE WSR-TEAM-DIVISION TO TEAM-SCOPE-DIVISION
                   END-IF
               END-IF
               PERFORM 1510-READ-ROLE-RECORD
           END-PERFORM
           PERFORM VARYING STMT-LINE-IDX FROM 1 BY 1
                   UNTIL STMT-LINE-IDX > 20
               MOVE SPACES TO STMT-LINE(STMT-LINE-IDX)
               MOVE SPACES TO STMT-ITEM(STMT-LINE-IDX)
           END-PERFORM

           ADD 1 TO STMT-LINE-COUNT
                  ' ' DELIMITED BY SIZE
                  PD-EMPLOYEE-NAME DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'employee' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE PD-EMPLOYEE-NO TO SI-CODE(STMT-LINE-COUNT)
           MOVE PD-EMPLOYEE-NAME TO SI-TEXT(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE 'payRate' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE PD-CURRENCY-CODE TO SI-CURRENCY(STMT-LINE-COUNT)
           IF MASK-PAYRATE
               MOVE 'PAYRATE' TO MASKED-FIELDS(1:8)
               MOVE 'M' TO SI-RATE-SW(STMT-LINE-COUNT)
               STRING 'PAY RATE  ' DELIMITED BY SIZE
                      RATE-MASKED DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
           ELSE
               MOVE 'Y' TO SI-RATE-SW(STMT-LINE-COUNT)
               MOVE PD-PAY-RATE TO SI-RATE(STMT-LINE-COUNT)
               MOVE PD-PAY-RATE TO RATE-EDIT
               STRING 'PAY RATE  ' DELIMITED BY SIZE
                      RATE-EDIT DELIMITED BY SIZE
           STRING 'GROSS PAY ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'grossPay' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE PD-GROSS-PAY TO SI-AMOUNT(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE PD-TAX-AMOUNT TO STMT-AMT-EDIT
                  PD-TAX-STATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'stateTax' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE PD-TAX-STATE TO SI-STATE(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE PD-TAX-AMOUNT TO SI-AMOUNT(STMT-LINE-COUNT)

           IF PD-FED-TAX-AMOUNT NUMERIC
               ADD 1 TO STMT-LINE-COUNT
               STRING 'FED TAX   ' DELIMITED BY SIZE
                      STMT-AMT-EDIT DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
               MOVE 'fedTax' TO SI-ITEM(STMT-LINE-COUNT)
               MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
               MOVE PD-FED-TAX-AMOUNT TO SI-AMOUNT(STMT-LINE-COUNT)
           END-IF

           IF PD-DEDUCTION-COUNT NUMERIC
                              DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO STMT-LINE(STMT-LINE-COUNT)
                   MOVE 'deduction' TO SI-ITEM(STMT-LINE-COUNT)
                   MOVE PD-DED-CODE(STMT-DED-IDX)
                       TO SI-CODE(STMT-LINE-COUNT)
                   MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
                   MOVE PD-DED-AMOUNT(STMT-DED-IDX)
                       TO SI-AMOUNT(STMT-LINE-COUNT)
               END-PERFORM
           END-IF

           STRING 'NET PAY   ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'netPay' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE PD-NET-PAY TO SI-AMOUNT(STMT-LINE-COUNT)

           IF PD-VAC-BALANCE NUMERIC
               ADD 1 TO STMT-LINE-COUNT
                      '  SICK BAL ' DELIMITED BY SIZE
                      PD-SICK-BALANCE DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
               MOVE 'leaveBalance' TO SI-ITEM(STMT-LINE-COUNT)
               MOVE 'Y' TO SI-HOURS-SW(STMT-LINE-COUNT)
               MOVE PD-VAC-BALANCE TO SI-HOURS(STMT-LINE-COUNT)
               IF PD-SICK-BALANCE NUMERIC
                   MOVE 'Y' TO SI-SICK-SW(STMT-LINE-COUNT)
                   MOVE PD-SICK-BALANCE TO SI-SICK(STMT-LINE-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------*
           PERFORM VARYING STMT-LINE-IDX FROM 1 BY 1
                   UNTIL STMT-LINE-IDX > 20
               MOVE SPACES TO STMT-LINE(STMT-LINE-IDX)
               MOVE SPACES TO STMT-ITEM(STMT-LINE-IDX)
           END-PERFORM

           ADD 1 TO STMT-LINE-COUNT
           MOVE 'inputs' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE PD-CURRENCY-CODE TO SI-CURRENCY(STMT-LINE-COUNT)
           MOVE PD-TAX-STATE TO SI-STATE(STMT-LINE-COUNT)
           IF MASK-PAYRATE
               MOVE 'PAYRATE' TO MASKED-FIELDS(1:8)
               MOVE 'M' TO SI-RATE-SW(STMT-LINE-COUNT)
               STRING 'INPUTS: RATE=' DELIMITED BY SIZE
                      RATE-MASKED DELIMITED BY SIZE
                      ' CCY=' DELIMITED BY SIZE
                      PD-TAX-STATE DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
           ELSE
               MOVE 'Y' TO SI-RATE-SW(STMT-LINE-COUNT)
               MOVE PD-PAY-RATE TO SI-RATE(STMT-LINE-COUNT)
               MOVE PD-PAY-RATE TO RATE-EDIT
               STRING 'INPUTS: RATE=' DELIMITED BY SIZE
                      RATE-EDIT DELIMITED BY SIZE
                          ' HRS = ' DELIMITED BY SIZE
                          STMT-AMT-EDIT DELIMITED BY SIZE
                       INTO STMT-LINE(STMT-LINE-COUNT)
                   MOVE 'earning' TO SI-ITEM(STMT-LINE-COUNT)
                   MOVE PD-EARN-CODE(STMT-DED-IDX)
                       TO SI-CODE(STMT-LINE-COUNT)
                   MOVE 'Y' TO SI-HOURS-SW(STMT-LINE-COUNT)
                   MOVE PD-EARN-HOURS(STMT-DED-IDX)
                       TO SI-HOURS(STMT-LINE-COUNT)
                   MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
                   MOVE PD-EARN-AMOUNT(STMT-DED-IDX)
                       TO SI-AMOUNT(STMT-LINE-COUNT)
               END-PERFORM
           END-IF

           STRING 'GROSS     ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'grossPay' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE PD-GROSS-PAY TO SI-AMOUNT(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE PD-TAX-AMOUNT TO STMT-AMT-EDIT
           STRING 'STATE TAX ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'stateTax' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE PD-TAX-STATE TO SI-STATE(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE PD-TAX-AMOUNT TO SI-AMOUNT(STMT-LINE-COUNT)

           IF PD-FED-TAX-AMOUNT NUMERIC
               ADD 1 TO STMT-LINE-COUNT
               STRING 'FED TAX   ' DELIMITED BY SIZE
                      STMT-AMT-EDIT DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
               MOVE 'fedTax' TO SI-ITEM(STMT-LINE-COUNT)
               MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
               MOVE PD-FED-TAX-AMOUNT TO SI-AMOUNT(STMT-LINE-COUNT)
           END-IF

           IF PD-DEDUCTION-COUNT NUMERIC
                          ' ' DELIMITED BY SIZE
                          STMT-AMT-EDIT DELIMITED BY SIZE
                       INTO STMT-LINE(STMT-LINE-COUNT)
                   MOVE 'deduction' TO SI-ITEM(STMT-LINE-COUNT)
                   MOVE PD-DED-CODE(STMT-DED-IDX)
                       TO SI-CODE(STMT-LINE-COUNT)
                   MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
                   MOVE PD-DED-AMOUNT(STMT-DED-IDX)
                       TO SI-AMOUNT(STMT-LINE-COUNT)
               END-PERFORM
           END-IF

           STRING 'GARNISHED ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'garnished' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE TRACE-RESIDUAL TO SI-AMOUNT(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE PD-NET-PAY TO STMT-AMT-EDIT
           STRING 'NET PAY   ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'netPay' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE PD-NET-PAY TO SI-AMOUNT(STMT-LINE-COUNT).

      *----------------------------------------------------------*
      * 1600-COMPUTE-ROW-VERSION
               SELECT COUNT(*) INTO :DEPT-EXISTS-COUNT
                   FROM DEPTTBL
                   WHERE DEPT = :NEW-DEPT
                     AND (DEPT_STATUS IS NULL OR DEPT_STATUS <> 'R')
           END-EXEC.
           IF SQLCODE < 0 OR DEPT-EXISTS-COUNT = 0
               MOVE '01' TO RETURN-STATUS
               MOVE 'DEPARTMENT NOT ON DEPTTBL OR RETIRED'
                   TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1400-DEPARTMENT-MOVE-EX
           END-IF.
       1400-DEPARTMENT-MOVE-EX.
           EXIT.

      *----------------------------------------------------------*
      * 1700-WHAT-IF-NET-PAY
      * What-if net pay: DATA-IN-1 carries the ENO, then an
      * optional rate (9(7)V99), the hours (9(3)V99), an optional
      * retirement contribution percent (9(3)V99) and an optional
      * filing status (S/M/H). The estimate prices the hours at
      * straight time, withholds state, federal and local tax,
      * takes the enrolled deductions and union dues, and answers
      * each line through RESP-LINE, paged like the statement.
      * Nothing is written; the rate shows only to roles that may
      * see pay rates.
      *----------------------------------------------------------*
       1700-WHAT-IF-NET-PAY.
           DISPLAY 'WHATIF, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'WHATIF' TO OPCODE-OUT.

           MOVE DATA-IN-1 TO WIF-REQUEST.
           IF WIF-REQ-ENO NOT NUMERIC
                   OR WIF-REQ-HOURS NOT NUMERIC
               MOVE '01' TO RETURN-STATUS
               MOVE 'ENO AND HOURS MUST BOTH BE NUMERIC'
                   TO DATA-OUT-1
               GO TO 1700-WHAT-IF-NET-PAY-EX
           END-IF.
           IF (WIF-REQ-RATE NOT = SPACES
                   AND WIF-REQ-RATE NOT NUMERIC)
               OR (WIF-REQ-DED-PCT NOT = SPACES
                   AND WIF-REQ-DED-PCT NOT NUMERIC)
               MOVE '01' TO RETURN-STATUS
               MOVE 'RATE OR DEDUCTION PERCENT NOT NUMERIC'
                   TO DATA-OUT-1
               GO TO 1700-WHAT-IF-NET-PAY-EX
           END-IF.
           IF WIF-REQ-FILING NOT = SPACE
                   AND WIF-REQ-FILING NOT = 'S'
                   AND WIF-REQ-FILING NOT = 'M'
                   AND WIF-REQ-FILING NOT = 'H'
               MOVE '01' TO RETURN-STATUS
               MOVE 'FILING STATUS MUST BE S, M OR H'
                   TO DATA-OUT-1
               GO TO 1700-WHAT-IF-NET-PAY-EX
           END-IF.

           MOVE WIF-REQ-ENO-N TO WIF-ENO.
           MOVE WIF-REQ-HOURS-N TO WIF-HOURS.
           MOVE 'N' TO WIF-DED-PCT-SW.
           MOVE 0 TO WIF-DED-PCT.
           IF WIF-REQ-DED-PCT NOT = SPACES
               MOVE WIF-REQ-DED-PCT-N TO WIF-DED-PCT
               SET WIF-DED-PCT-GIVEN TO TRUE
           END-IF.

           MOVE 0 TO STMT-AFTER-LINE.
           IF CONTINUATION-IN NOT = SPACES
                   AND CONTINUATION-IN(1:2) NUMERIC
               MOVE CONTINUATION-IN(1:2) TO STMT-AFTER-LINE
           END-IF.

           PERFORM 1620-CONNECT-DATABASE.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'DATABASE NOT AVAILABLE' TO DATA-OUT-1
               GO TO 1700-WHAT-IF-NET-PAY-EX
           END-IF.

           EXEC SQL
               SELECT ST, ZIP, DEPT, PAYRATE, COMPANY
                   INTO :ST, :ZIP, :DEPT, :PAYRATE, :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :WIF-ENO
           END-EXEC.
           IF SQLCODE <> 0
               OR (COMPANY-IN NOT = SPACES
                   AND COMPANY-CODE NOT = COMPANY-IN)
               MOVE '01' TO RETURN-STATUS
               MOVE 'EMPLOYEE NOT FOUND' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1700-WHAT-IF-NET-PAY-EX
           END-IF.

           IF WIF-REQ-RATE = SPACES
               MOVE PAYRATE TO WIF-RATE
           ELSE
               MOVE WIF-REQ-RATE-N TO WIF-RATE
           END-IF.

           PERFORM 1710-LOAD-WHAT-IF-SETTINGS.

           COMPUTE WIF-GROSS ROUNDED = WIF-RATE * WIF-HOURS.

           PERFORM 1720-WHAT-IF-STATE-TAX.
           PERFORM 1730-WHAT-IF-FED-TAX
               THRU 1730-WHAT-IF-FED-EXIT.
           PERFORM 1740-WHAT-IF-LOCAL-TAX.

           COMPUTE WIF-TAXABLE-PAY =
               WIF-GROSS - WIF-STATE-TAX - WIF-FED-TAX
                 - WIF-LOCAL-TAX.
           MOVE WIF-TAXABLE-PAY TO WIF-NET.

           PERFORM 1750-WHAT-IF-DEDUCTIONS.
           PERFORM 1760-WHAT-IF-UNION-DUES
               THRU 1760-WHAT-IF-UNION-EXIT.

           EXEC SQL CONNECT RESET END-EXEC.

           PERFORM 1790-RENDER-WHAT-IF-LINES.
           PERFORM 1230-PAGE-OUT-LINES.

           MOVE SPACES TO DATA-OUT-1.
           STRING 'WHATIF ENO=' DELIMITED BY SIZE
                  WIF-ENO DELIMITED BY SIZE
                  ' ESTIMATE ONLY - NOTHING POSTED'
                      DELIMITED BY SIZE
               INTO DATA-OUT-1.
       1700-WHAT-IF-NET-PAY-EX.
           EXIT.

      *----------------------------------------------------------*
      * 1710-LOAD-WHAT-IF-SETTINGS
      * The run settings the calculation takes from its
      * environment and from the employee's pay group: the tax
      * year (this calendar year), the retirement code and limit,
      * the group's periods per year and the monthly proration.
      *----------------------------------------------------------*
       1710-LOAD-WHAT-IF-SETTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WIF-ASOF-DATE
           MOVE WIF-ASOF-DATE(1:4) TO WIF-TAX-YEAR

           MOVE '401K' TO WIF-RETIRE-CODE
           MOVE 23000 TO WIF-RETIRE-LIMIT
           DISPLAY "RETIRE_DED_CODE" UPON ENVIRONMENT-NAME
           ACCEPT WIF-RETIRE-TEXT FROM ENVIRONMENT-VALUE
           IF WIF-RETIRE-TEXT NOT = SPACES
               MOVE WIF-RETIRE-TEXT TO WIF-RETIRE-CODE
           END-IF
           DISPLAY "RETIRE_EMP_LIMIT" UPON ENVIRONMENT-NAME
           ACCEPT WIF-LIMIT-TEXT FROM ENVIRONMENT-VALUE
           IF WIF-LIMIT-TEXT NUMERIC
               MOVE WIF-LIMIT-TEXT TO WIF-RETIRE-LIMIT
           END-IF

           MOVE 'MO' TO WIF-GROUP-CODE
           EXEC SQL
               SELECT GROUP_CODE INTO :WIF-GROUP-CODE
                   FROM EMPPAYGRP
                   WHERE ENO = :WIF-ENO
           END-EXEC
           IF SQLCODE <> 0 OR WIF-GROUP-CODE = SPACES
               MOVE 'MO' TO WIF-GROUP-CODE
           END-IF

           MOVE 12 TO WIF-PERIODS-PER-YEAR
           MOVE 0 TO WIF-GROUP-PPY
           EXEC SQL
               SELECT PERIODS_YEAR INTO :WIF-GROUP-PPY
                   FROM PAYGROUP
                   WHERE GROUP_CODE = :WIF-GROUP-CODE
           END-EXEC
           IF SQLCODE = 0 AND WIF-GROUP-PPY > 0
               MOVE WIF-GROUP-PPY TO WIF-PERIODS-PER-YEAR
           END-IF

           COMPUTE WIF-PRORATE ROUNDED =
               12 / WIF-PERIODS-PER-YEAR.

      *----------------------------------------------------------*
      * 1720-WHAT-IF-STATE-TAX
      * State withholding as the calculation does it: today's
      * labor splits place each share in its department's work
      * state, reciprocity decides who withholds it, and no splits
      * leaves the whole wage in the resident state. Each state's
      * share then taxes through its own brackets.
      *----------------------------------------------------------*
       1720-WHAT-IF-STATE-TAX.
           MOVE 0 TO WIF-STATE-TAX
           MOVE 0 TO WIF-STX-COUNT
           MOVE 0 TO WIF-ALLOC-COUNT

           EXEC SQL
               OPEN WIFALLOC
           END-EXEC
           IF SQLCODE = 0
               PERFORM 1722-FETCH-WHAT-IF-SPLIT
               PERFORM UNTIL SQLCODE <> 0
                       OR WIF-ALLOC-COUNT >= 10
                   ADD 1 TO WIF-ALLOC-COUNT
                   MOVE WIF-ALLOC-DEPT TO WA-DEPT(WIF-ALLOC-COUNT)
                   MOVE WIF-ALLOC-PCT TO WA-PCT(WIF-ALLOC-COUNT)
                   PERFORM 1722-FETCH-WHAT-IF-SPLIT
               END-PERFORM
               EXEC SQL
                   CLOSE WIFALLOC
               END-EXEC
           END-IF

           IF WIF-ALLOC-COUNT = 0
               MOVE ST TO WIF-WHOLD-ST
               MOVE WIF-GROSS TO WIF-SHARE
               PERFORM 1726-FOLD-WHAT-IF-SHARE
           ELSE
               MOVE WIF-GROSS TO WIF-REMAINING
               PERFORM VARYING WIF-ALLOC-IDX FROM 1 BY 1
                       UNTIL WIF-ALLOC-IDX > WIF-ALLOC-COUNT
                   IF WIF-ALLOC-IDX = WIF-ALLOC-COUNT
                       MOVE WIF-REMAINING TO WIF-SHARE
                   ELSE
                       COMPUTE WIF-SHARE ROUNDED =
                           WIF-GROSS * WA-PCT(WIF-ALLOC-IDX) / 100
                       SUBTRACT WIF-SHARE FROM WIF-REMAINING
                   END-IF
                   PERFORM 1724-RESOLVE-WHAT-IF-STATE
                   PERFORM 1726-FOLD-WHAT-IF-SHARE
               END-PERFORM
           END-IF

           PERFORM VARYING WIF-STX-IDX FROM 1 BY 1
                   UNTIL WIF-STX-IDX > WIF-STX-COUNT
               PERFORM 1728-TAX-WHAT-IF-STATE
           END-PERFORM.

       1722-FETCH-WHAT-IF-SPLIT.
           EXEC SQL
               FETCH WIFALLOC INTO :WIF-ALLOC-DEPT, :WIF-ALLOC-PCT
           END-EXEC.

       1724-RESOLVE-WHAT-IF-STATE.
           MOVE WA-DEPT(WIF-ALLOC-IDX) TO WIF-ALLOC-DEPT
           MOVE SPACES TO WIF-WORK-ST
           EXEC SQL
               SELECT DEPT_ST INTO :WIF-WORK-ST
                   FROM DEPTTBL
                   WHERE DEPT = :WIF-ALLOC-DEPT
           END-EXEC
           IF SQLCODE <> 0 OR WIF-WORK-ST = SPACES
               MOVE ST TO WIF-WORK-ST
           END-IF

           IF WIF-WORK-ST = ST
               MOVE ST TO WIF-WHOLD-ST
           ELSE
               MOVE SPACE TO WIF-WHOLD-SIDE
               EXEC SQL
                   SELECT WHOLD_SIDE INTO :WIF-WHOLD-SIDE
                       FROM RECIPTBL
                       WHERE WORK_ST = :WIF-WORK-ST
                         AND RES_ST = :ST
               END-EXEC
               IF SQLCODE = 0 AND WIF-WHOLD-SIDE = 'R'
                   MOVE ST TO WIF-WHOLD-ST
               ELSE
                   MOVE WIF-WORK-ST TO WIF-WHOLD-ST
               END-IF
           END-IF.

       1726-FOLD-WHAT-IF-SHARE.
           MOVE 0 TO WIF-STX-MATCH-IDX
           PERFORM VARYING WIF-STX-IDX FROM 1 BY 1
                   UNTIL WIF-STX-IDX > WIF-STX-COUNT
               IF WX-STATE(WIF-STX-IDX) = WIF-WHOLD-ST
                   MOVE WIF-STX-IDX TO WIF-STX-MATCH-IDX
               END-IF
           END-PERFORM

           IF WIF-STX-MATCH-IDX = 0
               IF WIF-STX-COUNT >= 3
                   MOVE 1 TO WIF-STX-MATCH-IDX
               ELSE
                   ADD 1 TO WIF-STX-COUNT
                   MOVE WIF-WHOLD-ST TO WX-STATE(WIF-STX-COUNT)
                   MOVE 0 TO WX-WAGES(WIF-STX-COUNT)
                   MOVE 0 TO WX-TAX(WIF-STX-COUNT)
                   MOVE WIF-STX-COUNT TO WIF-STX-MATCH-IDX
               END-IF
           END-IF

           ADD WIF-SHARE TO WX-WAGES(WIF-STX-MATCH-IDX).

       1728-TAX-WHAT-IF-STATE.
           MOVE WX-STATE(WIF-STX-IDX) TO WIF-BRKT-ST
           MOVE WX-WAGES(WIF-STX-IDX) TO WIF-BRKT-WAGES
           MOVE 0 TO WX-TAX(WIF-STX-IDX)

           EXEC SQL
               OPEN WIFSTBRK
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH WIFSTBRK
                       INTO :WIF-BRKT-FLOOR, :WIF-BRKT-RATE,
                            :WIF-BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE WX-TAX(WIF-STX-IDX) ROUNDED =
                       WIF-BRKT-FLAT
                     + (WIF-BRKT-RATE
                         * (WIF-BRKT-WAGES - WIF-BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE WIFSTBRK
               END-EXEC
           END-IF

           ADD WX-TAX(WIF-STX-IDX) TO WIF-STATE-TAX.

      *----------------------------------------------------------*
      * 1730-WHAT-IF-FED-TAX
      * Federal withholding off the FEDELECT election, with the
      * hypothetical filing status standing in for the elected
      * one when the caller gives one; credit, extra amount and
      * exemption stay as elected.
      *----------------------------------------------------------*
       1730-WHAT-IF-FED-TAX.
           MOVE 0 TO WIF-FED-TAX
           MOVE 'S' TO WIF-FILING-STATUS
           MOVE 0 TO WIF-DEP-CREDIT
           MOVE 0 TO WIF-EXTRA-AMOUNT
           MOVE 'N' TO WIF-EXEMPT-FLAG

           EXEC SQL
               SELECT FILING_STATUS, DEPENDENT_CREDIT,
                      EXTRA_AMOUNT, EXEMPT_FLAG
                   INTO :WIF-FILING-STATUS, :WIF-DEP-CREDIT,
                        :WIF-EXTRA-AMOUNT, :WIF-EXEMPT-FLAG
                   FROM FEDELECT
                   WHERE ENO = :WIF-ENO
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'S' TO WIF-FILING-STATUS
               MOVE 0 TO WIF-DEP-CREDIT
               MOVE 0 TO WIF-EXTRA-AMOUNT
               MOVE 'N' TO WIF-EXEMPT-FLAG
           END-IF

           IF WIF-REQ-FILING NOT = SPACE
               MOVE WIF-REQ-FILING TO WIF-FILING-STATUS
           END-IF

           IF WIF-EXEMPT-FLAG = 'Y'
               GO TO 1730-WHAT-IF-FED-EXIT
           END-IF

           EXEC SQL
               OPEN WIFFDBRK
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   FETCH WIFFDBRK
                       INTO :WIF-BRKT-FLOOR, :WIF-BRKT-RATE,
                            :WIF-BRKT-FLAT
               END-EXEC
               IF SQLCODE = 0
                   COMPUTE WIF-FED-TAX ROUNDED =
                       WIF-BRKT-FLAT
                     + (WIF-BRKT-RATE
                         * (WIF-GROSS - WIF-BRKT-FLOOR))
               END-IF
               EXEC SQL
                   CLOSE WIFFDBRK
               END-EXEC
           END-IF

           COMPUTE WIF-FED-TAX ROUNDED =
               WIF-FED-TAX
             - (WIF-DEP-CREDIT / WIF-PERIODS-PER-YEAR)
             + WIF-EXTRA-AMOUNT

           IF WIF-FED-TAX < 0
               MOVE 0 TO WIF-FED-TAX
           END-IF.
       1730-WHAT-IF-FED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1740-WHAT-IF-LOCAL-TAX
      * Local wage tax by the work-site and residence localities,
      * the residence crediting the work-site tax where its rule
      * says so - the ZIP decrypts first, as the calculation does.
      *----------------------------------------------------------*
       1740-WHAT-IF-LOCAL-TAX.
           MOVE 0 TO WIF-WORK-LTAX
           MOVE 0 TO WIF-RES-LTAX

           PERFORM 1560-LOAD-COLUMN-KEY
           SET CRYPT-OP-DECRYPT TO TRUE
           MOVE ZIP TO CRYPT-BUFFER
           MOVE 5 TO CRYPT-LENGTH
           CALL 'COLCRYP1' USING CRYPT-OPERATION, CRYPT-KEY,
               CRYPT-BUFFER, CRYPT-LENGTH
           MOVE 'Z' TO WIF-MAP-TYPE
           MOVE CRYPT-BUFFER(1:5) TO WIF-MAP-KEY
           PERFORM 1742-FETCH-WHAT-IF-MAP
           MOVE WIF-MAP-CODE TO WIF-RES-CODE

           MOVE 'W' TO WIF-MAP-TYPE
           MOVE DEPT TO WIF-MAP-KEY
           PERFORM 1742-FETCH-WHAT-IF-MAP
           MOVE WIF-MAP-CODE TO WIF-WORK-CODE

           IF WIF-WORK-CODE NOT = SPACES
                   AND WIF-WORK-CODE NOT = WIF-RES-CODE
               MOVE WIF-WORK-CODE TO WIF-LOOKUP-CODE
               PERFORM 1744-FETCH-WHAT-IF-RATES
               COMPUTE WIF-WORK-LTAX ROUNDED =
                   WIF-GROSS * WIF-NONRES-RATE
           END-IF

           IF WIF-RES-CODE NOT = SPACES
               MOVE WIF-RES-CODE TO WIF-LOOKUP-CODE
               PERFORM 1744-FETCH-WHAT-IF-RATES
               COMPUTE WIF-RES-LTAX ROUNDED =
                   WIF-GROSS * WIF-RES-RATE
               IF WIF-RES-CREDIT = 'Y'
                   SUBTRACT WIF-WORK-LTAX FROM WIF-RES-LTAX
                   IF WIF-RES-LTAX < 0
                       MOVE 0 TO WIF-RES-LTAX
                   END-IF
               END-IF
           END-IF

           COMPUTE WIF-LOCAL-TAX = WIF-WORK-LTAX + WIF-RES-LTAX.

       1742-FETCH-WHAT-IF-MAP.
           MOVE SPACES TO WIF-MAP-CODE
           EXEC SQL
               SELECT LOCAL_CODE INTO :WIF-MAP-CODE
                   FROM LOCMAP
                   WHERE MAP_TYPE = :WIF-MAP-TYPE
                     AND MAP_KEY = :WIF-MAP-KEY
           END-EXEC
           IF SQLCODE <> 0
               MOVE SPACES TO WIF-MAP-CODE
           END-IF.

       1744-FETCH-WHAT-IF-RATES.
           EXEC SQL
               SELECT RES_RATE, NONRES_RATE, RES_CREDIT
                   INTO :WIF-RES-RATE, :WIF-NONRES-RATE,
                        :WIF-RES-CREDIT
                   FROM LOCTAX
                   WHERE LOCAL_CODE = :WIF-LOOKUP-CODE
           END-EXEC
           IF SQLCODE <> 0
               MOVE 0 TO WIF-RES-RATE
               MOVE 0 TO WIF-NONRES-RATE
               MOVE 'N' TO WIF-RES-CREDIT
           END-IF.

      *----------------------------------------------------------*
      * 1750-WHAT-IF-DEDUCTIONS
      * The enrolled deductions in priority order, by the
      * calculation's rules - flat amounts prorated to the group,
      * percents of taxable pay, the employee share, the
      * retirement code held to its calendar-year limit, each
      * capped at what is left of net. A hypothetical percent
      * replaces the retirement deduction's own terms, and stands
      * in as a new one for an employee not yet enrolled.
      *----------------------------------------------------------*
       1750-WHAT-IF-DEDUCTIONS.
           MOVE 0 TO WIF-DED-COUNT
           MOVE 'N' TO WIF-RETIRE-SEEN-SW

           MOVE 0 TO WIF-RET-YTD
           EXEC SQL
               SELECT EMP_CONTRIB INTO :WIF-RET-YTD
                   FROM RETYTD
                   WHERE ENO = :WIF-ENO
                     AND TAX_YEAR = :WIF-TAX-YEAR
           END-EXEC
           IF SQLCODE <> 0
               MOVE 0 TO WIF-RET-YTD
           END-IF

           EXEC SQL
               OPEN WIFDED
           END-EXEC
           IF SQLCODE = 0
               PERFORM 1752-FETCH-WHAT-IF-DEDUCTION
               PERFORM UNTIL SQLCODE <> 0
                       OR WIF-DED-COUNT >= 5
                   PERFORM 1754-APPLY-WHAT-IF-DEDUCTION
                   PERFORM 1752-FETCH-WHAT-IF-DEDUCTION
               END-PERFORM
               EXEC SQL
                   CLOSE WIFDED
               END-EXEC
           END-IF

           IF WIF-DED-PCT-GIVEN
                   AND NOT WIF-RETIRE-SEEN
                   AND WIF-DED-COUNT < 5
               MOVE WIF-RETIRE-CODE TO WIF-DED-CODE
               MOVE 'P' TO WIF-DED-METHOD
               MOVE 1 TO WIF-DED-SHARE
               PERFORM 1754-APPLY-WHAT-IF-DEDUCTION
           END-IF.

       1752-FETCH-WHAT-IF-DEDUCTION.
           EXEC SQL
               FETCH WIFDED
                   INTO :WIF-DED-CODE, :WIF-DED-METHOD,
                        :WIF-DED-RATE, :WIF-DED-SHARE
           END-EXEC.

       1754-APPLY-WHAT-IF-DEDUCTION.
           IF WIF-DED-CODE = WIF-RETIRE-CODE
               SET WIF-RETIRE-SEEN TO TRUE
               IF WIF-DED-PCT-GIVEN
                   MOVE 'P' TO WIF-DED-METHOD
                   MOVE WIF-DED-PCT TO WIF-DED-RATE
                   MOVE 1 TO WIF-DED-SHARE
               END-IF
           END-IF

           IF WIF-DED-METHOD = 'P'
               COMPUTE WIF-DED-AMOUNT ROUNDED =
                   WIF-TAXABLE-PAY * WIF-DED-RATE / 100
           ELSE
               COMPUTE WIF-DED-AMOUNT ROUNDED =
                   WIF-DED-RATE * WIF-PRORATE
           END-IF

           COMPUTE WIF-DED-AMOUNT ROUNDED =
               WIF-DED-AMOUNT * WIF-DED-SHARE

           IF WIF-DED-CODE = WIF-RETIRE-CODE
               IF WIF-DED-AMOUNT > WIF-RETIRE-LIMIT - WIF-RET-YTD
                   COMPUTE WIF-DED-AMOUNT =
                       WIF-RETIRE-LIMIT - WIF-RET-YTD
               END-IF
           END-IF

           IF WIF-DED-AMOUNT > WIF-NET
               MOVE WIF-NET TO WIF-DED-AMOUNT
           END-IF
           IF WIF-DED-AMOUNT < 0
               MOVE 0 TO WIF-DED-AMOUNT
           END-IF

           IF WIF-DED-AMOUNT > 0
               ADD 1 TO WIF-DED-COUNT
               MOVE WIF-DED-CODE TO WD-CODE(WIF-DED-COUNT)
               MOVE WIF-DED-AMOUNT TO WD-AMOUNT(WIF-DED-COUNT)
               SUBTRACT WIF-DED-AMOUNT FROM WIF-NET
           END-IF.

       1760-WHAT-IF-UNION-DUES.
           EXEC SQL
               SELECT M.UNION_CODE, U.DUES_METHOD, U.DUES_AMOUNT
                   INTO :WIF-UNION-CODE, :WIF-UNION-METHOD,
                        :WIF-UNION-DUES
                   FROM UNMEMBER M, UNMAST U
                   WHERE M.ENO = :WIF-ENO
                     AND U.UNION_CODE = M.UNION_CODE
           END-EXEC
           IF SQLCODE <> 0
               GO TO 1760-WHAT-IF-UNION-EXIT
           END-IF

           IF WIF-UNION-METHOD = 'P'
               COMPUTE WIF-DED-AMOUNT ROUNDED =
                   WIF-GROSS * WIF-UNION-DUES / 100
           ELSE
               COMPUTE WIF-DED-AMOUNT ROUNDED =
                   WIF-UNION-DUES * WIF-PRORATE
           END-IF

           IF WIF-DED-AMOUNT > WIF-NET
               MOVE WIF-NET TO WIF-DED-AMOUNT
           END-IF

           IF WIF-DED-AMOUNT > 0
                   AND WIF-DED-COUNT < 6
               ADD 1 TO WIF-DED-COUNT
               MOVE WIF-UNION-CODE TO WD-CODE(WIF-DED-COUNT)
               MOVE WIF-DED-AMOUNT TO WD-AMOUNT(WIF-DED-COUNT)
               SUBTRACT WIF-DED-AMOUNT FROM WIF-NET
           END-IF.
       1760-WHAT-IF-UNION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1790-RENDER-WHAT-IF-LINES
      * The estimate in the trace's line shapes: the inputs, the
      * gross, each withholding state, federal and local tax, each
      * deduction taken and the net.
      *----------------------------------------------------------*
       1790-RENDER-WHAT-IF-LINES.
           MOVE 0 TO STMT-LINE-COUNT
           PERFORM VARYING STMT-LINE-IDX FROM 1 BY 1
                   UNTIL STMT-LINE-IDX > 20
               MOVE SPACES TO STMT-LINE(STMT-LINE-IDX)
               MOVE SPACES TO STMT-ITEM(STMT-LINE-IDX)
           END-PERFORM

           IF MASK-PAYRATE
               MOVE 'PAYRATE' TO MASKED-FIELDS(1:8)
               MOVE RATE-MASKED TO RATE-TEXT
           ELSE
               MOVE WIF-RATE TO RATE-EDIT
               MOVE RATE-EDIT TO RATE-TEXT
           END-IF
           MOVE WIF-HOURS TO WIF-HRS-EDIT

           ADD 1 TO STMT-LINE-COUNT
           MOVE 'inputs' TO SI-ITEM(STMT-LINE-COUNT)
           IF MASK-PAYRATE
               MOVE 'M' TO SI-RATE-SW(STMT-LINE-COUNT)
           ELSE
               MOVE 'Y' TO SI-RATE-SW(STMT-LINE-COUNT)
               MOVE WIF-RATE TO SI-RATE(STMT-LINE-COUNT)
           END-IF
           MOVE 'Y' TO SI-HOURS-SW(STMT-LINE-COUNT)
           MOVE WIF-HOURS TO SI-HOURS(STMT-LINE-COUNT)
           MOVE WIF-FILING-STATUS TO SI-FILING(STMT-LINE-COUNT)
           MOVE ST TO SI-STATE(STMT-LINE-COUNT)
           STRING 'INPUTS: RATE=' DELIMITED BY SIZE
                  RATE-TEXT DELIMITED BY SIZE
                  ' HRS=' DELIMITED BY SIZE
                  WIF-HRS-EDIT DELIMITED BY SIZE
                  ' FS=' DELIMITED BY SIZE
                  WIF-FILING-STATUS DELIMITED BY SIZE
                  ' ST=' DELIMITED BY SIZE
                  ST DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE WIF-GROSS TO STMT-AMT-EDIT
           STRING 'GROSS     ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'grossPay' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE WIF-GROSS TO SI-AMOUNT(STMT-LINE-COUNT)

           PERFORM VARYING WIF-STX-IDX FROM 1 BY 1
                   UNTIL WIF-STX-IDX > WIF-STX-COUNT
               ADD 1 TO STMT-LINE-COUNT
               MOVE WX-TAX(WIF-STX-IDX) TO STMT-AMT-EDIT
               STRING 'STATE TAX ' DELIMITED BY SIZE
                      STMT-AMT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WX-STATE(WIF-STX-IDX) DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
               MOVE 'stateTax' TO SI-ITEM(STMT-LINE-COUNT)
               MOVE WX-STATE(WIF-STX-IDX) TO SI-STATE(STMT-LINE-COUNT)
               MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
               MOVE WX-TAX(WIF-STX-IDX) TO SI-AMOUNT(STMT-LINE-COUNT)
           END-PERFORM

           ADD 1 TO STMT-LINE-COUNT
           MOVE WIF-FED-TAX TO STMT-AMT-EDIT
           STRING 'FED TAX   ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'fedTax' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE WIF-FED-TAX TO SI-AMOUNT(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE WIF-LOCAL-TAX TO STMT-AMT-EDIT
           STRING 'LOCAL TAX ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'localTax' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE WIF-LOCAL-TAX TO SI-AMOUNT(STMT-LINE-COUNT)

           PERFORM VARYING STMT-DED-IDX FROM 1 BY 1
                   UNTIL STMT-DED-IDX > WIF-DED-COUNT
               ADD 1 TO STMT-LINE-COUNT
               MOVE WD-AMOUNT(STMT-DED-IDX) TO STMT-AMT-EDIT
               STRING 'TAKEN ' DELIMITED BY SIZE
                      WD-CODE(STMT-DED-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      STMT-AMT-EDIT DELIMITED BY SIZE
                   INTO STMT-LINE(STMT-LINE-COUNT)
               MOVE 'deduction' TO SI-ITEM(STMT-LINE-COUNT)
               MOVE WD-CODE(STMT-DED-IDX) TO SI-CODE(STMT-LINE-COUNT)
               MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
               MOVE WD-AMOUNT(STMT-DED-IDX)
                   TO SI-AMOUNT(STMT-LINE-COUNT)
           END-PERFORM

           ADD 1 TO STMT-LINE-COUNT
           MOVE WIF-NET TO STMT-AMT-EDIT
           STRING 'NET PAY   ' DELIMITED BY SIZE
                  STMT-AMT-EDIT DELIMITED BY SIZE
               INTO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'netPay' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE 'Y' TO SI-AMOUNT-SW(STMT-LINE-COUNT)
           MOVE WIF-NET TO SI-AMOUNT(STMT-LINE-COUNT)

           ADD 1 TO STMT-LINE-COUNT
           MOVE 'ESTIMATE BEFORE GARNISHMENTS, ARREARS AND RECOVERIES'
               TO STMT-LINE(STMT-LINE-COUNT)
           MOVE 'note' TO SI-ITEM(STMT-LINE-COUNT)
           MOVE STMT-LINE(STMT-LINE-COUNT) TO SI-TEXT(STMT-LINE-COUNT).

      *----------------------------------------------------------*
      * 1800-PTO-BALANCE
      * Time-off balances: DATA-IN-1 carries the ENO. One
      * RESP-LINE per PTO type - the PTOBAL balance, the hours on
      * pending and on approved but not yet drawn requests, and
      * what remains available to request.
      *----------------------------------------------------------*
       1800-PTO-BALANCE.
           DISPLAY 'PTOBAL, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'PTOBAL' TO OPCODE-OUT.

           IF DATA-IN-1(1:4) NOT NUMERIC
               MOVE '01' TO RETURN-STATUS
               MOVE 'ENO NOT NUMERIC' TO DATA-OUT-1
               GO TO 1800-PTO-BALANCE-EX
           END-IF.
           MOVE DATA-IN-1(1:4) TO PTO-ENO.

           PERFORM 1620-CONNECT-DATABASE.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'DATABASE NOT AVAILABLE' TO DATA-OUT-1
               GO TO 1800-PTO-BALANCE-EX
           END-IF.

           EXEC SQL
               SELECT COMPANY INTO :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :PTO-ENO
           END-EXEC.
           IF SQLCODE <> 0
               OR (COMPANY-IN NOT = SPACES
                   AND COMPANY-CODE NOT = COMPANY-IN)
               MOVE '01' TO RETURN-STATUS
               MOVE 'EMPLOYEE NOT FOUND' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1800-PTO-BALANCE-EX
           END-IF.

           PERFORM 1810-LOAD-PTO-TYPES.

           EXEC SQL CONNECT RESET END-EXEC.

           PERFORM VARYING PTO-TYPE-IDX FROM 1 BY 1
                   UNTIL PTO-TYPE-IDX > 2
               MOVE SPACES TO RESP-LINE(PTO-TYPE-IDX)
               MOVE PT-NAME(PTO-TYPE-IDX)
                   TO RESP-LINE(PTO-TYPE-IDX)(1:8)
               MOVE PT-BALANCE(PTO-TYPE-IDX) TO PTO-HRS-EDIT
               STRING 'BALANCE ' DELIMITED BY SIZE
                      PTO-HRS-EDIT DELIMITED BY SIZE
                   INTO RESP-LINE(PTO-TYPE-IDX)(10:16)
               MOVE PT-PENDING(PTO-TYPE-IDX) TO PTO-HRS-EDIT
               STRING 'PENDING ' DELIMITED BY SIZE
                      PTO-HRS-EDIT DELIMITED BY SIZE
                   INTO RESP-LINE(PTO-TYPE-IDX)(27:16)
               MOVE PT-APPROVED(PTO-TYPE-IDX) TO PTO-HRS-EDIT
               STRING 'APPROVED ' DELIMITED BY SIZE
                      PTO-HRS-EDIT DELIMITED BY SIZE
                   INTO RESP-LINE(PTO-TYPE-IDX)(44:17)
               MOVE PT-AVAILABLE(PTO-TYPE-IDX) TO PTO-HRS-EDIT
               STRING 'AVAIL ' DELIMITED BY SIZE
                      PTO-HRS-EDIT DELIMITED BY SIZE
                   INTO RESP-LINE(PTO-TYPE-IDX)(62:14)
           END-PERFORM.
           MOVE 2 TO RESP-RETURNED-COUNT.

           MOVE SPACES TO DATA-OUT-1.
           STRING 'PTO BALANCES ENO=' DELIMITED BY SIZE
                  PTO-ENO DELIMITED BY SIZE
               INTO DATA-OUT-1.
       1800-PTO-BALANCE-EX.
           EXIT.

      *----------------------------------------------------------*
      * 1810-LOAD-PTO-TYPES
      * PTO-ENO's balance and committed hours for vacation and
      * sick. No PTOBAL row is a zero balance. Available is the
      * balance less everything pending or approved - the hours
      * the pay calculation has not drawn yet, including those
      * TIMESHT1 has already taken onto the hours file.
      *----------------------------------------------------------*
       1810-LOAD-PTO-TYPES.
           MOVE 'V' TO PT-TYPE(1)
           MOVE 'VACATION' TO PT-NAME(1)
           MOVE 'S' TO PT-TYPE(2)
           MOVE 'SICK' TO PT-NAME(2)

           PERFORM VARYING PTO-TYPE-IDX FROM 1 BY 1
                   UNTIL PTO-TYPE-IDX > 2
               MOVE PT-TYPE(PTO-TYPE-IDX) TO PTO-SCAN-TYPE
               MOVE 0 TO PTO-BALANCE
               EXEC SQL
                   SELECT BALANCE_HOURS INTO :PTO-BALANCE
                       FROM PTOBAL
                       WHERE ENO = :PTO-ENO
                         AND PTO_TYPE = :PTO-SCAN-TYPE
               END-EXEC
               IF SQLCODE <> 0
                   MOVE 0 TO PTO-BALANCE
               END-IF
               MOVE PTO-BALANCE TO PT-BALANCE(PTO-TYPE-IDX)

               MOVE 'P' TO PTO-STATUS
               PERFORM 1815-SUM-PTO-REQUESTS
               MOVE PTO-SUM-HOURS TO PT-PENDING(PTO-TYPE-IDX)
               MOVE 'A' TO PTO-STATUS
               PERFORM 1815-SUM-PTO-REQUESTS
               MOVE PTO-SUM-HOURS TO PT-APPROVED(PTO-TYPE-IDX)
               MOVE 'T' TO PTO-STATUS
               PERFORM 1815-SUM-PTO-REQUESTS
               ADD PTO-SUM-HOURS TO PT-APPROVED(PTO-TYPE-IDX)

               COMPUTE PT-AVAILABLE(PTO-TYPE-IDX) =
                   PT-BALANCE(PTO-TYPE-IDX)
                     - PT-PENDING(PTO-TYPE-IDX)
                     - PT-APPROVED(PTO-TYPE-IDX)
           END-PERFORM.

       1815-SUM-PTO-REQUESTS.
           MOVE 0 TO PTO-SUM-HOURS
           EXEC SQL
               SELECT COALESCE(SUM(HOURS), 0) INTO :PTO-SUM-HOURS
                   FROM PTOREQ
                   WHERE ENO = :PTO-ENO
                     AND PTO_TYPE = :PTO-SCAN-TYPE
                     AND STATUS = :PTO-STATUS
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'PTOREQ SUM SQLCODE: ' SQLCODE
               MOVE 0 TO PTO-SUM-HOURS
           END-IF.

      *----------------------------------------------------------*
      * 1850-PTO-REQUEST
      * Time-off request: DATA-IN-1 carries the ENO, the PTO type
      * (V vacation, S sick), the first and last day off
      * (YYYYMMDD) and the hours (9(3)V99). The days must sit in
      * one open pay period of the employee's pay group - a
      * longer absence files one request per period - and may
      * not overlap an open request. The hours must fit what the
      * balance has left after the pending and approved requests;
      * a request the balance cannot cover answers 03. The
      * request files pending for the department manager on the
      * DEPTTBL master and answers with its request id.
      *----------------------------------------------------------*
       1850-PTO-REQUEST.
           DISPLAY 'PTOREQ, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'PTOREQ' TO OPCODE-OUT.

           MOVE DATA-IN-1 TO PTO-REQUEST.
           IF PTR-ENO NOT NUMERIC
                   OR PTR-START-DATE NOT NUMERIC
                   OR PTR-END-DATE NOT NUMERIC
                   OR PTR-HOURS NOT NUMERIC
               MOVE '01' TO RETURN-STATUS
               MOVE 'ENO, DATES AND HOURS MUST BE NUMERIC'
                   TO DATA-OUT-1
               GO TO 1850-PTO-REQUEST-EX
           END-IF.
           IF PTR-TYPE NOT = 'V' AND PTR-TYPE NOT = 'S'
               MOVE '01' TO RETURN-STATUS
               MOVE 'PTO TYPE MUST BE V OR S' TO DATA-OUT-1
               GO TO 1850-PTO-REQUEST-EX
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(PTR-START-DATE-N) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(PTR-END-DATE-N)
                       NOT = 0
               MOVE '01' TO RETURN-STATUS
               MOVE 'START OR END DATE IS NOT A VALID DATE'
                   TO DATA-OUT-1
               GO TO 1850-PTO-REQUEST-EX
           END-IF.
           IF PTR-END-DATE-N < PTR-START-DATE-N
               MOVE '01' TO RETURN-STATUS
               MOVE 'END DATE BEFORE START DATE' TO DATA-OUT-1
               GO TO 1850-PTO-REQUEST-EX
           END-IF.
           IF PTR-HOURS-N = 0
               MOVE '01' TO RETURN-STATUS
               MOVE 'HOURS MUST BE GREATER THAN ZERO' TO DATA-OUT-1
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

           MOVE PTR-ENO-N TO PTO-ENO.
           MOVE PTR-TYPE TO PTO-TYPE.
           MOVE PTR-START-DATE-N TO PTO-START-DATE.
           MOVE PTR-END-DATE-N TO PTO-END-DATE.
           MOVE PTR-HOURS-N TO PTO-HOURS.

           PERFORM 1620-CONNECT-DATABASE.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'DATABASE NOT AVAILABLE' TO DATA-OUT-1
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

           EXEC SQL
               SELECT DEPT, COMPANY INTO :DEPT, :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :PTO-ENO
           END-EXEC.
           IF SQLCODE <> 0
               OR (COMPANY-IN NOT = SPACES
                   AND COMPANY-CODE NOT = COMPANY-IN)
               MOVE '01' TO RETURN-STATUS
               MOVE 'EMPLOYEE NOT FOUND' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

      *    the period comes off the employee's own pay group's
      *    calendar; no EMPPAYGRP row is the monthly group
           MOVE 'MO' TO PTO-GROUP-CODE.
           EXEC SQL
               SELECT GROUP_CODE INTO :PTO-GROUP-CODE
                   FROM EMPPAYGRP
                   WHERE ENO = :PTO-ENO
           END-EXEC.
           IF SQLCODE <> 0 OR PTO-GROUP-CODE = SPACES
               MOVE 'MO' TO PTO-GROUP-CODE
           END-IF.

           EXEC SQL
               SELECT PERIOD_ID, END_DATE, STATUS
                   INTO :PTO-PERIOD-ID, :PTO-PERIOD-END,
                        :PTO-PERIOD-STATUS
                   FROM PERCAL
                   WHERE GROUP_CODE = :PTO-GROUP-CODE
                     AND START_DATE <= :PTO-START-DATE
                     AND END_DATE >= :PTO-START-DATE
           END-EXEC.
           IF SQLCODE <> 0
               MOVE '01' TO RETURN-STATUS
               MOVE 'NO PAY PERIOD ON THE CALENDAR FOR START DATE'
                   TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.
           IF PTO-PERIOD-STATUS NOT = 'O'
               MOVE '01' TO RETURN-STATUS
               MOVE 'PAY PERIOD NO LONGER OPEN' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.
           IF PTO-END-DATE > PTO-PERIOD-END
               MOVE '01' TO RETURN-STATUS
               MOVE 'REQUEST SPANS PAY PERIODS - ONE PER PERIOD'
                   TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

           MOVE 0 TO PTO-OVERLAP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PTO-OVERLAP-COUNT
                   FROM PTOREQ
                   WHERE ENO = :PTO-ENO
                     AND STATUS IN ('P', 'A', 'T')
                     AND START_DATE <= :PTO-END-DATE
                     AND END_DATE >= :PTO-START-DATE
           END-EXEC.
           IF SQLCODE < 0 OR PTO-OVERLAP-COUNT > 0
               MOVE '01' TO RETURN-STATUS
               MOVE 'DAYS OVERLAP AN OPEN TIME-OFF REQUEST'
                   TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

           PERFORM 1810-LOAD-PTO-TYPES.
           IF PTO-TYPE = 'V'
               MOVE 1 TO PTO-TYPE-IDX
           ELSE
               MOVE 2 TO PTO-TYPE-IDX
           END-IF.
           IF PT-AVAILABLE(PTO-TYPE-IDX) < PTO-HOURS
               MOVE '03' TO RETURN-STATUS
               MOVE PT-AVAILABLE(PTO-TYPE-IDX) TO PTO-HRS-EDIT
               MOVE SPACES TO DATA-OUT-1
               STRING 'INSUFFICIENT PTO BALANCE - AVAILABLE '
                          DELIMITED BY SIZE
                      PTO-HRS-EDIT DELIMITED BY SIZE
                   INTO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

           MOVE 0 TO PTO-MGR-ENO.
           EXEC SQL
               SELECT MGR_ENO INTO :PTO-MGR-ENO
                   FROM DEPTTBL
                   WHERE DEPT = :DEPT
           END-EXEC.
           IF SQLCODE <> 0
               MOVE 0 TO PTO-MGR-ENO
           END-IF.

           MOVE 0 TO PTO-REQ-ID.
           EXEC SQL
               SELECT COALESCE(MAX(REQ_ID), 0) + 1
                   INTO :PTO-REQ-ID
                   FROM PTOREQ
           END-EXEC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PTO-TODAY.

           EXEC SQL
               INSERT INTO PTOREQ
                   (REQ_ID, ENO, PTO_TYPE, START_DATE, END_DATE,
                    HOURS, PERIOD_ID, MGR_ENO, STATUS, REQUEST_DATE,
                    DECIDED_BY, DECISION_REASON, DECIDED_DATE)
                   VALUES (:PTO-REQ-ID, :PTO-ENO, :PTO-TYPE,
                           :PTO-START-DATE, :PTO-END-DATE,
                           :PTO-HOURS, :PTO-PERIOD-ID,
                           :PTO-MGR-ENO, 'P', :PTO-TODAY,
                           0, ' ', 0)
           END-EXEC.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'TIME-OFF REQUEST INSERT FAILED' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1850-PTO-REQUEST-EX
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.

           MOVE SPACES TO DATA-OUT-1.
           STRING 'TIME OFF REQUESTED, REQ=' DELIMITED BY SIZE
                  PTO-REQ-ID DELIMITED BY SIZE
                  ' PERIOD=' DELIMITED BY SIZE
                  PTO-PERIOD-ID DELIMITED BY SIZE
                  ' PENDING MANAGER ' DELIMITED BY SIZE
                  PTO-MGR-ENO DELIMITED BY SIZE
               INTO DATA-OUT-1.
       1850-PTO-REQUEST-EX.
           EXIT.

      *----------------------------------------------------------*
      * 1900-PTO-DECISION
      * Manager decision on a time-off request: DATA-IN-1 carries
      * the request id, the action (A approve, R reject), the
      * deciding manager's ENO and a reason. The role must carry
      * the time-off grant and the decider must be the manager
      * the request was filed to, the way TSAPPR1 holds timesheet
      * decisions. An approval re-checks the balance against the
      * requests already approved, and is refused once the
      * request's pay period has left OPEN on PERCAL or TIMESHT1
      * has built its hours (TSAPPROVAL rows for the period) -
      * the time off would otherwise never be drawn. Only a
      * pending request can be decided; the update is guarded on
      * the pending status, so the losing half of two decisions
      * conflicts cleanly.
      *----------------------------------------------------------*
       1900-PTO-DECISION.
           DISPLAY 'PTOAPPR, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'PTOAPPR' TO OPCODE-OUT.

           IF NOT APPR-PTO-ALLOWED
               MOVE '05' TO RETURN-STATUS
               MOVE 'ROLE NOT AUTHORIZED FOR TIME-OFF DECISIONS'
                   TO DATA-OUT-1
               GO TO 1900-PTO-DECISION-EX
           END-IF.

           MOVE DATA-IN-1 TO PTO-DECISION.
           IF PTD-REQ-ID NOT NUMERIC OR PTD-DECIDER NOT NUMERIC
               MOVE '01' TO RETURN-STATUS
               MOVE 'REQUEST ID OR DECIDER ENO NOT NUMERIC'
                   TO DATA-OUT-1
               GO TO 1900-PTO-DECISION-EX
           END-IF.
           IF NOT PTD-APPROVE AND NOT PTD-REJECT
               MOVE '01' TO RETURN-STATUS
               MOVE 'ACTION MUST BE A OR R' TO DATA-OUT-1
               GO TO 1900-PTO-DECISION-EX
           END-IF.
           MOVE PTD-REQ-ID-N TO PTO-REQ-ID.
           MOVE PTD-DECIDER-N TO PTO-DECIDER.
           MOVE PTD-REASON TO PTO-REASON.
           MOVE PTD-ACTION TO PTO-NEW-STATUS.

           PERFORM 1620-CONNECT-DATABASE.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'DATABASE NOT AVAILABLE' TO DATA-OUT-1
               GO TO 1900-PTO-DECISION-EX
           END-IF.

           EXEC SQL
               SELECT R.ENO, R.PTO_TYPE, R.HOURS, R.MGR_ENO,
                      R.STATUS, R.PERIOD_ID, E.COMPANY
                   INTO :PTO-ENO, :PTO-TYPE, :PTO-HOURS,
                        :PTO-MGR-ENO, :PTO-STATUS, :PTO-PERIOD-ID,
                        :COMPANY-CODE
                   FROM PTOREQ R, EMPTABLE E
                   WHERE R.REQ_ID = :PTO-REQ-ID
                     AND E.ENO = R.ENO
           END-EXEC.
           IF SQLCODE <> 0
               OR (COMPANY-IN NOT = SPACES
                   AND COMPANY-CODE NOT = COMPANY-IN)
               MOVE '01' TO RETURN-STATUS
               MOVE 'TIME-OFF REQUEST NOT FOUND' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1900-PTO-DECISION-EX
           END-IF.
           IF PTO-STATUS NOT = 'P'
               MOVE '02' TO RETURN-STATUS
               MOVE 'REQUEST ALREADY DECIDED' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1900-PTO-DECISION-EX
           END-IF.
           IF PTO-DECIDER NOT = PTO-MGR-ENO
               MOVE '05' TO RETURN-STATUS
               MOVE 'DECIDER IS NOT THE REQUEST''S MANAGER'
                   TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1900-PTO-DECISION-EX
           END-IF.

           IF PTD-APPROVE
               MOVE SPACES TO PTO-PERIOD-STATUS
               EXEC SQL
                   SELECT STATUS INTO :PTO-PERIOD-STATUS
                       FROM PERCAL
                       WHERE PERIOD_ID = :PTO-PERIOD-ID
               END-EXEC
               IF SQLCODE <> 0 OR PTO-PERIOD-STATUS NOT = 'O'
                   MOVE '01' TO RETURN-STATUS
                   MOVE 'PAY PERIOD NO LONGER OPEN' TO DATA-OUT-1
                   EXEC SQL CONNECT RESET END-EXEC
                   GO TO 1900-PTO-DECISION-EX
               END-IF
               MOVE 0 TO PTO-TIMESHEET-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :PTO-TIMESHEET-COUNT
                       FROM TSAPPROVAL
                       WHERE PERIOD_ID = :PTO-PERIOD-ID
               END-EXEC
               IF SQLCODE < 0 OR PTO-TIMESHEET-COUNT > 0
                   MOVE '01' TO RETURN-STATUS
                   MOVE 'PERIOD TIMESHEETS ALREADY BUILT'
                       TO DATA-OUT-1
                   EXEC SQL CONNECT RESET END-EXEC
                   GO TO 1900-PTO-DECISION-EX
               END-IF
               PERFORM 1810-LOAD-PTO-TYPES
               IF PTO-TYPE = 'V'
                   MOVE 1 TO PTO-TYPE-IDX
               ELSE
                   MOVE 2 TO PTO-TYPE-IDX
               END-IF
               IF PT-BALANCE(PTO-TYPE-IDX)
                       - PT-APPROVED(PTO-TYPE-IDX) < PTO-HOURS
                   MOVE '03' TO RETURN-STATUS
                   MOVE 'INSUFFICIENT PTO BALANCE TO APPROVE'
                       TO DATA-OUT-1
                   EXEC SQL CONNECT RESET END-EXEC
                   GO TO 1900-PTO-DECISION-EX
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO PTO-TODAY.
           EXEC SQL
               UPDATE PTOREQ
                   SET STATUS = :PTO-NEW-STATUS,
                       DECIDED_BY = :PTO-DECIDER,
                       DECISION_REASON = :PTO-REASON,
                       DECIDED_DATE = :PTO-TODAY
                   WHERE REQ_ID = :PTO-REQ-ID
                     AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 100
               MOVE '02' TO RETURN-STATUS
               MOVE 'REQUEST ALREADY DECIDED' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1900-PTO-DECISION-EX
           END-IF.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'TIME-OFF DECISION UPDATE FAILED' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1900-PTO-DECISION-EX
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.

           MOVE SPACES TO DATA-OUT-1.
           IF PTD-APPROVE
               STRING 'TIME-OFF REQUEST ' DELIMITED BY SIZE
                      PTO-REQ-ID DELIMITED BY SIZE
                      ' APPROVED' DELIMITED BY SIZE
                   INTO DATA-OUT-1
           ELSE
               STRING 'TIME-OFF REQUEST ' DELIMITED BY SIZE
                      PTO-REQ-ID DELIMITED BY SIZE
                      ' REJECTED' DELIMITED BY SIZE
                   INTO DATA-OUT-1
           END-IF.
       1900-PTO-DECISION-EX.
           EXIT.

      *----------------------------------------------------------*
      * 1950-TEAM-ROSTER
      * Manager team roster: DATA-IN-1 carries the manager's ENO.
      * The walk collects every direct and indirect report with
      * department, division, status and leave state, and totals
      * the whole team - headcount, direct and indirect, active
      * and on leave, and the sum of their pay rates - on every
      * page. The reports page ten at a time in walk order,
      * directs first; the continuation token is the count
      * already served. The role needs the team grant; a role
      * scoped to a division walks only that division's
      * departments, and a manager with none of theirs in it
      * answers 05. Pay rates mask as everywhere else.
      *----------------------------------------------------------*
       1950-TEAM-ROSTER.
           DISPLAY 'TEAMLIST, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'TEAMLIST' TO OPCODE-OUT.

           IF NOT SEE-TEAM-ALLOWED
               MOVE '05' TO RETURN-STATUS
               MOVE 'ROLE NOT AUTHORIZED FOR TEAM ROSTER'
                   TO DATA-OUT-1
               GO TO 1950-TEAM-ROSTER-EX
           END-IF.

           IF DATA-IN-1(1:4) NOT NUMERIC
               MOVE '01' TO RETURN-STATUS
               MOVE 'MANAGER ENO NOT NUMERIC' TO DATA-OUT-1
               GO TO 1950-TEAM-ROSTER-EX
           END-IF.
           MOVE DATA-IN-1(1:4) TO TEAM-MGR-ENO.

           MOVE 0 TO TEAM-AFTER.
           IF CONTINUATION-IN NOT = SPACES
                   AND CONTINUATION-IN(1:4) NUMERIC
               MOVE CONTINUATION-IN(1:4) TO TEAM-AFTER
           END-IF.

           PERFORM 1620-CONNECT-DATABASE.
           IF SQLSTATE <> SQLSTATE-SUCCESS
               MOVE '96' TO RETURN-STATUS
               MOVE 'DATABASE NOT AVAILABLE' TO DATA-OUT-1
               GO TO 1950-TEAM-ROSTER-EX
           END-IF.

           EXEC SQL
               SELECT LNAME, FNAME, COMPANY
                   INTO :TEAM-MGR-LNAME, :TEAM-MGR-FNAME,
                        :COMPANY-CODE
                   FROM EMPTABLE
                   WHERE ENO = :TEAM-MGR-ENO
           END-EXEC.
           IF SQLCODE <> 0
               OR (COMPANY-IN NOT = SPACES
                   AND COMPANY-CODE NOT = COMPANY-IN)
               MOVE '01' TO RETURN-STATUS
               MOVE 'MANAGER NOT FOUND' TO DATA-OUT-1
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1950-TEAM-ROSTER-EX
           END-IF.

           MOVE 0 TO TEAM-DEPT-COUNT.
           MOVE 0 TO TEAM-COUNT.
           MOVE 0 TO TEAM-SCOPE-SKIPPED.
           MOVE 0 TO TEAM-HEADCOUNT.
           MOVE 0 TO TEAM-DIRECT-COUNT.
           MOVE 0 TO TEAM-INDIRECT-COUNT.
           MOVE 0 TO TEAM-ACTIVE-COUNT.
           MOVE 0 TO TEAM-LEAVE-COUNT.
           MOVE 0 TO TEAM-RATE-TOTAL.
           MOVE 'N' TO TEAM-FULL-SW.

           MOVE TEAM-MGR-ENO TO TEAM-WALK-MGR.
           MOVE 1 TO TEAM-WALK-LEVEL.
           PERFORM 1952-QUEUE-MANAGED-DEPTS.

           IF TEAM-DEPT-COUNT = 0
               IF TEAM-SCOPE-SKIPPED > 0
                   MOVE '05' TO RETURN-STATUS
                   MOVE 'ROLE NOT ENTITLED TO THIS PART OF THE ORG'
                       TO DATA-OUT-1
               ELSE
                   MOVE '01' TO RETURN-STATUS
                   MOVE 'NO DEPARTMENT ON DEPTTBL NAMES THIS MANAGER'
                       TO DATA-OUT-1
               END-IF
               EXEC SQL CONNECT RESET END-EXEC
               GO TO 1950-TEAM-ROSTER-EX
           END-IF.

      *    the queue grows as the walk finds managers below, so
      *    the bound is re-read each pass
           MOVE 1 TO TEAM-DEPT-IDX.
           PERFORM UNTIL TEAM-DEPT-IDX > TEAM-DEPT-COUNT
               PERFORM 1954-LOAD-DEPT-REPORTS
               ADD 1 TO TEAM-DEPT-IDX
           END-PERFORM.

           EXEC SQL CONNECT RESET END-EXEC.

           PERFORM 1958-PAGE-TEAM-LINES.

           IF MASK-PAYRATE
               MOVE ALL '*' TO TEAM-RATE-TEXT
               MOVE 'PAYRATE' TO MASKED-FIELDS(1:8)
           ELSE
               MOVE TEAM-RATE-TOTAL TO TEAM-RATE-EDIT
               MOVE TEAM-RATE-EDIT TO TEAM-RATE-TEXT
           END-IF.

           MOVE SPACES TO DATA-OUT-1.
           STRING 'MGR=' DELIMITED BY SIZE
                  TEAM-MGR-ENO DELIMITED BY SIZE
                  ' HC=' DELIMITED BY SIZE
                  TEAM-HEADCOUNT DELIMITED BY SIZE
                  ' DIRECT=' DELIMITED BY SIZE
                  TEAM-DIRECT-COUNT DELIMITED BY SIZE
                  ' LEAVE=' DELIMITED BY SIZE
                  TEAM-LEAVE-COUNT DELIMITED BY SIZE
                  ' RATES=' DELIMITED BY SIZE
                  TEAM-RATE-TEXT DELIMITED BY SIZE
               INTO DATA-OUT-1.
           IF TEAM-FULL
               MOVE 'PARTIAL' TO DATA-OUT-1(72:7)
           END-IF.
       1950-TEAM-ROSTER-EX.
           EXIT.

      *----------------------------------------------------------*
      * 1952-QUEUE-MANAGED-DEPTS
      * Queues the departments TEAM-WALK-MGR runs at TEAM-WALK-
      * LEVEL. A department already queued stays at the level it
      * was first reached, which also stops a cycle in the
      * manager assignments from walking forever.
      *----------------------------------------------------------*
       1952-QUEUE-MANAGED-DEPTS.
           EXEC SQL
               OPEN TMDCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TEAMLIST DEPTTBL OPEN SQLCODE: ' SQLCODE
           ELSE
               MOVE 'N' TO TEAM-DEPT-EOF-SW
               PERFORM UNTIL TEAM-DEPT-EOF
                   EXEC SQL
                       FETCH TMDCRSR INTO :TEAM-WALK-DEPT
                   END-EXEC
                   IF SQLCODE <> 0
                       SET TEAM-DEPT-EOF TO TRUE
                   ELSE
                       PERFORM 1953-QUEUE-ONE-DEPT
                           THRU 1953-QUEUE-EXIT
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE TMDCRSR
               END-EXEC
           END-IF.

       1953-QUEUE-ONE-DEPT.
           MOVE 'N' TO TEAM-QUEUED-SW
           PERFORM VARYING TEAM-DEPT-SRCH FROM 1 BY 1
                   UNTIL TEAM-DEPT-SRCH > TEAM-DEPT-COUNT
                      OR TEAM-DEPT-QUEUED
               IF TD-DEPT(TEAM-DEPT-SRCH) = TEAM-WALK-DEPT
                   SET TEAM-DEPT-QUEUED TO TRUE
               END-IF
           END-PERFORM
           IF TEAM-DEPT-QUEUED
               GO TO 1953-QUEUE-EXIT
           END-IF

           MOVE SPACES TO TEAM-WALK-DIVISION
           EXEC SQL
               SELECT COALESCE(DIVISION, ' ')
                   INTO :TEAM-WALK-DIVISION
                   FROM ORGHIER
                   WHERE DEPT = :TEAM-WALK-DEPT
           END-EXEC
           IF SQLCODE <> 0
               MOVE SPACES TO TEAM-WALK-DIVISION
           END-IF

           IF TEAM-SCOPE-DIVISION NOT = SPACES
                   AND TEAM-WALK-DIVISION NOT = TEAM-SCOPE-DIVISION
               ADD 1 TO TEAM-SCOPE-SKIPPED
               GO TO 1953-QUEUE-EXIT
           END-IF

           IF TEAM-DEPT-COUNT >= 100
               SET TEAM-FULL TO TRUE
               GO TO 1953-QUEUE-EXIT
           END-IF

           ADD 1 TO TEAM-DEPT-COUNT
           MOVE TEAM-WALK-DEPT TO TD-DEPT(TEAM-DEPT-COUNT)
           MOVE TEAM-WALK-DIVISION TO TD-DIVISION(TEAM-DEPT-COUNT)
           MOVE TEAM-WALK-LEVEL TO TD-LEVEL(TEAM-DEPT-COUNT).
       1953-QUEUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1954-LOAD-DEPT-REPORTS
      * One queued department's staff onto the roster, then the
      * departments any of them run queue one level further down.
      *----------------------------------------------------------*
       1954-LOAD-DEPT-REPORTS.
           MOVE TD-DEPT(TEAM-DEPT-IDX) TO TEAM-WALK-DEPT
           MOVE TEAM-COUNT TO TEAM-FIRST-NEW

           EXEC SQL
               OPEN TMECRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'TEAMLIST EMPTABLE OPEN SQLCODE: ' SQLCODE
           ELSE
               MOVE 'N' TO TEAM-EMP-EOF-SW
               PERFORM UNTIL TEAM-EMP-EOF
                   EXEC SQL
                       FETCH TMECRSR
                           INTO :ENO, :LNAME, :FNAME, :PAYRATE,
                                :COMPANY-CODE, :MISCDATA
                   END-EXEC
                   IF SQLCODE <> 0
                       SET TEAM-EMP-EOF TO TRUE
                   ELSE
                       PERFORM 1955-ADD-ONE-REPORT
                           THRU 1955-ADD-EXIT
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE TMECRSR
               END-EXEC
           END-IF

           COMPUTE TEAM-WALK-LEVEL = TD-LEVEL(TEAM-DEPT-IDX) + 1
           PERFORM VARYING TEAM-IDX FROM TEAM-FIRST-NEW BY 1
                   UNTIL TEAM-IDX >= TEAM-COUNT
               MOVE TM-ENO(TEAM-IDX + 1) TO TEAM-WALK-MGR
               PERFORM 1952-QUEUE-MANAGED-DEPTS
           END-PERFORM.

       1955-ADD-ONE-REPORT.
           IF ENO = TEAM-MGR-ENO
               GO TO 1955-ADD-EXIT
           END-IF
           IF MISC-STATUS-CODE = 'TE' OR MISC-STATUS-CODE = 'DC'
               GO TO 1955-ADD-EXIT
           END-IF
           IF COMPANY-IN NOT = SPACES
                   AND COMPANY-CODE NOT = COMPANY-IN
               GO TO 1955-ADD-EXIT
           END-IF
           IF TEAM-COUNT >= 500
               SET TEAM-FULL TO TRUE
               GO TO 1955-ADD-EXIT
           END-IF

           ADD 1 TO TEAM-COUNT
           MOVE ENO TO TM-ENO(TEAM-COUNT)
           MOVE LNAME TO TM-LNAME(TEAM-COUNT)
           MOVE FNAME TO TM-FNAME(TEAM-COUNT)
           MOVE TEAM-WALK-DEPT TO TM-DEPT(TEAM-COUNT)
           MOVE TD-DIVISION(TEAM-DEPT-IDX) TO TM-DIVISION(TEAM-COUNT)
           MOVE MISC-STATUS-CODE TO TM-STATUS(TEAM-COUNT)
           MOVE TD-LEVEL(TEAM-DEPT-IDX) TO TM-LEVEL(TEAM-COUNT)
           MOVE PAYRATE TO TM-PAYRATE(TEAM-COUNT)
           MOVE SPACES TO TM-LEAVE(TEAM-COUNT)
           MOVE 0 TO TM-RETURN-DATE(TEAM-COUNT)

      *    on leave: the status code is the leave type, and the
      *    open LEAVES row says when they are expected back
           IF MISC-STATUS-CODE = 'LP' OR MISC-STATUS-CODE = 'LU'
               MOVE MISC-STATUS-CODE TO TM-LEAVE(TEAM-COUNT)
               MOVE 0 TO TEAM-RETURN-DATE
               EXEC SQL
                   SELECT COALESCE(MAX(EXPECT_RETURN), 0)
                       INTO :TEAM-RETURN-DATE
                       FROM LEAVES
                       WHERE ENO = :ENO
                         AND STATUS = 'A'
               END-EXEC
               IF SQLCODE = 0
                   MOVE TEAM-RETURN-DATE
                       TO TM-RETURN-DATE(TEAM-COUNT)
               END-IF
               ADD 1 TO TEAM-LEAVE-COUNT
           ELSE
               ADD 1 TO TEAM-ACTIVE-COUNT
           END-IF

           ADD 1 TO TEAM-HEADCOUNT
           IF TD-LEVEL(TEAM-DEPT-IDX) = 1
               ADD 1 TO TEAM-DIRECT-COUNT
           ELSE
               ADD 1 TO TEAM-INDIRECT-COUNT
           END-IF
           ADD PAYRATE TO TEAM-RATE-TOTAL.
       1955-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1958-PAGE-TEAM-LINES
      * Ten roster lines after TEAM-AFTER: ENO, name, department,
      * division, status, expected return for a report on leave,
      * D(irect) or I(ndirect) with the level, and the pay rate.
      *----------------------------------------------------------*
       1958-PAGE-TEAM-LINES.
           MOVE 0 TO RESP-RETURNED-COUNT
           COMPUTE TEAM-IDX = TEAM-AFTER + 1
           PERFORM UNTIL TEAM-IDX > TEAM-COUNT
                      OR RESP-RETURNED-COUNT >= 10
               ADD 1 TO RESP-RETURNED-COUNT
               MOVE SPACES TO RESP-LINE(RESP-RETURNED-COUNT)
               MOVE TM-ENO(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(1:4)
               MOVE TM-LNAME(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(6:10)
               MOVE TM-FNAME(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(17:10)
               MOVE TM-DEPT(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(28:4)
               MOVE TM-DIVISION(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(33:8)
               MOVE TM-STATUS(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(42:2)
               IF TM-RETURN-DATE(TEAM-IDX) > 0
                   MOVE TM-RETURN-DATE(TEAM-IDX)
                       TO RESP-LINE(RESP-RETURNED-COUNT)(45:8)
               END-IF
               IF TM-LEVEL(TEAM-IDX) = 1
                   MOVE 'D' TO RESP-LINE(RESP-RETURNED-COUNT)(54:1)
               ELSE
                   MOVE 'I' TO RESP-LINE(RESP-RETURNED-COUNT)(54:1)
               END-IF
               MOVE TM-LEVEL(TEAM-IDX)
                   TO RESP-LINE(RESP-RETURNED-COUNT)(55:2)
               IF MASK-PAYRATE
                   MOVE RATE-MASKED TO RATE-TEXT
               ELSE
                   MOVE TM-PAYRATE(TEAM-IDX) TO RATE-EDIT
                   MOVE RATE-EDIT TO RATE-TEXT
               END-IF
               MOVE RATE-TEXT
                   TO RESP-LINE(RESP-RETURNED-COUNT)(58:13)
               ADD 1 TO TEAM-IDX
           END-PERFORM

           IF TEAM-IDX <= TEAM-COUNT
               MOVE SPACES TO RESP-CONTINUATION
               COMPUTE TEAM-FIRST-NEW = TEAM-IDX - 1
               MOVE TEAM-FIRST-NEW TO RESP-CONTINUATION(1:4)
           END-IF.

       2000-DEPARTMENT-LOOKUP.
           DISPLAY 'DEPTLKUP, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'DEPTLKUP' TO OPCODE-OUT.
           MOVE DATA-IN-1(1:4) TO DATA-OUT-1(1:4).
           MOVE 'DEPARTMENT LOOKUP NOT YET WIRED TO EMPTABLE'
               TO DATA-OUT-1(5:44).

      *----------------------------------------------------------*
      * 2100-DEPARTMENT-EMP-LIST
      * List-returning opcode: every employee of the department in
      * DATA-IN-1(1:4), one RESP-LINE per employee, paged ten at a
      * time through the extract. The continuation token is the
      * last ENO of the page; the caller hands it back in
      * CONTINUATION-IN and the next page resumes after it - the
      * multi-row answer that used to mean someone running SQL by
      * hand.
      *----------------------------------------------------------*
       2100-DEPARTMENT-EMP-LIST.
           DISPLAY 'DEPTLIST, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'DEPTLIST' TO OPCODE-OUT.
           MOVE DATA-IN-1(1:4) TO LIST-REQ-DEPT.

           MOVE 0 TO LIST-AFTER-ENO.
           IF CONTINUATION-IN NOT = SPACES
                   AND CONTINUATION-IN(1:4) NUMERIC
               MOVE CONTINUATION-IN(1:4) TO LIST-AFTER-ENO
           END-IF.

           OPEN INPUT EMP-EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = '00'
               MOVE '96' TO RETURN-STATUS
               MOVE 'EMPLOYEE EXTRACT NOT AVAILABLE'
                   TO DATA-OUT-1
               GO TO 2100-DEPARTMENT-EMP-LIST-EX
           END-IF.

           MOVE 'N' TO EXTRACT-EOF-SW.
           MOVE 'N' TO LIST-MORE-SW.
           MOVE 0 TO LIST-LAST-ENO.

           PERFORM 2110-READ-EXTRACT-RECORD.
           PERFORM UNTIL EXTRACT-EOF OR LIST-MORE-ROWS
               IF UNL-DEPT = LIST-REQ-DEPT
                       AND UNL-ENO NUMERIC
                       AND UNL-ENO > LIST-AFTER-ENO
                       AND (COMPANY-IN = SPACES
                            OR UNL-COMPANY = COMPANY-IN)
                   IF RESP-RETURNED-COUNT < 10
                       PERFORM 2120-FILL-RESPONSE-LINE
                   ELSE
      *                an eleventh hit means another page exists:
      *                hand back the token, leave the row unread
                       SET LIST-MORE-ROWS TO TRUE
                   END-IF
               END-IF
               IF NOT LIST-MORE-ROWS
                   PERFORM 2110-READ-EXTRACT-RECORD
               END-IF
           END-PERFORM.

           CLOSE EMP-EXTRACT-FILE.

           IF LIST-MORE-ROWS
               MOVE SPACES TO RESP-CONTINUATION
               MOVE LIST-LAST-ENO TO RESP-CONTINUATION(1:4)
           END-IF.

           IF RESP-RETURNED-COUNT = 0
                   AND LIST-AFTER-ENO = 0
               MOVE 'NO EMPLOYEES IN DEPARTMENT' TO DATA-OUT-1
           END-IF.
       2100-DEPARTMENT-EMP-LIST-EX.
           EXIT.

       2110-READ-EXTRACT-RECORD.
           READ EMP-EXTRACT-FILE INTO EMP-UNLOAD-RECORD
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ.

       2120-FILL-RESPONSE-LINE.
           ADD 1 TO RESP-RETURNED-COUNT
           PERFORM 1530-EDIT-OR-MASK-RATE
           MOVE SPACES TO RESP-LINE(RESP-RETURNED-COUNT)
           STRING UNL-ENO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNL-LNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNL-FNAME DELIMITED BY SIZE
                  ' DEPT=' DELIMITED BY SIZE
                  UNL-DEPT DELIMITED BY SIZE
                  ' ST=' DELIMITED BY SIZE
                  UNL-ST DELIMITED BY SIZE
                  ' RATE=' DELIMITED BY SIZE
                  RATE-TEXT DELIMITED BY SIZE
               INTO RESP-LINE(RESP-RETURNED-COUNT)
           MOVE UNL-ENO TO LE-ENO(RESP-RETURNED-COUNT)
           MOVE UNL-LNAME TO LE-LNAME(RESP-RETURNED-COUNT)
           MOVE UNL-FNAME TO LE-FNAME(RESP-RETURNED-COUNT)
           MOVE UNL-DEPT TO LE-DEPT(RESP-RETURNED-COUNT)
           MOVE UNL-ST TO LE-ST(RESP-RETURNED-COUNT)
           MOVE UNL-PAYRATE TO LE-PAYRATE(RESP-RETURNED-COUNT)
           MOVE UNL-ENO TO LIST-LAST-ENO.

       3000-PING.
           DISPLAY 'PING, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'PING' TO OPCODE-OUT.
           MOVE FUNCTION CURRENT-DATE TO DATA-OUT-1.

      *----------------------------------------------------------*
      * 4000-QUEUE-SUBMIT
      * Accepts a long-running request instead of holding the
      * caller: DATA-IN-1 carries the opcode to run later in its
      * first eight bytes and that opcode's input in the rest.
      * The request id comes back immediately in DATA-OUT-1 and
      * the WSVCWRK1 worker batch does the work.
      *----------------------------------------------------------*
       4000-QUEUE-SUBMIT.
           DISPLAY 'QSUBMIT, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'QSUBMIT' TO OPCODE-OUT.

           PERFORM 4050-DERIVE-NEXT-REQUEST-ID.

           MOVE SPACES TO QUEUE-REQUEST-RECORD.
           MOVE NEXT-REQUEST-ID TO QR-REQUEST-ID.
           SET QR-QUEUED TO TRUE.
           MOVE DATA-IN-1(1:8) TO QR-OPCODE.
           MOVE CORRELATION-ID-IN TO QR-CORRELATION-ID.
           MOVE SPACES TO QR-DATA.
           MOVE DATA-IN-1(9:72) TO QR-DATA(1:72).
           MOVE CALLER-ROLE-IN TO QR-CALLER-ROLE.
           MOVE COMPANY-IN TO QR-COMPANY.
           MOVE OUTPUT-FORMAT-IN TO QR-OUTPUT-FORMAT.

           OPEN EXTEND REQUEST-QUEUE-FILE.
      *    '05' is an optional file created on first open
           IF QUEUE-FILE-STATUS NOT = '00'
                   AND QUEUE-FILE-STATUS NOT = '05'
               MOVE '96' TO RETURN-STATUS
               MOVE 'REQUEST QUEUE NOT AVAILABLE' TO DATA-OUT-1
               GO TO 4000-QUEUE-SUBMIT-EX
           END-IF.
           WRITE REQUEST-QUEUE-LINE FROM QUEUE-REQUEST-RECORD.
           CLOSE REQUEST-QUEUE-FILE.

           MOVE SPACES TO DATA-OUT-1.
           STRING 'REQUEST-ID=' DELIMITED BY SIZE
                  NEXT-REQUEST-ID DELIMITED BY SIZE
                  ' QUEUED' DELIMITED BY SIZE
               INTO DATA-OUT-1.
       4000-QUEUE-SUBMIT-EX.
           EXIT.

      *----------------------------------------------------------*
      * 4050-DERIVE-NEXT-REQUEST-ID
      * Highest id on the queue file plus one; a missing or empty
      * file starts the sequence at 1.
      *----------------------------------------------------------*
       4050-DERIVE-NEXT-REQUEST-ID.
           MOVE 0 TO NEXT-REQUEST-ID
           MOVE 'N' TO QUEUE-EOF-SW
           OPEN INPUT REQUEST-QUEUE-FILE
      *    an OPTIONAL file opens '05' when absent - open, empty
           IF QUEUE-FILE-STATUS = '00'
                   OR QUEUE-FILE-STATUS = '05'
               PERFORM 4060-READ-QUEUE-RECORD
               PERFORM UNTIL QUEUE-EOF
                   IF QR-REQUEST-ID NUMERIC
                           AND QR-REQUEST-ID > NEXT-REQUEST-ID
                       MOVE QR-REQUEST-ID TO NEXT-REQUEST-ID
                   END-IF
                   PERFORM 4060-READ-QUEUE-RECORD
               END-PERFORM
               CLOSE REQUEST-QUEUE-FILE
           END-IF
           ADD 1 TO NEXT-REQUEST-ID.

       4060-READ-QUEUE-RECORD.
           READ REQUEST-QUEUE-FILE INTO QUEUE-REQUEST-RECORD
               AT END
                   SET QUEUE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 4100-QUEUE-STATUS
      * Lifecycle inquiry for a queued request: DATA-IN-1(1:6) is
      * the request id, and the answer names the status and where
      * the worker's output landed.
      *----------------------------------------------------------*
       4100-QUEUE-STATUS.
           DISPLAY 'QSTATUS, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE 'QSTATUS' TO OPCODE-OUT.

           IF DATA-IN-1(1:6) NOT NUMERIC
               MOVE '01' TO RETURN-STATUS
               MOVE 'REQUEST ID NOT NUMERIC' TO DATA-OUT-1
               GO TO 4100-QUEUE-STATUS-EX
           END-IF.
           MOVE DATA-IN-1(1:6) TO STATUS-REQUEST-ID.

           MOVE 'N' TO STATUS-FOUND-SW.
           MOVE 'N' TO QUEUE-EOF-SW.
           OPEN INPUT REQUEST-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = '05'
               CLOSE REQUEST-QUEUE-FILE
               MOVE '01' TO RETURN-STATUS
               MOVE 'REQUEST ID NOT ON QUEUE' TO DATA-OUT-1
               GO TO 4100-QUEUE-STATUS-EX
           END-IF.
           IF QUEUE-FILE-STATUS NOT = '00'
               MOVE '01' TO RETURN-STATUS
               MOVE 'REQUEST ID NOT ON QUEUE' TO DATA-OUT-1
               GO TO 4100-QUEUE-STATUS-EX
           END-IF.

       4100-QUEUE-STATUS-EX.
           EXIT.

      *----------------------------------------------------------*
      * 8000-RENDER-JSON
      * The JSON answer for a caller that set OUTPUT-FORMAT-IN to
      * J: the call's opcode, correlation id, status, message,
      * masked field names, returned count and continuation token,
      * then - on a 00 answer - the opcode's own result by name.
      * The fixed slots are filled as always; the document is
      * built from the same values after masking, so a field the
      * caller's role may not see comes back null. Blank string
      * values come back null as well.
      *----------------------------------------------------------*
       8000-RENDER-JSON.
           MOVE SPACES TO RESP-JSON
           MOVE 1 TO JSON-PTR
           MOVE 'N' TO JSON-OVERFLOW-SW
           PERFORM 8010-JSON-HEADER
           IF RETURN-STATUS = '00'
               PERFORM 8020-JSON-BODY
           END-IF
           PERFORM 8150-JSON-CLOSE-OBJECT

           IF JSON-OVERFLOW
               MOVE SPACES TO RESP-JSON
               MOVE 1 TO JSON-PTR
               MOVE 'N' TO JSON-OVERFLOW-SW
               PERFORM 8010-JSON-HEADER
               MOVE 'truncated' TO JSON-NAME
               PERFORM 8100-JSON-NAME
               MOVE 'true' TO JSON-TEXT
               PERFORM 8180-JSON-PUT-TEXT
               PERFORM 8150-JSON-CLOSE-OBJECT
           END-IF

           COMPUTE RESP-JSON-LENGTH = JSON-PTR - 1.

       8010-JSON-HEADER.
           MOVE 'Y' TO JSON-FIRST-SW
           MOVE SPACES TO JSON-NAME
           PERFORM 8140-JSON-OPEN-OBJECT

           MOVE 'opcode' TO JSON-NAME
           MOVE OPCODE-OUT TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'correlationId' TO JSON-NAME
           MOVE CORRELATION-ID-OUT TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'status' TO JSON-NAME
           MOVE RETURN-STATUS TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'message' TO JSON-NAME
           MOVE DATA-OUT-1 TO JSON-VALUE
           PERFORM 8110-JSON-STRING

           MOVE 'maskedFields' TO JSON-NAME
           PERFORM 8160-JSON-OPEN-ARRAY
           MOVE SPACES TO JSON-NAME
           IF MASKED-FIELDS(1:8) NOT = SPACES
               MOVE 'payRate' TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           IF MASKED-FIELDS(10:4) NOT = SPACES
               MOVE 'commission' TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           IF MASKED-FIELDS(15:6) NOT = SPACES
               MOVE 'notes' TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           PERFORM 8170-JSON-CLOSE-ARRAY

           MOVE 'returnedCount' TO JSON-NAME
           MOVE RESP-RETURNED-COUNT TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'continuation' TO JSON-NAME
           MOVE RESP-CONTINUATION TO JSON-VALUE
           PERFORM 8110-JSON-STRING.

       8020-JSON-BODY.
           EVALUATE OPCODE-OUT
               WHEN 'EMPLKUP'
                   PERFORM 8200-JSON-EMPLOYEE
               WHEN 'DEPTLIST'
                   PERFORM 8300-JSON-EMPLOYEE-LIST
               WHEN 'STMTGET'
               WHEN 'PAYTRACE'
               WHEN 'WHATIF'
                   PERFORM 8400-JSON-STATEMENT
               WHEN 'QSUBMIT'
                   MOVE 'requestId' TO JSON-NAME
                   MOVE NEXT-REQUEST-ID TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
               WHEN 'QSTATUS'
                   PERFORM 8500-JSON-QUEUE-STATUS
               WHEN 'EMPADDR'
                   MOVE 'eno' TO JSON-NAME
                   MOVE UPD-ENO TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
               WHEN 'EMPMOVE'
                   MOVE 'eno' TO JSON-NAME
                   MOVE UPD-ENO TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
                   MOVE 'dept' TO JSON-NAME
                   MOVE NEW-DEPT TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
               WHEN 'DEPTLKUP'
                   MOVE 'dept' TO JSON-NAME
                   MOVE DATA-IN-1(1:4) TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
               WHEN 'PTOBAL'
                   PERFORM 8600-JSON-PTO-BALANCE
               WHEN 'PTOREQ'
                   MOVE 'requestId' TO JSON-NAME
                   MOVE PTO-REQ-ID TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
                   MOVE 'periodId' TO JSON-NAME
                   MOVE PTO-PERIOD-ID TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
                   MOVE 'managerEno' TO JSON-NAME
                   MOVE PTO-MGR-ENO TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
                   MOVE 'requestStatus' TO JSON-NAME
                   MOVE 'PENDING' TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
               WHEN 'PTOAPPR'
                   MOVE 'requestId' TO JSON-NAME
                   MOVE PTO-REQ-ID TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
                   MOVE 'eno' TO JSON-NAME
                   MOVE PTO-ENO TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
                   MOVE 'requestStatus' TO JSON-NAME
                   IF PTD-APPROVE
                       MOVE 'APPROVED' TO JSON-VALUE
                   ELSE
                       MOVE 'REJECTED' TO JSON-VALUE
                   END-IF
                   PERFORM 8110-JSON-STRING
               WHEN 'TEAMLIST'
                   PERFORM 8700-JSON-TEAM-ROSTER
               WHEN 'PING'
                   MOVE 'timestamp' TO JSON-NAME
                   MOVE DATA-OUT-1(1:21) TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
           END-EVALUATE.

      *----------------------------------------------------------*
      * 8200-JSON-EMPLOYEE
      * The EMPLKUP answer: the matched extract row, its masked
      * rate, commission and notes, and the row-version token.
      *----------------------------------------------------------*
       8200-JSON-EMPLOYEE.
           MOVE 'employee' TO JSON-NAME
           PERFORM 8140-JSON-OPEN-OBJECT

           MOVE 'eno' TO JSON-NAME
           MOVE UNL-ENO TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'lastName' TO JSON-NAME
           MOVE UNL-LNAME TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'firstName' TO JSON-NAME
           MOVE UNL-FNAME TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'dept' TO JSON-NAME
           MOVE UNL-DEPT TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'state' TO JSON-NAME
           MOVE UNL-ST TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'company' TO JSON-NAME
           MOVE UNL-COMPANY TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'currency' TO JSON-NAME
           MOVE UNL-CURRENCY TO JSON-VALUE
           PERFORM 8110-JSON-STRING

           MOVE 'payRate' TO JSON-NAME
           IF MASK-PAYRATE
               PERFORM 8130-JSON-NULL
           ELSE
               MOVE UNL-PAYRATE TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
           END-IF
           MOVE 'commission' TO JSON-NAME
           IF MASK-COM
               PERFORM 8130-JSON-NULL
           ELSE
               MOVE UNL-COM TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
           END-IF
           MOVE 'notes' TO JSON-NAME
           IF MASK-NOTES
               PERFORM 8130-JSON-NULL
           ELSE
               MOVE NOTES-TEXT TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF

           MOVE 'version' TO JSON-NAME
           MOVE ROW-VERSION TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           PERFORM 8150-JSON-CLOSE-OBJECT.

      *----------------------------------------------------------*
      * 8300-JSON-EMPLOYEE-LIST
      * The DEPTLIST page: one object per employee returned.
      *----------------------------------------------------------*
       8300-JSON-EMPLOYEE-LIST.
           MOVE 'dept' TO JSON-NAME
           MOVE LIST-REQ-DEPT TO JSON-VALUE
           PERFORM 8110-JSON-STRING

           MOVE 'employees' TO JSON-NAME
           PERFORM 8160-JSON-OPEN-ARRAY
           PERFORM VARYING LIST-FILL-IDX FROM 1 BY 1
                   UNTIL LIST-FILL-IDX > RESP-RETURNED-COUNT
               MOVE SPACES TO JSON-NAME
               PERFORM 8140-JSON-OPEN-OBJECT
               MOVE 'eno' TO JSON-NAME
               MOVE LE-ENO(LIST-FILL-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'lastName' TO JSON-NAME
               MOVE LE-LNAME(LIST-FILL-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'firstName' TO JSON-NAME
               MOVE LE-FNAME(LIST-FILL-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'dept' TO JSON-NAME
               MOVE LE-DEPT(LIST-FILL-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'state' TO JSON-NAME
               MOVE LE-ST(LIST-FILL-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'payRate' TO JSON-NAME
               IF MASK-PAYRATE
                   PERFORM 8130-JSON-NULL
               ELSE
                   MOVE LE-PAYRATE(LIST-FILL-IDX) TO JSON-NUMBER
                   PERFORM 8120-JSON-NUMBER
               END-IF
               PERFORM 8150-JSON-CLOSE-OBJECT
           END-PERFORM
           PERFORM 8170-JSON-CLOSE-ARRAY.

      *----------------------------------------------------------*
      * 8400-JSON-STATEMENT
      * STMTGET, PAYTRACE and WHATIF: the lines served on this
      * page, each by the values it was rendered from rather than
      * its print image.
      *----------------------------------------------------------*
       8400-JSON-STATEMENT.
           MOVE 'eno' TO JSON-NAME
           IF OPCODE-OUT = 'WHATIF'
               MOVE WIF-ENO TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           ELSE
               MOVE PD-EMPLOYEE-NO TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'periodId' TO JSON-NAME
               MOVE PD-PERIOD-ID TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF

           MOVE 'lines' TO JSON-NAME
           PERFORM 8160-JSON-OPEN-ARRAY
           COMPUTE JSON-ITEM-LAST =
               STMT-AFTER-LINE + RESP-RETURNED-COUNT
           COMPUTE JSON-ITEM-IDX = STMT-AFTER-LINE + 1
           PERFORM UNTIL JSON-ITEM-IDX > JSON-ITEM-LAST
               PERFORM 8410-JSON-STATEMENT-ITEM
               ADD 1 TO JSON-ITEM-IDX
           END-PERFORM
           PERFORM 8170-JSON-CLOSE-ARRAY.

       8410-JSON-STATEMENT-ITEM.
           MOVE SPACES TO JSON-NAME
           PERFORM 8140-JSON-OPEN-OBJECT
           MOVE 'line' TO JSON-NAME
           MOVE JSON-ITEM-IDX TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'item' TO JSON-NAME
           MOVE SI-ITEM(JSON-ITEM-IDX) TO JSON-VALUE
           PERFORM 8110-JSON-STRING

           IF SI-CODE(JSON-ITEM-IDX) NOT = SPACES
               MOVE 'code' TO JSON-NAME
               MOVE SI-CODE(JSON-ITEM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           IF SI-STATE(JSON-ITEM-IDX) NOT = SPACES
               MOVE 'state' TO JSON-NAME
               MOVE SI-STATE(JSON-ITEM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           IF SI-CURRENCY(JSON-ITEM-IDX) NOT = SPACES
               MOVE 'currency' TO JSON-NAME
               MOVE SI-CURRENCY(JSON-ITEM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           IF SI-FILING(JSON-ITEM-IDX) NOT = SPACES
               MOVE 'filingStatus' TO JSON-NAME
               MOVE SI-FILING(JSON-ITEM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF

           MOVE 'rate' TO JSON-NAME
           EVALUATE SI-RATE-SW(JSON-ITEM-IDX)
               WHEN 'Y'
                   MOVE SI-RATE(JSON-ITEM-IDX) TO JSON-NUMBER
                   PERFORM 8120-JSON-NUMBER
               WHEN 'M'
                   PERFORM 8130-JSON-NULL
           END-EVALUATE

           IF SI-HOURS-SW(JSON-ITEM-IDX) = 'Y'
               IF SI-ITEM(JSON-ITEM-IDX) = 'leaveBalance'
                   MOVE 'vacationHours' TO JSON-NAME
               ELSE
                   MOVE 'hours' TO JSON-NAME
               END-IF
               MOVE SI-HOURS(JSON-ITEM-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
           END-IF
           IF SI-SICK-SW(JSON-ITEM-IDX) = 'Y'
               MOVE 'sickHours' TO JSON-NAME
               MOVE SI-SICK(JSON-ITEM-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
           END-IF
           IF SI-AMOUNT-SW(JSON-ITEM-IDX) = 'Y'
               MOVE 'amount' TO JSON-NAME
               MOVE SI-AMOUNT(JSON-ITEM-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
           END-IF
           IF SI-TEXT(JSON-ITEM-IDX) NOT = SPACES
               MOVE 'text' TO JSON-NAME
               MOVE SI-TEXT(JSON-ITEM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
           END-IF
           PERFORM 8150-JSON-CLOSE-OBJECT.

       8500-JSON-QUEUE-STATUS.
           MOVE 'requestId' TO JSON-NAME
           MOVE STATUS-REQUEST-ID TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'requestStatus' TO JSON-NAME
           EVALUATE TRUE
               WHEN QR-QUEUED
                   MOVE 'QUEUED' TO JSON-VALUE
               WHEN QR-RUNNING
                   MOVE 'RUNNING' TO JSON-VALUE
               WHEN QR-COMPLETE
                   MOVE 'COMPLETE' TO JSON-VALUE
               WHEN QR-FAILED
                   MOVE 'FAILED' TO JSON-VALUE
               WHEN OTHER
                   MOVE QR-STATUS TO JSON-VALUE
           END-EVALUATE
           PERFORM 8110-JSON-STRING.

      *----------------------------------------------------------*
      * 8600-JSON-PTO-BALANCE
      * PTOBAL: the employee and one balance object per PTO type.
      *----------------------------------------------------------*
       8600-JSON-PTO-BALANCE.
           MOVE 'eno' TO JSON-NAME
           MOVE PTO-ENO TO JSON-VALUE
           PERFORM 8110-JSON-STRING

           MOVE 'balances' TO JSON-NAME
           PERFORM 8160-JSON-OPEN-ARRAY
           PERFORM VARYING PTO-TYPE-IDX FROM 1 BY 1
                   UNTIL PTO-TYPE-IDX > 2
               MOVE SPACES TO JSON-NAME
               PERFORM 8140-JSON-OPEN-OBJECT
               MOVE 'ptoType' TO JSON-NAME
               MOVE PT-TYPE(PTO-TYPE-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'description' TO JSON-NAME
               MOVE PT-NAME(PTO-TYPE-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'balanceHours' TO JSON-NAME
               MOVE PT-BALANCE(PTO-TYPE-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
               MOVE 'pendingHours' TO JSON-NAME
               MOVE PT-PENDING(PTO-TYPE-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
               MOVE 'approvedHours' TO JSON-NAME
               MOVE PT-APPROVED(PTO-TYPE-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
               MOVE 'availableHours' TO JSON-NAME
               MOVE PT-AVAILABLE(PTO-TYPE-IDX) TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
               PERFORM 8150-JSON-CLOSE-OBJECT
           END-PERFORM
           PERFORM 8170-JSON-CLOSE-ARRAY.

      *----------------------------------------------------------*
      * 8700-JSON-TEAM-ROSTER
      * TEAMLIST: the manager, the team totals and the reports on
      * this page.
      *----------------------------------------------------------*
       8700-JSON-TEAM-ROSTER.
           MOVE 'manager' TO JSON-NAME
           PERFORM 8140-JSON-OPEN-OBJECT
           MOVE 'eno' TO JSON-NAME
           MOVE TEAM-MGR-ENO TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'lastName' TO JSON-NAME
           MOVE TEAM-MGR-LNAME TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           MOVE 'firstName' TO JSON-NAME
           MOVE TEAM-MGR-FNAME TO JSON-VALUE
           PERFORM 8110-JSON-STRING
           PERFORM 8150-JSON-CLOSE-OBJECT

           MOVE 'team' TO JSON-NAME
           PERFORM 8140-JSON-OPEN-OBJECT
           MOVE 'headcount' TO JSON-NAME
           MOVE TEAM-HEADCOUNT TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'directReports' TO JSON-NAME
           MOVE TEAM-DIRECT-COUNT TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'indirectReports' TO JSON-NAME
           MOVE TEAM-INDIRECT-COUNT TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'active' TO JSON-NAME
           MOVE TEAM-ACTIVE-COUNT TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'onLeave' TO JSON-NAME
           MOVE TEAM-LEAVE-COUNT TO JSON-INTEGER
           PERFORM 8125-JSON-INTEGER
           MOVE 'payRateTotal' TO JSON-NAME
           IF MASK-PAYRATE
               PERFORM 8130-JSON-NULL
           ELSE
               MOVE TEAM-RATE-TOTAL TO JSON-NUMBER
               PERFORM 8120-JSON-NUMBER
           END-IF
           MOVE 'partial' TO JSON-NAME
           PERFORM 8100-JSON-NAME
           IF TEAM-FULL
               MOVE 'true' TO JSON-TEXT
           ELSE
               MOVE 'false' TO JSON-TEXT
           END-IF
           PERFORM 8180-JSON-PUT-TEXT
           PERFORM 8150-JSON-CLOSE-OBJECT

           MOVE 'reports' TO JSON-NAME
           PERFORM 8160-JSON-OPEN-ARRAY
           COMPUTE TEAM-IDX = TEAM-AFTER + 1
           PERFORM UNTIL TEAM-IDX > TEAM-AFTER + RESP-RETURNED-COUNT
               MOVE SPACES TO JSON-NAME
               PERFORM 8140-JSON-OPEN-OBJECT
               MOVE 'eno' TO JSON-NAME
               MOVE TM-ENO(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'lastName' TO JSON-NAME
               MOVE TM-LNAME(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'firstName' TO JSON-NAME
               MOVE TM-FNAME(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'dept' TO JSON-NAME
               MOVE TM-DEPT(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'division' TO JSON-NAME
               MOVE TM-DIVISION(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'status' TO JSON-NAME
               MOVE TM-STATUS(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'leaveType' TO JSON-NAME
               MOVE TM-LEAVE(TEAM-IDX) TO JSON-VALUE
               PERFORM 8110-JSON-STRING
               MOVE 'expectedReturn' TO JSON-NAME
               IF TM-RETURN-DATE(TEAM-IDX) > 0
                   MOVE TM-RETURN-DATE(TEAM-IDX) TO JSON-VALUE
                   PERFORM 8110-JSON-STRING
               ELSE
                   PERFORM 8130-JSON-NULL
               END-IF
               MOVE 'relationship' TO JSON-NAME
               IF TM-LEVEL(TEAM-IDX) = 1
                   MOVE 'DIRECT' TO JSON-VALUE
               ELSE
                   MOVE 'INDIRECT' TO JSON-VALUE
               END-IF
               PERFORM 8110-JSON-STRING
               MOVE 'level' TO JSON-NAME
               MOVE TM-LEVEL(TEAM-IDX) TO JSON-INTEGER
               PERFORM 8125-JSON-INTEGER
               MOVE 'payRate' TO JSON-NAME
               IF MASK-PAYRATE
                   PERFORM 8130-JSON-NULL
               ELSE
                   MOVE TM-PAYRATE(TEAM-IDX) TO JSON-NUMBER
                   PERFORM 8120-JSON-NUMBER
               END-IF
               PERFORM 8150-JSON-CLOSE-OBJECT
               ADD 1 TO TEAM-IDX
           END-PERFORM
           PERFORM 8170-JSON-CLOSE-ARRAY.

      *----------------------------------------------------------*
      * 8100-8190 JSON building blocks. JSON-NAME names the member
      * (blank for an array element); 8100 puts the separating
      * comma and the quoted name, and the value paragraphs follow
      * it. String values are escaped - quote, backslash and the
      * control characters - and lose their trailing spaces.
      *----------------------------------------------------------*
       8100-JSON-NAME.
           IF NOT JSON-FIRST
               MOVE ',' TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
           END-IF
           MOVE 'N' TO JSON-FIRST-SW
           IF JSON-NAME NOT = SPACES
               MOVE '"' TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
               MOVE JSON-NAME TO JSON-TEXT
               PERFORM 8180-JSON-PUT-TEXT
               MOVE '"' TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
               MOVE ':' TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
           END-IF.

       8110-JSON-STRING.
           IF JSON-VALUE = SPACES
               PERFORM 8130-JSON-NULL
           ELSE
               PERFORM 8100-JSON-NAME
               MOVE '"' TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
               MOVE JSON-VALUE TO JSON-TEXT
               PERFORM 8185-JSON-TEXT-LENGTH
               PERFORM VARYING JSON-TEXT-IDX FROM 1 BY 1
                       UNTIL JSON-TEXT-IDX > JSON-TEXT-LEN
                   PERFORM 8115-JSON-ESCAPE-CHAR
               END-PERFORM
               MOVE '"' TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
           END-IF.

       8115-JSON-ESCAPE-CHAR.
           MOVE JSON-TEXT(JSON-TEXT-IDX:1) TO JSON-SOURCE-CHAR
           COMPUTE JSON-ORD = FUNCTION ORD(JSON-SOURCE-CHAR)
           EVALUATE TRUE
               WHEN JSON-SOURCE-CHAR = '"'
                       OR JSON-SOURCE-CHAR = '\'
                   MOVE '\' TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
                   MOVE JSON-SOURCE-CHAR TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
               WHEN JSON-ORD < 33
      *            ORD counts from one: the code point is one less
                   SUBTRACT 1 FROM JSON-ORD
                   DIVIDE JSON-ORD BY 16 GIVING JSON-HEX-HI
                       REMAINDER JSON-HEX-LO
                   MOVE '\' TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
                   MOVE 'u' TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
                   MOVE '0' TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
                   MOVE JSON-HEX-DIGITS(JSON-HEX-HI + 1:1) TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
                   MOVE JSON-HEX-DIGITS(JSON-HEX-LO + 1:1) TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
               WHEN OTHER
                   MOVE JSON-SOURCE-CHAR TO JSON-CHAR
                   PERFORM 8190-JSON-PUT-CHAR
           END-EVALUATE.

       8120-JSON-NUMBER.
           PERFORM 8100-JSON-NAME
           MOVE JSON-NUMBER TO JSON-NUM-EDIT
           MOVE 0 TO JSON-NUM-LEAD
           INSPECT JSON-NUM-EDIT TALLYING JSON-NUM-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO JSON-TEXT
           MOVE JSON-NUM-EDIT(JSON-NUM-LEAD + 1:) TO JSON-TEXT
           PERFORM 8180-JSON-PUT-TEXT.

       8125-JSON-INTEGER.
           PERFORM 8100-JSON-NAME
           MOVE JSON-INTEGER TO JSON-INT-EDIT
           MOVE 0 TO JSON-NUM-LEAD
           INSPECT JSON-INT-EDIT TALLYING JSON-NUM-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO JSON-TEXT
           MOVE JSON-INT-EDIT(JSON-NUM-LEAD + 1:) TO JSON-TEXT
           PERFORM 8180-JSON-PUT-TEXT.

       8130-JSON-NULL.
           PERFORM 8100-JSON-NAME
           MOVE 'null' TO JSON-TEXT
           PERFORM 8180-JSON-PUT-TEXT.

       8140-JSON-OPEN-OBJECT.
           PERFORM 8100-JSON-NAME
           MOVE '{' TO JSON-CHAR
           PERFORM 8190-JSON-PUT-CHAR
           MOVE 'Y' TO JSON-FIRST-SW.

       8150-JSON-CLOSE-OBJECT.
           MOVE '}' TO JSON-CHAR
           PERFORM 8190-JSON-PUT-CHAR
           MOVE 'N' TO JSON-FIRST-SW.

       8160-JSON-OPEN-ARRAY.
           PERFORM 8100-JSON-NAME
           MOVE '[' TO JSON-CHAR
           PERFORM 8190-JSON-PUT-CHAR
           MOVE 'Y' TO JSON-FIRST-SW.

       8170-JSON-CLOSE-ARRAY.
           MOVE ']' TO JSON-CHAR
           PERFORM 8190-JSON-PUT-CHAR
           MOVE 'N' TO JSON-FIRST-SW.

       8180-JSON-PUT-TEXT.
           PERFORM 8185-JSON-TEXT-LENGTH
           PERFORM VARYING JSON-TEXT-IDX FROM 1 BY 1
                   UNTIL JSON-TEXT-IDX > JSON-TEXT-LEN
               MOVE JSON-TEXT(JSON-TEXT-IDX:1) TO JSON-CHAR
               PERFORM 8190-JSON-PUT-CHAR
           END-PERFORM.

       8185-JSON-TEXT-LENGTH.
           MOVE 0 TO JSON-TEXT-TRAIL
           INSPECT FUNCTION REVERSE(JSON-TEXT)
               TALLYING JSON-TEXT-TRAIL FOR LEADING SPACES
           COMPUTE JSON-TEXT-LEN = 120 - JSON-TEXT-TRAIL.

       8190-JSON-PUT-CHAR.
           IF JSON-PTR > JSON-MAX
               SET JSON-OVERFLOW TO TRUE
           ELSE
               MOVE JSON-CHAR TO RESP-JSON(JSON-PTR:1)
               ADD 1 TO JSON-PTR
           END-IF.

       9000-UNKNOWN-OPCODE.
           DISPLAY 'UNKNOWN OPCODE, CORRELATION-ID: ' CORRELATION-ID-IN.
           MOVE '98' TO RETURN-STATUS.
           MOVE CONTINUATION-IN TO DLQ-CONTINUATION
           MOVE CALLER-ROLE-IN TO DLQ-CALLER-ROLE
           MOVE COMPANY-IN TO DLQ-COMPANY
           MOVE OUTPUT-FORMAT-IN TO DLQ-OUTPUT-FORMAT

           OPEN EXTEND DEAD-LETTER-FILE
           IF DLQ-FILE-STATUS = '00' OR DLQ-FILE-STATUS = '05'
