       IDENTIFICATION DIVISION.

       PROGRAM-ID. FILWAT1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXPECTED-FILES-FILE
               ASSIGN TO EXTERNAL EXPFILES
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPECTED-FILE-STATUS.

           SELECT WATCHED-FILE
               ASSIGN USING WATCHED-FILE-NAME
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHED-FILE-STATUS.

           SELECT OPTIONAL RUN-STATUS-FILE
               ASSIGN TO EXTERNAL RUNSTATS
                         ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  EXPECTED-FILES-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EXPECTED-FILES-LINE.

       01  EXPECTED-FILES-LINE     PIC X(80).

       FD  WATCHED-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 450 CHARACTERS
           DATA RECORD IS WATCHED-LINE.

       01  WATCHED-LINE            PIC X(450).

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-STATUS-LINE.

       01  RUN-STATUS-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY TRAILER.

           COPY RUNSTAT.

      *----------------------------------------------------------*
      * expected-files record (EXPFILES): one line per inbound
      * file the night depends on - its logical name, the time
      * (HHMM) it should be in by, whether it must carry FILETRLR
      * control trailers, and where the sender drops it.
      *----------------------------------------------------------*
           01 EXPECTED-FILE-RECORD.
               05 EF-FILE          PIC X(08).
               05 EF-EXPECT-BY     PIC 9(04).
               05 EF-EXPECT-BY-X REDEFINES EF-EXPECT-BY
                                   PIC X(04).
               05 EF-TRAILER-REQ   PIC X(01).
                   88 EF-TRAILER-REQUIRED VALUE 'Y'.
               05 EF-PATH          PIC X(60).
               05 FILLER           PIC X(07).

           01 EXPECTED-FILE-STATUS PIC XX.
           01 EXPECTED-EOF-SW      PIC X VALUE 'N'.
               88 EXPECTED-EOF     VALUE 'Y'.
           01 ENTRY-FOUND-SW       PIC X VALUE 'N'.
               88 ENTRY-FOUND      VALUE 'Y'.

      *----------------------------------------------------------*
      * FILWAT_FILE names the file to wait for and FILWAT_STEP the
      * job-plan step it gates (JOBPLAN1 sets both). FILWAT_POLL
      * is the seconds between looks while the file is absent,
      * FILWAT_SETTLE the seconds a present file must go unchanged
      * before it counts as completely transferred, FILWAT_GRACE
      * the minutes past its expected-by time the watcher keeps
      * waiting before it gives up.
      *----------------------------------------------------------*
           01 WATCH-FILE           PIC X(8).
           01 WATCH-STEP           PIC X(8).
           01 POLL-TEXT            PIC X(4).
           01 POLL-SECONDS         PIC 9(4) VALUE 60.
           01 SETTLE-TEXT          PIC X(4).
           01 SETTLE-SECONDS       PIC 9(4) VALUE 30.
           01 GRACE-TEXT           PIC X(4).
           01 GRACE-MINUTES        PIC 9(4) VALUE 60.

           01 WATCHED-FILE-NAME    PIC X(64).
           01 WATCHED-FILE-STATUS  PIC XX.
           01 WATCHED-EOF-SW       PIC X VALUE 'N'.
               88 WATCHED-EOF      VALUE 'Y'.

           01 WATCH-STATE-SW       PIC X VALUE 'W'.
               88 STILL-WAITING    VALUE 'W'.
               88 FILE-RELEASED    VALUE 'R'.
               88 FILE-HELD        VALUE 'H'.
           01 LATE-RAISED-SW       PIC X VALUE 'N'.
               88 LATE-RAISED      VALUE 'Y'.
           01 FILE-PRESENT-SW      PIC X.
               88 FILE-PRESENT     VALUE 'Y'.

      *    two looks a settle interval apart: the same record count
      *    and the same last record mean the sender has finished
           01 SCAN-COUNT           PIC 9(8).
           01 SCAN-LAST-LINE       PIC X(450).
           01 PREV-SCAN-COUNT      PIC 9(8).
           01 PREV-SCAN-LAST-LINE  PIC X(450).
           01 LOOK-COUNT           PIC 9(6) VALUE 0.

           01 NOW-TEXT             PIC X(21).
           01 NOW-HOUR             PIC 99.
           01 NOW-MINUTE           PIC 99.
           01 NOW-MINUTES          PIC 9(4).
           01 DUE-HOUR             PIC 99.
           01 DUE-MINUTE           PIC 99.
           01 DUE-MINUTES          PIC 9(4).
           01 GIVE-UP-MINUTES      PIC 9(5).

      *    the trailer proof, by TRLCHK1's rules
           01 FILE-KEY-OFFSET      PIC 9(3) VALUE 0.
           01 FILE-KEY-LENGTH      PIC 9(2) VALUE 0.
           01 FILE-AMT-OFFSET      PIC 9(3) VALUE 0.
           01 FILE-AMT-LENGTH      PIC 9(3) VALUE 0.
           01 OFFSETS-FOUND-SW     PIC X VALUE 'N'.
               88 OFFSETS-FOUND    VALUE 'Y'.
           01 SECTION-COUNT        PIC 9(8) VALUE 0.
           01 SECTION-KEY-HASH     PIC 9(10) VALUE 0.
           01 SECTION-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.
           01 SECTION-NO           PIC 9(3) VALUE 0.
           01 PROOF-FAIL-COUNT     PIC 9(3) VALUE 0.
           01 BODY-SINCE-TRAILER-SW PIC X VALUE 'N'.
               88 BODY-SINCE-TRAILER VALUE 'Y'.

           01 SLICE-TEXT           PIC X(16).
           01 SLICE-WORK           PIC X(16).
           01 SLICE-LEN            PIC 9(3).
           01 SLICE-SIGN           PIC X.
           01 SLICE-INT            PIC 9(15).
           01 SLICE-AMOUNT         PIC S9(13)V99 COMP-3.
           01 KEY-SLICE            PIC X(10).
           01 KEY-VALUE            PIC 9(10).

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Inbound file arrival watcher, run by the job plan ahead of
      * any step that loads a file from outside (HOURSIN before
      * PAYCALC1, the bank statement before BANKREC1). It waits
      * for the file its EXPFILES entry describes, takes it as
      * transferred only once two looks a settle interval apart
      * see the same records, proves its FILETRLR sections the way
      * TRLCHK1 does, and only then ends clean so the step is
      * released. A file still absent at its expected-by time
      * raises a LATE alert record on RUNSTATS for the run monitor
      * and the wait goes on; one still absent at the end of the
      * grace period (MISS) or failing its proof (BAD) is alerted
      * and the step held with RETURN-CODE 8. A file released
      * after running late ends with RETURN-CODE 4.
      *----------------------------------------------------------*
       000-MAIN.
           DISPLAY "FILWAT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WATCH-FILE FROM ENVIRONMENT-VALUE.
           DISPLAY "FILWAT_STEP" UPON ENVIRONMENT-NAME.
           ACCEPT WATCH-STEP FROM ENVIRONMENT-VALUE.
           IF WATCH-FILE = SPACES
               DISPLAY 'FILWAT1 FILWAT_FILE MUST BE SET'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.

           DISPLAY "FILWAT_POLL" UPON ENVIRONMENT-NAME.
           ACCEPT POLL-TEXT FROM ENVIRONMENT-VALUE.
           IF POLL-TEXT NUMERIC
               MOVE POLL-TEXT TO POLL-SECONDS
           END-IF.
           DISPLAY "FILWAT_SETTLE" UPON ENVIRONMENT-NAME.
           ACCEPT SETTLE-TEXT FROM ENVIRONMENT-VALUE.
           IF SETTLE-TEXT NUMERIC
               MOVE SETTLE-TEXT TO SETTLE-SECONDS
           END-IF.
           DISPLAY "FILWAT_GRACE" UPON ENVIRONMENT-NAME.
           ACCEPT GRACE-TEXT FROM ENVIRONMENT-VALUE.
           IF GRACE-TEXT NUMERIC
               MOVE GRACE-TEXT TO GRACE-MINUTES
           END-IF.

           PERFORM 100-FIND-EXPECTED-FILE THRU 100-FIND-EXIT.
           IF NOT ENTRY-FOUND
               DISPLAY 'FILWAT1 ' WATCH-FILE ' IS NOT ON EXPFILES'
               MOVE 8 TO RETURN-CODE
               GO TO 000-EXIT
           END-IF.

           MOVE EF-PATH TO WATCHED-FILE-NAME.
           DIVIDE EF-EXPECT-BY BY 100
               GIVING DUE-HOUR REMAINDER DUE-MINUTE.
           COMPUTE DUE-MINUTES = DUE-HOUR * 60 + DUE-MINUTE.
           COMPUTE GIVE-UP-MINUTES = DUE-MINUTES + GRACE-MINUTES.
           MOVE 0 TO PREV-SCAN-COUNT.
           MOVE SPACES TO PREV-SCAN-LAST-LINE.

           SET RS-EVENT-START TO TRUE.
           MOVE WATCH-FILE TO RS-STEP(1:8).
           MOVE WATCH-STEP TO RS-STEP(9:8).
           MOVE 0 TO RS-ROWS.
           MOVE SPACES TO RS-STATUS.
           PERFORM 980-WRITE-RUN-STATUS.

           PERFORM 200-WATCH-ONCE
               UNTIL NOT STILL-WAITING.

           SET RS-EVENT-END TO TRUE.
           MOVE WATCH-FILE TO RS-STEP(1:8).
           MOVE WATCH-STEP TO RS-STEP(9:8).
           MOVE SCAN-COUNT TO RS-ROWS.
           IF FILE-RELEASED
               IF LATE-RAISED
                   MOVE 'LATE' TO RS-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'OK' TO RS-STATUS
               END-IF
               DISPLAY 'FILWAT1 ' WATCH-FILE ' COMPLETE - STEP '
                   WATCH-STEP ' RELEASED'
           ELSE
               MOVE 'HELD' TO RS-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY 'FILWAT1 ' WATCH-FILE ' NOT USABLE - STEP '
                   WATCH-STEP ' HELD'
           END-IF.
           PERFORM 980-WRITE-RUN-STATUS.

           DISPLAY 'FILWAT1 LOOKS TAKEN       : ' LOOK-COUNT.
           DISPLAY 'FILWAT1 RECORDS ON FILE   : ' SCAN-COUNT.
           DISPLAY 'FILWAT1 TRAILER SECTIONS  : ' SECTION-NO.

       000-EXIT.
           STOP RUN.

       100-FIND-EXPECTED-FILE.
           OPEN INPUT EXPECTED-FILES-FILE.
           IF EXPECTED-FILE-STATUS NOT = '00'
               DISPLAY 'FILWAT1 CANNOT OPEN EXPFILES, STATUS: '
                   EXPECTED-FILE-STATUS
               GO TO 100-FIND-EXIT
           END-IF.

           PERFORM 110-READ-EXPECTED.
           PERFORM UNTIL EXPECTED-EOF OR ENTRY-FOUND
               IF EF-FILE = WATCH-FILE
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   PERFORM 110-READ-EXPECTED
               END-IF
           END-PERFORM.

           CLOSE EXPECTED-FILES-FILE.

           IF ENTRY-FOUND
               IF EF-EXPECT-BY-X NOT NUMERIC OR EF-PATH = SPACES
                   DISPLAY 'FILWAT1 EXPFILES ENTRY FOR ' WATCH-FILE
                       ' HAS NO EXPECTED-BY TIME OR NO PATH'
                   MOVE 'N' TO ENTRY-FOUND-SW
               END-IF
           END-IF.
       100-FIND-EXIT.
           EXIT.

       110-READ-EXPECTED.
           READ EXPECTED-FILES-FILE INTO EXPECTED-FILE-RECORD
               AT END
                   SET EXPECTED-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 200-WATCH-ONCE
      * One look. A file that is there and unchanged since the
      * last look is complete and goes to its proof; one that is
      * there but still changing is looked at again after the
      * settle interval; either way, until it is complete, it is
      * checked against its due and give-up times. The window is
      * taken not to straddle midnight, as RUNMON1 takes it.
      *----------------------------------------------------------*
       200-WATCH-ONCE.
           ADD 1 TO LOOK-COUNT
           PERFORM 300-SCAN-FILE THRU 300-SCAN-EXIT

           IF FILE-PRESENT
               IF SCAN-COUNT > 0
                       AND SCAN-COUNT = PREV-SCAN-COUNT
                       AND SCAN-LAST-LINE = PREV-SCAN-LAST-LINE
                   PERFORM 400-PROVE-TRAILERS THRU 400-PROVE-EXIT
               ELSE
                   MOVE SCAN-COUNT TO PREV-SCAN-COUNT
                   MOVE SCAN-LAST-LINE TO PREV-SCAN-LAST-LINE
                   PERFORM 250-CHECK-THE-CLOCK
                   IF STILL-WAITING
                       CALL 'C$SLEEP' USING SETTLE-SECONDS
                   END-IF
               END-IF
           ELSE
               PERFORM 250-CHECK-THE-CLOCK
               IF STILL-WAITING
                   CALL 'C$SLEEP' USING POLL-SECONDS
               END-IF
           END-IF.

       250-CHECK-THE-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO NOW-TEXT
           MOVE NOW-TEXT(9:2) TO NOW-HOUR
           MOVE NOW-TEXT(11:2) TO NOW-MINUTE
           COMPUTE NOW-MINUTES = NOW-HOUR * 60 + NOW-MINUTE

           IF NOW-MINUTES > DUE-MINUTES AND NOT LATE-RAISED
               SET LATE-RAISED TO TRUE
               MOVE 'LATE' TO RS-STATUS
               PERFORM 950-RAISE-ALERT
               DISPLAY 'FILWAT1 ' WATCH-FILE ' LATE - EXPECTED BY '
                   EF-EXPECT-BY
           END-IF

           IF NOW-MINUTES > GIVE-UP-MINUTES
               SET FILE-HELD TO TRUE
               MOVE 'MISS' TO RS-STATUS
               PERFORM 950-RAISE-ALERT
               DISPLAY 'FILWAT1 ' WATCH-FILE ' NEVER ARRIVED - '
                   'GAVE UP AFTER ' GRACE-MINUTES ' MINUTES GRACE'
           END-IF.

       300-SCAN-FILE.
           MOVE 'N' TO FILE-PRESENT-SW
           MOVE 0 TO SCAN-COUNT
           MOVE SPACES TO SCAN-LAST-LINE
           MOVE 'N' TO WATCHED-EOF-SW
           OPEN INPUT WATCHED-FILE
           IF WATCHED-FILE-STATUS NOT = '00'
               GO TO 300-SCAN-EXIT
           END-IF
           SET FILE-PRESENT TO TRUE

           PERFORM 310-READ-WATCHED
           PERFORM UNTIL WATCHED-EOF
               ADD 1 TO SCAN-COUNT
               MOVE WATCHED-LINE TO SCAN-LAST-LINE
               PERFORM 310-READ-WATCHED
           END-PERFORM

           CLOSE WATCHED-FILE.
       300-SCAN-EXIT.
           EXIT.

       310-READ-WATCHED.
           READ WATCHED-FILE
               AT END
                   SET WATCHED-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 400-PROVE-TRAILERS
      * TRLCHK1's proof: offsets from the first trailer, then each
      * section's record count, key hash and amount total, and no
      * body records after the last trailer. A file with no
      * trailer at all passes only if its entry does not require
      * one.
      *----------------------------------------------------------*
       400-PROVE-TRAILERS.
           PERFORM 410-SCOUT-OFFSETS

           IF NOT OFFSETS-FOUND
               IF EF-TRAILER-REQUIRED
                   DISPLAY 'FILWAT1 ' WATCH-FILE
                       ' CARRIES NO FILETRLR TRAILER'
                   SET FILE-HELD TO TRUE
                   MOVE 'BAD' TO RS-STATUS
                   PERFORM 950-RAISE-ALERT
               ELSE
                   SET FILE-RELEASED TO TRUE
               END-IF
               GO TO 400-PROVE-EXIT
           END-IF

           PERFORM 420-VERIFY-SECTIONS

           IF PROOF-FAIL-COUNT > 0
               SET FILE-HELD TO TRUE
               MOVE 'BAD' TO RS-STATUS
               PERFORM 950-RAISE-ALERT
           ELSE
               SET FILE-RELEASED TO TRUE
           END-IF.
       400-PROVE-EXIT.
           EXIT.

       410-SCOUT-OFFSETS.
           MOVE 'N' TO WATCHED-EOF-SW
           OPEN INPUT WATCHED-FILE
           PERFORM 310-READ-WATCHED
           PERFORM UNTIL WATCHED-EOF OR OFFSETS-FOUND
               IF WATCHED-LINE(1:8) = 'FILETRLR'
                   MOVE WATCHED-LINE(1:80) TO FILE-TRAILER-RECORD
                   MOVE FTR-KEY-OFFSET TO FILE-KEY-OFFSET
                   MOVE FTR-KEY-LENGTH TO FILE-KEY-LENGTH
                   MOVE FTR-AMT-OFFSET TO FILE-AMT-OFFSET
                   MOVE FTR-AMT-LENGTH TO FILE-AMT-LENGTH
                   SET OFFSETS-FOUND TO TRUE
               END-IF
               PERFORM 310-READ-WATCHED
           END-PERFORM
           CLOSE WATCHED-FILE.

       420-VERIFY-SECTIONS.
           MOVE 'N' TO WATCHED-EOF-SW
           OPEN INPUT WATCHED-FILE
           PERFORM 310-READ-WATCHED
           PERFORM UNTIL WATCHED-EOF
               IF WATCHED-LINE(1:8) = 'FILETRLR'
                   PERFORM 450-CHECK-TRAILER
               ELSE
                   PERFORM 430-ACCUMULATE-BODY-RECORD
               END-IF
               PERFORM 310-READ-WATCHED
           END-PERFORM
           CLOSE WATCHED-FILE

           IF BODY-SINCE-TRAILER
               ADD 1 TO PROOF-FAIL-COUNT
               DISPLAY 'FILWAT1 ' WATCH-FILE ' ENDS WITH BODY '
                   'RECORDS AND NO TRAILER'
           END-IF.

       430-ACCUMULATE-BODY-RECORD.
           ADD 1 TO SECTION-COUNT
           SET BODY-SINCE-TRAILER TO TRUE

           IF FILE-KEY-LENGTH > 0
               MOVE SPACES TO KEY-SLICE
               MOVE WATCHED-LINE(FILE-KEY-OFFSET:FILE-KEY-LENGTH)
                   TO KEY-SLICE(1:FILE-KEY-LENGTH)
               IF KEY-SLICE(1:FILE-KEY-LENGTH) NUMERIC
                   MOVE KEY-SLICE(1:FILE-KEY-LENGTH) TO KEY-VALUE
                   ADD KEY-VALUE TO SECTION-KEY-HASH
                       ON SIZE ERROR CONTINUE
                   END-ADD
               END-IF
           END-IF

           IF FILE-AMT-LENGTH > 0
               PERFORM 440-ACCUMULATE-AMOUNT-SLICE
           END-IF.

       440-ACCUMULATE-AMOUNT-SLICE.
           MOVE FILE-AMT-LENGTH TO SLICE-LEN
           MOVE SPACES TO SLICE-TEXT
           MOVE WATCHED-LINE(FILE-AMT-OFFSET:SLICE-LEN)
               TO SLICE-TEXT(1:SLICE-LEN)

           MOVE SLICE-TEXT(1:1) TO SLICE-SIGN
           IF SLICE-SIGN = '+' OR SLICE-SIGN = '-'
               SUBTRACT 1 FROM SLICE-LEN
               MOVE SPACES TO SLICE-WORK
               MOVE SLICE-TEXT(2:SLICE-LEN)
                   TO SLICE-WORK(1:SLICE-LEN)
               MOVE SLICE-WORK TO SLICE-TEXT
           ELSE
               MOVE '+' TO SLICE-SIGN
           END-IF

           IF SLICE-TEXT(1:SLICE-LEN) NUMERIC
               MOVE 0 TO SLICE-INT
               MOVE SLICE-TEXT(1:SLICE-LEN)
                   TO SLICE-INT(16 - SLICE-LEN:SLICE-LEN)
               COMPUTE SLICE-AMOUNT = SLICE-INT / 100
               IF SLICE-SIGN = '-'
                   SUBTRACT SLICE-AMOUNT FROM SECTION-AMOUNT
               ELSE
                   ADD SLICE-AMOUNT TO SECTION-AMOUNT
               END-IF
           END-IF.

       450-CHECK-TRAILER.
           MOVE WATCHED-LINE(1:80) TO FILE-TRAILER-RECORD
           ADD 1 TO SECTION-NO

           IF SECTION-COUNT NOT = FTR-RECORD-COUNT
                   OR SECTION-KEY-HASH NOT = FTR-KEY-HASH
                   OR SECTION-AMOUNT NOT = FTR-AMOUNT-TOTAL
               ADD 1 TO PROOF-FAIL-COUNT
               DISPLAY 'FILWAT1 ' WATCH-FILE ' SECTION ' SECTION-NO
                   ' FAILS ITS TRAILER: RECORDS ' SECTION-COUNT
                   ' AGAINST ' FTR-RECORD-COUNT
           END-IF

           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-KEY-HASH
           MOVE 0 TO SECTION-AMOUNT
           MOVE 'N' TO BODY-SINCE-TRAILER-SW.

      *----------------------------------------------------------*
      * 950-RAISE-ALERT - RS-STATUS set by the caller
      *----------------------------------------------------------*
       950-RAISE-ALERT.
           SET RS-EVENT-ALERT TO TRUE
           MOVE WATCH-FILE TO RS-STEP(1:8)
           MOVE WATCH-STEP TO RS-STEP(9:8)
           MOVE SCAN-COUNT TO RS-ROWS
           PERFORM 980-WRITE-RUN-STATUS.

       980-WRITE-RUN-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RS-TS
           MOVE 'FILWAT1' TO RS-PROGRAM
           OPEN EXTEND RUN-STATUS-FILE
           IF RUN-STATUS-FILE-STATUS = '00'
                   OR RUN-STATUS-FILE-STATUS = '05'
               WRITE RUN-STATUS-LINE FROM RUN-STATUS-RECORD
               CLOSE RUN-STATUS-FILE
           END-IF.
