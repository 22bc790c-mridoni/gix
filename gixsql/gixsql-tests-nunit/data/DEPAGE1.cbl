       IDENTIFICATION DIVISION.

       PROGRAM-ID. DEPAGE1.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AT.
       OBJECT-COMPUTER. IBM-AT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEP-NOTICE-FILE
               ASSIGN TO EXTERNAL DEPNOTC
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEP-REPORT-FILE
               ASSIGN TO EXTERNAL DEPRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DEP-NOTICE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DEP-NOTICE-LINE.

       01  DEP-NOTICE-LINE         PIC X(100).

       FD  DEP-REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DEP-REPORT-LINE.

       01  DEP-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL
        INCLUDE EMPREC
       END-EXEC.

           COPY RPTHDR.
           COPY RPTDET.
           COPY RPTFTR.

      *----------------------------------------------------------*
      * loss-of-coverage notice (DEPNOTC): one record per aged-out
      * dependent for the benefits desk's letter run to the
      * employee, with the plan and the last day of coverage
      *----------------------------------------------------------*
           01 DEP-NOTICE-RECORD.
               05 DN-ENO               PIC 9(04).
               05 DN-EMP-LNAME         PIC X(10).
               05 DN-EMP-FNAME         PIC X(10).
               05 DN-DEP-SEQ           PIC 9(02).
               05 DN-DEP-LNAME         PIC X(10).
               05 DN-DEP-FNAME         PIC X(10).
               05 DN-RELATIONSHIP      PIC X(02).
               05 DN-BIRTH-DATE        PIC 9(08).
               05 DN-DED-CODE          PIC X(04).
               05 DN-COVER-END-DATE    PIC 9(08).
               05 DN-REASON            PIC X(20).
               05 FILLER               PIC X(12).

           01 DATASRC     PIC X(64).
           01 DBUSR       PIC X(64).
           01 DBPWD       PIC X(64).

      *    the month processed (DEPAGE_MONTH as YYYYMM, default the
      *    current month) and the age a child's coverage ends at
      *    (DEPAGE_CHILD_LIMIT, default 26) or, for a child on
      *    file as a full-time student, DEPAGE_STUDENT_LIMIT
      *    (default the child limit). A disabled child is never
      *    aged out; spouses and partners have no age limit.
           01 RUN-MONTH-TEXT       PIC X(6).
           01 RUN-MONTH            PIC 9(6).
           01 LIMIT-TEXT           PIC X(2).
           01 CHILD-LIMIT          PIC 9(2) VALUE 26.
           01 STUDENT-LIMIT        PIC 9(2) VALUE 0.

           01 RUN-DATE-TEXT        PIC X(21).

           01 DEP-ENO              PIC 9(4).
           01 DEP-SEQ              PIC 9(2).
           01 DEP-LNAME            PIC X(10).
           01 DEP-FNAME            PIC X(10).
           01 DEP-RELATIONSHIP     PIC X(2).
           01 DEP-BIRTH-DATE       PIC 9(8).
           01 DEP-BIRTH-PARTS REDEFINES DEP-BIRTH-DATE.
               05 DEP-BIRTH-YYYY   PIC 9(4).
               05 DEP-BIRTH-MM     PIC 9(2).
               05 DEP-BIRTH-DD     PIC 9(2).
           01 DEP-STUDENT-FLAG     PIC X(1).
           01 DEP-DED-CODE         PIC X(4).

           01 LIMIT-AGE            PIC 9(2).
           01 LIMIT-MONTH          PIC 9(6).
           01 LIMIT-MONTH-PARTS REDEFINES LIMIT-MONTH.
               05 LIMIT-YYYY       PIC 9(4).
               05 LIMIT-MM         PIC 9(2).
           01 NEXT-MONTH-START     PIC 9(8).
           01 COVER-END-DATE       PIC 9(8).

           01 ENR-ENO              PIC 9(4).
           01 ENR-DED-CODE         PIC X(4).
           01 ELECTED-COVERAGE     PIC X(2).
           01 EXPECTED-COVERAGE    PIC X(2).
           01 SPOUSE-COUNT         PIC 9(4).
           01 CHILD-COUNT          PIC 9(4).

           01 AGED-OUT-COUNT       PIC 9(6) VALUE 0.
           01 ENROLL-READ-COUNT    PIC 9(6) VALUE 0.
           01 TIER-MISMATCH-COUNT  PIC 9(6) VALUE 0.
           01 SQL-ERROR-COUNT      PIC 9(6) VALUE 0.

           01 RPT-PAGE-NO          PIC 9(4) VALUE 1.

       EXEC SQL
            INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
            INCLUDE SQLSTCON
       END-EXEC.

           EXEC SQL
               DECLARE TABLE DEPENDENT
                   (ENO            DECIMAL(4,0)  NOT NULL,
                    DEP_SEQ        DECIMAL(2,0)  NOT NULL,
                    LNAME          CHAR(10)      NOT NULL,
                    FNAME          CHAR(10),
                    RELATIONSHIP   CHAR(2)       NOT NULL,
                    BIRTH_DATE     DECIMAL(8,0)  NOT NULL,
                    STUDENT_FLAG   CHAR(1)       NOT NULL,
                    DISABLED_FLAG  CHAR(1)       NOT NULL,
                    DED_CODE       CHAR(4),
                    STATUS         CHAR(1)       NOT NULL,
                    COVER_END_DATE DECIMAL(8,0))
           END-EXEC.

      *  covered children who can age out
           EXEC SQL
               DECLARE AGECRSR CURSOR FOR
               SELECT ENO, DEP_SEQ, LNAME, FNAME, RELATIONSHIP,
                      BIRTH_DATE, STUDENT_FLAG, DED_CODE
                 FROM DEPENDENT
               WHERE STATUS = 'A'
                 AND RELATIONSHIP = 'CH'
                 AND DISABLED_FLAG <> 'Y'
                 AND DED_CODE <> ' '
               ORDER BY ENO, DEP_SEQ
           END-EXEC.

           EXEC SQL
               DECLARE TIERCRSR CURSOR FOR
               SELECT ENO, DED_CODE
                 FROM DEDENROLL
               ORDER BY ENO, DED_CODE
           END-EXEC.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      * Monthly dependent eligibility run against the DEPENDENT
      * master (maintained by DEDMNT1 'P' transactions).
      *
      * Age-out: a covered child reaches the age limit in or
      * before the month processed. Coverage ends on the last day
      * of the month the child reaches the limit; the dependent
      * goes to STATUS 'O' with that COVER_END_DATE and a notice
      * record goes to DEPNOTC for the employee's letter. A run
      * that was missed catches up - the end date is still the
      * birthday month's, not this month's.
      *
      * Coverage tier: every enrollment's elected tier (the latest
      * applied open-enrollment election, EE when there is none,
      * as the carrier feed takes it) against the dependents still
      * covered under the plan - none EE, a spouse or partner only
      * ES, any child FM. Disagreements are listed for the
      * benefits desk to re-elect or correct; nothing is changed.
      *----------------------------------------------------------*
       000-CONNECT.
           DISPLAY "DATASRC" UPON ENVIRONMENT-NAME.
           ACCEPT DATASRC FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_USR" UPON ENVIRONMENT-NAME.
           ACCEPT DBUSR FROM ENVIRONMENT-VALUE.
           DISPLAY "DATASRC_PWD" UPON ENVIRONMENT-NAME.
           ACCEPT DBPWD FROM ENVIRONMENT-VALUE.

           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TEXT.

           DISPLAY "DEPAGE_MONTH" UPON ENVIRONMENT-NAME.
           ACCEPT RUN-MONTH-TEXT FROM ENVIRONMENT-VALUE.
           IF RUN-MONTH-TEXT = SPACES
               MOVE RUN-DATE-TEXT(1:6) TO RUN-MONTH-TEXT
           END-IF.
           IF RUN-MONTH-TEXT NOT NUMERIC
                   OR RUN-MONTH-TEXT(5:2) < '01'
                   OR RUN-MONTH-TEXT(5:2) > '12'
               DISPLAY 'DEPAGE1 DEPAGE_MONTH NOT A VALID YYYYMM: ['
                   RUN-MONTH-TEXT ']'
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           MOVE RUN-MONTH-TEXT TO RUN-MONTH.

           DISPLAY "DEPAGE_CHILD_LIMIT" UPON ENVIRONMENT-NAME.
           ACCEPT LIMIT-TEXT FROM ENVIRONMENT-VALUE.
           IF LIMIT-TEXT NUMERIC
               MOVE LIMIT-TEXT TO CHILD-LIMIT
           END-IF.
           DISPLAY "DEPAGE_STUDENT_LIMIT" UPON ENVIRONMENT-NAME.
           ACCEPT LIMIT-TEXT FROM ENVIRONMENT-VALUE.
           IF LIMIT-TEXT NUMERIC
               MOVE LIMIT-TEXT TO STUDENT-LIMIT
           END-IF.
           IF STUDENT-LIMIT < CHILD-LIMIT
               MOVE CHILD-LIMIT TO STUDENT-LIMIT
           END-IF.

           EXEC SQL
              CONNECT TO :DATASRC USER :DBUSR USING :DBPWD
           END-EXEC.

           IF SQLSTATE <> SQLSTATE-SUCCESS
               DISPLAY 'DEPAGE1 CONNECT SQLCODE: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

       100-MAIN.
           OPEN OUTPUT DEP-NOTICE-FILE.
           OPEN OUTPUT DEP-REPORT-FILE.

           MOVE SPACES TO RPT-HDR-TITLE.
           STRING 'DEPENDENT ELIGIBILITY ' DELIMITED BY SIZE
                  RUN-MONTH DELIMITED BY SIZE
               INTO RPT-HDR-TITLE.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE RUN-DATE-TEXT(1:10) TO RPT-HDR-RUN-DATE.
           WRITE DEP-REPORT-LINE FROM RPT-HDR-LINE.

           PERFORM 200-AGE-OUT-DEPENDENTS THRU 200-AGE-OUT-EXIT.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 400-CHECK-COVERAGE-TIERS THRU 400-CHECK-EXIT.

           WRITE DEP-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE DEP-NOTICE-FILE.
           CLOSE DEP-REPORT-FILE.

           DISPLAY 'DEPAGE1 MONTH PROCESSED    : ' RUN-MONTH.
           DISPLAY 'DEPAGE1 DEPENDENTS AGED OUT: ' AGED-OUT-COUNT.
           DISPLAY 'DEPAGE1 ENROLLMENTS CHECKED: ' ENROLL-READ-COUNT.
           DISPLAY 'DEPAGE1 TIER MISMATCHES    : '
               TIER-MISMATCH-COUNT.

           IF SQL-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TIER-MISMATCH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       100-CLOSE.
           EXEC SQL CONNECT RESET END-EXEC.

       100-EXIT.
           STOP RUN.

       200-AGE-OUT-DEPENDENTS.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'DEPENDENTS AGED OUT OF COVERAGE' TO RPT-DET-TEXT
           WRITE DEP-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN AGECRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DEPAGE1 DEPENDENT OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 200-AGE-OUT-EXIT
           END-IF

           PERFORM 210-FETCH-CHILD
           PERFORM UNTIL SQLCODE <> 0
               PERFORM 300-CHECK-AGE-LIMIT
               PERFORM 210-FETCH-CHILD
           END-PERFORM

           EXEC SQL
               CLOSE AGECRSR
           END-EXEC.
       200-AGE-OUT-EXIT.
           EXIT.

       210-FETCH-CHILD.
           EXEC SQL
               FETCH AGECRSR
                   INTO :DEP-ENO, :DEP-SEQ, :DEP-LNAME, :DEP-FNAME,
                        :DEP-RELATIONSHIP, :DEP-BIRTH-DATE,
                        :DEP-STUDENT-FLAG, :DEP-DED-CODE
           END-EXEC.

      *----------------------------------------------------------*
      * 300-CHECK-AGE-LIMIT
      * The month the child reaches the limit is the birth month
      * that many years on; a child whose limit month is still to
      * come is left alone.
      *----------------------------------------------------------*
       300-CHECK-AGE-LIMIT.
           IF DEP-STUDENT-FLAG = 'Y'
               MOVE STUDENT-LIMIT TO LIMIT-AGE
           ELSE
               MOVE CHILD-LIMIT TO LIMIT-AGE
           END-IF

           COMPUTE LIMIT-YYYY = DEP-BIRTH-YYYY + LIMIT-AGE
           MOVE DEP-BIRTH-MM TO LIMIT-MM

           IF LIMIT-MONTH <= RUN-MONTH
               IF LIMIT-MM = 12
                   COMPUTE NEXT-MONTH-START =
                       (LIMIT-YYYY + 1) * 10000 + 0101
               ELSE
                   COMPUTE NEXT-MONTH-START =
                       LIMIT-MONTH * 100 + 100 + 1
               END-IF
               COMPUTE COVER-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1)
               PERFORM 350-END-COVERAGE
           END-IF.

       350-END-COVERAGE.
           EXEC SQL
               UPDATE DEPENDENT
                   SET STATUS = 'O',
                       COVER_END_DATE = :COVER-END-DATE
                   WHERE ENO = :DEP-ENO
                     AND DEP_SEQ = :DEP-SEQ
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DEPAGE1 DEPENDENT UPDATE SQLCODE: ' SQLCODE
                   ' ENO: ' DEP-ENO ' SEQ: ' DEP-SEQ
               ADD 1 TO SQL-ERROR-COUNT
           ELSE
               ADD 1 TO AGED-OUT-COUNT
               PERFORM 360-WRITE-NOTICE
           END-IF

      *    the cursor continues from the next row
           MOVE 0 TO SQLCODE.

       360-WRITE-NOTICE.
           MOVE SPACES TO LNAME
           MOVE SPACES TO FNAME
           MOVE DEP-ENO TO ENO
           EXEC SQL
               SELECT LNAME, FNAME INTO :LNAME, :FNAME
                   FROM EMPTABLE
                   WHERE ENO = :ENO
           END-EXEC

           MOVE SPACES TO DEP-NOTICE-RECORD
           MOVE DEP-ENO TO DN-ENO
           MOVE LNAME TO DN-EMP-LNAME
           MOVE FNAME TO DN-EMP-FNAME
           MOVE DEP-SEQ TO DN-DEP-SEQ
           MOVE DEP-LNAME TO DN-DEP-LNAME
           MOVE DEP-FNAME TO DN-DEP-FNAME
           MOVE DEP-RELATIONSHIP TO DN-RELATIONSHIP
           MOVE DEP-BIRTH-DATE TO DN-BIRTH-DATE
           MOVE DEP-DED-CODE TO DN-DED-CODE
           MOVE COVER-END-DATE TO DN-COVER-END-DATE
           MOVE 'AGE LIMIT REACHED' TO DN-REASON
           WRITE DEP-NOTICE-LINE FROM DEP-NOTICE-RECORD

           MOVE SPACES TO RPT-DET-KEY
           STRING DEP-ENO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEP-DED-CODE DELIMITED BY SIZE
               INTO RPT-DET-KEY
           MOVE SPACES TO RPT-DET-TEXT
           STRING 'DEP ' DELIMITED BY SIZE
                  DEP-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEP-FNAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DEP-LNAME DELIMITED BY SPACE
                  ' BORN ' DELIMITED BY SIZE
                  DEP-BIRTH-DATE DELIMITED BY SIZE
                  ' COVERED TO ' DELIMITED BY SIZE
                  COVER-END-DATE DELIMITED BY SIZE
               INTO RPT-DET-TEXT
           WRITE DEP-REPORT-LINE FROM RPT-DET-LINE.

       400-CHECK-COVERAGE-TIERS.
           MOVE 'SECTION' TO RPT-DET-KEY
           MOVE 'COVERAGE TIER DOES NOT MATCH DEPENDENTS'
               TO RPT-DET-TEXT
           WRITE DEP-REPORT-LINE FROM RPT-DET-LINE

           EXEC SQL
               OPEN TIERCRSR
           END-EXEC
           IF SQLCODE <> 0
               DISPLAY 'DEPAGE1 DEDENROLL OPEN SQLCODE: ' SQLCODE
               ADD 1 TO SQL-ERROR-COUNT
               GO TO 400-CHECK-EXIT
           END-IF

           PERFORM 410-FETCH-ENROLLMENT
           PERFORM UNTIL SQLCODE <> 0
               ADD 1 TO ENROLL-READ-COUNT
               PERFORM 450-CHECK-ONE-TIER
               PERFORM 410-FETCH-ENROLLMENT
           END-PERFORM

           EXEC SQL
               CLOSE TIERCRSR
           END-EXEC.
       400-CHECK-EXIT.
           EXIT.

       410-FETCH-ENROLLMENT.
           EXEC SQL
               FETCH TIERCRSR INTO :ENR-ENO, :ENR-DED-CODE
           END-EXEC.

       450-CHECK-ONE-TIER.
           MOVE 0 TO SPOUSE-COUNT
           MOVE 0 TO CHILD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SPOUSE-COUNT
                   FROM DEPENDENT
                   WHERE ENO = :ENR-ENO
                     AND DED_CODE = :ENR-DED-CODE
                     AND STATUS = 'A'
                     AND RELATIONSHIP IN ('SP', 'DP')
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :CHILD-COUNT
                   FROM DEPENDENT
                   WHERE ENO = :ENR-ENO
                     AND DED_CODE = :ENR-DED-CODE
                     AND STATUS = 'A'
                     AND RELATIONSHIP = 'CH'
           END-EXEC

           EVALUATE TRUE
               WHEN CHILD-COUNT > 0
                   MOVE 'FM' TO EXPECTED-COVERAGE
               WHEN SPOUSE-COUNT > 0
                   MOVE 'ES' TO EXPECTED-COVERAGE
               WHEN OTHER
                   MOVE 'EE' TO EXPECTED-COVERAGE
           END-EVALUATE

           MOVE 'EE' TO ELECTED-COVERAGE
           EXEC SQL
               SELECT COVERAGE INTO :ELECTED-COVERAGE
                   FROM ENRSTAGE
                   WHERE ENO = :ENR-ENO
                     AND DED_CODE = :ENR-DED-CODE
                     AND STATUS = 'A'
                     AND EFF_DATE =
                         (SELECT MAX(EFF_DATE) FROM ENRSTAGE
                           WHERE ENO = :ENR-ENO
                             AND DED_CODE = :ENR-DED-CODE
                             AND STATUS = 'A')
           END-EXEC
           IF SQLCODE <> 0
               MOVE 'EE' TO ELECTED-COVERAGE
           END-IF

           IF ELECTED-COVERAGE NOT = EXPECTED-COVERAGE
               ADD 1 TO TIER-MISMATCH-COUNT
               MOVE SPACES TO RPT-DET-KEY
               STRING ENR-ENO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ENR-DED-CODE DELIMITED BY SIZE
                   INTO RPT-DET-KEY
               MOVE SPACES TO RPT-DET-TEXT
               STRING 'ELECTED ' DELIMITED BY SIZE
                      ELECTED-COVERAGE DELIMITED BY SIZE
                      ' DEPENDENTS SUPPORT ' DELIMITED BY SIZE
                      EXPECTED-COVERAGE DELIMITED BY SIZE
                      ' SPOUSE/PTNR ' DELIMITED BY SIZE
                      SPOUSE-COUNT DELIMITED BY SIZE
                      ' CHILDREN ' DELIMITED BY SIZE
                      CHILD-COUNT DELIMITED BY SIZE
                   INTO RPT-DET-TEXT
               WRITE DEP-REPORT-LINE FROM RPT-DET-LINE
           END-IF

      *    the cursor continues from the next row
           MOVE 0 TO SQLCODE.
