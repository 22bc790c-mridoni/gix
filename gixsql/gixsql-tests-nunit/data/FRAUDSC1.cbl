               ASSIGN TO EXTERNAL FRAUDRPT
                         ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRAUD-HIT-FILE
               ASSIGN TO EXTERNAL FRAUDHIT
                         ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       01  FRAUD-REPORT-LINE       PIC X(132).

       FD  FRAUD-HIT-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FRAUD-HIT-LINE.

       01  FRAUD-HIT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.

           COPY PAYDTL.
           01 MGR-CITY             PIC X(15).

           01 HIT-SCORE            PIC 9(3).

      *    FRAUDHIT - the flagged employees again, one line each,
      *    for the jobs that act on the screening rather than
      *    read it (the audit sample forces these in)
           01 FRAUD-HIT-RECORD.
               05 FHR-ENO          PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 FHR-SCORE        PIC 9(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 FHR-RUN-DATE     PIC X(08).
               05 FILLER           PIC X(63) VALUE SPACES.
           01 EMPLOYEES-SCREENED   PIC 9(6) VALUE 0.
           01 EMPLOYEES-FLAGGED    PIC 9(6) VALUE 0.
           01 HEADER-WRITTEN-SW    PIC X.
           MOVE RPT-PAGE-NO TO RPT-HDR-PAGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:10) TO RPT-HDR-RUN-DATE.
           WRITE FRAUD-REPORT-LINE FROM RPT-HDR-LINE.
           OPEN OUTPUT FRAUD-HIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FHR-RUN-DATE.

           EXEC SQL
               OPEN SCREENCR
       100-WRAP.
           WRITE FRAUD-REPORT-LINE FROM RPT-FTR-LINE.
           CLOSE FRAUD-REPORT-FILE.
           CLOSE FRAUD-HIT-FILE.

           DISPLAY 'FRAUDSC1 EMPLOYEES SCREENED: '
               EMPLOYEES-SCREENED.
                      HIT-SCORE DELIMITED BY SIZE
                   INTO FRAUD-REPORT-LINE
               WRITE FRAUD-REPORT-LINE
               MOVE SCAN-ENO TO FHR-ENO
               MOVE HIT-SCORE TO FHR-SCORE
               WRITE FRAUD-HIT-LINE FROM FRAUD-HIT-RECORD
           END-IF.

       350-WRITE-HIT-HEADER.
