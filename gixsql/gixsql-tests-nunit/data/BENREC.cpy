      *----------------------------------------------------------*
      * BENREC - carrier benefits enrollment feed record, written
      * by BENFEED1 one file per carrier run, and the carrier's
      * response record read back by BENRSP1.
      *
      * The feed is a header, one detail per enrollment in the
      * carrier's plans and a trailer. A detail's maintenance code
      * tells the carrier what changed since the last file it was
      * sent: A add, C coverage change, T termination, N no change
      * (full-file mode only, where the carrier replaces its whole
      * roster). Dates are YYYYMMDD; the term date is zero except
      * on a T.
      *
      * The response echoes the detail as the carrier received it
      * followed by its disposition - A accepted, E error - and
      * the carrier's own error code and text.
      *----------------------------------------------------------*
       01  BEN-FEED-RECORD.
           05  BF-RECORD-TYPE          PIC X(01).
               88  BF-TYPE-HEADER      VALUE 'H'.
               88  BF-TYPE-DETAIL      VALUE 'D'.
               88  BF-TYPE-TRAILER     VALUE 'T'.
           05  BF-CARRIER-ID           PIC X(06).
           05  BF-GROUP-NO             PIC X(10).
           05  BF-BODY                 PIC X(83).
           05  BF-DETAIL REDEFINES BF-BODY.
               10  BF-ACTION           PIC X(01).
                   88  BF-ACTION-ADD       VALUE 'A'.
                   88  BF-ACTION-CHANGE    VALUE 'C'.
                   88  BF-ACTION-TERM      VALUE 'T'.
                   88  BF-ACTION-NO-CHANGE VALUE 'N'.
               10  BF-ENO              PIC 9(04).
               10  BF-LNAME            PIC X(10).
               10  BF-FNAME            PIC X(10).
               10  BF-DED-CODE         PIC X(04).
               10  BF-COVERAGE         PIC X(02).
               10  BF-EFF-DATE         PIC 9(08).
               10  BF-TERM-DATE        PIC 9(08).
               10  BF-HIRE-DATE        PIC 9(08).
               10  FILLER              PIC X(28).
           05  BF-HEADER REDEFINES BF-BODY.
               10  BH-MODE             PIC X(01).
                   88  BH-MODE-FULL        VALUE 'F'.
                   88  BH-MODE-CHANGES     VALUE 'C'.
               10  BH-RUN-DATE         PIC 9(08).
               10  FILLER              PIC X(74).
           05  BF-TRAILER REDEFINES BF-BODY.
               10  BT-DETAIL-COUNT     PIC 9(06).
               10  BT-ADD-COUNT        PIC 9(06).
               10  BT-CHANGE-COUNT     PIC 9(06).
               10  BT-TERM-COUNT       PIC 9(06).
               10  FILLER              PIC X(59).

       01  BEN-RESPONSE-RECORD.
           05  BR-FEED-IMAGE           PIC X(100).
           05  BR-DISPOSITION          PIC X(01).
               88  BR-ACCEPTED         VALUE 'A'.
               88  BR-ERROR            VALUE 'E'.
           05  BR-ERROR-CODE           PIC X(06).
           05  BR-ERROR-TEXT           PIC X(40).
           05  FILLER                  PIC X(03).
