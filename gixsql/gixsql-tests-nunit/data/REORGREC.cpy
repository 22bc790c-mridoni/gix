      *----------------------------------------------------------*
      * REORGREC - department reorganization history, one record
      * per old-to-new department mapping REORG1 applies, appended
      * to the cumulative REORGHST file. BUDVAR1 and TRENDRP1 read
      * it back so a merged department's earlier months roll into
      * its successor and the year-to-date comparison and the
      * trend run straight across the change. A split (kind S)
      * has no single successor, so its earlier months stay under
      * the old department.
      *----------------------------------------------------------*
       01  REORG-HISTORY-RECORD.
           05  RH-OLD-DEPT         PIC X(04).
           05  RH-NEW-DEPT         PIC X(04).
           05  RH-EFF-DATE         PIC 9(08).
           05  RH-EFF-FIELDS REDEFINES RH-EFF-DATE.
               10  RH-EFF-MONTH    PIC 9(06).
               10  RH-EFF-DAY      PIC 9(02).
           05  RH-KIND             PIC X(01).
               88  RH-MERGE        VALUE 'M'.
               88  RH-SPLIT        VALUE 'S'.
           05  RH-SHARE-PCT        PIC 9(03)V99.
           05  RH-RUN-DATE         PIC 9(08).
           05  RH-EMP-MOVED        PIC 9(06).
           05  FILLER              PIC X(44).
