      * marking each entry R while it runs and C or F when done,
      * with the result lines in the WSVCQOUT output file under
      * the request id. The correlation id the caller supplied
      * rides the whole lifecycle, and the output format it asked
      * for (OUTPUT-FORMAT-IN, see IOCOPY) is restored for the
      * worker's dispatch.
      * Status codes: Q queued, R running, C complete, F failed.
      *----------------------------------------------------------*
       01  QUEUE-REQUEST-RECORD.
           05  QR-DATA             PIC X(80).
           05  QR-CALLER-ROLE      PIC X(08).
           05  QR-COMPANY          PIC X(03).
           05  QR-OUTPUT-FORMAT    PIC X(01).
           05  FILLER              PIC X(07).
