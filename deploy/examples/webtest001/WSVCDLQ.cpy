           05  DLQ-CONTINUATION    PIC X(08).
           05  DLQ-CALLER-ROLE     PIC X(08).
           05  DLQ-COMPANY         PIC X(03).
           05  DLQ-OUTPUT-FORMAT   PIC X(01).
           05  FILLER              PIC X(05).
