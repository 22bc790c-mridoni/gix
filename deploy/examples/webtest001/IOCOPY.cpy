      * and the service masks the rest with asterisks (an unknown
      * or blank role sees the least). COMPANY-IN narrows the
      * employee-facing answers to one company; blank consolidates.
      * OUTPUT-FORMAT-IN 'J' asks for the answer as a JSON document
      * as well: RESP-JSON carries the opcode's result with named
      * fields, the status, the message and the continuation
      * token, RESP-JSON-LENGTH its length in bytes. The same
      * masking applies - a masked field comes back null and is
      * named in the document's maskedFields list. Blank keeps the
      * fixed slots only.
      *----------------------------------------------------------*
       01  PAR-IN.
           05  OPCODE-IN           PIC X(08).
           05  COMPANY-IN          PIC X(03).
           05  DATA-IN-1           PIC X(80).
           05  CONTINUATION-IN     PIC X(08).
           05  OUTPUT-FORMAT-IN    PIC X(01).
               88  OUTPUT-JSON     VALUE 'J'.

       01  PAR-OUT.
           05  OPCODE-OUT          PIC X(08).
           05  RESP-RETURNED-COUNT PIC 9(02).
           05  RESP-CONTINUATION   PIC X(08).
           05  RESP-LINE           OCCURS 10 TIMES PIC X(80).
           05  RESP-JSON-LENGTH    PIC 9(05).
           05  RESP-JSON           PIC X(6000).
