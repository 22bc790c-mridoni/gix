      * overran their typical duration. Callers fill RS-EVENT,
      * RS-STEP, RS-ROWS and RS-STATUS and PERFORM their own
      * 980-WRITE-RUN-STATUS paragraph, which stamps RS-TS and
      * RS-PROGRAM and appends the record. The FILWAT1 inbound
      * file watcher also appends ALERT records - RS-STEP the
      * file name and the step it gates, RS-STATUS LATE, MISS or
      * BAD - which RUNMON1 raises as red flags.
      *----------------------------------------------------------*
       01  RUN-STATUS-RECORD.
           05  RS-TS               PIC X(16).
               88  RS-EVENT-START  VALUE 'START'.
               88  RS-EVENT-HBEAT  VALUE 'HBEAT'.
               88  RS-EVENT-END    VALUE 'END'.
               88  RS-EVENT-ALERT  VALUE 'ALERT'.
           05  RS-STEP             PIC X(16).
           05  RS-ROWS             PIC 9(08).
           05  RS-STATUS           PIC X(04).
