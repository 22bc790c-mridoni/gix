               TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE

           MOVE '           05  OUTPUT-FORMAT-IN    PIC X(01).'
               TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE

           MOVE '               88  OUTPUT-JSON     VALUE ''J''.'
               TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE

           MOVE SPACES TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE


           MOVE '                                   PIC X(80).'
               TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE

           MOVE '           05  RESP-JSON-LENGTH    PIC 9(05).'
               TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE

           MOVE '           05  RESP-JSON           PIC X(6000).'
               TO IOCOPY-OUT-LINE
           WRITE IOCOPY-OUT-LINE.

       200-READ-OPCODE-RECORD.
