           MOVE QR-DATA TO DATA-IN-1
           MOVE QR-CALLER-ROLE TO CALLER-ROLE-IN
           MOVE QR-COMPANY TO COMPANY-IN
           MOVE QR-OUTPUT-FORMAT TO OUTPUT-FORMAT-IN
           MOVE SPACES TO PAR-OUT

           CALL 'WEBTEST001' USING PAR-IN, PAR-OUT
