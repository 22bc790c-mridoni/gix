           MOVE DLQ-CONTINUATION TO CONTINUATION-IN
           MOVE DLQ-CALLER-ROLE TO CALLER-ROLE-IN
           MOVE DLQ-COMPANY TO COMPANY-IN
           MOVE DLQ-OUTPUT-FORMAT TO OUTPUT-FORMAT-IN
           MOVE SPACES TO PAR-OUT

           CALL 'WEBTEST001' USING PAR-IN, PAR-OUT
