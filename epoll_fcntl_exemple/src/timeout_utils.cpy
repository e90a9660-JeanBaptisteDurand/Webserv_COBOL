           END-PERFORM.
           IF WS-CT-FOUND-INDEX = 0
               PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                       UNTIL WS-CT-INDEX > 64
                           OR WS-CT-FOUND-INDEX NOT = 0
                   IF WS-CT-FD (WS-CT-INDEX) = -1
                       MOVE WS-CT-INDEX TO WS-CT-FOUND-INDEX
                   END-IF
