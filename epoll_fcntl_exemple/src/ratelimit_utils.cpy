               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-IP (WS-RATE-FOUND-INDEX) = SPACES
               MOVE WS-CLIENT-IP-TEXT
                   TO WS-RATE-IP (WS-RATE-FOUND-INDEX)
               MOVE WS-NOW TO WS-RATE-WINDOW-START (WS-RATE-FOUND-INDEX)
               MOVE 0 TO WS-RATE-REQ-COUNT (WS-RATE-FOUND-INDEX)
           END-IF.
