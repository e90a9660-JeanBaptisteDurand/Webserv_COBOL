               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACL-FILE-STATUS = "10"
                   OR WS-ACL-COUNT >= 200
               READ ACL-FILE
                   AT END
                       CONTINUE
           MOVE 1 TO WS-CLIENT-IP-OCTET-IDX.
           PERFORM VARYING WS-CLIENT-IP-OCTET-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IP-OCTET-IDX > 4
               MOVE FUNCTION ORD (WS-CA-ADDR-OCTET
                   (WS-CLIENT-IP-OCTET-IDX))
                   TO WS-CLIENT-IP-OCTET-NUM
               COMPUTE WS-CLIENT-IP-OCTET-NUM =
                   WS-CLIENT-IP-OCTET-NUM - 1
                       INTO WS-CLIENT-IP-TEXT
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM (WS-CLIENT-IP-TEXT)
                       DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CLIENT-IP-OCTET-DISP)
                              DELIMITED BY SIZE
               MOVE "Y" TO WS-CLIENT-REJECTED
               PERFORM VARYING WS-ACL-INDEX FROM 1 BY 1
                       UNTIL WS-ACL-INDEX > WS-ACL-COUNT
                   IF FUNCTION TRIM (WS-ACL-TYPE (WS-ACL-INDEX))
                       = "ALLOW"
                           AND FUNCTION TRIM (WS-ACL-IP (WS-ACL-INDEX))
                               = FUNCTION TRIM (WS-CLIENT-IP-TEXT)
                       MOVE "N" TO WS-CLIENT-REJECTED
           ELSE
               PERFORM VARYING WS-ACL-INDEX FROM 1 BY 1
                       UNTIL WS-ACL-INDEX > WS-ACL-COUNT
                   IF FUNCTION TRIM (WS-ACL-TYPE (WS-ACL-INDEX))
                       = "DENY"
                           AND FUNCTION TRIM (WS-ACL-IP (WS-ACL-INDEX))
                               = FUNCTION TRIM (WS-CLIENT-IP-TEXT)
                       MOVE "Y" TO WS-CLIENT-REJECTED
