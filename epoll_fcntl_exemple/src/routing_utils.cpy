                       AND FUNCTION TRIM (WS-ROUTE-HOST (WS-INDEX))
                           = FUNCTION TRIM (WS-HOST-HEADER)
                   MOVE "Y" TO WS-ROUTE-FOUND
                   MOVE WS-ROUTE-FILE (WS-INDEX)
                       TO WS-ROUTE-MATCHED-FILE
                   MOVE WS-ROUTE-MODE (WS-INDEX)
                       TO WS-ROUTE-MATCHED-MODE
               END-IF
           END-PERFORM.
           IF NOT WS-ROUTE-IS-FOUND
                       UNTIL WS-INDEX > WS-ROUTE-COUNT
                          OR WS-ROUTE-IS-FOUND
                   IF WS-ROUTE-PATH (WS-INDEX) = WS-PATH
                           AND FUNCTION TRIM (WS-ROUTE-HOST (WS-INDEX))
                               = "*"
                       MOVE "Y" TO WS-ROUTE-FOUND
                       MOVE WS-ROUTE-FILE (WS-INDEX)
                           TO WS-ROUTE-MATCHED-FILE
                       MOVE WS-ROUTE-MODE (WS-INDEX)
                           TO WS-ROUTE-MATCHED-MODE
                   END-IF
               END-PERFORM
           END-IF.
               MOVE "N" TO WS-FILE-ERROR
               MOVE "text/plain" TO WS-STATIC-CONTENT-TYPE
               MOVE WS-ERROR-PAGE-FALLBACK TO WS-FILE-BODY
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (WS-ERROR-PAGE-FALLBACK))
                   TO WS-FILE-BODY-LEN
           ELSE
               MOVE "text/html" TO WS-STATIC-CONTENT-TYPE
