                   END-IF
                   COMPUTE WS-BODY-PTR = WS-BODY-LEN + 1
                   MOVE WS-BODY-CHUNK (1 : WS-BODY-CHUNK-LEN)
                       TO WS-BODY-BUFFER (WS-BODY-PTR :
                           WS-BODY-CHUNK-LEN)
                   ADD WS-BODY-CHUNK-LEN TO WS-BODY-LEN
                   COMPUTE WS-BODY-REMAINING = WS-BODY-REMAINING
                       - WS-BODY-CHUNK-LEN
           PERFORM FIND-PENDING-BODY.
           IF WS-PB-FOUND-INDEX = 0
               PERFORM VARYING WS-PB-INDEX FROM 1 BY 1
                       UNTIL WS-PB-INDEX > 64
                           OR WS-PB-FOUND-INDEX NOT = 0
                   IF WS-PB-FD (WS-PB-INDEX) = -1
                       MOVE WS-PB-INDEX TO WS-PB-FOUND-INDEX
                   END-IF
               TO WS-PB-BODY-REMAINING (WS-PB-FOUND-INDEX).
           MOVE WS-CONTENT-LENGTH-VAL
               TO WS-PB-CONTENT-LENGTH (WS-PB-FOUND-INDEX).
           MOVE WS-REQ-START-MS
               TO WS-PB-REQ-START-MS (WS-PB-FOUND-INDEX).
           MOVE WS-REQUEST-ID TO WS-PB-REQUEST-ID (WS-PB-FOUND-INDEX).
           EXIT.

       RESUME-BODY-READ.
           MOVE WS-PB-BODY-BUFFER (WS-PB-FOUND-INDEX) TO WS-BODY-BUFFER.
           MOVE WS-PB-BODY-LEN (WS-PB-FOUND-INDEX) TO WS-BODY-LEN.
           MOVE WS-PB-BODY-REMAINING (WS-PB-FOUND-INDEX)
               TO WS-BODY-REMAINING.
           MOVE WS-PB-CONTENT-LENGTH (WS-PB-FOUND-INDEX)
               TO WS-CONTENT-LENGTH-VAL.
           MOVE "N" TO WS-BODY-TOO-LARGE.
           IF WS-BODY-IS-PENDING OR WS-BODY-REMAINING > 0
               *> Body still incomplete - re-park the updated totals in
               *> the same slot for the next EPOLLIN event on this fd.
               MOVE WS-BODY-BUFFER
                   TO WS-PB-BODY-BUFFER (WS-PB-FOUND-INDEX)
               MOVE WS-BODY-LEN TO WS-PB-BODY-LEN (WS-PB-FOUND-INDEX)
               MOVE WS-BODY-REMAINING
                   TO WS-PB-BODY-REMAINING (WS-PB-FOUND-INDEX)
           *> the restored headers.
           MOVE WS-PB-HEADER-BUFFER (WS-PB-FOUND-INDEX) TO WS-BUFFER.
           MOVE WS-PB-HEADER-LEN (WS-PB-FOUND-INDEX) TO WS-RECV-STATUS.
           MOVE WS-PB-REQ-START-MS (WS-PB-FOUND-INDEX)
               TO WS-REQ-START-MS.
           MOVE WS-PB-REQUEST-ID (WS-PB-FOUND-INDEX) TO WS-REQUEST-ID.
           PERFORM REMOVE-PENDING-BODY.
           *> WS-HEADER-END-POS is as shared as the rest of the
               UNSTRING WS-CL-TAIL DELIMITED BY X"0D"
                   INTO WS-CONTENT-LENGTH-HDR
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL (FUNCTION TRIM
                   (WS-CONTENT-LENGTH-HDR))
                       = 0
                   MOVE FUNCTION NUMVAL (FUNCTION TRIM
                       (WS-CONTENT-LENGTH-HDR))
                       TO WS-CONTENT-LENGTH-VAL
               END-IF
           END-IF.
