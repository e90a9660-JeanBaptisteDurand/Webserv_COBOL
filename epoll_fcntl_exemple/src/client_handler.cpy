                      "Content-Type: text/plain" X"0D0A"
                      "Content-Length: 18" X"0D0A"
                      "Connection: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CONNECTION-HEADER)
                          DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      "Method Not Allowed"
                      "X-Request-Id: " FUNCTION TRIM (WS-REQUEST-ID)
                      X"0D0A"
                      "Access-Control-Allow-Origin: *" X"0D0A"
                      "Access-Control-Allow-Methods: "
                      "GET, POST, HEAD, OPTIONS" X"0D0A"
                      "Access-Control-Allow-Headers: Content-Type, "
                      "Authorization, X-Api-Key" X"0D0A"
                      "Content-Length: 0" X"0D0A"
                      "Connection: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CONNECTION-HEADER)
                          DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                      X"0D0A" DELIMITED BY SIZE
                   INTO WS-RESPONSE
               MOVE "Y" TO WS-AUTH-OK
               MOVE "N" TO WS-AUTH-ROLE-DENIED
               IF WS-RD-MATCH-NEEDS-AUTH
                   *> A partner API key, when one is offered, settles
                   *> authentication and authorization by itself
                   *> (apikey_utils.cpy); no session is issued for it.
                   PERFORM CHECK-API-KEY
                   IF NOT WS-APIKEY-IS-PRESENT
                       *> A valid WSSESSION cookie stands in for the
                       *> Authorization header; the first successful
                       *> Basic Auth issues one (Set-Cookie goes out
                       *> with this response) so clients stop
                       *> re-sending credentials on every request.
                       PERFORM CHECK-SESSION-COOKIE
                       IF NOT WS-AUTH-IS-OK
                           PERFORM CHECK-BASIC-AUTH
                           IF WS-AUTH-IS-OK
                               PERFORM ISSUE-SESSION
                           END-IF
                       END-IF
                       *> Authentication succeeded - now authorization:
                       *> the matched row may demand a role this
                       *> credential does not hold.
                       IF WS-AUTH-IS-OK
                           PERFORM CHECK-ROLE-AUTHORIZATION
                       END-IF
                   END-IF
               END-IF
             IF NOT WS-AUTH-IS-OK
               MOVE "401" TO WS-STATUS-CODE
             IF WS-AUTH-ROLE-IS-DENIED
               *> Valid login, insufficient role: 403, not 401 - a
               *> retry with the same credentials cannot succeed.
               *> A refused API key has already logged its own
               *> key_ reason.
               IF NOT WS-APIKEY-IS-REFUSED
                   MOVE WS-CLIENT-FD TO WS-LOG-FD-DISPLAY
                   MOVE "role" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LOG
               END-IF
               MOVE "403" TO WS-STATUS-CODE
               STRING "HTTP/1.1 403 Forbidden" X"0D0A"
                      "X-Request-Id: " FUNCTION TRIM (WS-REQUEST-ID)
             ELSE
             IF WS-RD-MATCHED-HANDLER = "DYNAMIC"
                     OR WS-RD-MATCHED-HANDLER = "CONTACT"
                     OR WS-RD-MATCHED-HANDLER = "GUESTBK"
                     OR WS-RD-MATCHED-HANDLER = "UPLOAD"
                     OR WS-RD-MATCHED-HANDLER = "SEARCH"
               *> The matched row names a handler that fills
               *> WS-DYN-REPLY - a CALLed subprogram for DYNAMIC
               *> rows, the built-in form and upload endpoints for
               *> CONTACT, GUESTBK and UPLOAD - and the reply is
               *> wrapped in the same header shape every other
               *> branch of this paragraph produces.
               EVALUATE WS-RD-MATCHED-HANDLER
                   WHEN "DYNAMIC"
                       PERFORM CALL-DYNAMIC-HANDLER
                       PERFORM SERVE-UPLOAD
                   WHEN "SEARCH"
                       PERFORM SERVE-SEARCH
                   WHEN "GUESTBK"
                       PERFORM SERVE-GUESTBOOK
                   WHEN OTHER
                       PERFORM SERVE-CONTACT
               END-EVALUATE
                   STRING "HTTP/1.1 " DELIMITED BY SIZE
                          WS-DYN-STATUS-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DYN-REASON)
                              DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          "X-Request-Id: " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-REQUEST-ID)
                   STRING "HTTP/1.1 " DELIMITED BY SIZE
                          WS-DYN-STATUS-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DYN-REASON)
                              DELIMITED BY SIZE
                          X"0D0A" DELIMITED BY SIZE
                          "X-Request-Id: " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-REQUEST-ID)
                   MOVE 0 TO WS-ERROR-STATUS-DISPLAY
                   PERFORM WRITE-ERROR-LOG
                   MOVE "500" TO WS-ERROR-PAGE-STATUS
                   MOVE "Internal Server Error"
                       TO WS-ERROR-PAGE-FALLBACK
                   PERFORM SERVE-ERROR-PAGE
                   MOVE WS-FILE-BODY-LEN TO WS-CONTENT-LEN-DISPLAY
                   STRING "HTTP/1.1 500 Internal Server Error" X"0D0A"
                   END-IF
                   IF WS-REQUEST-IS-HEAD OR WS-STATIC-IS-LARGE
                       STRING "HTTP/1.1 200 OK" X"0D0A"
                              "X-Request-Id: " FUNCTION TRIM
                                  (WS-REQUEST-ID)
                              X"0D0A"
                              FUNCTION TRIM (WS-ETAG-HEADER)
                                  DELIMITED BY SIZE
                       END-STRING
                   ELSE
                       STRING "HTTP/1.1 200 OK" X"0D0A"
                              "X-Request-Id: " FUNCTION TRIM
                                  (WS-REQUEST-ID)
                              X"0D0A"
                              FUNCTION TRIM (WS-ETAG-HEADER)
                                  DELIMITED BY SIZE
