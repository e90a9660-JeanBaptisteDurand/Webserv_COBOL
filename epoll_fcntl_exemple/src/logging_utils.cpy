               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACCESS-LOG-LINE.
           MOVE 1 TO WS-ACCESS-LOG-PTR.
           STRING FUNCTION TRIM (WS-LOG-TIMESTAMP) DELIMITED BY SIZE
                  " fd=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOG-FD-DISPLAY) DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  WS-STATUS-CODE DELIMITED BY SIZE
                  " elapsed_ms=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REQ-ELAPSED-MS-DISPLAY)
                      DELIMITED BY SIZE
                  " req=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REQUEST-ID) DELIMITED BY SIZE
                  " host=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROXY-SERVED-BY)
                      DELIMITED BY SIZE
               INTO WS-ACCESS-LOG-LINE
               WITH POINTER WS-ACCESS-LOG-PTR
           END-STRING.
           *> A DYNAMIC handler's lookup note (what was asked for and
           *> on whose behalf) rides on the same line, so the access
           *> log stays one line per request.
           IF WS-DYN-CALLER-NOTE NOT = SPACES
               STRING " lookup=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DYN-CALLER-NOTE)
                          DELIMITED BY SIZE
                   INTO WS-ACCESS-LOG-LINE
                   WITH POINTER WS-ACCESS-LOG-PTR
               END-STRING
               MOVE SPACES TO WS-DYN-CALLER-NOTE
           END-IF.
           WRITE WS-ACCESS-LOG-LINE.
           CLOSE ACCESS-LOG-FILE.
           *> Ship the same line to the collector: 5xx responses at
