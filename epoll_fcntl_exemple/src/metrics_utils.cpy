               WITH POINTER WS-METRICS-PTR
           END-STRING.
           STRING "accept_count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACCEPT-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
               INTO WS-METRICS-BODY
               WITH POINTER WS-METRICS-PTR
           END-STRING.
           MOVE WS-CLOSE-COUNT TO WS-CLOSE-COUNT-DISPLAY.
           STRING "close_count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CLOSE-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
               INTO WS-METRICS-BODY
               WITH POINTER WS-METRICS-PTR
           END-STRING.
           STRING "listener_count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LISTENER-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
               INTO WS-METRICS-BODY
               WITH POINTER WS-METRICS-PTR
           END-STRING.
           STRING "worker_count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WORKER-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
               INTO WS-METRICS-BODY
               WITH POINTER WS-METRICS-PTR
           END-STRING.
           MOVE WS-LIVE-WORKER-COUNT TO WS-WORKER-COUNT-DISPLAY.
           STRING "live_worker_count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WORKER-COUNT-DISPLAY)
                      DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
               INTO WS-METRICS-BODY
               WITH POINTER WS-METRICS-PTR
