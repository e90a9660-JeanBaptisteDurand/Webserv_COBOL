      *> periodic write, not only a graceful shutdown - also reports
      *> how long the server was actually down even if the previous
      *> run ended in a crash or a kill -9. WRITE-CHECKPOINT records
      *> this run's own totals, at startup, periodically (CHECK-
      *> PERIODIC-CHECKPOINT, called from the epoll loop) and on
      *> shutdown, with the server's pid for IDXCHECK.
       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
           CLOSE CHECKPOINT-FILE.
           DISPLAY "Execution precedente: uptime="
               FUNCTION TRIM (WS-PREV-UPTIME) "s, connexions acceptees="
               FUNCTION TRIM (WS-PREV-ACCEPT-COUNT)
                   ", pic de concurrence="
               FUNCTION TRIM (WS-PREV-PEAK-CONCURRENCY).
           IF WS-PREV-LAST-WRITTEN NOT = SPACES
               COMPUTE WS-PREV-LAST-WRITTEN-NUM =
                   FUNCTION NUMVAL (FUNCTION TRIM
                       (WS-PREV-LAST-WRITTEN))
               COMPUTE WS-DOWNTIME-SECONDS =
                   WS-START-TIME - WS-PREV-LAST-WRITTEN-NUM
               IF WS-DOWNTIME-SECONDS < 0
               END-IF
               COMPUTE WS-DOWNTIME-HOURS = WS-DOWNTIME-SECONDS / 3600
               COMPUTE WS-DOWNTIME-MINUTES =
                   (WS-DOWNTIME-SECONDS - (WS-DOWNTIME-HOURS * 3600)) /
                       60
               MOVE WS-DOWNTIME-HOURS TO WS-DOWNTIME-HOURS-DISPLAY
               MOVE WS-DOWNTIME-MINUTES TO WS-DOWNTIME-MINUTES-DISPLAY
               DISPLAY "Reprise apres coupure: "
           WRITE WS-CHECKPOINT-LINE.
           MOVE SPACES TO WS-CHECKPOINT-LINE.
           STRING "accept_count=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACCEPT-COUNT-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-CHECKPOINT-LINE
           END-STRING.
           WRITE WS-CHECKPOINT-LINE.
           MOVE WS-STOP-TIME TO WS-LAST-WRITTEN-DISPLAY.
           MOVE SPACES TO WS-CHECKPOINT-LINE.
           STRING "last_written=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LAST-WRITTEN-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-CHECKPOINT-LINE
           END-STRING.
           WRITE WS-CHECKPOINT-LINE.
           MOVE WS-CLOSE-COUNT TO WS-CLOSE-COUNT-DISPLAY.
           MOVE SPACES TO WS-CHECKPOINT-LINE.
           STRING "close_count=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CLOSE-COUNT-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-CHECKPOINT-LINE
           END-STRING.
           WRITE WS-CHECKPOINT-LINE.
               INTO WS-CHECKPOINT-LINE
           END-STRING.
           WRITE WS-CHECKPOINT-LINE.
           MOVE SPACES TO WS-CHECKPOINT-LINE.
           STRING "server_pid=" DELIMITED BY SIZE
                  WS-SERVER-PID DELIMITED BY SIZE
               INTO WS-CHECKPOINT-LINE
           END-STRING.
           WRITE WS-CHECKPOINT-LINE.
           *> Y only from the shutdown path's final write; the
           *> periodic timer leaves N, which is how the next restart
           *> tells a crash from a clean stop.
