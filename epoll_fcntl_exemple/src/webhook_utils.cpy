           PERFORM DELIVER-WEBHOOK.
           IF WS-WH-FAILED = "Y"
               PERFORM PARK-WEBHOOK-EVENT
               MOVE "QUEUED" TO WS-WH-OUTCOME
           ELSE
               MOVE "DELIVERED" TO WS-WH-OUTCOME
           END-IF.
           PERFORM LOG-WEBHOOK-OUTCOME.
           EXIT.

      *> LOG-WEBHOOK-OUTCOME keeps the delivery log REQTRACE reads:
      *> the queue only ever holds what is still undelivered.
       LOG-WEBHOOK-OUTCOME.
           OPEN EXTEND WEBHOOK-LOG-FILE.
           IF WS-WH-LOG-STATUS = "35"
               OPEN OUTPUT WEBHOOK-LOG-FILE
           END-IF.
           IF WS-WH-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WH-LOG-LINE.
           STRING WS-LOG-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WH-OUTCOME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-WH-PAYLOAD (1 : WS-WH-PAYLOAD-LEN)
                      DELIMITED BY SIZE
               INTO WS-WH-LOG-LINE
           END-STRING.
           WRITE WS-WH-LOG-LINE.
           CLOSE WEBHOOK-LOG-FILE.
           EXIT.

      *> DELIVER-WEBHOOK sends WS-WH-PAYLOAD as one HTTP POST to the
