      *> a new claim, so an outage of any length only ever delays a
      *> notification, never loses one. Schedule it every few
      *> minutes, or run it by hand after the CRM side comes back.
      *> Each retry that gets through is added to the delivery log
      *> (logs/webhook_delivery.log) as RETRIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO WS-DELIVERY-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  WS-QUEUE-LINE          PIC X(320).
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(320).
       FD  DELIVERY-LOG-FILE.
       01  WS-DELIVERY-LOG-LINE   PIC X(320).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
       77 WS-WORK-PATH            PIC X(256)
           VALUE "logs/webhook_queue.work".
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-DELIVERY-LOG-PATH    PIC X(256)
           VALUE "logs/webhook_delivery.log".
       77 WS-DELIVERY-LOG-STATUS  PIC X(2) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-QUEUE-C-PATH         PIC X(257) VALUE SPACES.
       77 WS-WORK-C-PATH          PIC X(257) VALUE SPACES.
       77 WS-CFG-KEY              PIC X(64).
           PERFORM DELIVER-WEBHOOK.
           IF WS-WH-FAILED = "N"
               ADD 1 TO WS-SENT-COUNT
               PERFORM LOG-RETRY-DELIVERY
           ELSE
               PERFORM REQUEUE-ONE-NOTIFICATION
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           EXIT.

       LOG-RETRY-DELIVERY.
           OPEN EXTEND DELIVERY-LOG-FILE.
           IF WS-DELIVERY-LOG-STATUS = "35"
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF.
           IF WS-DELIVERY-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE SPACES TO WS-DELIVERY-LOG-LINE.
           STRING WS-STAMP-HOLD (1 : 14) DELIMITED BY SIZE
                  "|RETRIED|" DELIMITED BY SIZE
                  WS-WH-PAYLOAD (1 : WS-WH-PAYLOAD-LEN)
                      DELIMITED BY SIZE
               INTO WS-DELIVERY-LOG-LINE
           END-STRING.
           WRITE WS-DELIVERY-LOG-LINE.
           CLOSE DELIVERY-LOG-FILE.
           EXIT.

      *> REQUEUE-ONE-NOTIFICATION appends the still-failing line to
      *> the live queue - the same open-per-write shape
      *> PARK-WEBHOOK-EVENT uses, since the workers may be appending
