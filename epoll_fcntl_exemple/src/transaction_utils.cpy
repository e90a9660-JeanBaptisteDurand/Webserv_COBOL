           END-WRITE.
           CLOSE TRANSACTION-FILE.
           *> Push the intake event to the CRM webhook (queued for
           *> the batch retrier when the endpoint is down). SYNTHMON's
           *> test order is not an order - TXNBATCH sets it aside -
           *> so the CRM is not told of it.
           IF WS-TXN-PARTNER-ID = "SYNTHMON"
               EXIT PARAGRAPH
           END-IF.
           MOVE "api-intake" TO WS-WH-EVENT.
           MOVE WS-TXN-KEY TO WS-WH-REF.
           PERFORM NOTIFY-WEBHOOK-EVENT.
