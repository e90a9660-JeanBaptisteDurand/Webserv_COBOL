      *> then checks each against the request-id column carried by
      *> the captured transactions - the live intake file plus what
      *> TXNBATCH has already drained into the accepted and rejected
      *> splits, and the SYNTHMON test orders it set aside in
      *> logs/txn_synthetic.dat (rejected layout). Every access-log
      *> request id with no matching captured transaction is
      *> reported, and the run exits nonzero so the chain surfaces
      *> it (warn-only, like ERRTRIAGE). Run it after TXNBATCH and
      *> before FULFILL truncates the accepted split.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE "logs/txn_rejected.dat" TO WS-SPLIT-PATH.
           MOVE "R" TO WS-SPLIT-KIND.
           PERFORM MATCH-AGAINST-SPLIT-FILE.
           MOVE "logs/txn_synthetic.dat" TO WS-SPLIT-PATH.
           MOVE "R" TO WS-SPLIT-KIND.
           PERFORM MATCH-AGAINST-SPLIT-FILE.
           PERFORM WRITE-RECON-REPORT.
           IF WS-MISSING-COUNT > 0
               MOVE 1 TO RETURN-CODE
