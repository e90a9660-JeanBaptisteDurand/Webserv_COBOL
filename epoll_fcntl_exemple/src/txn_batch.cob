      *> residual window is a crash during the append to the real
      *> splits: that rerun re-emits the run's lines rather than
      *> losing any, which is the right side to err on.
      *> JSON orders are also held against the indexed partner master
      *> (logs/partner_master.dat, kept with PARTNERADM): the partner
      *> must exist and be ACTIVE, and the order must not take its
      *> open balance past the credit limit. Accepted amounts are
      *> added to the open balances once the run reaches WRITTEN,
      *> each partner record stamped with the run id so a restart
      *> completing that run cannot add them twice.
      *> Every accepted JSON order is also entered in the indexed
      *> order registry (logs/order_registry.dat) under partner id +
      *> order number, with the transaction key and request id that
      *> carried it. A later submission of the same pair - a client
      *> retrying after a timeout - goes to the rejected split as a
      *> duplicate order naming the original key and request id, for
      *> TXNREPAIR to show. An operator who confirms it a genuine
      *> re-order there releases that one key past the check. The
      *> re-order takes the registry entry over only once its run
      *> reaches WRITTEN, so a run rolled back from CLAIMED leaves
      *> the original order's registration as it was.
      *> The test order SYNTHMON posts every few minutes to prove
      *> intake works from outside is flagged by its partner id
      *> (SYNTHMON, never a real partner): it is set aside in
      *> logs/txn_synthetic.dat - the rejected layout, without the
      *> body, so TXNRECON still finds its request id - and never
      *> reaches the splits, the registry or a balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO WS-PARTNER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PTR-ID
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT ORDER-REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORG-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO WS-RUNCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REJECTED-FILE ASSIGN TO WS-REJECTED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-STATUS.
           SELECT SYNTHETIC-WORK-FILE ASSIGN TO WS-SYN-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SYN-WORK-STATUS.
           SELECT SYNTHETIC-FILE ASSIGN TO WS-SYNTHETIC-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SYNTHETIC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05 WS-TXN-AMOUNT       PIC X(12).
           05 WS-TXN-REQUEST-ID   PIC X(32).
           05 WS-TXN-BODY         PIC X(8192).
       FD  PARTNER-MASTER-FILE.
       01  WS-PARTNER-RECORD.
           05 WS-PTR-ID           PIC X(16).
           05 WS-PTR-NAME         PIC X(48).
           05 WS-PTR-STATUS       PIC X(10).
           05 WS-PTR-CREDIT-LIMIT PIC 9(11)V99.
           05 WS-PTR-OPEN-BALANCE PIC 9(11)V99.
      *> Last TXNBATCH run whose accepted amounts are in the balance.
           05 WS-PTR-LAST-RUN     PIC X(16).
           05 WS-PTR-CHANGED      PIC X(14).
           05 WS-PTR-CHANGED-BY   PIC X(32).
      *> Amount due on the last statement, less payments since, and
      *> the month (YYYYMM) BILLRUN last billed the partner for.
           05 WS-PTR-STMT-BALANCE PIC 9(11)V99.
           05 WS-PTR-LAST-BILLED  PIC X(6).
       FD  ORDER-REGISTRY-FILE.
       01  WS-ORDER-REG-RECORD.
           05 WS-ORG-KEY.
              10 WS-ORG-PARTNER   PIC X(16).
              10 WS-ORG-ORDER     PIC X(16).
           05 WS-ORG-TXN-KEY      PIC X(26).
           05 WS-ORG-REQUEST-ID   PIC X(32).
           05 WS-ORG-RUN-ID       PIC X(16).
      *> A repeat key an operator confirmed as a genuine re-order.
           05 WS-ORG-RELEASE-KEY  PIC X(26).
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-LINE         PIC X(96).
       FD  CLAIM-FILE.
       01  WS-ACCEPTED-LINE       PIC X(8448).
       FD  REJECTED-FILE.
       01  WS-REJECTED-LINE       PIC X(8448).
       FD  SYNTHETIC-WORK-FILE.
       01  WS-SYN-WORK-LINE       PIC X(256).
       FD  SYNTHETIC-FILE.
       01  WS-SYNTHETIC-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-TXN-PATH             PIC X(256)
           VALUE "logs/transactions.dat".
       77 WS-TXN-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-PARTNER-PATH         PIC X(256)
           VALUE "logs/partner_master.dat".
       77 WS-PARTNER-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REGISTRY-PATH        PIC X(256)
           VALUE "logs/order_registry.dat".
       77 WS-REGISTRY-STATUS      PIC X(2) VALUE SPACES.
       77 WS-REGISTRY-OK          PIC X(1) VALUE "N".
       77 WS-REGISTRY-FOUND       PIC X(1) VALUE "N".
       77 WS-RUNCTL-PATH          PIC X(256)
           VALUE "logs/txn_runctl.dat".
       77 WS-RUNCTL-STATUS        PIC X(2) VALUE SPACES.
       77 WS-REJECTED-PATH        PIC X(256)
           VALUE "logs/txn_rejected.dat".
       77 WS-REJECTED-STATUS      PIC X(2) VALUE SPACES.
       77 WS-SYN-WORK-PATH        PIC X(256)
           VALUE "logs/txn_synthetic.tmp".
       77 WS-SYN-WORK-STATUS      PIC X(2) VALUE SPACES.
       77 WS-SYNTHETIC-PATH       PIC X(256)
           VALUE "logs/txn_synthetic.dat".
       77 WS-SYNTHETIC-STATUS     PIC X(2) VALUE SPACES.
       77 WS-SYNTHETIC-PARTNER    PIC X(16) VALUE "SYNTHMON".

       77 WS-RUN-ID               PIC X(16) VALUE SPACES.
       77 WS-PRIOR-RUN-ID         PIC X(16) VALUE SPACES.
       77 WS-READ-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-ACCEPT-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-REJECT-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-SYNTHETIC-COUNT      PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-TXN-VALID            PIC X(1) VALUE "Y".
           88 WS-TXN-IS-VALID     VALUE "Y".
       77 WS-REJECT-REASON        PIC X(96) VALUE SPACES.
       77 WS-SPLIT-PTR            PIC S9(9) COMP VALUE 1.
       77 WS-SPLIT-LINE           PIC X(8448) VALUE SPACES.

       77 WS-CLM-PTR              PIC S9(9) COMP VALUE 1.
       77 WS-CLM-BODY             PIC X(8192) VALUE SPACES.

      *> The partner master held in memory for the credit rule;
      *> WS-PT-RUN-ADDED is what this run has accepted so far.
       01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 500 TIMES.
              10 WS-PT-ID         PIC X(16) VALUE SPACES.
              10 WS-PT-STATUS     PIC X(10) VALUE SPACES.
              10 WS-PT-LIMIT      PIC 9(11)V99 VALUE 0.
              10 WS-PT-BALANCE    PIC 9(11)V99 VALUE 0.
              10 WS-PT-RUN-ADDED  PIC 9(11)V99 VALUE 0.
       77 WS-PT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PT-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PT-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-PARTNER-MASTER-OK    PIC X(1) VALUE "N".
       77 WS-WANTED-PARTNER       PIC X(16) VALUE SPACES.
       77 WS-ORDER-AMOUNT         PIC S9(11)V99 VALUE 0.
       77 WS-EXPOSURE             PIC S9(13)V99 VALUE 0.
       77 WS-BAL-F1               PIC X(26) VALUE SPACES.
       77 WS-BAL-F2               PIC X(21) VALUE SPACES.
       77 WS-BAL-F3               PIC X(39) VALUE SPACES.
       77 WS-BAL-F4               PIC X(64) VALUE SPACES.
       77 WS-BAL-F5               PIC X(9) VALUE SPACES.
       77 WS-BAL-ORDER            PIC X(16) VALUE SPACES.
       77 WS-BAL-PARTNER          PIC X(16) VALUE SPACES.
       77 WS-BAL-AMOUNT           PIC X(12) VALUE SPACES.
       77 WS-BAL-REQID            PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PARTNER-MASTER.
           PERFORM CHECK-PRIOR-RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE SPACES TO WS-RUN-ID.
           PERFORM SPLIT-CLAIMED-RECORDS.
           PERFORM APPEND-WORK-TO-SPLITS.
           PERFORM WRITE-RUN-CONTROL-WRITTEN.
           PERFORM APPLY-REGISTRY-TAKEOVERS.
           PERFORM APPLY-PARTNER-BALANCES.
           PERFORM DELETE-CLAIMED-RECORDS.
           PERFORM REMOVE-RUN-FILES.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Transactions rejetees: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           IF WS-SYNTHETIC-COUNT > 0
               MOVE WS-SYNTHETIC-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Tests SYNTHMON ecartes: "
                   FUNCTION TRIM (WS-DISPLAY-COUNT)
           END-IF.
           STOP RUN.

      *> CHECK-PRIOR-RUN reads the control file and either completes
                   DISPLAY "Reprise: fin de l'execution interrompue "
                       FUNCTION TRIM (WS-PRIOR-RUN-ID)
                       " (suppression des enregistrements reclames)."
                   MOVE WS-PRIOR-RUN-ID TO WS-RUN-ID
                   PERFORM APPLY-REGISTRY-TAKEOVERS
                   PERFORM APPLY-PARTNER-BALANCES
                   PERFORM DELETE-CLAIMED-RECORDS
                   PERFORM REMOVE-RUN-FILES
                   PERFORM LOAD-PARTNER-MASTER
               WHEN "CLAIMED"
                   DISPLAY "Reprise: annulation de l'execution"
                       " interrompue "
                       FUNCTION TRIM (WS-PRIOR-RUN-ID)
                       " (l'intake n'avait pas ete touche)."
                   PERFORM UNREGISTER-CLAIMED-ORDERS
                   PERFORM REMOVE-RUN-FILES
               WHEN OTHER
                   PERFORM REMOVE-RUN-FILES
      *> files - the real splits stay untouched until the whole run
      *> has validated cleanly.
       SPLIT-CLAIMED-RECORDS.
           PERFORM OPEN-ORDER-REGISTRY.
           OPEN INPUT CLAIM-FILE.
           OPEN OUTPUT ACCEPTED-WORK-FILE.
           OPEN OUTPUT REJECTED-WORK-FILE.
           OPEN OUTPUT SYNTHETIC-WORK-FILE.
           PERFORM UNTIL WS-CLAIM-STATUS = "10"
               READ CLAIM-FILE
                   AT END
           CLOSE CLAIM-FILE.
           CLOSE ACCEPTED-WORK-FILE.
           CLOSE REJECTED-WORK-FILE.
           CLOSE SYNTHETIC-WORK-FILE.
           IF WS-REGISTRY-OK = "Y"
               CLOSE ORDER-REGISTRY-FILE
           END-IF.
           EXIT.

       PROCESS-ONE-CLAIM.
           MOVE WS-CLM-AMOUNT TO WS-TXN-AMOUNT.
           MOVE WS-CLM-REQID TO WS-TXN-REQUEST-ID.
           MOVE WS-CLM-BODY TO WS-TXN-BODY.
           IF WS-TXN-PARTNER-ID = WS-SYNTHETIC-PARTNER
               ADD 1 TO WS-SYNTHETIC-COUNT
               PERFORM WRITE-SYNTHETIC-WORK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-TXN.
           IF WS-TXN-IS-VALID
               ADD 1 TO WS-ACCEPT-COUNT
           IF FUNCTION TEST-NUMVAL (WS-TXN-AMOUNT) NOT = 0
               MOVE "N" TO WS-TXN-VALID
               MOVE "non-numeric field: amount" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-DUPLICATE-ORDER.
           IF NOT WS-TXN-IS-VALID
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-PARTNER-RULES.
           IF WS-TXN-IS-VALID
               PERFORM REGISTER-ACCEPTED-ORDER
           END-IF.
           EXIT.

      *> CHECK-DUPLICATE-ORDER looks the partner id + order number up
      *> in the order registry. An entry carrying this very key is
      *> the record's own (claimed again after an interrupted run),
      *> and an entry releasing this key is an operator-confirmed
      *> re-order; anything else is a repeat, rejected with a pointer
      *> to the transaction that carried the order first.
       CHECK-DUPLICATE-ORDER.
           MOVE "N" TO WS-REGISTRY-FOUND.
           IF WS-REGISTRY-OK NOT = "Y"
               MOVE "N" TO WS-TXN-VALID
               MOVE "order registry unavailable" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-TXN-PARTNER-ID)
               TO WS-ORG-PARTNER.
           MOVE FUNCTION TRIM (WS-TXN-ORDER-NO) TO WS-ORG-ORDER.
           READ ORDER-REGISTRY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO WS-REGISTRY-FOUND.
           IF WS-ORG-TXN-KEY = WS-TXN-KEY
                   OR WS-ORG-RELEASE-KEY = WS-TXN-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TXN-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING "duplicate order orig=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORG-TXN-KEY) DELIMITED BY SIZE
                  " req=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORG-REQUEST-ID) DELIMITED BY SIZE
               INTO WS-REJECT-REASON
           END-STRING.
           EXIT.

      *> REGISTER-ACCEPTED-ORDER records the accepted order against
      *> its key. A released re-order leaves the entry alone here:
      *> APPLY-REGISTRY-TAKEOVERS hands it over once the run is
      *> WRITTEN, so a retry of the re-order is caught after that.
       REGISTER-ACCEPTED-ORDER.
           IF WS-REGISTRY-FOUND = "Y"
                   AND WS-ORG-RELEASE-KEY = WS-TXN-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-TXN-PARTNER-ID)
               TO WS-ORG-PARTNER.
           MOVE FUNCTION TRIM (WS-TXN-ORDER-NO) TO WS-ORG-ORDER.
           MOVE WS-TXN-KEY TO WS-ORG-TXN-KEY.
           MOVE WS-TXN-REQUEST-ID TO WS-ORG-REQUEST-ID.
           MOVE WS-RUN-ID TO WS-ORG-RUN-ID.
           MOVE SPACES TO WS-ORG-RELEASE-KEY.
           IF WS-REGISTRY-FOUND = "Y"
               REWRITE WS-ORDER-REG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-ORDER-REG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           EXIT.

       OPEN-ORDER-REGISTRY.
           MOVE "N" TO WS-REGISTRY-OK.
           OPEN I-O ORDER-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT ORDER-REGISTRY-FILE
               CLOSE ORDER-REGISTRY-FILE
               OPEN I-O ORDER-REGISTRY-FILE
           END-IF.
           IF WS-REGISTRY-STATUS = "00"
               MOVE "Y" TO WS-REGISTRY-OK
           ELSE
               DISPLAY "Registre des commandes indisponible: "
                   FUNCTION TRIM (WS-REGISTRY-PATH)
                   " (statut " WS-REGISTRY-STATUS ")"
           END-IF.
           EXIT.

      *> UNREGISTER-CLAIMED-ORDERS takes a rolled-back run's entries
      *> back out of the registry, so an order that fails validation
      *> on the rerun is not left standing as an original. Only new
      *> entries carry the run's id and key: a released re-order had
      *> not yet taken over its original's entry in a CLAIMED run.
       UNREGISTER-CLAIMED-ORDERS.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-ORDER-REGISTRY.
           IF WS-REGISTRY-OK NOT = "Y"
               CLOSE CLAIM-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CLAIM-STATUS = "10"
               READ CLAIM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM UNREGISTER-ONE-CLAIM
               END-READ
           END-PERFORM.
           CLOSE ORDER-REGISTRY-FILE.
           CLOSE CLAIM-FILE.
           EXIT.

       UNREGISTER-ONE-CLAIM.
           IF WS-CLAIM-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CLM-KEY.
           MOVE SPACES TO WS-CLM-ORDER.
           MOVE SPACES TO WS-CLM-PARTNER.
           UNSTRING WS-CLAIM-LINE DELIMITED BY "|"
               INTO WS-CLM-KEY WS-CLM-TIMESTAMP WS-CLM-IP
                    WS-CLM-PATH WS-CLM-CLEN-X WS-CLM-BLEN-X
                    WS-CLM-ORDER WS-CLM-PARTNER
           END-UNSTRING.
           IF WS-CLM-ORDER = SPACES OR WS-CLM-PARTNER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-CLM-PARTNER)
               TO WS-ORG-PARTNER.
           MOVE FUNCTION TRIM (WS-CLM-ORDER) TO WS-ORG-ORDER.
           READ ORDER-REGISTRY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-ORG-TXN-KEY = WS-CLM-KEY
                   AND WS-ORG-RUN-ID = WS-PRIOR-RUN-ID
               DELETE ORDER-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           EXIT.

      *> VALIDATE-PARTNER-RULES holds the order against the partner
      *> master: known partner, ACTIVE status, and the open balance
      *> plus what this run already accepted plus this order within
      *> the credit limit. A passing order is counted into the run's
      *> exposure at once, so two orders that only fit one at a time
      *> cannot both get through the same run.
       VALIDATE-PARTNER-RULES.
           IF WS-PARTNER-MASTER-OK NOT = "Y"
               MOVE "N" TO WS-TXN-VALID
               MOVE "partner master unavailable" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-TXN-PARTNER-ID)
               TO WS-WANTED-PARTNER.
           PERFORM FIND-PARTNER-ENTRY.
           IF WS-PT-INDEX = 0
               MOVE "N" TO WS-TXN-VALID
               MOVE "unknown partner" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-PT-STATUS (WS-PT-INDEX) NOT = "ACTIVE"
               MOVE "N" TO WS-TXN-VALID
               MOVE SPACES TO WS-REJECT-REASON
               STRING "partner not active: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PT-STATUS (WS-PT-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORDER-AMOUNT =
               FUNCTION NUMVAL (WS-TXN-AMOUNT).
           COMPUTE WS-EXPOSURE = WS-PT-BALANCE (WS-PT-INDEX)
               + WS-PT-RUN-ADDED (WS-PT-INDEX) + WS-ORDER-AMOUNT.
           IF WS-EXPOSURE > WS-PT-LIMIT (WS-PT-INDEX)
               MOVE "N" TO WS-TXN-VALID
               MOVE "credit limit exceeded" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORDER-AMOUNT > 0
               ADD WS-ORDER-AMOUNT TO WS-PT-RUN-ADDED (WS-PT-INDEX)
           END-IF.
           EXIT.

       FIND-PARTNER-ENTRY.
           MOVE 0 TO WS-PT-INDEX.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
                       OR WS-PT-INDEX NOT = 0
               IF WS-PT-ID (WS-PT-SCAN) = WS-WANTED-PARTNER
                   MOVE WS-PT-SCAN TO WS-PT-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-PARTNER-MASTER reads the partner master end to end into
      *> the rule table. A missing master leaves every JSON order to
      *> be rejected as "partner master unavailable" - and repairable
      *> with TXNREPAIR once the master is in place - rather than
      *> waved through unchecked.
       LOAD-PARTNER-MASTER.
           MOVE 0 TO WS-PT-COUNT.
           MOVE "N" TO WS-PARTNER-MASTER-OK.
           INITIALIZE WS-PARTNER-TABLE.
           OPEN INPUT PARTNER-MASTER-FILE.
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "Fichier partenaires indisponible: "
                   FUNCTION TRIM (WS-PARTNER-PATH)
                   " (statut " WS-PARTNER-STATUS ")"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PARTNER-MASTER-OK.
           PERFORM UNTIL WS-PARTNER-STATUS NOT = "00"
                   OR WS-PT-COUNT >= 500
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PT-COUNT
                       MOVE WS-PTR-ID TO WS-PT-ID (WS-PT-COUNT)
                       MOVE WS-PTR-STATUS
                           TO WS-PT-STATUS (WS-PT-COUNT)
                       MOVE WS-PTR-CREDIT-LIMIT
                           TO WS-PT-LIMIT (WS-PT-COUNT)
                       MOVE WS-PTR-OPEN-BALANCE
                           TO WS-PT-BALANCE (WS-PT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PARTNER-MASTER-FILE.
           EXIT.

      *> APPLY-REGISTRY-TAKEOVERS hands each registry entry released
      *> for a re-order accepted in this run over to the re-order,
      *> from the accepted work file (still on disk until
      *> REMOVE-RUN-FILES, so a restart of a WRITTEN run does the
      *> same). An entry already handed over no longer names the
      *> key as released, so doing it twice changes nothing.
       APPLY-REGISTRY-TAKEOVERS.
           OPEN INPUT ACCEPTED-WORK-FILE.
           IF WS-ACC-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-ORDER-REGISTRY.
           IF WS-REGISTRY-OK NOT = "Y"
               CLOSE ACCEPTED-WORK-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACC-WORK-STATUS = "10"
               READ ACCEPTED-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-OVER-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ORDER-REGISTRY-FILE.
           CLOSE ACCEPTED-WORK-FILE.
           EXIT.

       TAKE-OVER-ONE-ENTRY.
           IF WS-ACC-WORK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BAL-F1 WS-BAL-ORDER WS-BAL-PARTNER
               WS-BAL-REQID.
           UNSTRING WS-ACC-WORK-LINE DELIMITED BY "|"
               INTO WS-BAL-F1 WS-BAL-F2 WS-BAL-F3 WS-BAL-F4
                    WS-BAL-F5 WS-BAL-ORDER WS-BAL-PARTNER
                    WS-BAL-AMOUNT WS-BAL-REQID
           END-UNSTRING.
           IF WS-BAL-ORDER = SPACES OR WS-BAL-PARTNER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-BAL-PARTNER) TO WS-ORG-PARTNER.
           MOVE FUNCTION TRIM (WS-BAL-ORDER) TO WS-ORG-ORDER.
           READ ORDER-REGISTRY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-ORG-RELEASE-KEY NOT = WS-BAL-F1
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BAL-F1 TO WS-ORG-TXN-KEY.
           MOVE WS-BAL-REQID TO WS-ORG-REQUEST-ID.
           MOVE WS-RUN-ID TO WS-ORG-RUN-ID.
           MOVE SPACES TO WS-ORG-RELEASE-KEY.
           REWRITE WS-ORDER-REG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           EXIT.

      *> APPLY-PARTNER-BALANCES adds the run's accepted amounts to
      *> the partners' open balances, totalled per partner from the
      *> accepted work file (still on disk until REMOVE-RUN-FILES, so
      *> a restart of a WRITTEN run can do the same). A partner
      *> record already stamped with this run id has its amounts.
       APPLY-PARTNER-BALANCES.
           IF WS-PARTNER-MASTER-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
               MOVE 0 TO WS-PT-RUN-ADDED (WS-PT-SCAN)
           END-PERFORM.
           OPEN INPUT ACCEPTED-WORK-FILE.
           IF WS-ACC-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACC-WORK-STATUS = "10"
               READ ACCEPTED-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TOTAL-ONE-ACCEPTED-AMOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCEPTED-WORK-FILE.
           OPEN I-O PARTNER-MASTER-FILE.
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "Mise a jour des encours impossible: "
                   WS-PARTNER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
               IF WS-PT-RUN-ADDED (WS-PT-SCAN) > 0
                   MOVE WS-PT-ID (WS-PT-SCAN) TO WS-PTR-ID
                   READ PARTNER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-PTR-LAST-RUN NOT = WS-RUN-ID
                               ADD WS-PT-RUN-ADDED (WS-PT-SCAN)
                                   TO WS-PTR-OPEN-BALANCE
                               MOVE WS-RUN-ID TO WS-PTR-LAST-RUN
                               REWRITE WS-PARTNER-RECORD
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PARTNER-MASTER-FILE.
           EXIT.

       TOTAL-ONE-ACCEPTED-AMOUNT.
           IF WS-ACC-WORK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BAL-PARTNER.
           MOVE SPACES TO WS-BAL-AMOUNT.
           UNSTRING WS-ACC-WORK-LINE DELIMITED BY "|"
               INTO WS-BAL-F1 WS-BAL-F2 WS-BAL-F3 WS-BAL-F4
                    WS-BAL-F5 WS-BAL-ORDER WS-BAL-PARTNER
                    WS-BAL-AMOUNT
           END-UNSTRING.
           IF WS-BAL-PARTNER = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-BAL-AMOUNT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-BAL-PARTNER)
               TO WS-WANTED-PARTNER.
           PERFORM FIND-PARTNER-ENTRY.
           IF WS-PT-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORDER-AMOUNT = FUNCTION NUMVAL (WS-BAL-AMOUNT).
           IF WS-ORDER-AMOUNT > 0
               ADD WS-ORDER-AMOUNT TO WS-PT-RUN-ADDED (WS-PT-INDEX)
           END-IF.
           EXIT.

           WRITE WS-REJ-WORK-LINE.
           EXIT.

      *> WRITE-SYNTHETIC-WORK notes a monitor test order in the
      *> rejected layout, body left off - the test body is known.
       WRITE-SYNTHETIC-WORK.
           MOVE SPACES TO WS-SYN-WORK-LINE.
           STRING WS-TXN-KEY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-TIMESTAMP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-CLIENT-IP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-REQ-PATH) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TXN-CONTENT-LENGTH DELIMITED BY SIZE
                  "|synthetic monitor test|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-REQUEST-ID)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-SYN-WORK-LINE
           END-STRING.
           WRITE WS-SYN-WORK-LINE.
           EXIT.

      *> APPEND-WORK-TO-SPLITS copies the run's work files onto the
      *> end of the real splits in one pass each.
       APPEND-WORK-TO-SPLITS.
           END-PERFORM.
           CLOSE REJECTED-WORK-FILE.
           CLOSE REJECTED-FILE.
           OPEN INPUT SYNTHETIC-WORK-FILE.
           IF WS-SYN-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SYNTHETIC-FILE.
           IF WS-SYNTHETIC-STATUS = "35"
               OPEN OUTPUT SYNTHETIC-FILE
           END-IF.
           PERFORM UNTIL WS-SYN-WORK-STATUS = "10"
               READ SYNTHETIC-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-SYN-WORK-LINE TO WS-SYNTHETIC-LINE
                       WRITE WS-SYNTHETIC-LINE
               END-READ
           END-PERFORM.
           CLOSE SYNTHETIC-WORK-FILE.
           CLOSE SYNTHETIC-FILE.
           EXIT.

      *> DELETE-CLAIMED-RECORDS removes every claimed key from the
           PERFORM UNLINK-ONE-RUN-FILE.
           MOVE WS-REJ-WORK-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-RUN-FILE.
           MOVE WS-SYN-WORK-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-RUN-FILE.
           EXIT.

       UNLINK-ONE-RUN-FILE.
