      *> logs/maintenance.log with the operator's name, and handled
      *> rows are removed from the rejected file - a customer's order
      *> no longer dies in a split file nobody reads.
      *> A "duplicate order" row carries a pointer to the transaction
      *> key and request id that brought the order in first; V shows
      *> it, and R on such a row asks whether this is a true retry
      *> (to be dropped) or a genuine re-order, which is released in
      *> the order registry so TXNBATCH lets that one key through.
      *> Dropping an order whose JSON amount is over
      *> DUAL_CONTROL_DROP_AMOUNT (config/webserver.conf, 1000.00 by
      *> default) is not done here: the drop waits in
      *> logs/pending_changes.dat until a second operator approves it
      *> with APPROVE (dual_control.cpy), and the row stays put.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT ORDER-REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORG-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT OVERFLOW-FILE ASSIGN TO WS-OVERFLOW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT DC-QUEUE-FILE ASSIGN TO WS-DC-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DC-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECTED-FILE.
           05 WS-TXN-AMOUNT       PIC X(12).
           05 WS-TXN-REQUEST-ID   PIC X(32).
           05 WS-TXN-BODY         PIC X(8192).
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
       FD  OVERFLOW-FILE.
       01  WS-OVERFLOW-LINE       PIC X(8448).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE         PIC X(256).
       FD  DC-QUEUE-FILE.
       01  WS-DC-QUEUE-LINE       PIC X(800).

       WORKING-STORAGE SECTION.
       77 WS-REJECTED-PATH        PIC X(256)
       77 WS-TXN-PATH             PIC X(256)
           VALUE "logs/transactions.dat".
       77 WS-TXN-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-REGISTRY-PATH        PIC X(256)
           VALUE "logs/order_registry.dat".
       77 WS-REGISTRY-STATUS      PIC X(2) VALUE SPACES.
       77 WS-OVERFLOW-PATH        PIC X(256)
           VALUE "logs/txn_rejected.ovf".
       77 WS-OVERFLOW-STATUS      PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-STATUS        PIC X(2) VALUE SPACES.
       77 WS-CFG-KEY              PIC X(64) VALUE SPACES.
       77 WS-CFG-VALUE            PIC X(192) VALUE SPACES.
      *> A drop above this amount needs a second operator.
       77 WS-DROP-LIMIT           PIC S9(11)V99 VALUE 1000.
       77 WS-DROP-AMOUNT          PIC S9(11)V99 VALUE 0.
       77 WS-DROP-AMOUNT-X        PIC X(32) VALUE SPACES.

      *> Rejected rows, the layout WRITE-REJECTED-RECORD emits:
      *> "key|timestamp|ip|path|content-length|reason|reqid|body".
              10 WS-RJ-IP         PIC X(39) VALUE SPACES.
              10 WS-RJ-PATH       PIC X(64) VALUE SPACES.
              10 WS-RJ-CLEN       PIC X(9) VALUE SPACES.
              10 WS-RJ-REASON     PIC X(96) VALUE SPACES.
              10 WS-RJ-REQID      PIC X(32) VALUE SPACES.
              10 WS-RJ-BODY       PIC X(8192) VALUE SPACES.
       77 WS-RJ-COUNT             PIC 9(4) VALUE 0.
      *> Keys resubmitted or dropped this session: the only rows
      *> SAVE-REJECTED-ROWS takes out of the file.
       01 WS-HANDLED-TABLE.
           05 WS-HANDLED-KEY OCCURS 50 TIMES PIC X(26) VALUE SPACES.
       77 WS-HANDLED-COUNT        PIC 9(4) VALUE 0.
       77 WS-HANDLED-HIT          PIC X(1) VALUE "N".
       77 WS-LINE-KEY             PIC X(26) VALUE SPACES.

       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-OPERATOR-CHARS       PIC X(65) VALUE
           "abcdefghijklmnopqrstuvwxyz"
         & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         & "0123456789._-".
       77 WS-OPERATOR-LEN         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-POS         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-HIT         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-OK          PIC X(1) VALUE "N".
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(160) VALUE SPACES.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-BODY-START           PIC S9(9) COMP VALUE 1.
       77 WS-BODY-SPAN            PIC S9(9) COMP VALUE 0.
       77 WS-REQID-CAND           PIC X(32) VALUE SPACES.
      *> Pointer lifted from a "duplicate order orig=<key> req=<id>"
      *> reason.
       77 WS-DUP-JUNK             PIC X(32) VALUE SPACES.
       77 WS-DUP-ORIG-KEY         PIC X(32) VALUE SPACES.
       77 WS-DUP-ORIG-REQID       PIC X(32) VALUE SPACES.
       77 WS-DUP-ANSWER           PIC X(1) VALUE SPACE.
       77 WS-DUP-RELEASED         PIC X(1) VALUE "N".
       77 WS-DUP-FOUND            PIC X(1) VALUE "N".

      *> json_utils.cpy, for the amount in a row's body.
       77 WS-BODY-LEN             PIC S9(9) COMP VALUE 0.
       01 WS-BODY-BUFFER          PIC X(8192) VALUE SPACES.
       01 WS-JSON-TABLE.
           05 WS-JSON-ENTRY OCCURS 20 TIMES.
              10 WS-JSON-NAME      PIC X(32) VALUE SPACES.
              10 WS-JSON-VALUE     PIC X(256) VALUE SPACES.
       77 WS-JSON-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-JSON-INDEX            PIC 9(4) COMP VALUE 0.
       77 WS-JSON-PTR              PIC S9(9) COMP VALUE 1.
       77 WS-JSON-DEPTH            PIC S9(4) COMP VALUE 0.
       77 WS-JSON-NEST             PIC S9(4) COMP VALUE 0.
       77 WS-JSON-FIELD-LEN        PIC S9(9) COMP VALUE 0.
       77 WS-JSON-WORK-NAME        PIC X(32) VALUE SPACES.
       77 WS-JSON-WORK-VALUE       PIC X(256) VALUE SPACES.
       77 WS-JSON-WANTED           PIC X(32) VALUE SPACES.
       77 WS-JSON-FOUND-VALUE      PIC X(256) VALUE SPACES.

      *> dual_control.cpy
       77 WS-DC-QUEUE-PATH        PIC X(256)
           VALUE "logs/pending_changes.dat".
       77 WS-DC-QUEUE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-DC-ID                PIC X(18) VALUE SPACES.
       77 WS-DC-KIND              PIC X(12) VALUE SPACES.
       77 WS-DC-TARGET            PIC X(64) VALUE SPACES.
       77 WS-DC-MODE              PIC X(1) VALUE SPACE.
       77 WS-DC-MATCH             PIC X(256) VALUE SPACES.
       77 WS-DC-NEW               PIC X(256) VALUE SPACES.
       77 WS-DC-SUMMARY           PIC X(120) VALUE SPACES.
       77 WS-DC-REQUESTER         PIC X(32) VALUE SPACES.
       77 WS-DC-QUEUED            PIC X(1) VALUE "N".
       77 WS-DC-STAMP             PIC X(21) VALUE SPACES.
       77 WS-DC-MATCH-LEN         PIC S9(4) COMP VALUE 0.
       77 WS-DC-NEW-LEN           PIC S9(4) COMP VALUE 0.
       77 WS-DC-LEN-DISPLAY       PIC 9(4) VALUE 0.
       77 WS-DC-PTR               PIC S9(9) COMP VALUE 0.
       77 WS-DC-R-ID              PIC X(18) VALUE SPACES.
       77 WS-DC-R-STATUS          PIC X(8) VALUE SPACES.
       77 WS-DC-R-TARGET          PIC X(64) VALUE SPACES.
       77 WS-DC-R-LEN-X           PIC X(8) VALUE SPACES.
       77 WS-DC-R-JUNK            PIC X(120) VALUE SPACES.
       77 WS-DC-R-LEN             PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-NAME.
           IF WS-OPERATOR-OK NOT = "Y"
               DISPLAY "Nom d'operateur invalide (lettres, chiffres,"
                   " ""."", ""_"" et ""-"" seulement)."
               STOP RUN
           END-IF.
           PERFORM LOAD-DROP-LIMIT.
           PERFORM LOAD-REJECTED-ROWS.
           IF WS-RJ-COUNT = 0
               DISPLAY "Aucune transaction rejetee a reprendre."
           END-IF.
           STOP RUN.

      *> CHECK-OPERATOR-NAME accepts letters, digits, ".", "_" and
      *> "-" only: the name goes into the maintenance log and the "|"
      *> columns of the pending-change file.
       CHECK-OPERATOR-NAME.
           MOVE "N" TO WS-OPERATOR-OK.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-OPERATOR TRAILING))
               TO WS-OPERATOR-LEN.
           PERFORM VARYING WS-OPERATOR-POS FROM 1 BY 1
                   UNTIL WS-OPERATOR-POS > WS-OPERATOR-LEN
               MOVE 0 TO WS-OPERATOR-HIT
               INSPECT WS-OPERATOR-CHARS TALLYING WS-OPERATOR-HIT
                   FOR ALL WS-OPERATOR (WS-OPERATOR-POS : 1)
               IF WS-OPERATOR-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-OPERATOR-OK.
           EXIT.

      *> LOAD-REJECTED-ROWS fills the work table; records past its
      *> 50-slot capacity are left out of it (spilled to the
      *> overflow work file), and SAVE-REJECTED-ROWS carries them
      *> through the rewrite untouched - handling one record must
      *> never delete the rest of a long backlog.
       LOAD-REJECTED-ROWS.
           MOVE 0 TO WS-RJ-COUNT.
           MOVE 0 TO WS-OVERFLOW-COUNT.
               FUNCTION TRIM (WS-RJ-CLEN (WS-ROW-CHOICE)).
           DISPLAY "motif   : "
               FUNCTION TRIM (WS-RJ-REASON (WS-ROW-CHOICE)).
           PERFORM SPLIT-DUPLICATE-POINTER.
           IF WS-DUP-ORIG-KEY NOT = SPACES
               DISPLAY "original: cle "
                   FUNCTION TRIM (WS-DUP-ORIG-KEY)
                   " / requete " FUNCTION TRIM (WS-DUP-ORIG-REQID)
           END-IF.
           DISPLAY "corps   : "
               FUNCTION TRIM (WS-RJ-BODY (WS-ROW-CHOICE)).
           EXIT.

      *> SPLIT-DUPLICATE-POINTER lifts the original key and request
      *> id out of the selected row's reason; both stay blank for any
      *> other kind of rejection.
       SPLIT-DUPLICATE-POINTER.
           MOVE SPACES TO WS-DUP-ORIG-KEY.
           MOVE SPACES TO WS-DUP-ORIG-REQID.
           IF WS-RJ-REASON (WS-ROW-CHOICE) (1 : 21)
                   NOT = "duplicate order orig="
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-RJ-REASON (WS-ROW-CHOICE)
                   DELIMITED BY "orig=" OR " req="
               INTO WS-DUP-JUNK WS-DUP-ORIG-KEY WS-DUP-ORIG-REQID
           END-UNSTRING.
           EXIT.

      *> RELEASE-DUPLICATE-ORDER finds the registry entry the row's
      *> pointer names and marks the row's own key as a confirmed
      *> re-order. An entry no longer there needs no release; one
      *> that cannot be rewritten leaves the row unreleased.
       RELEASE-DUPLICATE-ORDER.
           MOVE "N" TO WS-DUP-RELEASED.
           MOVE "N" TO WS-DUP-FOUND.
           OPEN I-O ORDER-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "Registre des commandes inaccessible: "
                   WS-REGISTRY-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
                   OR WS-DUP-FOUND = "Y"
               READ ORDER-REGISTRY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ORG-TXN-KEY = WS-DUP-ORIG-KEY
                           MOVE "Y" TO WS-DUP-FOUND
                           MOVE WS-RJ-KEY (WS-ROW-CHOICE)
                               TO WS-ORG-RELEASE-KEY
                           REWRITE WS-ORDER-REG-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           IF WS-REGISTRY-STATUS = "00"
                               MOVE "Y" TO WS-DUP-RELEASED
                           ELSE
                               DISPLAY "Liberation impossible dans"
                                   " le registre: "
                                   WS-REGISTRY-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-REGISTRY-FILE.
           IF WS-DUP-FOUND = "N"
               MOVE "Y" TO WS-DUP-RELEASED
           END-IF.
           EXIT.

      *> FIX-REJECTED-ROW prompts for the repairable fields; an empty
      *> answer keeps the current value, so the operator only types
      *> what actually needs correcting.
                   " resoumettre (F)."
               EXIT PARAGRAPH
           END-IF.
           *> A duplicate goes back only as a confirmed re-order - a
           *> plain retry resubmitted would ship the order twice.
           PERFORM SPLIT-DUPLICATE-POINTER.
           IF WS-DUP-ORIG-KEY NOT = SPACES
               DISPLAY "Commande deja recue sous la cle "
                   FUNCTION TRIM (WS-DUP-ORIG-KEY)
                   " (requete " FUNCTION TRIM (WS-DUP-ORIG-REQID) ")."
               DISPLAY "Nouvelle commande legitime (O) ou simple"
                   " relance (N) ? " WITH NO ADVANCING
               MOVE SPACE TO WS-DUP-ANSWER
               ACCEPT WS-DUP-ANSWER
               IF FUNCTION UPPER-CASE (WS-DUP-ANSWER) NOT = "O"
                   DISPLAY "Relance - non resoumise (D pour"
                       " l'abandonner)."
                   EXIT PARAGRAPH
               END-IF
               PERFORM RELEASE-DUPLICATE-ORDER
               IF WS-DUP-RELEASED NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CHANGE-TEXT
               STRING "txn re-order confirmed " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-RJ-KEY (WS-ROW-CHOICE))
                          DELIMITED BY SIZE
                      " (orig " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DUP-ORIG-KEY)
                          DELIMITED BY SIZE
                      " req " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DUP-ORIG-REQID)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
               END-STRING
               PERFORM LOG-REPAIR-CHANGE
           END-IF.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-REPAIR-CHANGE.
           ADD 1 TO WS-HANDLED-COUNT.
           MOVE WS-RJ-KEY (WS-ROW-CHOICE)
               TO WS-HANDLED-KEY (WS-HANDLED-COUNT).
           MOVE SPACES TO WS-RJ-KEY (WS-ROW-CHOICE).
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Transaction resoumise - reprise au prochain"
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ROW-AMOUNT.
           IF WS-DROP-AMOUNT > WS-DROP-LIMIT
               PERFORM QUEUE-LARGE-DROP
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "txn dropped " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RJ-KEY (WS-ROW-CHOICE))
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-REPAIR-CHANGE.
           ADD 1 TO WS-HANDLED-COUNT.
           MOVE WS-RJ-KEY (WS-ROW-CHOICE)
               TO WS-HANDLED-KEY (WS-HANDLED-COUNT).
           MOVE SPACES TO WS-RJ-KEY (WS-ROW-CHOICE).
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Transaction abandonnee.".
           EXIT.

      *> FIND-ROW-AMOUNT reads the "amount" field of the selected
      *> row's JSON body into WS-DROP-AMOUNT; a body with no usable
      *> amount counts as zero.
       FIND-ROW-AMOUNT.
           MOVE 0 TO WS-DROP-AMOUNT.
           MOVE SPACES TO WS-DROP-AMOUNT-X.
           MOVE WS-RJ-BODY (WS-ROW-CHOICE) TO WS-BODY-BUFFER.
           IF WS-BODY-BUFFER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM (WS-BODY-BUFFER TRAILING))
               TO WS-BODY-LEN.
           PERFORM PARSE-JSON-BODY.
           MOVE "amount" TO WS-JSON-WANTED.
           PERFORM FIND-JSON-FIELD.
           MOVE WS-JSON-FOUND-VALUE TO WS-DROP-AMOUNT-X.
           IF WS-DROP-AMOUNT-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-DROP-AMOUNT-X) = 0
               COMPUTE WS-DROP-AMOUNT =
                   FUNCTION NUMVAL (WS-DROP-AMOUNT-X)
           END-IF.
           EXIT.

      *> QUEUE-LARGE-DROP asks for the row to be taken out of the
      *> rejected file by key once a second operator approves; until
      *> then it stays listed here like any other row.
       QUEUE-LARGE-DROP.
           MOVE SPACES TO WS-DC-MATCH.
           STRING WS-RJ-KEY (WS-ROW-CHOICE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-DC-MATCH
           END-STRING.
           MOVE SPACES TO WS-DC-NEW.
           MOVE SPACES TO WS-DC-SUMMARY.
           STRING "txn drop " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RJ-KEY (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " amount " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DROP-AMOUNT-X) DELIMITED BY SIZE
                  " (was: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RJ-REASON (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-DC-SUMMARY
           END-STRING.
           INSPECT WS-DC-SUMMARY REPLACING ALL "|" BY "/".
           MOVE "TXN-DROP" TO WS-DC-KIND.
           MOVE WS-REJECTED-PATH TO WS-DC-TARGET.
           MOVE "K" TO WS-DC-MODE.
           MOVE WS-OPERATOR TO WS-DC-REQUESTER.
           PERFORM QUEUE-PENDING-CHANGE.
           IF WS-DC-QUEUED = "Y"
               MOVE SPACES TO WS-CHANGE-TEXT
               STRING "dual-control queued " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DC-ID) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DC-SUMMARY) DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
               END-STRING
               PERFORM LOG-REPAIR-CHANGE
           END-IF.
           EXIT.

      *> LOAD-DROP-LIMIT picks DUAL_CONTROL_DROP_AMOUNT out of
      *> config/webserver.conf; the default stands if it is absent.
       LOAD-DROP-LIMIT.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-STATUS = "10"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CONFIG-LINE (1:1) NOT = "#"
                               AND WS-CONFIG-LINE NOT = SPACES
                           MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
                           UNSTRING WS-CONFIG-LINE DELIMITED BY "="
                               INTO WS-CFG-KEY WS-CFG-VALUE
                           END-UNSTRING
                           IF WS-CFG-KEY = "DUAL_CONTROL_DROP_AMOUNT"
                                   AND FUNCTION TEST-NUMVAL
                                       (WS-CFG-VALUE) = 0
                               COMPUTE WS-DROP-LIMIT =
                                   FUNCTION NUMVAL (WS-CFG-VALUE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

      *> SAVE-REJECTED-ROWS takes out of the rejected file the rows
      *> resubmitted or dropped this session, and nothing else. The
      *> file is read again as it stands now - a TXN-DROP approved
      *> or a PRIVACY erasure applied since the session started is
      *> kept - by copying it to the overflow work file and writing
      *> it back line by line without the handled keys. Fields
      *> changed with F and not resubmitted are not kept.
       SAVE-REJECTED-ROWS.
           OPEN INPUT REJECTED-FILE.
           IF WS-REJECTED-STATUS NOT = "00"
               DISPLAY "Relecture impossible: " WS-REJECTED-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OVERFLOW-FILE.
           IF WS-OVERFLOW-STATUS NOT = "00"
               DISPLAY "Fichier de travail impossible: "
                   WS-OVERFLOW-STATUS
               CLOSE REJECTED-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REJECTED-STATUS NOT = "00"
               READ REJECTED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-REJECTED-LINE TO WS-OVERFLOW-LINE
                       WRITE WS-OVERFLOW-LINE
               END-READ
           END-PERFORM.
           CLOSE REJECTED-FILE.
           CLOSE OVERFLOW-FILE.
           OPEN INPUT OVERFLOW-FILE.
           IF WS-OVERFLOW-STATUS NOT = "00"
               DISPLAY "Fichier de travail impossible: "
                   WS-OVERFLOW-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REJECTED-FILE.
           IF WS-REJECTED-STATUS NOT = "00"
               DISPLAY "Reecriture impossible: " WS-REJECTED-STATUS
               CLOSE OVERFLOW-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OVERFLOW-STATUS NOT = "00"
               READ OVERFLOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FIND-HANDLED-KEY
                       IF WS-HANDLED-HIT = "N"
                           MOVE WS-OVERFLOW-LINE TO WS-REJECTED-LINE
                           WRITE WS-REJECTED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OVERFLOW-FILE.
           CLOSE REJECTED-FILE.
           DISPLAY "logs/txn_rejected.dat reecrit.".
           EXIT.

      *> FIND-HANDLED-KEY tells whether the work line's key (its
      *> first field) is one handled this session.
       FIND-HANDLED-KEY.
           MOVE "N" TO WS-HANDLED-HIT.
           IF WS-OVERFLOW-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINE-KEY.
           UNSTRING WS-OVERFLOW-LINE DELIMITED BY "|"
               INTO WS-LINE-KEY
           END-UNSTRING.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-HANDLED-COUNT
               IF WS-HANDLED-KEY (WS-SCAN) = WS-LINE-KEY
                   MOVE "Y" TO WS-HANDLED-HIT
               END-IF
           END-PERFORM.
           EXIT.

       ASK-ROW-NUMBER.
           DISPLAY "Numero de ligne: " WITH NO ADVANCING.
           ACCEPT WS-ROW-CHOICE-X.
           WRITE WS-MAINT-LOG-LINE.
           CLOSE MAINT-LOG-FILE.
           EXIT.

       COPY "json_utils.cpy".
       COPY "dual_control.cpy".
