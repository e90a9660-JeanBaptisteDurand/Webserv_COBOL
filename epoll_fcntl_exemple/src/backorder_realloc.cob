       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOREALLOC.
      *> BOREALLOC gives stock that has come in since FULFILL ran
      *> back to the customers who have been waiting for it longest.
      *> It walks the order master's open backorders (BACKORDER, and
      *> PART-ALLOC orders still owed a remainder, and PART-SHIPPED
      *> lines whose shipped part was all that had been allocated)
      *> oldest-first by
      *> order timestamp, and allocates each one against the indexed
      *> inventory master:
      *>   - stock covering the whole outstanding quantity moves the
      *>     order to ALLOCATED, exactly the state FULFILL leaves a
      *>     first-pass allocation in;
      *>   - stock covering only part of it is taken anyway and the
      *>     order moves to PART-ALLOC, its allocated quantity
      *>     recorded on the order so the remainder stays owed and
      *>     visible until a later run (or a receipt) covers it;
      *>   - no stock at all leaves the order untouched.
      *> Every decrement is journaled the way FULFILL journals its
      *> own, and each run prints a "released from backorder" pick
      *> list with a partial-fill section, so the warehouse picks
      *> what was released and nobody chases a half-filled order by
      *> reading the order master. NIGHTRUN runs it just ahead of
      *> FULFILL, so orders already waiting get first claim on the
      *> day's receipts before new intake competes for them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-MASTER-FILE ASSIGN TO WS-INV-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INV-SKU
               FILE STATUS IS WS-INV-MASTER-STATUS.
           SELECT INV-JOURNAL-FILE ASSIGN TO WS-INV-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-JOURNAL-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO WS-ORDER-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORD-KEY
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT RELEASE-FILE ASSIGN TO WS-RELEASE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INV-MASTER-FILE.
       01  WS-INV-MASTER-RECORD.
           05 WS-INV-SKU          PIC X(16).
           05 WS-INV-DESC         PIC X(48).
           05 WS-INV-QTY          PIC 9(9).
           05 WS-INV-REORDER      PIC 9(9).
      *> ACTIVE or RETIRED, and who last maintained the item. A
      *> master still in the 82-byte layout from before ITEMMAINT
      *> cannot be read with this one: IDXCHECK CONVERT INVENTORY
      *> moves it across once.
           05 WS-INV-STATUS       PIC X(8).
           05 WS-INV-CHANGED      PIC X(14).
           05 WS-INV-CHANGED-BY   PIC X(32).
       FD  INV-JOURNAL-FILE.
       01  WS-INV-JOURNAL-LINE    PIC X(160).
       FD  ORDER-MASTER-FILE.
       01  WS-ORDER-RECORD.
           05 WS-ORD-KEY          PIC X(26).
           05 WS-ORD-NUMBER       PIC X(16).
           05 WS-ORD-SKU          PIC X(16).
           05 WS-ORD-QTY          PIC 9(9).
           05 WS-ORD-CLIENT-IP    PIC X(39).
           05 WS-ORD-TIMESTAMP    PIC X(21).
           05 WS-ORD-STATUS       PIC X(12).
           05 WS-ORD-ALLOC-QTY    PIC 9(9).
           05 WS-ORD-PARTNER      PIC X(16).
           05 WS-ORD-SHIPPED-QTY  PIC 9(9).
      *> Order value from the accepted line's amount column.
           05 WS-ORD-AMOUNT       PIC 9(11)V99.
      *> Invoice that billed the order - blank until BILLRUN.
           05 WS-ORD-INVOICE-NO   PIC X(12).
       FD  RELEASE-FILE.
       01  WS-RELEASE-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ORDER-MASTER-PATH    PIC X(256)
           VALUE "logs/orders.dat".
       77 WS-ORDER-MASTER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-RELEASE-PATH         PIC X(256)
           VALUE "logs/backorder_release.txt".
       77 WS-RELEASE-STATUS       PIC X(2) VALUE SPACES.

      *> Open backorders, loaded in key order and then sorted into
      *> timestamp order (key breaks ties, so two orders stamped in
      *> the same hundredth still come out in arrival order).
       01 WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 500 TIMES.
              10 WS-BO-SORT-KEY.
                 15 WS-BO-TIMESTAMP PIC X(21) VALUE SPACES.
                 15 WS-BO-KEY     PIC X(26) VALUE SPACES.
       77 WS-BO-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-BO-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-BO-SKIPPED           PIC 9(9) COMP VALUE 0.
       77 WS-SORT-I               PIC 9(4) COMP VALUE 0.
       77 WS-SORT-J               PIC 9(4) COMP VALUE 0.
       77 WS-SORT-HOLD            PIC X(47) VALUE SPACES.
       77 WS-SORT-SWAPPED         PIC X(1) VALUE "N".

      *> Partial fills are listed after the full releases, so they
      *> are collected here while the pick section is written.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 500 TIMES.
              10 WS-PART-NUMBER   PIC X(16) VALUE SPACES.
              10 WS-PART-SKU      PIC X(16) VALUE SPACES.
              10 WS-PART-TAKEN    PIC 9(9) VALUE 0.
              10 WS-PART-ALLOC    PIC 9(9) VALUE 0.
              10 WS-PART-QTY      PIC 9(9) VALUE 0.
       77 WS-PART-COUNT           PIC 9(4) COMP VALUE 0.

       77 WS-OUTSTANDING          PIC 9(9) VALUE 0.
       77 WS-TAKE-QTY             PIC 9(9) VALUE 0.
       77 WS-SKU-KNOWN            PIC X(1) VALUE "N".
           88 WS-SKU-IS-KNOWN     VALUE "Y".
       77 WS-ORDER-FOUND          PIC X(1) VALUE "N".
       77 WS-READ-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-RELEASED-COUNT       PIC 9(9) COMP VALUE 0.
       77 WS-PARTIAL-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-WAITING-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-QTY-DISPLAY          PIC Z(8)9.
       77 WS-QTY-DISPLAY-2        PIC Z(8)9.
       77 WS-QTY-DISPLAY-3        PIC Z(8)9.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-JOURNAL-PTR          PIC S9(9) COMP VALUE 1.
       77 WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN I-O ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               DISPLAY "Pas de fichier maitre des commandes: "
                   FUNCTION TRIM (WS-ORDER-MASTER-PATH)
               STOP RUN
           END-IF.
           OPEN I-O INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS NOT = "00"
               DISPLAY "Stock indisponible: "
                   FUNCTION TRIM (WS-INV-MASTER-PATH)
                   " (lancer d'abord une requete /inventory)"
               CLOSE ORDER-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM LOAD-OPEN-BACKORDERS.
           PERFORM SORT-BACKORDERS.
           OPEN OUTPUT RELEASE-FILE.
           PERFORM WRITE-RELEASE-HEADER.
           PERFORM VARYING WS-BO-INDEX FROM 1 BY 1
                   UNTIL WS-BO-INDEX > WS-BO-COUNT
               PERFORM REALLOCATE-ONE-ORDER
           END-PERFORM.
           PERFORM WRITE-PARTIAL-SECTION.
           PERFORM WRITE-RELEASE-TOTALS.
           CLOSE RELEASE-FILE.
           CLOSE INV-MASTER-FILE.
           CLOSE ORDER-MASTER-FILE.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Reliquats examines  : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Reliquats liberes   : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-PARTIAL-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Allocations partielles: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-WAITING-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Toujours en attente : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           IF WS-BO-SKIPPED > 0
               MOVE WS-BO-SKIPPED TO WS-DISPLAY-COUNT
               DISPLAY "Reliquats au-dela de la table de 500: "
                   FUNCTION TRIM (WS-DISPLAY-COUNT)
                   " (repris au prochain passage)"
           END-IF.
           STOP RUN.

      *> LOAD-OPEN-BACKORDERS reads the order master end to end and
      *> keeps the orders still owed stock. Past the table's 500
      *> slots the newest wait for the next run - the oldest-first
      *> promise holds for everything that was loaded.
       LOAD-OPEN-BACKORDERS.
           MOVE 0 TO WS-BO-COUNT.
           PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-BACKORDER
               END-READ
           END-PERFORM.
           EXIT.

       NOTE-ONE-BACKORDER.
           IF WS-ORD-STATUS = "PART-SHIPPED"
                   AND WS-ORD-ALLOC-QTY < WS-ORD-QTY
               CONTINUE
           ELSE
               IF WS-ORD-STATUS NOT = "BACKORDER"
                       AND WS-ORD-STATUS NOT = "PART-ALLOC"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF WS-BO-COUNT >= 500
               ADD 1 TO WS-BO-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BO-COUNT.
           MOVE WS-ORD-TIMESTAMP TO WS-BO-TIMESTAMP (WS-BO-COUNT).
           MOVE WS-ORD-KEY TO WS-BO-KEY (WS-BO-COUNT).
           EXIT.

      *> SORT-BACKORDERS bubble-sorts the table on timestamp+key,
      *> the same in-memory sort SLAREPORT uses on its samples.
       SORT-BACKORDERS.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-BO-COUNT
                   COMPUTE WS-SORT-J = WS-SORT-I + 1
                   IF WS-BO-SORT-KEY (WS-SORT-I)
                           > WS-BO-SORT-KEY (WS-SORT-J)
                       MOVE WS-BO-SORT-KEY (WS-SORT-I)
                           TO WS-SORT-HOLD
                       MOVE WS-BO-SORT-KEY (WS-SORT-J)
                           TO WS-BO-SORT-KEY (WS-SORT-I)
                       MOVE WS-SORT-HOLD
                           TO WS-BO-SORT-KEY (WS-SORT-J)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

      *> REALLOCATE-ONE-ORDER re-reads the order by key (the table
      *> only carries the sort fields) and takes what stock it can.
       REALLOCATE-ONE-ORDER.
           MOVE WS-BO-KEY (WS-BO-INDEX) TO WS-ORD-KEY.
           MOVE "N" TO WS-ORDER-FOUND.
           READ ORDER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ORDER-FOUND
           END-READ.
           IF WS-ORDER-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-ALLOC-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-ALLOC-QTY
           END-IF.
           IF WS-ORD-SHIPPED-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-SHIPPED-QTY
           END-IF.
           IF WS-ORD-ALLOC-QTY >= WS-ORD-QTY
                   AND WS-ORD-SHIPPED-QTY = 0
               *> Nothing left owed - a hand-edited record; settle it.
               MOVE "ALLOCATED" TO WS-ORD-STATUS
               REWRITE WS-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OUTSTANDING = WS-ORD-QTY - WS-ORD-ALLOC-QTY.
           MOVE "N" TO WS-SKU-KNOWN.
           MOVE WS-ORD-SKU TO WS-INV-SKU.
           READ INV-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SKU-KNOWN
           END-READ.
      *> Nothing is released against a RETIRED item; the order
      *> stays waiting for customer service to settle it.
           IF NOT WS-SKU-IS-KNOWN OR WS-INV-QTY = 0
                   OR WS-INV-STATUS = "RETIRED"
               ADD 1 TO WS-WAITING-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-INV-QTY >= WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-TAKE-QTY
           ELSE
               MOVE WS-INV-QTY TO WS-TAKE-QTY
           END-IF.
           SUBTRACT WS-TAKE-QTY FROM WS-INV-QTY.
           REWRITE WS-INV-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour du stock impossible: "
                       WS-INV-SKU
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM WRITE-RELEASE-JOURNAL.
           ADD WS-TAKE-QTY TO WS-ORD-ALLOC-QTY.
           IF WS-ORD-ALLOC-QTY >= WS-ORD-QTY
               MOVE "ALLOCATED" TO WS-ORD-STATUS
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE "PART-ALLOC" TO WS-ORD-STATUS
               ADD 1 TO WS-PARTIAL-COUNT
           END-IF.
           *> Part of the line has already left the dock: it stays
           *> PART-SHIPPED until SHIPCONF confirms the rest.
           IF WS-ORD-SHIPPED-QTY > 0
               MOVE "PART-SHIPPED" TO WS-ORD-STATUS
           END-IF.
           REWRITE WS-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour de la commande impossible: "
                       WS-ORD-KEY
           END-REWRITE.
           PERFORM WRITE-RELEASE-PICK-LINE.
           IF WS-ORD-ALLOC-QTY < WS-ORD-QTY
               PERFORM NOTE-PARTIAL-FILL
           END-IF.
           EXIT.

       NOTE-PARTIAL-FILL.
           IF WS-PART-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PART-COUNT.
           MOVE WS-ORD-NUMBER TO WS-PART-NUMBER (WS-PART-COUNT).
           MOVE WS-ORD-SKU TO WS-PART-SKU (WS-PART-COUNT).
           MOVE WS-TAKE-QTY TO WS-PART-TAKEN (WS-PART-COUNT).
           MOVE WS-ORD-ALLOC-QTY TO WS-PART-ALLOC (WS-PART-COUNT).
           MOVE WS-ORD-QTY TO WS-PART-QTY (WS-PART-COUNT).
           EXIT.

       WRITE-RELEASE-HEADER.
           MOVE SPACES TO WS-RELEASE-LINE.
           STRING "Released from backorder - pick list - run "
                      DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
               INTO WS-RELEASE-LINE
           END-STRING.
           WRITE WS-RELEASE-LINE.
           MOVE "  order            pick  sku  (ordered on)"
               TO WS-RELEASE-LINE.
           WRITE WS-RELEASE-LINE.
           EXIT.

      *> WRITE-RELEASE-PICK-LINE prints what the warehouse picks for
      *> this order now - the quantity released by this run, not the
      *> order total - flagged PARTIAL when some is still owed.
       WRITE-RELEASE-PICK-LINE.
           MOVE WS-TAKE-QTY TO WS-QTY-DISPLAY.
           MOVE WS-INV-QTY TO WS-QTY-DISPLAY-2.
           MOVE SPACES TO WS-RELEASE-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-NUMBER) DELIMITED BY SIZE
                  "  pick " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-DESC) DELIMITED BY SIZE
                  ")  ordered " DELIMITED BY SIZE
                  WS-ORD-TIMESTAMP (1 : 8) DELIMITED BY SIZE
                  "  stock_after=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-RELEASE-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-ORD-STATUS = "PART-ALLOC"
               STRING "  PARTIAL" DELIMITED BY SIZE
                   INTO WS-RELEASE-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-RELEASE-LINE.
           EXIT.

      *> WRITE-PARTIAL-SECTION lists every order this run could only
      *> part-fill, with what it holds against what it asked for.
       WRITE-PARTIAL-SECTION.
           MOVE SPACES TO WS-RELEASE-LINE.
           WRITE WS-RELEASE-LINE.
           MOVE "Partial fills - still on backorder for the remainder"
               TO WS-RELEASE-LINE.
           WRITE WS-RELEASE-LINE.
           IF WS-PART-COUNT = 0
               MOVE "  (none)" TO WS-RELEASE-LINE
               WRITE WS-RELEASE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-PART-COUNT
               MOVE WS-PART-TAKEN (WS-SORT-I) TO WS-QTY-DISPLAY
               MOVE WS-PART-ALLOC (WS-SORT-I) TO WS-QTY-DISPLAY-2
               COMPUTE WS-OUTSTANDING = WS-PART-QTY (WS-SORT-I)
                   - WS-PART-ALLOC (WS-SORT-I)
               MOVE WS-OUTSTANDING TO WS-QTY-DISPLAY-3
               MOVE SPACES TO WS-RELEASE-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PART-NUMBER (WS-SORT-I))
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PART-SKU (WS-SORT-I))
                          DELIMITED BY SIZE
                      " released=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                      " allocated_to_date=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTY-DISPLAY-2)
                          DELIMITED BY SIZE
                      " still_owed=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTY-DISPLAY-3)
                          DELIMITED BY SIZE
                   INTO WS-RELEASE-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-RELEASE-LINE
           END-PERFORM.
           EXIT.

       WRITE-RELEASE-TOTALS.
           MOVE SPACES TO WS-RELEASE-LINE.
           WRITE WS-RELEASE-LINE.
           MOVE WS-RELEASED-COUNT TO WS-QTY-DISPLAY.
           MOVE WS-PARTIAL-COUNT TO WS-QTY-DISPLAY-2.
           MOVE WS-WAITING-COUNT TO WS-QTY-DISPLAY-3.
           MOVE SPACES TO WS-RELEASE-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Released in full: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "  part-filled: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  "  still waiting: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-3) DELIMITED BY SIZE
               INTO WS-RELEASE-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-RELEASE-LINE.
           EXIT.

      *> WRITE-RELEASE-JOURNAL records the decrement in the movement
      *> journal, the line shape WRITE-ALLOCATION-JOURNAL writes in
      *> FULFILL, with this job's name as the "who" and the order key
      *> as the reference.
       WRITE-RELEASE-JOURNAL.
           OPEN EXTEND INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "35"
               OPEN OUTPUT INV-JOURNAL-FILE
           END-IF.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAKE-QTY TO WS-QTY-DISPLAY.
           MOVE WS-INV-QTY TO WS-QTY-DISPLAY-2.
           MOVE SPACES TO WS-INV-JOURNAL-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  "|ISSUE|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|BOREALLOC|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-KEY) DELIMITED BY SIZE
               INTO WS-INV-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-INV-JOURNAL-LINE.
           CLOSE INV-JOURNAL-FILE.
           EXIT.
