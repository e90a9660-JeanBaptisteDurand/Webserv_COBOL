      *> FULFILL is the downstream job logs/txn_accepted.dat was
      *> always written for: it parses each accepted intake record's
      *> body into order fields (order=, sku=, qty= pairs, the same
      *> name=value shape the form endpoints use, or the "sku" and
      *> "qty" members of a JSON order), allocates the
      *> ordered quantity against the indexed inventory master
      *> INVHANDL serves, and writes one record per order to the
      *> order master with its status - ALLOCATED when stock covered
      *> it, BACKORDER when it did not. Each run also prints a pick
      *> list for the warehouse and a backorder report, so nobody
      *> retypes accepted lines into the warehouse system by hand.
      *> An order for an item ITEMMAINT has RETIRED is not allocated
      *> or backordered at all: it goes to the master as REFUSED and
      *> is listed on the backorder report for customer service.
      *> Processed lines are drained from the accepted file (lines
      *> whose body cannot be parsed into order fields are moved to
      *> the unparsed split instead, never silently dropped). Run it
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
           05 WS-ORD-CLIENT-IP    PIC X(39).
           05 WS-ORD-TIMESTAMP    PIC X(21).
           05 WS-ORD-STATUS       PIC X(12).
      *> The fields below were added after the first order masters
      *> were written. A master still in the 139-byte layout (key
      *> to status) cannot be read with this one: IDXCHECK CONVERT
      *> ORDERS moves it across once.
      *> Quantity allocated so far: the full quantity once
      *> ALLOCATED, zero on BACKORDER until BOREALLOC part-fills it.
           05 WS-ORD-ALLOC-QTY    PIC 9(9).
      *> Partner the order came in for, so "/orders" can scope a
      *> lookup to the caller's own orders.
           05 WS-ORD-PARTNER      PIC X(16).
      *> Quantity confirmed shipped by SHIPCONF.
           05 WS-ORD-SHIPPED-QTY  PIC 9(9).
      *> Order value from the accepted line's amount column.
           05 WS-ORD-AMOUNT       PIC 9(11)V99.
      *> Invoice that billed the order - blank until BILLRUN.
           05 WS-ORD-INVOICE-NO   PIC X(12).
       FD  PICK-LIST-FILE.
       01  WS-PICK-LIST-LINE      PIC X(132).
       FD  BACKORDER-FILE.
       77 WS-ORDER-QTY            PIC 9(9) VALUE 0.
       77 WS-SCAN-JUNK            PIC X(8192) VALUE SPACES.
       77 WS-SCAN-TAIL            PIC X(256) VALUE SPACES.
       77 WS-JSON-KEY             PIC X(16) VALUE SPACES.
       77 WS-JSON-VALUE           PIC X(32) VALUE SPACES.
       77 WS-PARSE-OK             PIC X(1) VALUE "N".
           88 WS-PARSE-IS-OK      VALUE "Y".

       77 WS-READ-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-ALLOCATED-COUNT      PIC 9(9) COMP VALUE 0.
       77 WS-BACKORDER-COUNT      PIC 9(9) COMP VALUE 0.
       77 WS-REFUSED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-UNPARSED-COUNT       PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-QTY-DISPLAY          PIC Z(8)9.
           MOVE WS-BACKORDER-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Commandes en reliquat: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Commandes refusees (article retire): "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-UNPARSED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Lignes non analysables: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
                   INTO WS-ORDER-QTY-X
               END-UNSTRING
           END-IF.
           *> A JSON body (a partner's POST, or a line PARTLOAD
           *> loaded from an order file) names them "sku" and "qty".
           IF WS-ORDER-SKU = SPACES AND WS-LINE-BODY (1 : 1) = "{"
               MOVE '"sku":' TO WS-JSON-KEY
               PERFORM FIND-BODY-JSON-VALUE
               MOVE WS-JSON-VALUE TO WS-ORDER-SKU
               MOVE '"qty":' TO WS-JSON-KEY
               PERFORM FIND-BODY-JSON-VALUE
               MOVE WS-JSON-VALUE TO WS-ORDER-QTY-X
           END-IF.
           IF WS-ORDER-SKU = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-ORDER-QTY-X) NOT = 0
               EXIT PARAGRAPH
           MOVE "Y" TO WS-PARSE-OK.
           EXIT.

      *> FIND-BODY-JSON-VALUE takes the value after WS-JSON-KEY up
      *> to the next comma or closing brace, quoted or not.
       FIND-BODY-JSON-VALUE.
           MOVE SPACES TO WS-JSON-VALUE.
           MOVE SPACES TO WS-SCAN-JUNK.
           MOVE SPACES TO WS-SCAN-TAIL.
           UNSTRING WS-LINE-BODY
                   DELIMITED BY FUNCTION TRIM (WS-JSON-KEY)
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           IF WS-SCAN-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-SCAN-TAIL DELIMITED BY "," OR "}"
               INTO WS-JSON-VALUE
           END-UNSTRING.
           INSPECT WS-JSON-VALUE REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM (WS-JSON-VALUE) TO WS-JSON-VALUE.
           EXIT.

      *> ALLOCATE-ORDER tries to take the ordered quantity out of the
      *> inventory master: enough stock means ALLOCATED (and the
      *> decrement is journaled like any other issue movement), not
      *> enough - or an unknown SKU - means BACKORDER with the stock
      *> left untouched, so a partial pick never happens silently.
      *> A RETIRED item will never be restocked, so its order is
      *> REFUSED rather than left waiting on a backorder.
       ALLOCATE-ORDER.
           MOVE "N" TO WS-SKU-KNOWN.
           MOVE WS-ORDER-SKU TO WS-INV-SKU.
               NOT INVALID KEY
                   MOVE "Y" TO WS-SKU-KNOWN
           END-READ.
           IF WS-SKU-IS-KNOWN AND WS-INV-STATUS = "RETIRED"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-ORD-STATUS
               MOVE 0 TO WS-ORD-ALLOC-QTY
               PERFORM WRITE-BACKORDER-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SKU-IS-KNOWN AND WS-INV-QTY >= WS-ORDER-QTY
               SUBTRACT WS-ORDER-QTY FROM WS-INV-QTY
               REWRITE WS-INV-MASTER-RECORD
               PERFORM WRITE-ALLOCATION-JOURNAL
               ADD 1 TO WS-ALLOCATED-COUNT
               MOVE "ALLOCATED" TO WS-ORD-STATUS
               MOVE WS-ORDER-QTY TO WS-ORD-ALLOC-QTY
               PERFORM WRITE-PICK-LINE
           ELSE
               ADD 1 TO WS-BACKORDER-COUNT
               MOVE "BACKORDER" TO WS-ORD-STATUS
               MOVE 0 TO WS-ORD-ALLOC-QTY
               PERFORM WRITE-BACKORDER-LINE
           END-IF.
           EXIT.
           MOVE WS-ORDER-QTY TO WS-ORD-QTY.
           MOVE WS-LINE-IP TO WS-ORD-CLIENT-IP.
           MOVE WS-LINE-TIMESTAMP TO WS-ORD-TIMESTAMP.
           MOVE FUNCTION UPPER-CASE (WS-LINE-PARTNER) TO WS-ORD-PARTNER.
           MOVE 0 TO WS-ORD-SHIPPED-QTY.
           MOVE 0 TO WS-ORD-AMOUNT.
           IF WS-LINE-AMOUNT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-LINE-AMOUNT) = 0
               IF FUNCTION NUMVAL (WS-LINE-AMOUNT) > 0
                   COMPUTE WS-ORD-AMOUNT =
                       FUNCTION NUMVAL (WS-LINE-AMOUNT)
               END-IF
           END-IF.
           MOVE SPACES TO WS-ORD-INVOICE-NO.
           WRITE WS-ORDER-RECORD
               INVALID KEY
                   *> Should not happen - PROCESS-ONE-ORDER already
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           IF WS-ORD-STATUS = "REFUSED"
               STRING " REFUSED (retired sku)" DELIMITED BY SIZE
                   INTO WS-BACKORDER-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-BACKORDER-LINE.
           EXIT.

      *> WRITE-ALLOCATION-JOURNAL records the stock decrement in the
      *> same movement journal INVHANDL's POST path writes, so the
      *> audit trail covers batch allocations and clerk movements
      *> alike. The order key goes in the reference column, so
      *> FILLRATE can tell a first-pass allocation from a release.
       WRITE-ALLOCATION-JOURNAL.
           OPEN EXTEND INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "35"
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|FULFILL|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-KEY) DELIMITED BY SIZE
               INTO WS-INV-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
