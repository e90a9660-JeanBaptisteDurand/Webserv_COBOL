       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.
      *> SHIPCONF takes the warehouse's shipment confirmations into
      *> the order master, which until now stopped at ALLOCATED or
      *> BACKORDER with no record of what actually left the dock.
      *> The warehouse drops one line per shipped order line in
      *> logs/ship_confirm.dat:
      *>     order|sku|qty shipped|carrier|tracking number
      *> and each one is matched to an order line (order number and
      *> SKU) that still has allocated stock not yet shipped:
      *>   - the line's shipped quantity goes up. The status is the
      *>     order's, not the line's: every shipped line of the order
      *>     is SHIPPED once the order's total shipped quantity has
      *>     caught up with its total allocated quantity and nothing
      *>     is left on backorder, PART-SHIPPED while any of it is
      *>     still to come. The order is totalled in a pass ahead of
      *>     the apply pass, and a last pass brings lines applied
      *>     earlier in the run up to the order's final status;
      *>   - one record goes to the shipment journal (who, what, how
      *>     many, carrier and tracking number);
      *>   - an ISSUE movement for the shipped quantity goes to the
      *>     inventory journal, tagged SHIPCONF. The master quantity
      *>     itself is not decremented again: FULFILL and BOREALLOC
      *>     already took allocated stock off WS-INV-QTY, so the
      *>     movement records the physical issue against the SKU and
      *>     carries the unchanged on-hand figure;
      *>   - a ship-notice line is queued for PARTEXTRACT, which
      *>     sends each partner its ship notices on the next run.
      *> A confirmation that matches no line, or ships more than is
      *> allocated and unshipped, is refused with the reason and
      *> kept in logs/ship_confirm_rejected.dat for the warehouse to
      *> correct; nothing is half-applied. The confirmation file is
      *> emptied once every line has been applied or refused. Should
      *> the order master fail to reopen for the last pass, the
      *> orders shipped against are listed in
      *> logs/ship_confirm_unsettled.dat and settled by the next
      *> run, which exits nonzero meanwhile. NIGHTRUN
      *> runs it ahead of PARTEXTRACT; it can also be run by hand
      *> whenever the dock sends a file in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO WS-CONFIRM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT CONFIRM-REJECT-FILE ASSIGN TO WS-CONFIRM-REJECT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-REJECT-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO WS-ORDER-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORD-KEY
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT INV-MASTER-FILE ASSIGN TO WS-INV-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INV-SKU
               FILE STATUS IS WS-INV-MASTER-STATUS.
           SELECT INV-JOURNAL-FILE ASSIGN TO WS-INV-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-JOURNAL-STATUS.
           SELECT SHIP-JOURNAL-FILE ASSIGN TO WS-SHIP-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-JOURNAL-STATUS.
           SELECT NOTICE-FILE ASSIGN TO WS-NOTICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT SHIP-REPORT-FILE ASSIGN TO WS-SHIP-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-REPORT-STATUS.
           SELECT UNSETTLED-FILE ASSIGN TO WS-UNSETTLED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNSETTLED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-FILE.
       01  WS-CONFIRM-LINE        PIC X(160).
       FD  CONFIRM-REJECT-FILE.
       01  WS-CONFIRM-REJECT-LINE PIC X(220).
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
       FD  SHIP-JOURNAL-FILE.
       01  WS-SHIP-JOURNAL-LINE   PIC X(200).
       FD  NOTICE-FILE.
       01  WS-NOTICE-LINE         PIC X(160).
       FD  SHIP-REPORT-FILE.
       01  WS-SHIP-REPORT-LINE    PIC X(132).
       FD  UNSETTLED-FILE.
       01  WS-UNSETTLED-LINE      PIC X(16).

       WORKING-STORAGE SECTION.
       77 WS-CONFIRM-PATH         PIC X(256)
           VALUE "logs/ship_confirm.dat".
       77 WS-CONFIRM-STATUS       PIC X(2) VALUE SPACES.
       77 WS-CONFIRM-REJECT-PATH  PIC X(256)
           VALUE "logs/ship_confirm_rejected.dat".
       77 WS-CONFIRM-REJECT-STATUS PIC X(2) VALUE SPACES.
       77 WS-ORDER-MASTER-PATH    PIC X(256)
           VALUE "logs/orders.dat".
       77 WS-ORDER-MASTER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-SHIP-JOURNAL-PATH    PIC X(256)
           VALUE "logs/shipment_journal.dat".
       77 WS-SHIP-JOURNAL-STATUS  PIC X(2) VALUE SPACES.
       77 WS-NOTICE-PATH          PIC X(256)
           VALUE "logs/ship_notice_pending.dat".
       77 WS-NOTICE-STATUS        PIC X(2) VALUE SPACES.
       77 WS-SHIP-REPORT-PATH     PIC X(256)
           VALUE "logs/shipment_report.txt".
       77 WS-SHIP-REPORT-STATUS   PIC X(2) VALUE SPACES.
      *> Orders shipped against whose status the last pass could not
      *> settle - one order number per line.
       77 WS-UNSETTLED-PATH       PIC X(256)
           VALUE "logs/ship_confirm_unsettled.dat".
       77 WS-UNSETTLED-STATUS     PIC X(2) VALUE SPACES.
       77 WS-UNSETTLED-LOADED     PIC 9(4) COMP VALUE 0.
       77 WS-UNSETTLED-MORE       PIC X(1) VALUE "N".
       77 WS-SETTLE-FAILED        PIC X(1) VALUE "N".

      *> The run's confirmations, loaded first so one pass over the
      *> order master can apply them all (the master is keyed by
      *> transaction key, not by order number).
       01 WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 500 TIMES.
              10 WS-CF-ORDER      PIC X(16) VALUE SPACES.
              10 WS-CF-SKU        PIC X(16) VALUE SPACES.
              10 WS-CF-QTY        PIC 9(9) VALUE 0.
              10 WS-CF-CARRIER    PIC X(16) VALUE SPACES.
              10 WS-CF-TRACKING   PIC X(32) VALUE SPACES.
              10 WS-CF-LINE       PIC X(160) VALUE SPACES.
              10 WS-CF-APPLIED    PIC X(1) VALUE "N".
              10 WS-CF-SEEN-LINE  PIC X(1) VALUE "N".
       77 WS-CF-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-CF-INDEX             PIC 9(4) COMP VALUE 0.

      *> One entry per order number the run's confirmations name,
      *> and per order a previous run left unsettled, totalled over
      *> every line of the order in the master: what was ordered,
      *> allocated and shipped (shipped is kept up to date as
      *> confirmations apply).
       01 WS-SO-TABLE.
           05 WS-SO-ENTRY OCCURS 1000 TIMES.
              10 WS-SO-ORDER      PIC X(16) VALUE SPACES.
              10 WS-SO-QTY        PIC 9(11) VALUE 0.
              10 WS-SO-ALLOC-QTY  PIC 9(11) VALUE 0.
              10 WS-SO-SHIPPED-QTY PIC 9(11) VALUE 0.
              10 WS-SO-APPLIED    PIC X(1) VALUE "N".
       77 WS-SO-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-SO-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-SO-FOUND             PIC 9(4) COMP VALUE 0.
       77 WS-SO-WANTED            PIC X(16) VALUE SPACES.
       77 WS-ORDER-STATUS-NOW     PIC X(12) VALUE SPACES.

      *> Fields of one confirmation line.
       77 WS-IN-ORDER             PIC X(16) VALUE SPACES.
       77 WS-IN-SKU               PIC X(16) VALUE SPACES.
       77 WS-IN-QTY-X             PIC X(9) VALUE SPACES.
       77 WS-IN-CARRIER           PIC X(16) VALUE SPACES.
       77 WS-IN-TRACKING          PIC X(32) VALUE SPACES.
       77 WS-REJECT-REASON        PIC X(40) VALUE SPACES.

       77 WS-SHIPPABLE            PIC 9(9) VALUE 0.
       77 WS-RECORD-CHANGED       PIC X(1) VALUE "N".
       77 WS-READ-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-APPLIED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-REFUSED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-SHIPPED-UNITS        PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-QTY-DISPLAY          PIC Z(8)9.
       77 WS-QTY-DISPLAY-2        PIC Z(8)9.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-JOURNAL-PTR          PIC S9(9) COMP VALUE 1.
       77 WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-INV-OPEN             PIC X(1) VALUE "N".
           88 WS-INV-IS-OPEN      VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN INPUT CONFIRM-FILE.
           IF WS-CONFIRM-STATUS NOT = "00"
               DISPLAY "Pas de confirmations d'expedition: "
                   FUNCTION TRIM (WS-CONFIRM-PATH)
               STOP RUN
           END-IF.
           OPEN EXTEND CONFIRM-REJECT-FILE.
           IF WS-CONFIRM-REJECT-STATUS = "35"
               OPEN OUTPUT CONFIRM-REJECT-FILE
           END-IF.
           *> Refused lines must have somewhere to go before the
           *> confirmation file can be taken and emptied.
           IF WS-CONFIRM-REJECT-STATUS NOT = "00"
               DISPLAY "Fichier des refus impossible a ouvrir: "
                   FUNCTION TRIM (WS-CONFIRM-REJECT-PATH) " "
                   WS-CONFIRM-REJECT-STATUS
               CLOSE CONFIRM-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-UNSETTLED-ORDERS.
           OPEN OUTPUT SHIP-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL WS-CONFIRM-STATUS = "10"
               READ CONFIRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONFIRMATION
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-FILE.
           OPEN I-O ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               DISPLAY "Pas de fichier maitre des commandes: "
                   FUNCTION TRIM (WS-ORDER-MASTER-PATH)
               CLOSE CONFIRM-REJECT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TOTAL-ONE-ORDER-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           *> Nothing is applied yet: stop with the confirmations left
           *> in place for the next run.
           OPEN I-O ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               DISPLAY "Reouverture du fichier des commandes"
                   " impossible: " WS-ORDER-MASTER-STATUS
                   " - confirmations laissees en place."
               CLOSE CONFIRM-REJECT-FILE
               CLOSE SHIP-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-INV-OPEN.
           OPEN INPUT INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS = "00"
               MOVE "Y" TO WS-INV-OPEN
           END-IF.
           PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-TO-ONE-ORDER-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           *> The confirmations are applied and journaled by now, so a
           *> master that will not reopen cannot stop the file being
           *> emptied (the next run would ship them twice); the orders
           *> are kept for the next run to settle instead.
           OPEN I-O ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS = "00"
               PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
                   READ ORDER-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SETTLE-ONE-ORDER-LINE
                   END-READ
               END-PERFORM
               CLOSE ORDER-MASTER-FILE
               IF WS-UNSETTLED-LOADED > 0
                       AND WS-UNSETTLED-MORE = "N"
                   OPEN OUTPUT UNSETTLED-FILE
                   CLOSE UNSETTLED-FILE
               END-IF
           ELSE
               DISPLAY "Reouverture du fichier des commandes"
                   " impossible: " WS-ORDER-MASTER-STATUS
                   " - statuts a regler au prochain passage."
               MOVE "Y" TO WS-SETTLE-FAILED
               PERFORM SAVE-UNSETTLED-ORDERS
           END-IF.
           IF WS-INV-IS-OPEN
               CLOSE INV-MASTER-FILE
           END-IF.
           PERFORM VARYING WS-CF-INDEX FROM 1 BY 1
                   UNTIL WS-CF-INDEX > WS-CF-COUNT
               IF WS-CF-APPLIED (WS-CF-INDEX) NOT = "Y"
                   PERFORM REFUSE-UNMATCHED-CONFIRMATION
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SHIP-REPORT-FILE.
           CLOSE CONFIRM-REJECT-FILE.
           *> Every line has been applied or moved to the rejected
           *> split - empty the confirmation file so the next file the
           *> dock sends is not applied on top of this one.
           OPEN OUTPUT CONFIRM-FILE.
           CLOSE CONFIRM-FILE.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Confirmations lues     : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Confirmations appliquees: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Confirmations refusees : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           IF WS-SETTLE-FAILED = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> LOAD-UNSETTLED-ORDERS takes the orders a previous run could
      *> not settle into the order table as already shipped against,
      *> so the last pass of this run settles them. Settling twice is
      *> harmless; the list is only emptied once all of it was taken.
       LOAD-UNSETTLED-ORDERS.
           MOVE 0 TO WS-UNSETTLED-LOADED.
           MOVE "N" TO WS-UNSETTLED-MORE.
           OPEN INPUT UNSETTLED-FILE.
           IF WS-UNSETTLED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-UNSETTLED-STATUS NOT = "00"
               READ UNSETTLED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-UNSETTLED-LINE NOT = SPACES
                           ADD 1 TO WS-UNSETTLED-LOADED
                           PERFORM LOAD-ONE-UNSETTLED-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNSETTLED-FILE.
           EXIT.

       LOAD-ONE-UNSETTLED-ORDER.
           MOVE WS-UNSETTLED-LINE TO WS-SO-WANTED.
           PERFORM FIND-ORDER-TOTALS.
           IF WS-SO-FOUND > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SO-COUNT >= 500
               MOVE "Y" TO WS-UNSETTLED-MORE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SO-COUNT.
           MOVE WS-UNSETTLED-LINE TO WS-SO-ORDER (WS-SO-COUNT).
           MOVE "Y" TO WS-SO-APPLIED (WS-SO-COUNT).
           EXIT.

      *> SAVE-UNSETTLED-ORDERS lists every order shipped against in
      *> this run, and any still carried from an earlier one.
       SAVE-UNSETTLED-ORDERS.
           IF WS-UNSETTLED-MORE = "Y"
               OPEN EXTEND UNSETTLED-FILE
           ELSE
               OPEN OUTPUT UNSETTLED-FILE
           END-IF.
           IF WS-UNSETTLED-STATUS NOT = "00"
               DISPLAY "Liste des commandes a regler impossible a"
                   " ecrire: " WS-UNSETTLED-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
                   UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF WS-SO-APPLIED (WS-SO-INDEX) = "Y"
                   MOVE WS-SO-ORDER (WS-SO-INDEX) TO WS-UNSETTLED-LINE
                   WRITE WS-UNSETTLED-LINE
               END-IF
           END-PERFORM.
           CLOSE UNSETTLED-FILE.
           EXIT.

      *> LOAD-ONE-CONFIRMATION checks the line's own fields and
      *> keeps it for the order-master pass; a line that cannot be
      *> read at all is refused straight away.
       LOAD-ONE-CONFIRMATION.
           IF WS-CONFIRM-LINE (1:1) = "#" OR WS-CONFIRM-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-IN-ORDER.
           MOVE SPACES TO WS-IN-SKU.
           MOVE SPACES TO WS-IN-QTY-X.
           MOVE SPACES TO WS-IN-CARRIER.
           MOVE SPACES TO WS-IN-TRACKING.
           UNSTRING WS-CONFIRM-LINE DELIMITED BY "|"
               INTO WS-IN-ORDER WS-IN-SKU WS-IN-QTY-X
                    WS-IN-CARRIER WS-IN-TRACKING
           END-UNSTRING.
           IF WS-IN-ORDER = SPACES OR WS-IN-SKU = SPACES
               MOVE "missing order or sku" TO WS-REJECT-REASON
               PERFORM REFUSE-CONFIRMATION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-IN-QTY-X) NOT = 0
               MOVE "invalid quantity" TO WS-REJECT-REASON
               PERFORM REFUSE-CONFIRMATION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-IN-QTY-X) <= 0
               MOVE "invalid quantity" TO WS-REJECT-REASON
               PERFORM REFUSE-CONFIRMATION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-CARRIER = SPACES OR WS-IN-TRACKING = SPACES
               MOVE "missing carrier or tracking number"
                   TO WS-REJECT-REASON
               PERFORM REFUSE-CONFIRMATION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CF-COUNT >= 500
               *> Past the table's 500 slots: refuse rather than drop,
               *> so the line is resubmitted with the next file.
               MOVE "over 500 confirmations in one run"
                   TO WS-REJECT-REASON
               PERFORM REFUSE-CONFIRMATION-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CF-COUNT.
           MOVE WS-IN-ORDER TO WS-CF-ORDER (WS-CF-COUNT).
           MOVE FUNCTION UPPER-CASE (WS-IN-SKU)
               TO WS-CF-SKU (WS-CF-COUNT).
           COMPUTE WS-CF-QTY (WS-CF-COUNT) =
               FUNCTION NUMVAL (WS-IN-QTY-X).
           MOVE WS-IN-CARRIER TO WS-CF-CARRIER (WS-CF-COUNT).
           MOVE WS-IN-TRACKING TO WS-CF-TRACKING (WS-CF-COUNT).
           MOVE WS-CONFIRM-LINE TO WS-CF-LINE (WS-CF-COUNT).
           MOVE "N" TO WS-CF-APPLIED (WS-CF-COUNT).
           MOVE "N" TO WS-CF-SEEN-LINE (WS-CF-COUNT).
           MOVE WS-IN-ORDER TO WS-SO-WANTED.
           PERFORM FIND-ORDER-TOTALS.
           IF WS-SO-FOUND = 0
               ADD 1 TO WS-SO-COUNT
               MOVE WS-IN-ORDER TO WS-SO-ORDER (WS-SO-COUNT)
           END-IF.
           EXIT.

      *> FIND-ORDER-TOTALS leaves in WS-SO-FOUND the order-totals
      *> entry for WS-SO-WANTED, or 0 when no confirmation names it.
       FIND-ORDER-TOTALS.
           MOVE 0 TO WS-SO-FOUND.
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
                   UNTIL WS-SO-INDEX > WS-SO-COUNT
                      OR WS-SO-FOUND > 0
               IF FUNCTION TRIM (WS-SO-ORDER (WS-SO-INDEX))
                       = FUNCTION TRIM (WS-SO-WANTED)
                   MOVE WS-SO-INDEX TO WS-SO-FOUND
               END-IF
           END-PERFORM.
           EXIT.

      *> TOTAL-ONE-ORDER-LINE adds a line of a confirmed order into
      *> the order's totals before anything is applied.
       TOTAL-ONE-ORDER-LINE.
           MOVE WS-ORD-NUMBER TO WS-SO-WANTED.
           PERFORM FIND-ORDER-TOTALS.
           IF WS-SO-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-ALLOC-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-ALLOC-QTY
           END-IF.
           IF WS-ORD-SHIPPED-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-SHIPPED-QTY
           END-IF.
           ADD WS-ORD-QTY TO WS-SO-QTY (WS-SO-FOUND).
           ADD WS-ORD-ALLOC-QTY TO WS-SO-ALLOC-QTY (WS-SO-FOUND).
           ADD WS-ORD-SHIPPED-QTY TO WS-SO-SHIPPED-QTY (WS-SO-FOUND).
           EXIT.

      *> SET-ORDER-STATUS-NOW derives the order's status from its
      *> totals: SHIPPED once everything allocated has shipped and
      *> nothing is still owed on backorder, PART-SHIPPED before.
       SET-ORDER-STATUS-NOW.
           IF WS-SO-SHIPPED-QTY (WS-SO-FOUND)
                   >= WS-SO-ALLOC-QTY (WS-SO-FOUND)
                   AND WS-SO-ALLOC-QTY (WS-SO-FOUND)
                   >= WS-SO-QTY (WS-SO-FOUND)
               MOVE "SHIPPED" TO WS-ORDER-STATUS-NOW
           ELSE
               MOVE "PART-SHIPPED" TO WS-ORDER-STATUS-NOW
           END-IF.
           EXIT.

      *> SETTLE-ONE-ORDER-LINE gives every shipped line of an order
      *> this run shipped against the order's final status, so a
      *> line applied early in the run does not keep PART-SHIPPED
      *> after a later confirmation completed the order. Lines with
      *> nothing shipped yet keep their allocation status.
       SETTLE-ONE-ORDER-LINE.
           MOVE WS-ORD-NUMBER TO WS-SO-WANTED.
           PERFORM FIND-ORDER-TOTALS.
           IF WS-SO-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SO-APPLIED (WS-SO-FOUND) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-SHIPPED-QTY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-SHIPPED-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-ORDER-STATUS-NOW.
           IF WS-ORD-STATUS = WS-ORDER-STATUS-NOW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDER-STATUS-NOW TO WS-ORD-STATUS.
           REWRITE WS-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour de la commande impossible: "
                       WS-ORD-KEY
           END-REWRITE.
           EXIT.

      *> APPLY-TO-ONE-ORDER-LINE offers the order line in hand to
      *> every confirmation still waiting for it. A confirmation only
      *> applies whole: if this line has too little allocated and
      *> unshipped it waits for another line of the same order/SKU,
      *> and is refused at the end if none takes it.
       APPLY-TO-ONE-ORDER-LINE.
           MOVE "N" TO WS-RECORD-CHANGED.
           IF WS-ORD-ALLOC-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-ALLOC-QTY
           END-IF.
           IF WS-ORD-SHIPPED-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-SHIPPED-QTY
           END-IF.
           PERFORM VARYING WS-CF-INDEX FROM 1 BY 1
                   UNTIL WS-CF-INDEX > WS-CF-COUNT
               IF WS-CF-APPLIED (WS-CF-INDEX) NOT = "Y"
                       AND FUNCTION TRIM (WS-CF-ORDER (WS-CF-INDEX))
                           = FUNCTION TRIM (WS-ORD-NUMBER)
                       AND FUNCTION TRIM (WS-CF-SKU (WS-CF-INDEX))
                           = FUNCTION TRIM (WS-ORD-SKU)
                   MOVE "Y" TO WS-CF-SEEN-LINE (WS-CF-INDEX)
                   PERFORM APPLY-ONE-CONFIRMATION
               END-IF
           END-PERFORM.
           IF WS-RECORD-CHANGED = "Y"
               REWRITE WS-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Mise a jour de la commande impossible: "
                           WS-ORD-KEY
               END-REWRITE
           END-IF.
           EXIT.

       APPLY-ONE-CONFIRMATION.
           IF WS-ORD-ALLOC-QTY > WS-ORD-SHIPPED-QTY
               COMPUTE WS-SHIPPABLE =
                   WS-ORD-ALLOC-QTY - WS-ORD-SHIPPED-QTY
           ELSE
               MOVE 0 TO WS-SHIPPABLE
           END-IF.
           IF WS-CF-QTY (WS-CF-INDEX) > WS-SHIPPABLE
               EXIT PARAGRAPH
           END-IF.
           ADD WS-CF-QTY (WS-CF-INDEX) TO WS-ORD-SHIPPED-QTY.
           MOVE WS-ORD-NUMBER TO WS-SO-WANTED.
           PERFORM FIND-ORDER-TOTALS.
           ADD WS-CF-QTY (WS-CF-INDEX)
               TO WS-SO-SHIPPED-QTY (WS-SO-FOUND).
           MOVE "Y" TO WS-SO-APPLIED (WS-SO-FOUND).
           PERFORM SET-ORDER-STATUS-NOW.
           MOVE WS-ORDER-STATUS-NOW TO WS-ORD-STATUS.
           MOVE "Y" TO WS-RECORD-CHANGED.
           MOVE "Y" TO WS-CF-APPLIED (WS-CF-INDEX).
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-CF-QTY (WS-CF-INDEX) TO WS-SHIPPED-UNITS.
           PERFORM WRITE-SHIPMENT-JOURNAL.
           PERFORM WRITE-ISSUE-JOURNAL.
           PERFORM WRITE-SHIP-NOTICE.
           PERFORM WRITE-SHIPPED-LINE.
           EXIT.

      *> REFUSE-UNMATCHED-CONFIRMATION explains why a well-formed
      *> confirmation found no home: no such order line at all, or
      *> more shipped than the line has allocated and unshipped.
       REFUSE-UNMATCHED-CONFIRMATION.
           IF WS-CF-SEEN-LINE (WS-CF-INDEX) = "Y"
               MOVE "exceeds allocated unshipped quantity"
                   TO WS-REJECT-REASON
           ELSE
               MOVE "no such order line" TO WS-REJECT-REASON
           END-IF.
           MOVE WS-CF-LINE (WS-CF-INDEX) TO WS-CONFIRM-LINE.
           PERFORM REFUSE-CONFIRMATION-LINE.
           EXIT.

      *> REFUSE-CONFIRMATION-LINE keeps the refused line with its
      *> reason ("line|reason", the shape TXNBATCH's rejected split
      *> uses) and lists it on the report.
       REFUSE-CONFIRMATION-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           IF WS-CONFIRM-REJECT-STATUS = "00"
               MOVE SPACES TO WS-CONFIRM-REJECT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING FUNCTION TRIM (WS-CONFIRM-LINE)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REJECT-REASON)
                          DELIMITED BY SIZE
                   INTO WS-CONFIRM-REJECT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-CONFIRM-REJECT-LINE
           END-IF.
           IF WS-SHIP-REPORT-STATUS = "00"
               MOVE SPACES TO WS-SHIP-REPORT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING "  REFUSED " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CONFIRM-LINE)
                          DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REJECT-REASON)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-SHIP-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-SHIP-REPORT-LINE
           END-IF.
           EXIT.

      *> WRITE-SHIPMENT-JOURNAL appends one line per applied
      *> confirmation: "stamp|order|sku|qty|carrier|tracking|partner|
      *> txn key|order status after this confirmation".
       WRITE-SHIPMENT-JOURNAL.
           OPEN EXTEND SHIP-JOURNAL-FILE.
           IF WS-SHIP-JOURNAL-STATUS = "35"
               OPEN OUTPUT SHIP-JOURNAL-FILE
           END-IF.
           IF WS-SHIP-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CF-QTY (WS-CF-INDEX) TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-SHIP-JOURNAL-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-NUMBER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CF-CARRIER (WS-CF-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CF-TRACKING (WS-CF-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-KEY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-STATUS) DELIMITED BY SIZE
               INTO WS-SHIP-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-SHIP-JOURNAL-LINE.
           CLOSE SHIP-JOURNAL-FILE.
           EXIT.

      *> WRITE-ISSUE-JOURNAL records the shipped quantity as an ISSUE
      *> movement in the inventory journal INVHANDL and FULFILL
      *> write, with the SKU's current on-hand as the after figure.
       WRITE-ISSUE-JOURNAL.
           MOVE 0 TO WS-QTY-DISPLAY-2.
           IF WS-INV-IS-OPEN
               MOVE WS-ORD-SKU TO WS-INV-SKU
               READ INV-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO WS-INV-QTY
               END-READ
               MOVE WS-INV-QTY TO WS-QTY-DISPLAY-2
           END-IF.
           OPEN EXTEND INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "35"
               OPEN OUTPUT INV-JOURNAL-FILE
           END-IF.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CF-QTY (WS-CF-INDEX) TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-INV-JOURNAL-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  "|ISSUE|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|SHIPCONF|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
               INTO WS-INV-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-INV-JOURNAL-LINE.
           CLOSE INV-JOURNAL-FILE.
           EXIT.

      *> WRITE-SHIP-NOTICE queues "partner|order|sku|qty|carrier|
      *> tracking|ship stamp" for PARTEXTRACT's ship-notice extract.
       WRITE-SHIP-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           IF WS-NOTICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CF-QTY (WS-CF-INDEX) TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-NOTICE-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING FUNCTION TRIM (WS-ORD-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-NUMBER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CF-CARRIER (WS-CF-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CF-TRACKING (WS-CF-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
               INTO WS-NOTICE-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-NOTICE-LINE.
           CLOSE NOTICE-FILE.
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-SHIP-REPORT-LINE.
           STRING "Shipment confirmations - run " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
               INTO WS-SHIP-REPORT-LINE
           END-STRING.
           WRITE WS-SHIP-REPORT-LINE.
           EXIT.

       WRITE-SHIPPED-LINE.
           MOVE WS-CF-QTY (WS-CF-INDEX) TO WS-QTY-DISPLAY.
           MOVE WS-ORD-SHIPPED-QTY TO WS-QTY-DISPLAY-2.
           MOVE SPACES TO WS-SHIP-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-NUMBER) DELIMITED BY SIZE
                  "  shipped " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  " via " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CF-CARRIER (WS-CF-INDEX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CF-TRACKING (WS-CF-INDEX))
                      DELIMITED BY SIZE
                  "  line_shipped=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-STATUS) DELIMITED BY SIZE
               INTO WS-SHIP-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-SHIP-REPORT-LINE.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-SHIP-REPORT-LINE.
           WRITE WS-SHIP-REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-QTY-DISPLAY.
           MOVE WS-SHIPPED-UNITS TO WS-QTY-DISPLAY-2.
           MOVE SPACES TO WS-SHIP-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Applied: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " confirmation(s), " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  " unit(s) shipped" DELIMITED BY SIZE
               INTO WS-SHIP-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-SHIP-REPORT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-SHIP-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Refused: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " (see " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CONFIRM-REJECT-PATH)
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-SHIP-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-SHIP-REPORT-LINE.
           EXIT.
