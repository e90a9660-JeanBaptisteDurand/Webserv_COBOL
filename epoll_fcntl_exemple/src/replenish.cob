       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN.
      *> REPLEN turns the REORDER flags INVHANDL shows on screen into
      *> purchase orders, so buyers stop retyping the low-stock list
      *> into email. The supplier master is config/suppliers.conf
      *> (each supplier's lead time, and the SKUs it supplies with
      *> their order multiple). Each night, after the day's
      *> allocations, it takes every SKU whose stock net of open
      *> backorder demand (the same BACKORDER / PART-ALLOC /
      *> PART-SHIPPED remainders BOREALLOC chases) is at or below
      *> its reorder point, and suggests
      *>   reorder point + backorders owed + lead-time demand
      *>   - stock on hand,
      *> at least one unit, rounded up to the order multiple, where
      *> lead-time demand is the SKU's ordered quantity over the
      *> last REPLEN_DEMAND_DAYS days (config/webserver.conf,
      *> default 30) spread over the supplier's lead time.
      *> The day's suggestions for a supplier become one purchase
      *> order, written to logs/po_<supplier>_<po number>.dat:
      *>   H + po number (12) + supplier (16) + order date (8)
      *>     + due date (8)
      *>   D + po number (12) + sku (16) + quantity (9)
      *>   T + line count (9) + total quantity (11)
      *> Every PO line is kept in logs/po_register.dat ("po|supplier|
      *> sku|qty|received|raised|due|state"); a RECEIPT posted to
      *> /inventory with ref=<po number> books in against it, and the
      *> line stays OPEN until its quantity has been received. A SKU
      *> with an open PO line is not suggested again - the report
      *> shows it as on order instead. logs/replenishment_report.txt
      *> gives the working behind every quantity suggested.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO WS-SUPPLIER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.
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
           SELECT PO-REGISTER-FILE ASSIGN TO WS-PO-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PO-REGISTER-STATUS.
           SELECT PO-WORK-FILE ASSIGN TO WS-PO-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PO-WORK-STATUS.
           SELECT PO-FILE ASSIGN TO WS-PO-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE         PIC X(256).
       FD  SUPPLIER-FILE.
       01  WS-SUPPLIER-LINE       PIC X(160).
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
       FD  PO-REGISTER-FILE.
       01  WS-PO-REGISTER-LINE    PIC X(160).
       FD  PO-WORK-FILE.
       01  WS-PO-WORK-LINE        PIC X(160).
       FD  PO-FILE.
       01  WS-PO-FILE-LINE        PIC X(80).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-SUPPLIER-PATH        PIC X(256)
           VALUE "config/suppliers.conf".
       77 WS-SUPPLIER-STATUS      PIC X(2) VALUE SPACES.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-ORDER-MASTER-PATH    PIC X(256)
           VALUE "logs/orders.dat".
       77 WS-ORDER-MASTER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-PO-REGISTER-PATH     PIC X(256)
           VALUE "logs/po_register.dat".
       77 WS-PO-REGISTER-STATUS   PIC X(2) VALUE SPACES.
       77 WS-PO-WORK-PATH         PIC X(256)
           VALUE "logs/po_register.tmp".
       77 WS-PO-WORK-STATUS       PIC X(2) VALUE SPACES.
       77 WS-PO-FILE-PATH         PIC X(256) VALUE SPACES.
       77 WS-PO-FILE-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/replenishment_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-FROM-C-PATH          PIC X(257) VALUE SPACES.
       77 WS-TO-C-PATH            PIC X(257) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-DEMAND-DAYS          PIC 9(4) VALUE 30.

       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-TODAY-DAYS           PIC 9(9) COMP VALUE 0.
       77 WS-DATE-NUM             PIC 9(8) VALUE 0.
       77 WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.
       77 WS-DUE-DATE             PIC 9(8) VALUE 0.

      *> Supplier master: suppliers ("S" rows) and the SKUs each one
      *> supplies ("I" rows).
       01 WS-SUPPLIER-TABLE.
           05 WS-SUP-ENTRY OCCURS 50 TIMES.
              10 WS-SUP-ID        PIC X(16) VALUE SPACES.
              10 WS-SUP-NAME      PIC X(48) VALUE SPACES.
              10 WS-SUP-LEAD      PIC 9(4) VALUE 0.
              10 WS-SUP-LINES     PIC 9(4) COMP VALUE 0.
              10 WS-SUP-PO-NO     PIC X(12) VALUE SPACES.
       77 WS-SUP-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-SUP-INDEX            PIC 9(4) COMP VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITM-ENTRY OCCURS 500 TIMES.
              10 WS-ITM-SKU       PIC X(16) VALUE SPACES.
              10 WS-ITM-SUP       PIC 9(4) COMP VALUE 0.
              10 WS-ITM-MULTIPLE  PIC 9(9) VALUE 1.
       77 WS-ITM-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-ITM-INDEX            PIC 9(4) COMP VALUE 0.
       77 WS-SM-KIND              PIC X(4) VALUE SPACES.
       77 WS-SM-FIELD-1           PIC X(16) VALUE SPACES.
       77 WS-SM-FIELD-2           PIC X(16) VALUE SPACES.
       77 WS-SM-FIELD-3           PIC X(48) VALUE SPACES.
       77 WS-SM-BAD-COUNT         PIC 9(9) COMP VALUE 0.

      *> PO register, as loaded plus the lines raised tonight.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 5000 TIMES.
              10 WS-PO-NUMBER     PIC X(12) VALUE SPACES.
              10 WS-PO-SUPPLIER   PIC X(16) VALUE SPACES.
              10 WS-PO-SKU        PIC X(16) VALUE SPACES.
              10 WS-PO-QTY        PIC 9(9) VALUE 0.
              10 WS-PO-RECEIVED   PIC 9(9) VALUE 0.
              10 WS-PO-RAISED     PIC X(14) VALUE SPACES.
              10 WS-PO-DUE        PIC X(8) VALUE SPACES.
              10 WS-PO-STATE      PIC X(8) VALUE SPACES.
              10 WS-PO-NEW        PIC X(1) VALUE "N".
       77 WS-PO-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PO-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PO-FULL              PIC X(1) VALUE "N".
       77 WS-PO-LOAD-FULL         PIC X(1) VALUE "N".
       77 WS-LAST-PO-SEQ          PIC 9(8) VALUE 0.
       77 WS-PO-SEQ-X             PIC X(8) VALUE SPACES.
       77 WS-PR-QTY-X             PIC X(12) VALUE SPACES.
       77 WS-PR-RECEIVED-X        PIC X(12) VALUE SPACES.

      *> Journal fields, for RECEIPT lines carrying a PO reference.
       77 WS-JNL-STAMP            PIC X(14) VALUE SPACES.
       77 WS-JNL-SKU              PIC X(16) VALUE SPACES.
       77 WS-JNL-TYPE             PIC X(8) VALUE SPACES.
       77 WS-JNL-QTY-X            PIC X(12) VALUE SPACES.
       77 WS-JNL-WHO              PIC X(32) VALUE SPACES.
       77 WS-JNL-AFTER-X          PIC X(12) VALUE SPACES.
       77 WS-JNL-REF              PIC X(16) VALUE SPACES.
       77 WS-JNL-QTY              PIC 9(9) VALUE 0.

      *> Per-SKU demand from the order master: backorder quantity
      *> still owed, and quantity ordered inside the demand window.
       01 WS-DEMAND-TABLE.
           05 WS-DM-ENTRY OCCURS 500 TIMES.
              10 WS-DM-SKU        PIC X(16) VALUE SPACES.
              10 WS-DM-BACKORDER  PIC 9(9) VALUE 0.
              10 WS-DM-RECENT     PIC 9(9) VALUE 0.
       77 WS-DM-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-DM-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-DM-SKIPPED           PIC 9(9) COMP VALUE 0.
       77 WS-WANTED-SKU           PIC X(16) VALUE SPACES.
       77 WS-SCAN-INDEX           PIC 9(4) COMP VALUE 0.
       77 WS-OUTSTANDING          PIC 9(9) VALUE 0.

      *> One entry per low SKU, with the working behind it.
      *> WS-LW-KIND: S suggested, O already on order, N no supplier.
       01 WS-LOW-TABLE.
           05 WS-LW-ENTRY OCCURS 500 TIMES.
              10 WS-LW-SKU        PIC X(16) VALUE SPACES.
              10 WS-LW-KIND       PIC X(1) VALUE SPACES.
              10 WS-LW-ONHAND     PIC 9(9) VALUE 0.
              10 WS-LW-BACKORDER  PIC 9(9) VALUE 0.
              10 WS-LW-REORDER    PIC 9(9) VALUE 0.
              10 WS-LW-RECENT     PIC 9(9) VALUE 0.
              10 WS-LW-LEAD       PIC 9(4) VALUE 0.
              10 WS-LW-LEAD-DEMAND PIC 9(9) VALUE 0.
              10 WS-LW-NEED       PIC 9(9) VALUE 0.
              10 WS-LW-MULTIPLE   PIC 9(9) VALUE 0.
              10 WS-LW-ORDER-QTY  PIC 9(9) VALUE 0.
              10 WS-LW-SUP        PIC 9(4) COMP VALUE 0.
              10 WS-LW-PO         PIC 9(4) COMP VALUE 0.
       77 WS-LW-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-LW-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-LW-SKIPPED           PIC 9(9) COMP VALUE 0.

       77 WS-AVAILABLE            PIC S9(10) VALUE 0.
       77 WS-TARGET               PIC S9(11) VALUE 0.
       77 WS-PACKS                PIC 9(9) VALUE 0.
       77 WS-LINE-COUNT           PIC 9(9) VALUE 0.
       77 WS-TOTAL-QTY            PIC 9(11) VALUE 0.

       77 WS-SKU-COUNT            PIC 9(9) COMP VALUE 0.
       77 WS-SUGGESTED-COUNT      PIC 9(9) COMP VALUE 0.
       77 WS-ON-ORDER-COUNT       PIC 9(9) COMP VALUE 0.
       77 WS-NO-SUPPLIER-COUNT    PIC 9(9) COMP VALUE 0.
       77 WS-PO-RAISED-COUNT      PIC 9(9) COMP VALUE 0.
       77 WS-CLOSED-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-QTY-EDIT             PIC Z(8)9.
       77 WS-QTY-EDIT-2           PIC Z(8)9.
       77 WS-QTY-EDIT-3           PIC Z(8)9.
       77 WS-QTY-EDIT-4           PIC Z(8)9.
       77 WS-DAYS-EDIT            PIC Z(3)9.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 8) TO WS-TODAY.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM READ-REPLEN-CONFIG.
           PERFORM LOAD-SUPPLIER-MASTER.
           PERFORM LOAD-PO-REGISTER.
           *> A register longer than the table cannot be rewritten
           *> without losing the lines past it - stop before anything
           *> is raised or saved.
           IF WS-PO-LOAD-FULL = "Y"
               DISPLAY "Registre des commandes fournisseur de plus de"
                   " 5000 lignes - a archiver avant de relancer;"
                   " aucun bon de commande emis."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM APPLY-PO-RECEIPTS.
           PERFORM LOAD-ORDER-DEMAND.
           OPEN INPUT INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS NOT = "00"
               DISPLAY "Stock indisponible: "
                   FUNCTION TRIM (WS-INV-MASTER-PATH)
                   " (lancer d'abord une requete /inventory)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-INV-MASTER-STATUS NOT = "00"
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EVALUATE-ONE-SKU
               END-READ
           END-PERFORM.
           CLOSE INV-MASTER-FILE.
           PERFORM RAISE-PURCHASE-ORDERS.
           PERFORM SAVE-PO-REGISTER.
           IF WS-PO-REGISTER-STATUS NOT = "00"
               DISPLAY "Registre des commandes fournisseur non mis a"
                   " jour - aucun bon de commande emis."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
                   UNTIL WS-SUP-INDEX > WS-SUP-COUNT
               IF WS-SUP-PO-NO (WS-SUP-INDEX) NOT = SPACES
                   PERFORM WRITE-ONE-PO-FILE
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPLEN-REPORT.
           MOVE WS-SKU-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Articles sous le seuil    : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-SUGGESTED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Reapprovisionnements      : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-ON-ORDER-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Deja en commande          : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-NO-SUPPLIER-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Sans fournisseur          : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-PO-RAISED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Bons de commande emis     : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-PATH).
           STOP RUN.

       READ-REPLEN-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CONFIG-LINE (1:1) NOT = "#"
                               AND WS-CONFIG-LINE NOT = SPACES
                           UNSTRING WS-CONFIG-LINE DELIMITED BY "="
                               INTO WS-CFG-KEY WS-CFG-VALUE
                           END-UNSTRING
                           IF WS-CFG-KEY = "REPLEN_DEMAND_DAYS"
                               AND FUNCTION TEST-NUMVAL (WS-CFG-VALUE)
                                   = 0
                               COMPUTE WS-DEMAND-DAYS =
                                   FUNCTION NUMVAL (WS-CFG-VALUE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           IF WS-DEMAND-DAYS = 0
               MOVE 30 TO WS-DEMAND-DAYS
           END-IF.
           EXIT.

      *> LOAD-SUPPLIER-MASTER reads the "S" rows and then the "I"
      *> rows in one pass; an "I" row for a supplier not yet seen is
      *> counted as bad, so suppliers are listed ahead of their SKUs.
       LOAD-SUPPLIER-MASTER.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS NOT = "00"
               DISPLAY "Pas de fichier fournisseurs: "
                   FUNCTION TRIM (WS-SUPPLIER-PATH)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUPPLIER-STATUS = "10"
               READ SUPPLIER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SUPPLIER-LINE (1:1) NOT = "#"
                               AND WS-SUPPLIER-LINE NOT = SPACES
                           PERFORM LOAD-ONE-SUPPLIER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-FILE.
           IF WS-SM-BAD-COUNT > 0
               MOVE WS-SM-BAD-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Lignes fournisseurs ignorees: "
                   FUNCTION TRIM (WS-DISPLAY-COUNT)
           END-IF.
           EXIT.

       LOAD-ONE-SUPPLIER-ROW.
           MOVE SPACES TO WS-SM-KIND WS-SM-FIELD-1 WS-SM-FIELD-2
               WS-SM-FIELD-3.
           UNSTRING WS-SUPPLIER-LINE DELIMITED BY "|"
               INTO WS-SM-KIND WS-SM-FIELD-1 WS-SM-FIELD-2
                    WS-SM-FIELD-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-SM-FIELD-1) TO WS-SM-FIELD-1.
           EVALUATE WS-SM-KIND
               WHEN "S"
                   IF WS-SM-FIELD-1 = SPACES
                           OR FUNCTION TEST-NUMVAL (WS-SM-FIELD-2)
                               NOT = 0
                           OR WS-SUP-COUNT >= 50
                       ADD 1 TO WS-SM-BAD-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SUP-COUNT
                   MOVE WS-SM-FIELD-1 TO WS-SUP-ID (WS-SUP-COUNT)
                   COMPUTE WS-SUP-LEAD (WS-SUP-COUNT) =
                       FUNCTION NUMVAL (WS-SM-FIELD-2)
                   MOVE WS-SM-FIELD-3 TO WS-SUP-NAME (WS-SUP-COUNT)
               WHEN "I"
                   PERFORM LOAD-ONE-SUPPLIER-ITEM
               WHEN OTHER
                   ADD 1 TO WS-SM-BAD-COUNT
           END-EVALUATE.
           EXIT.

       LOAD-ONE-SUPPLIER-ITEM.
           MOVE 0 TO WS-SUP-INDEX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-SUP-COUNT
               IF WS-SUP-ID (WS-SCAN-INDEX) = WS-SM-FIELD-1
                   MOVE WS-SCAN-INDEX TO WS-SUP-INDEX
               END-IF
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE (WS-SM-FIELD-2) TO WS-WANTED-SKU.
           IF WS-SUP-INDEX = 0 OR WS-WANTED-SKU = SPACES
                   OR WS-ITM-COUNT >= 500
               ADD 1 TO WS-SM-BAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUPPLIER-ITEM.
           IF WS-ITM-INDEX NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           MOVE WS-WANTED-SKU TO WS-ITM-SKU (WS-ITM-COUNT).
           MOVE WS-SUP-INDEX TO WS-ITM-SUP (WS-ITM-COUNT).
           MOVE 1 TO WS-ITM-MULTIPLE (WS-ITM-COUNT).
           IF FUNCTION TEST-NUMVAL (WS-SM-FIELD-3) = 0
               COMPUTE WS-ITM-MULTIPLE (WS-ITM-COUNT) =
                   FUNCTION NUMVAL (WS-SM-FIELD-3)
           END-IF.
           IF WS-ITM-MULTIPLE (WS-ITM-COUNT) = 0
               MOVE 1 TO WS-ITM-MULTIPLE (WS-ITM-COUNT)
           END-IF.
           EXIT.

      *> FIND-SUPPLIER-ITEM: WS-ITM-INDEX for WS-WANTED-SKU, 0 if
      *> no supplier lists it (first listing wins).
       FIND-SUPPLIER-ITEM.
           MOVE 0 TO WS-ITM-INDEX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-ITM-COUNT
                       OR WS-ITM-INDEX NOT = 0
               IF WS-ITM-SKU (WS-SCAN-INDEX) = WS-WANTED-SKU
                   MOVE WS-SCAN-INDEX TO WS-ITM-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-PO-REGISTER reads every PO line raised so far and finds
      *> the highest PO number used, so numbering carries on from it.
       LOAD-PO-REGISTER.
           OPEN INPUT PO-REGISTER-FILE.
           IF WS-PO-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PO-REGISTER-STATUS = "10"
               READ PO-REGISTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-PO-LINE
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER-FILE.
           EXIT.

       LOAD-ONE-PO-LINE.
           IF WS-PO-REGISTER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-PO-COUNT >= 5000
               MOVE "Y" TO WS-PO-LOAD-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PO-COUNT.
           MOVE SPACES TO WS-PR-QTY-X WS-PR-RECEIVED-X.
           UNSTRING WS-PO-REGISTER-LINE DELIMITED BY "|"
               INTO WS-PO-NUMBER (WS-PO-COUNT)
                    WS-PO-SUPPLIER (WS-PO-COUNT)
                    WS-PO-SKU (WS-PO-COUNT)
                    WS-PR-QTY-X WS-PR-RECEIVED-X
                    WS-PO-RAISED (WS-PO-COUNT)
                    WS-PO-DUE (WS-PO-COUNT)
                    WS-PO-STATE (WS-PO-COUNT)
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL (WS-PR-QTY-X) = 0
               COMPUTE WS-PO-QTY (WS-PO-COUNT) =
                   FUNCTION NUMVAL (WS-PR-QTY-X)
           END-IF.
           MOVE 0 TO WS-PO-RECEIVED (WS-PO-COUNT).
           MOVE WS-PO-NUMBER (WS-PO-COUNT) (3 : 8) TO WS-PO-SEQ-X.
           IF WS-PO-SEQ-X IS NUMERIC
               IF WS-PO-SEQ-X > WS-LAST-PO-SEQ
                   MOVE WS-PO-SEQ-X TO WS-LAST-PO-SEQ
               END-IF
           END-IF.
           EXIT.

      *> APPLY-PO-RECEIPTS totals, from the whole inventory journal,
      *> the RECEIPT quantities booked in against each PO line (the
      *> seventh field INVHANDL writes when the POST carried ref=),
      *> and closes the lines now fully received.
       APPLY-PO-RECEIPTS.
           IF WS-PO-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-INV-JOURNAL-STATUS = "10"
                   READ INV-JOURNAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-RECEIPT-LINE
                   END-READ
               END-PERFORM
               CLOSE INV-JOURNAL-FILE
           END-IF.
           PERFORM VARYING WS-PO-INDEX FROM 1 BY 1
                   UNTIL WS-PO-INDEX > WS-PO-COUNT
               IF WS-PO-RECEIVED (WS-PO-INDEX)
                       >= WS-PO-QTY (WS-PO-INDEX)
                   IF WS-PO-STATE (WS-PO-INDEX) NOT = "RECEIVED"
                       ADD 1 TO WS-CLOSED-COUNT
                   END-IF
                   MOVE "RECEIVED" TO WS-PO-STATE (WS-PO-INDEX)
               ELSE
                   MOVE "OPEN" TO WS-PO-STATE (WS-PO-INDEX)
               END-IF
           END-PERFORM.
           EXIT.

       APPLY-ONE-RECEIPT-LINE.
           MOVE SPACES TO WS-JNL-STAMP WS-JNL-SKU WS-JNL-TYPE
               WS-JNL-QTY-X WS-JNL-WHO WS-JNL-AFTER-X WS-JNL-REF.
           UNSTRING WS-INV-JOURNAL-LINE DELIMITED BY "|"
               INTO WS-JNL-STAMP WS-JNL-SKU WS-JNL-TYPE
                    WS-JNL-QTY-X WS-JNL-WHO WS-JNL-AFTER-X
                    WS-JNL-REF
           END-UNSTRING.
           IF WS-JNL-REF = SPACES
                   OR FUNCTION UPPER-CASE (WS-JNL-TYPE) NOT = "RECEIPT"
                   OR FUNCTION TEST-NUMVAL (WS-JNL-QTY-X) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JNL-QTY = FUNCTION NUMVAL (WS-JNL-QTY-X).
           MOVE FUNCTION UPPER-CASE (WS-JNL-SKU) TO WS-JNL-SKU.
           PERFORM VARYING WS-PO-INDEX FROM 1 BY 1
                   UNTIL WS-PO-INDEX > WS-PO-COUNT
               IF WS-PO-NUMBER (WS-PO-INDEX) = WS-JNL-REF
                       AND FUNCTION UPPER-CASE (WS-PO-SKU (WS-PO-INDEX))
                           = WS-JNL-SKU
                   ADD WS-JNL-QTY TO WS-PO-RECEIVED (WS-PO-INDEX)
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-ORDER-DEMAND walks the order master once for both the
      *> backorder remainder owed per SKU and the quantity ordered
      *> inside the demand window.
       LOAD-ORDER-DEMAND.
           OPEN INPUT ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-ORDER-DEMAND
               END-READ
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           EXIT.

       NOTE-ONE-ORDER-DEMAND.
           MOVE 0 TO WS-OUTSTANDING.
           IF WS-ORD-ALLOC-QTY < WS-ORD-QTY
               IF WS-ORD-STATUS = "BACKORDER"
                       OR WS-ORD-STATUS = "PART-ALLOC"
                       OR WS-ORD-STATUS = "PART-SHIPPED"
                   COMPUTE WS-OUTSTANDING =
                       WS-ORD-QTY - WS-ORD-ALLOC-QTY
               END-IF
           END-IF.
           MOVE -1 TO WS-AGE-DAYS.
           IF WS-ORD-TIMESTAMP (1 : 8) IS NUMERIC
               MOVE WS-ORD-TIMESTAMP (1 : 8) TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = 0
                   COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS
                       - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               END-IF
           END-IF.
           IF WS-OUTSTANDING = 0
                   AND (WS-AGE-DAYS < 0
                        OR WS-AGE-DAYS >= WS-DEMAND-DAYS)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-ORD-SKU) TO WS-WANTED-SKU.
           PERFORM FIND-DEMAND-ENTRY.
           IF WS-DM-INDEX = 0
               IF WS-DM-COUNT >= 500
                   ADD 1 TO WS-DM-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-COUNT
               MOVE WS-DM-COUNT TO WS-DM-INDEX
               MOVE WS-WANTED-SKU TO WS-DM-SKU (WS-DM-INDEX)
           END-IF.
           ADD WS-OUTSTANDING TO WS-DM-BACKORDER (WS-DM-INDEX).
           IF WS-AGE-DAYS >= 0 AND WS-AGE-DAYS < WS-DEMAND-DAYS
               ADD WS-ORD-QTY TO WS-DM-RECENT (WS-DM-INDEX)
           END-IF.
           EXIT.

       FIND-DEMAND-ENTRY.
           MOVE 0 TO WS-DM-INDEX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-DM-COUNT
                       OR WS-DM-INDEX NOT = 0
               IF WS-DM-SKU (WS-SCAN-INDEX) = WS-WANTED-SKU
                   MOVE WS-SCAN-INDEX TO WS-DM-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> EVALUATE-ONE-SKU decides whether the SKU just read is low
      *> and, if so, what to do about it.
       EVALUATE-ONE-SKU.
      *> A RETIRED item is never bought again, however low it runs.
           IF WS-INV-STATUS = "RETIRED"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-INV-SKU) TO WS-WANTED-SKU.
           PERFORM FIND-DEMAND-ENTRY.
           MOVE 0 TO WS-OUTSTANDING.
           IF WS-DM-INDEX NOT = 0
               MOVE WS-DM-BACKORDER (WS-DM-INDEX) TO WS-OUTSTANDING
           END-IF.
           IF WS-INV-REORDER = 0 AND WS-OUTSTANDING = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AVAILABLE = WS-INV-QTY - WS-OUTSTANDING.
           IF WS-AVAILABLE > WS-INV-REORDER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SKU-COUNT.
           IF WS-LW-COUNT >= 500
               ADD 1 TO WS-LW-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LW-COUNT.
           MOVE WS-LW-COUNT TO WS-LW-INDEX.
           MOVE WS-INV-SKU TO WS-LW-SKU (WS-LW-INDEX).
           MOVE WS-INV-QTY TO WS-LW-ONHAND (WS-LW-INDEX).
           MOVE WS-OUTSTANDING TO WS-LW-BACKORDER (WS-LW-INDEX).
           MOVE WS-INV-REORDER TO WS-LW-REORDER (WS-LW-INDEX).
           IF WS-DM-INDEX NOT = 0
               MOVE WS-DM-RECENT (WS-DM-INDEX)
                   TO WS-LW-RECENT (WS-LW-INDEX)
           END-IF.
           PERFORM VARYING WS-PO-INDEX FROM 1 BY 1
                   UNTIL WS-PO-INDEX > WS-PO-COUNT
                       OR WS-LW-PO (WS-LW-INDEX) NOT = 0
               IF WS-PO-STATE (WS-PO-INDEX) = "OPEN"
                       AND FUNCTION UPPER-CASE (WS-PO-SKU (WS-PO-INDEX))
                           = WS-WANTED-SKU
                   MOVE WS-PO-INDEX TO WS-LW-PO (WS-LW-INDEX)
               END-IF
           END-PERFORM.
           IF WS-LW-PO (WS-LW-INDEX) NOT = 0
               MOVE "O" TO WS-LW-KIND (WS-LW-INDEX)
               ADD 1 TO WS-ON-ORDER-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SUPPLIER-ITEM.
           IF WS-ITM-INDEX = 0
               MOVE "N" TO WS-LW-KIND (WS-LW-INDEX)
               ADD 1 TO WS-NO-SUPPLIER-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITM-SUP (WS-ITM-INDEX) TO WS-SUP-INDEX.
           MOVE WS-SUP-INDEX TO WS-LW-SUP (WS-LW-INDEX).
           MOVE WS-SUP-LEAD (WS-SUP-INDEX) TO WS-LW-LEAD (WS-LW-INDEX).
           MOVE WS-ITM-MULTIPLE (WS-ITM-INDEX)
               TO WS-LW-MULTIPLE (WS-LW-INDEX).
           COMPUTE WS-LW-LEAD-DEMAND (WS-LW-INDEX) =
               (WS-LW-RECENT (WS-LW-INDEX) * WS-LW-LEAD (WS-LW-INDEX)
                + WS-DEMAND-DAYS - 1) / WS-DEMAND-DAYS.
           COMPUTE WS-TARGET = WS-INV-REORDER + WS-OUTSTANDING
               + WS-LW-LEAD-DEMAND (WS-LW-INDEX) - WS-INV-QTY.
           IF WS-TARGET < 1
               MOVE 1 TO WS-TARGET
           END-IF.
           MOVE WS-TARGET TO WS-LW-NEED (WS-LW-INDEX).
           COMPUTE WS-PACKS = (WS-LW-NEED (WS-LW-INDEX)
               + WS-LW-MULTIPLE (WS-LW-INDEX) - 1)
               / WS-LW-MULTIPLE (WS-LW-INDEX).
           COMPUTE WS-LW-ORDER-QTY (WS-LW-INDEX) =
               WS-PACKS * WS-LW-MULTIPLE (WS-LW-INDEX).
           MOVE "S" TO WS-LW-KIND (WS-LW-INDEX).
           ADD 1 TO WS-SUP-LINES (WS-SUP-INDEX).
           ADD 1 TO WS-SUGGESTED-COUNT.
           EXIT.

      *> RAISE-PURCHASE-ORDERS numbers one PO per supplier with
      *> suggestions and adds its lines to the register table.
       RAISE-PURCHASE-ORDERS.
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
                   UNTIL WS-SUP-INDEX > WS-SUP-COUNT
               IF WS-SUP-LINES (WS-SUP-INDEX) > 0
                   PERFORM RAISE-ONE-PURCHASE-ORDER
               END-IF
           END-PERFORM.
           EXIT.

       RAISE-ONE-PURCHASE-ORDER.
           IF WS-PO-COUNT + WS-SUP-LINES (WS-SUP-INDEX) > 5000
               MOVE "Y" TO WS-PO-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LAST-PO-SEQ.
           MOVE SPACES TO WS-SUP-PO-NO (WS-SUP-INDEX).
           STRING "PO" DELIMITED BY SIZE
                  WS-LAST-PO-SEQ DELIMITED BY SIZE
               INTO WS-SUP-PO-NO (WS-SUP-INDEX)
           END-STRING.
           ADD 1 TO WS-PO-RAISED-COUNT.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-DAYS + WS-SUP-LEAD (WS-SUP-INDEX)).
           PERFORM VARYING WS-LW-INDEX FROM 1 BY 1
                   UNTIL WS-LW-INDEX > WS-LW-COUNT
               IF WS-LW-KIND (WS-LW-INDEX) = "S"
                       AND WS-LW-SUP (WS-LW-INDEX) = WS-SUP-INDEX
                   ADD 1 TO WS-PO-COUNT
                   MOVE WS-SUP-PO-NO (WS-SUP-INDEX)
                       TO WS-PO-NUMBER (WS-PO-COUNT)
                   MOVE WS-SUP-ID (WS-SUP-INDEX)
                       TO WS-PO-SUPPLIER (WS-PO-COUNT)
                   MOVE WS-LW-SKU (WS-LW-INDEX)
                       TO WS-PO-SKU (WS-PO-COUNT)
                   MOVE WS-LW-ORDER-QTY (WS-LW-INDEX)
                       TO WS-PO-QTY (WS-PO-COUNT)
                   MOVE 0 TO WS-PO-RECEIVED (WS-PO-COUNT)
                   MOVE WS-STAMP-HOLD (1 : 14)
                       TO WS-PO-RAISED (WS-PO-COUNT)
                   MOVE WS-DUE-DATE TO WS-PO-DUE (WS-PO-COUNT)
                   MOVE "OPEN" TO WS-PO-STATE (WS-PO-COUNT)
                   MOVE "Y" TO WS-PO-NEW (WS-PO-COUNT)
                   MOVE WS-PO-COUNT TO WS-LW-PO (WS-LW-INDEX)
               END-IF
           END-PERFORM.
           EXIT.

      *> SAVE-PO-REGISTER writes the whole register to a work file
      *> and renames it over the old one, so a crash mid-write
      *> leaves the previous register intact. The register goes
      *> down before any PO file is written: a PO that reached a
      *> supplier is always on it, and so never raised twice.
       SAVE-PO-REGISTER.
           IF WS-PO-FULL = "Y"
               DISPLAY "Registre des commandes fournisseur plein"
                   " (5000 lignes) - a archiver."
           END-IF.
           OPEN OUTPUT PO-WORK-FILE.
           IF WS-PO-WORK-STATUS NOT = "00"
               MOVE WS-PO-WORK-STATUS TO WS-PO-REGISTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PO-INDEX FROM 1 BY 1
                   UNTIL WS-PO-INDEX > WS-PO-COUNT
               MOVE WS-PO-QTY (WS-PO-INDEX) TO WS-QTY-EDIT
               MOVE WS-PO-RECEIVED (WS-PO-INDEX) TO WS-QTY-EDIT-2
               MOVE SPACES TO WS-PO-WORK-LINE
               STRING FUNCTION TRIM (WS-PO-NUMBER (WS-PO-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PO-SUPPLIER (WS-PO-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PO-SKU (WS-PO-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PO-RAISED (WS-PO-INDEX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-PO-DUE (WS-PO-INDEX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PO-STATE (WS-PO-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-PO-WORK-LINE
               END-STRING
               WRITE WS-PO-WORK-LINE
           END-PERFORM.
           CLOSE PO-WORK-FILE.
           MOVE SPACES TO WS-FROM-C-PATH.
           STRING FUNCTION TRIM (WS-PO-WORK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FROM-C-PATH
           END-STRING.
           MOVE SPACES TO WS-TO-C-PATH.
           STRING FUNCTION TRIM (WS-PO-REGISTER-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-TO-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-FROM-C-PATH
               BY REFERENCE WS-TO-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               MOVE "30" TO WS-PO-REGISTER-STATUS
           ELSE
               MOVE "00" TO WS-PO-REGISTER-STATUS
           END-IF.
           EXIT.

      *> WRITE-ONE-PO-FILE writes supplier WS-SUP-INDEX's PO file
      *> with its header, one detail line per SKU and a trailer.
       WRITE-ONE-PO-FILE.
           MOVE SPACES TO WS-PO-FILE-PATH.
           STRING "logs/po_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUP-ID (WS-SUP-INDEX))
                      DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUP-PO-NO (WS-SUP-INDEX))
                      DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-PO-FILE-PATH
           END-STRING.
           OPEN OUTPUT PO-FILE.
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "Bon de commande impossible: "
                   FUNCTION TRIM (WS-PO-FILE-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-TOTAL-QTY.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-DAYS + WS-SUP-LEAD (WS-SUP-INDEX)).
           MOVE SPACES TO WS-PO-FILE-LINE.
           STRING "H" DELIMITED BY SIZE
                  WS-SUP-PO-NO (WS-SUP-INDEX) DELIMITED BY SIZE
                  WS-SUP-ID (WS-SUP-INDEX) DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
               INTO WS-PO-FILE-LINE
           END-STRING.
           WRITE WS-PO-FILE-LINE.
           PERFORM VARYING WS-LW-INDEX FROM 1 BY 1
                   UNTIL WS-LW-INDEX > WS-LW-COUNT
               IF WS-LW-KIND (WS-LW-INDEX) = "S"
                       AND WS-LW-SUP (WS-LW-INDEX) = WS-SUP-INDEX
                   MOVE SPACES TO WS-PO-FILE-LINE
                   STRING "D" DELIMITED BY SIZE
                          WS-SUP-PO-NO (WS-SUP-INDEX)
                              DELIMITED BY SIZE
                          WS-LW-SKU (WS-LW-INDEX) DELIMITED BY SIZE
                          WS-LW-ORDER-QTY (WS-LW-INDEX)
                              DELIMITED BY SIZE
                       INTO WS-PO-FILE-LINE
                   END-STRING
                   WRITE WS-PO-FILE-LINE
                   ADD 1 TO WS-LINE-COUNT
                   ADD WS-LW-ORDER-QTY (WS-LW-INDEX) TO WS-TOTAL-QTY
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PO-FILE-LINE.
           STRING "T" DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  WS-TOTAL-QTY DELIMITED BY SIZE
               INTO WS-PO-FILE-LINE
           END-STRING.
           WRITE WS-PO-FILE-LINE.
           CLOSE PO-FILE.
           EXIT.

       WRITE-REPLEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEMAND-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Replenishment suggestions - " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " (demand window " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DAYS-EDIT) DELIMITED BY SIZE
                  " days)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE "order = reorder point + backorders owed + lead-time"
               & " demand - on hand (min 1), rounded up to the"
               & " order multiple" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "SUGGESTED" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-LW-INDEX FROM 1 BY 1
                   UNTIL WS-LW-INDEX > WS-LW-COUNT
               IF WS-LW-KIND (WS-LW-INDEX) = "S"
                   PERFORM WRITE-SUGGESTION-LINES
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "LOW BUT ALREADY ON ORDER" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-LW-INDEX FROM 1 BY 1
                   UNTIL WS-LW-INDEX > WS-LW-COUNT
               IF WS-LW-KIND (WS-LW-INDEX) = "O"
                   PERFORM WRITE-ON-ORDER-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "LOW WITH NO SUPPLIER ON FILE" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-LW-INDEX FROM 1 BY 1
                   UNTIL WS-LW-INDEX > WS-LW-COUNT
               IF WS-LW-KIND (WS-LW-INDEX) = "N"
                   MOVE WS-LW-ONHAND (WS-LW-INDEX) TO WS-QTY-EDIT
                   MOVE WS-LW-BACKORDER (WS-LW-INDEX) TO WS-QTY-EDIT-2
                   MOVE WS-LW-REORDER (WS-LW-INDEX) TO WS-QTY-EDIT-3
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-LW-SKU (WS-LW-INDEX) DELIMITED BY SIZE
                          " on hand " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                          ", backorders " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTY-EDIT-2)
                              DELIMITED BY SIZE
                          ", reorder point " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTY-EDIT-3)
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "OPEN PURCHASE ORDER LINES (ordered / received)"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-PO-INDEX FROM 1 BY 1
                   UNTIL WS-PO-INDEX > WS-PO-COUNT
               IF WS-PO-STATE (WS-PO-INDEX) = "OPEN"
                   PERFORM WRITE-OPEN-PO-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PO lines received in full since last run: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-LW-SKIPPED > 0 OR WS-DM-SKIPPED > 0
               MOVE "Table limits reached - some SKUs were not"
                   & " evaluated this run" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-SUGGESTION-LINES.
           MOVE WS-LW-SUP (WS-LW-INDEX) TO WS-SUP-INDEX.
           MOVE WS-LW-ORDER-QTY (WS-LW-INDEX) TO WS-QTY-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-LW-SKU (WS-LW-INDEX) DELIMITED BY SIZE
                  " order " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUP-ID (WS-SUP-INDEX))
                      DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUP-PO-NO (WS-SUP-INDEX))
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-LW-REORDER (WS-LW-INDEX) TO WS-QTY-EDIT.
           MOVE WS-LW-BACKORDER (WS-LW-INDEX) TO WS-QTY-EDIT-2.
           MOVE WS-LW-LEAD-DEMAND (WS-LW-INDEX) TO WS-QTY-EDIT-3.
           MOVE WS-LW-ONHAND (WS-LW-INDEX) TO WS-QTY-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      reorder point " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  " + backorders " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
                  " + lead-time demand " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-3) DELIMITED BY SIZE
                  " - on hand " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-4) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-LW-RECENT (WS-LW-INDEX) TO WS-QTY-EDIT.
           MOVE WS-LW-LEAD (WS-LW-INDEX) TO WS-DAYS-EDIT.
           MOVE WS-LW-NEED (WS-LW-INDEX) TO WS-QTY-EDIT-2.
           MOVE WS-LW-MULTIPLE (WS-LW-INDEX) TO WS-QTY-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "      lead-time demand = " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  " ordered in window x " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DAYS-EDIT) DELIMITED BY SIZE
                  " lead days / " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           MOVE WS-DEMAND-DAYS TO WS-DAYS-EDIT.
           STRING FUNCTION TRIM (WS-DAYS-EDIT) DELIMITED BY SIZE
                  "; need " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
                  ", multiple " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-3) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

       WRITE-ON-ORDER-LINE.
           MOVE WS-LW-PO (WS-LW-INDEX) TO WS-PO-INDEX.
           MOVE WS-LW-ONHAND (WS-LW-INDEX) TO WS-QTY-EDIT.
           MOVE WS-LW-BACKORDER (WS-LW-INDEX) TO WS-QTY-EDIT-2.
           COMPUTE WS-QTY-EDIT-3 = WS-PO-QTY (WS-PO-INDEX)
               - WS-PO-RECEIVED (WS-PO-INDEX).
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-LW-SKU (WS-LW-INDEX) DELIMITED BY SIZE
                  " on hand " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  ", backorders " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-3) DELIMITED BY SIZE
                  " still due on " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PO-NUMBER (WS-PO-INDEX))
                      DELIMITED BY SIZE
                  ", not suggested again" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

       WRITE-OPEN-PO-LINE.
           MOVE WS-PO-QTY (WS-PO-INDEX) TO WS-QTY-EDIT.
           MOVE WS-PO-RECEIVED (WS-PO-INDEX) TO WS-QTY-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-PO-NUMBER (WS-PO-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PO-SUPPLIER (WS-PO-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PO-SKU (WS-PO-INDEX) DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  " /" DELIMITED BY SIZE
                  WS-QTY-EDIT-2 DELIMITED BY SIZE
                  "  due " DELIMITED BY SIZE
                  WS-PO-DUE (WS-PO-INDEX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-PO-NEW (WS-PO-INDEX) = "Y"
               STRING "  NEW" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           ELSE
               IF WS-PO-DUE (WS-PO-INDEX) < WS-STAMP-HOLD (1 : 8)
                   STRING "  LATE" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                       WITH POINTER WS-REPORT-PTR
                   END-STRING
               END-IF
           END-IF.
           WRITE WS-REPORT-LINE.
           EXIT.
