       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARECV.
      *> RMARECV books returned goods in against the RMAs RMAHANDL
      *> issued (logs/returns.dat), in place of the paper slip and the
      *> blind ADJUST that used to follow it. The warehouse drops one
      *> line per RMA unpacked in logs/rma_receipts.dat:
      *>     rma|sku|qty good|qty damaged|received by
      *> and each line is checked against its RMA - it must still be
      *> AUTHORISED, for that SKU, and the units counted must not
      *> exceed the quantity authorised:
      *>   - the RMA moves to RECEIVED with the good and damaged
      *>     counts, who received it and when;
      *>   - good units go back on the inventory master and a RECEIPT
      *>     movement is journaled, tagged RMARECV, with the RMA as
      *>     its reference (the seventh field INVHANDL writes for
      *>     ref=), so STOCKRECON accounts for them like any other
      *>     receipt;
      *>   - damaged units are recorded on the RMA only; they are not
      *>     restocked.
      *> A line that fails a check is refused with the reason and kept
      *> in logs/rma_receipts_rejected.dat for the warehouse to
      *> correct, and nothing of it is applied. The receipt file is
      *> emptied once every line has been applied or refused; the
      *> run's lines are listed in logs/rma_receipt_report.txt.
      *> NIGHTRUN runs it after SHIPCONF, so the returned stock is
      *> there for tonight's allocations; RMAREPORT reports the
      *> month's receipts for the partners' credit notes.
      *>   cobcrun RMARECV
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO WS-RECEIPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT RECEIPT-REJECT-FILE ASSIGN TO WS-RECEIPT-REJECT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-REJECT-STATUS.
           SELECT RETURNS-FILE ASSIGN TO WS-RETURNS-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-RET-NUMBER
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT INV-MASTER-FILE ASSIGN TO WS-INV-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INV-SKU
               FILE STATUS IS WS-INV-MASTER-STATUS.
           SELECT INV-JOURNAL-FILE ASSIGN TO WS-INV-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-JOURNAL-STATUS.
           SELECT RECEIPT-REPORT-FILE ASSIGN TO WS-RECEIPT-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  WS-RECEIPT-LINE        PIC X(160).
       FD  RECEIPT-REJECT-FILE.
       01  WS-RECEIPT-REJECT-LINE PIC X(220).
       FD  RETURNS-FILE.
       01  WS-RETURN-RECORD.
           05 WS-RET-NUMBER       PIC X(16).
           05 WS-RET-ORDER        PIC X(16).
           05 WS-RET-SKU          PIC X(16).
           05 WS-RET-PARTNER      PIC X(16).
           05 WS-RET-QTY          PIC 9(9).
      *> Order line value over quantity ordered, at authorisation.
           05 WS-RET-UNIT-PRICE   PIC 9(9)V99.
           05 WS-RET-REASON       PIC X(64).
      *> AUTHORISED until the goods are booked in, then RECEIVED.
           05 WS-RET-STATUS       PIC X(10).
           05 WS-RET-REQUESTED    PIC X(14).
           05 WS-RET-REQUEST-ID   PIC X(32).
           05 WS-RET-GOOD-QTY     PIC 9(9).
           05 WS-RET-DAMAGED-QTY  PIC 9(9).
           05 WS-RET-RECEIVED     PIC X(14).
           05 WS-RET-RECEIVED-BY  PIC X(32).
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
       FD  RECEIPT-REPORT-FILE.
       01  WS-RECEIPT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RECEIPT-PATH         PIC X(256)
           VALUE "logs/rma_receipts.dat".
       77 WS-RECEIPT-STATUS       PIC X(2) VALUE SPACES.
       77 WS-RECEIPT-REJECT-PATH  PIC X(256)
           VALUE "logs/rma_receipts_rejected.dat".
       77 WS-RECEIPT-REJECT-STATUS PIC X(2) VALUE SPACES.
       77 WS-RETURNS-PATH         PIC X(256)
           VALUE "logs/returns.dat".
       77 WS-RETURNS-STATUS       PIC X(2) VALUE SPACES.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-RECEIPT-REPORT-PATH  PIC X(256)
           VALUE "logs/rma_receipt_report.txt".
       77 WS-RECEIPT-REPORT-STATUS PIC X(2) VALUE SPACES.

      *> Fields of one receipt line.
       77 WS-IN-RMA               PIC X(16) VALUE SPACES.
       77 WS-IN-SKU               PIC X(16) VALUE SPACES.
       77 WS-IN-GOOD-X            PIC X(9) VALUE SPACES.
       77 WS-IN-DAMAGED-X         PIC X(9) VALUE SPACES.
       77 WS-IN-RECEIVED-BY       PIC X(32) VALUE SPACES.
       77 WS-IN-GOOD              PIC 9(9) VALUE 0.
       77 WS-IN-DAMAGED           PIC 9(9) VALUE 0.
       77 WS-IN-COUNTED           PIC 9(9) VALUE 0.
       77 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *> The RMA as read, put back should the stock not take the
      *> good units.
       77 WS-RETURN-BEFORE        PIC X(268) VALUE SPACES.

       77 WS-READ-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-APPLIED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-REFUSED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-GOOD-UNITS           PIC 9(9) COMP VALUE 0.
       77 WS-DAMAGED-UNITS        PIC 9(9) COMP VALUE 0.
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
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "Pas de receptions de retours: "
                   FUNCTION TRIM (WS-RECEIPT-PATH)
               STOP RUN
           END-IF.
           *> Both masters are needed before any line is taken off
           *> the receipt file; without them the file is left as it
           *> is for the rerun.
           OPEN I-O RETURNS-FILE.
           IF WS-RETURNS-STATUS NOT = "00"
               DISPLAY "Pas de fichier des retours: "
                   FUNCTION TRIM (WS-RETURNS-PATH)
               CLOSE RECEIPT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS NOT = "00"
               DISPLAY "Pas de fichier maitre des stocks: "
                   FUNCTION TRIM (WS-INV-MASTER-PATH)
               CLOSE RECEIPT-FILE
               CLOSE RETURNS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RECEIPT-REJECT-FILE.
           IF WS-RECEIPT-REJECT-STATUS = "35"
               OPEN OUTPUT RECEIPT-REJECT-FILE
           END-IF.
           IF WS-RECEIPT-REJECT-STATUS NOT = "00"
               DISPLAY "Fichier des refus impossible a ouvrir: "
                   FUNCTION TRIM (WS-RECEIPT-REJECT-PATH) " "
                   WS-RECEIPT-REJECT-STATUS
               CLOSE RECEIPT-FILE
               CLOSE RETURNS-FILE
               CLOSE INV-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECEIPT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL WS-RECEIPT-STATUS = "10"
               READ RECEIPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-FILE.
           CLOSE RETURNS-FILE.
           CLOSE INV-MASTER-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECEIPT-REPORT-FILE.
           CLOSE RECEIPT-REJECT-FILE.
           *> Every line has been applied or moved to the rejected
           *> split - empty the receipt file so the next one the
           *> warehouse sends is not applied on top of this one.
           OPEN OUTPUT RECEIPT-FILE.
           CLOSE RECEIPT-FILE.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Receptions lues     : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Receptions appliquees: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Receptions refusees : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           STOP RUN.

      *> APPLY-ONE-RECEIPT checks one receipt line against its RMA
      *> and the inventory master, and only then applies it: the RMA
      *> is closed first, then the good units go on stock. Should the
      *> stock not take them, the RMA is put back as it was read
      *> and the line refused, so the rerun can book it in.
       APPLY-ONE-RECEIPT.
           IF WS-RECEIPT-LINE (1:1) = "#" OR WS-RECEIPT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-IN-RMA.
           MOVE SPACES TO WS-IN-SKU.
           MOVE SPACES TO WS-IN-GOOD-X.
           MOVE SPACES TO WS-IN-DAMAGED-X.
           MOVE SPACES TO WS-IN-RECEIVED-BY.
           UNSTRING WS-RECEIPT-LINE DELIMITED BY "|"
               INTO WS-IN-RMA WS-IN-SKU WS-IN-GOOD-X
                    WS-IN-DAMAGED-X WS-IN-RECEIVED-BY
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-IN-RMA) TO WS-IN-RMA.
           MOVE FUNCTION UPPER-CASE (WS-IN-SKU) TO WS-IN-SKU.
           IF WS-IN-RMA = SPACES OR WS-IN-SKU = SPACES
               MOVE "missing rma or sku" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-GOOD-X = SPACES
               MOVE "0" TO WS-IN-GOOD-X
           END-IF.
           IF WS-IN-DAMAGED-X = SPACES
               MOVE "0" TO WS-IN-DAMAGED-X
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-IN-GOOD-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-IN-DAMAGED-X) NOT = 0
               MOVE "invalid quantity" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-IN-GOOD-X) < 0
                   OR FUNCTION NUMVAL (WS-IN-DAMAGED-X) < 0
               MOVE "invalid quantity" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IN-GOOD = FUNCTION NUMVAL (WS-IN-GOOD-X).
           COMPUTE WS-IN-DAMAGED = FUNCTION NUMVAL (WS-IN-DAMAGED-X).
           COMPUTE WS-IN-COUNTED = WS-IN-GOOD + WS-IN-DAMAGED.
           IF WS-IN-COUNTED = 0
               MOVE "nothing received" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-RECEIVED-BY = SPACES
               MOVE "RMARECV" TO WS-IN-RECEIVED-BY
           END-IF.
           MOVE WS-IN-RMA TO WS-RET-NUMBER.
           READ RETURNS-FILE
               INVALID KEY
                   MOVE "no such rma" TO WS-REJECT-REASON
                   PERFORM REFUSE-RECEIPT-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-RET-STATUS NOT = "AUTHORISED"
               MOVE "rma already received" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RET-SKU NOT = WS-IN-SKU
               MOVE "sku not on this rma" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-COUNTED > WS-RET-QTY
               MOVE "exceeds authorised quantity" TO WS-REJECT-REASON
               PERFORM REFUSE-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-GOOD > 0
               MOVE WS-IN-SKU TO WS-INV-SKU
               READ INV-MASTER-FILE
                   INVALID KEY
                       MOVE "sku not on inventory master"
                           TO WS-REJECT-REASON
                       PERFORM REFUSE-RECEIPT-LINE
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE WS-RETURN-RECORD TO WS-RETURN-BEFORE.
           MOVE "RECEIVED" TO WS-RET-STATUS.
           MOVE WS-IN-GOOD TO WS-RET-GOOD-QTY.
           MOVE WS-IN-DAMAGED TO WS-RET-DAMAGED-QTY.
           MOVE WS-RUN-TIMESTAMP (1 : 14) TO WS-RET-RECEIVED.
           MOVE WS-IN-RECEIVED-BY TO WS-RET-RECEIVED-BY.
           REWRITE WS-RETURN-RECORD
               INVALID KEY
                   MOVE "rma update failed" TO WS-REJECT-REASON
                   PERFORM REFUSE-RECEIPT-LINE
                   EXIT PARAGRAPH
           END-REWRITE.
           IF WS-IN-GOOD > 0
               ADD WS-IN-GOOD TO WS-INV-QTY
               REWRITE WS-INV-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-INV-MASTER-STATUS NOT = "00"
                   DISPLAY "Mise a jour du stock impossible: "
                       FUNCTION TRIM (WS-INV-SKU) " "
                       FUNCTION TRIM (WS-RET-NUMBER)
                   MOVE 1 TO RETURN-CODE
                   MOVE WS-RETURN-BEFORE TO WS-RETURN-RECORD
                   REWRITE WS-RETURN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-RETURNS-STATUS NOT = "00"
                       DISPLAY "RMA laissee RECEIVED sans stock: "
                           FUNCTION TRIM (WS-RET-NUMBER)
                   END-IF
                   MOVE "inventory update failed" TO WS-REJECT-REASON
                   PERFORM REFUSE-RECEIPT-LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-RECEIPT-JOURNAL
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-IN-GOOD TO WS-GOOD-UNITS.
           ADD WS-IN-DAMAGED TO WS-DAMAGED-UNITS.
           PERFORM WRITE-RECEIVED-LINE.
           EXIT.

      *> REFUSE-RECEIPT-LINE keeps the refused line with its reason
      *> ("line|reason", as SHIPCONF's rejected split) and lists it
      *> on the report.
       REFUSE-RECEIPT-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           IF WS-RECEIPT-REJECT-STATUS = "00"
               MOVE SPACES TO WS-RECEIPT-REJECT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING FUNCTION TRIM (WS-RECEIPT-LINE)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REJECT-REASON)
                          DELIMITED BY SIZE
                   INTO WS-RECEIPT-REJECT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-RECEIPT-REJECT-LINE
           END-IF.
           IF WS-RECEIPT-REPORT-STATUS = "00"
               MOVE SPACES TO WS-RECEIPT-REPORT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING "  REFUSED " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-RECEIPT-LINE)
                          DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REJECT-REASON)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-RECEIPT-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-RECEIPT-REPORT-LINE
           END-IF.
           EXIT.

      *> WRITE-RECEIPT-JOURNAL records the good units as a RECEIPT in
      *> the inventory journal, with the new on-hand figure and the
      *> RMA as the reference.
       WRITE-RECEIPT-JOURNAL.
           OPEN EXTEND INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "35"
               OPEN OUTPUT INV-JOURNAL-FILE
           END-IF.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-GOOD TO WS-QTY-DISPLAY.
           MOVE WS-INV-QTY TO WS-QTY-DISPLAY-2.
           MOVE SPACES TO WS-INV-JOURNAL-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-SKU) DELIMITED BY SIZE
                  "|RECEIPT|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|RMARECV|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RET-NUMBER) DELIMITED BY SIZE
               INTO WS-INV-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-INV-JOURNAL-LINE.
           CLOSE INV-JOURNAL-FILE.
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RECEIPT-REPORT-LINE.
           STRING "Returns received - run " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
               INTO WS-RECEIPT-REPORT-LINE
           END-STRING.
           WRITE WS-RECEIPT-REPORT-LINE.
           EXIT.

       WRITE-RECEIVED-LINE.
           MOVE WS-IN-GOOD TO WS-QTY-DISPLAY.
           MOVE WS-IN-DAMAGED TO WS-QTY-DISPLAY-2.
           MOVE WS-RET-QTY TO WS-QTY-DISPLAY-3.
           MOVE SPACES TO WS-RECEIPT-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RET-NUMBER) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RET-PARTNER) DELIMITED BY SIZE
                  " order " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RET-ORDER) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RET-SKU) DELIMITED BY SIZE
                  "  authorised=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-3) DELIMITED BY SIZE
                  " good=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " damaged=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RET-RECEIVED-BY) DELIMITED BY SIZE
               INTO WS-RECEIPT-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-RECEIPT-REPORT-LINE.
           EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RECEIPT-REPORT-LINE.
           WRITE WS-RECEIPT-REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-QTY-DISPLAY.
           MOVE WS-GOOD-UNITS TO WS-QTY-DISPLAY-2.
           MOVE WS-DAMAGED-UNITS TO WS-QTY-DISPLAY-3.
           MOVE SPACES TO WS-RECEIPT-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Applied: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " RMA(s), " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-2) DELIMITED BY SIZE
                  " unit(s) restocked, " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY-3) DELIMITED BY SIZE
                  " damaged" DELIMITED BY SIZE
               INTO WS-RECEIPT-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-RECEIPT-REPORT-LINE.
           MOVE WS-REFUSED-COUNT TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-RECEIPT-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Refused: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  " (see " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RECEIPT-REJECT-PATH)
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-RECEIPT-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-RECEIPT-REPORT-LINE.
           EXIT.
