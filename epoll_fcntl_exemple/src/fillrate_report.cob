       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILLRATE.
      *> FILLRATE is the monthly demand and fill-rate report for
      *> purchasing and account management: which products we are
      *> failing to supply, and to whom. For the month given (YYYYMM,
      *> current month by default) it takes every order line in the
      *> order master (logs/orders.dat) taken in the month and, per
      *> SKU, shows the orders and units ordered, the units FULFILL
      *> allocated at first pass, the units that went to backorder,
      *> the units refused because the item was RETIRED, the
      *> first-pass fill rate (first-pass units over units ordered)
      *> and the average days a backordered line waited - from the
      *> order date to the BOREALLOC release that completed it, or to
      *> today for a line still owed. The same fill rate follows
      *> partner by partner, with each partner's short SKUs under it,
      *> and the report closes with the top SKUs ranked by demand and
      *> by shortfall (units ordered less first-pass units).
      *> First pass and releases are told apart from the inventory
      *> journal (logs/inventory_journal.dat), where FULFILL and
      *> BOREALLOC put the order key on every ISSUE they write. An
      *> order with no such line (written before the key was
      *> journaled) is judged from its status: BACKORDER and
      *> PART-ALLOC never had a first-pass allocation, anything else
      *> is counted as filled at first pass and has no wait to
      *> measure; the report says how many lines were judged so.
      *> The report goes to logs/fillrate_report_YYYYMM.txt. A month
      *> with more journaled orders than the report can hold gets no
      *> figures and a nonzero exit - a fill rate from part of the
      *> journal would read as a real one.
      *>   cobcrun FILLRATE [YYYYMM]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO WS-ORDER-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORD-KEY
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT INV-JOURNAL-FILE ASSIGN TO WS-INV-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05 WS-ORD-AMOUNT       PIC 9(11)V99.
           05 WS-ORD-INVOICE-NO   PIC X(12).
       FD  INV-JOURNAL-FILE.
       01  WS-INV-JOURNAL-LINE    PIC X(160).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ORDER-MASTER-PATH    PIC X(256)
           VALUE "logs/orders.dat".
       77 WS-ORDER-MASTER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256) VALUE SPACES.
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
      *> An input found but not readable, for REFUSE-UNREADABLE-FILE.
       77 WS-UNREADABLE-PATH      PIC X(256) VALUE SPACES.
       77 WS-UNREADABLE-STATUS    PIC X(2) VALUE SPACES.
       77 WS-COMMAND-LINE         PIC X(32) VALUE SPACES.
       77 WS-WANTED-MONTH         PIC X(6) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-DATE-NUM             PIC 9(8) VALUE 0.
       77 WS-END-DATE             PIC 9(8) VALUE 0.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

      *> One journal line.
       77 WS-JNL-STAMP            PIC X(14) VALUE SPACES.
       77 WS-JNL-SKU              PIC X(16) VALUE SPACES.
       77 WS-JNL-TYPE             PIC X(10) VALUE SPACES.
       77 WS-JNL-QTY-X            PIC X(12) VALUE SPACES.
       77 WS-JNL-WHO              PIC X(32) VALUE SPACES.
       77 WS-JNL-AFTER-X          PIC X(12) VALUE SPACES.
       77 WS-JNL-REF              PIC X(26) VALUE SPACES.
       77 WS-JNL-QTY              PIC 9(9) VALUE 0.

      *> Per order key: units FULFILL allocated at first pass, units
      *> BOREALLOC released later and the stamp of the last release.
       01 WS-REF-TABLE.
           05 WS-RF-ENTRY OCCURS 20000 TIMES.
              10 WS-RF-KEY        PIC X(26).
              10 WS-RF-FIRST      PIC 9(9).
              10 WS-RF-RELEASED   PIC 9(9).
              10 WS-RF-LAST       PIC X(14).
       77 WS-RF-COUNT             PIC 9(5) COMP VALUE 0.
       77 WS-RF-INDEX             PIC 9(5) COMP VALUE 0.
       77 WS-RF-SCAN              PIC 9(5) COMP VALUE 0.
       77 WS-RF-OVERFLOW          PIC 9(6) VALUE 0.
       77 WS-WANTED-KEY           PIC X(26) VALUE SPACES.

      *> Month totals per SKU.
       01 WS-SKU-TABLE.
           05 WS-SK-ENTRY OCCURS 2000 TIMES.
              10 WS-SK-SKU        PIC X(16).
              10 WS-SK-ORDERS     PIC 9(7).
              10 WS-SK-ORDERED    PIC 9(9).
              10 WS-SK-FIRST      PIC 9(9).
              10 WS-SK-BACK       PIC 9(9).
              10 WS-SK-REFUSED    PIC 9(9).
              10 WS-SK-BO-LINES   PIC 9(7).
              10 WS-SK-BO-DAYS    PIC 9(9).
              10 WS-SK-TAKEN      PIC X(1).
       77 WS-SK-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-SK-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-SK-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-SK-OVERFLOW          PIC 9(6) VALUE 0.
       01 WS-SK-HOLD.
           05 WS-SH-SKU           PIC X(16).
           05 WS-SH-ORDERS        PIC 9(7).
           05 WS-SH-ORDERED       PIC 9(9).
           05 WS-SH-FIRST         PIC 9(9).
           05 WS-SH-BACK          PIC 9(9).
           05 WS-SH-REFUSED       PIC 9(9).
           05 WS-SH-BO-LINES      PIC 9(7).
           05 WS-SH-BO-DAYS       PIC 9(9).
           05 WS-SH-TAKEN         PIC X(1).

      *> Month totals per partner.
       01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 500 TIMES.
              10 WS-PT-PARTNER    PIC X(16).
              10 WS-PT-ORDERS     PIC 9(7).
              10 WS-PT-ORDERED    PIC 9(9).
              10 WS-PT-FIRST      PIC 9(9).
              10 WS-PT-BACK       PIC 9(9).
              10 WS-PT-REFUSED    PIC 9(9).
              10 WS-PT-BO-LINES   PIC 9(7).
              10 WS-PT-BO-DAYS    PIC 9(9).
       77 WS-PT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PT-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PT-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-PT-OVERFLOW          PIC 9(6) VALUE 0.
       01 WS-PT-HOLD.
           05 WS-PH-PARTNER       PIC X(16).
           05 WS-PH-ORDERS        PIC 9(7).
           05 WS-PH-ORDERED       PIC 9(9).
           05 WS-PH-FIRST         PIC 9(9).
           05 WS-PH-BACK          PIC 9(9).
           05 WS-PH-REFUSED       PIC 9(9).
           05 WS-PH-BO-LINES      PIC 9(7).
           05 WS-PH-BO-DAYS       PIC 9(9).

      *> Month totals per partner and SKU, for the short lines.
       01 WS-PAIR-TABLE.
           05 WS-PS-ENTRY OCCURS 3000 TIMES.
              10 WS-PS-PARTNER    PIC X(16).
              10 WS-PS-SKU        PIC X(16).
              10 WS-PS-ORDERED    PIC 9(9).
              10 WS-PS-FIRST      PIC 9(9).
       77 WS-PS-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PS-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PS-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-PS-OVERFLOW          PIC 9(6) VALUE 0.

      *> The order line in hand.
       77 WS-LINE-SKU             PIC X(16) VALUE SPACES.
       77 WS-LINE-PARTNER         PIC X(16) VALUE SPACES.
       77 WS-FIRST-QTY            PIC 9(9) VALUE 0.
       77 WS-BACK-QTY             PIC 9(9) VALUE 0.
       77 WS-REFUSED-QTY          PIC 9(9) VALUE 0.
       77 WS-WAIT-DAYS            PIC S9(9) COMP VALUE 0.
       77 WS-HAS-WAIT             PIC X(1) VALUE "N".

      *> Month totals.
       77 WS-MT-LINES             PIC 9(7) VALUE 0.
       77 WS-MT-ORDERED           PIC 9(9) VALUE 0.
       77 WS-MT-FIRST             PIC 9(9) VALUE 0.
       77 WS-MT-BACK              PIC 9(9) VALUE 0.
       77 WS-MT-REFUSED           PIC 9(9) VALUE 0.
       77 WS-MT-BO-LINES          PIC 9(7) VALUE 0.
       77 WS-MT-BO-DAYS           PIC 9(9) VALUE 0.
       77 WS-INFERRED-COUNT       PIC 9(7) VALUE 0.

      *> Ranking.
       77 WS-TOP-LIMIT            PIC 9(4) COMP VALUE 10.
       77 WS-RANK                 PIC 9(4) COMP VALUE 0.
       77 WS-BEST-INDEX           PIC 9(4) COMP VALUE 0.
       77 WS-BEST-VALUE           PIC 9(9) VALUE 0.
       77 WS-SCAN-VALUE           PIC 9(9) VALUE 0.
       77 WS-RANK-BY              PIC X(1) VALUE "D".
           88 WS-RANK-BY-DEMAND   VALUE "D".
           88 WS-RANK-BY-SHORT    VALUE "S".

      *> Figures for one printed line.
       77 WS-FIG-ORDERS           PIC 9(7) VALUE 0.
       77 WS-FIG-ORDERED          PIC 9(9) VALUE 0.
       77 WS-FIG-FIRST            PIC 9(9) VALUE 0.
       77 WS-FIG-BACK             PIC 9(9) VALUE 0.
       77 WS-FIG-REFUSED          PIC 9(9) VALUE 0.
       77 WS-FIG-BO-LINES         PIC 9(7) VALUE 0.
       77 WS-FIG-BO-DAYS          PIC 9(9) VALUE 0.
       77 WS-FIG-LABEL            PIC X(16) VALUE SPACES.
       77 WS-FILL-RATE            PIC 9(3)V9 VALUE 0.
       77 WS-AVG-DAYS             PIC 9(5)V9 VALUE 0.

       77 WS-DISPLAY-N            PIC Z(6)9.
       77 WS-DISPLAY-QTY          PIC Z(9)9.
       77 WS-DISPLAY-QTY-2        PIC Z(9)9.
       77 WS-DISPLAY-QTY-3        PIC Z(9)9.
       77 WS-DISPLAY-QTY-4        PIC Z(9)9.
       77 WS-DISPLAY-RATE         PIC ZZ9.9.
       77 WS-DISPLAY-DAYS         PIC Z(5)9.9.
       77 WS-DISPLAY-RANK         PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 8) TO WS-TODAY.
           IF WS-COMMAND-LINE (1 : 6) IS NUMERIC
               MOVE WS-COMMAND-LINE (1 : 6) TO WS-WANTED-MONTH
           ELSE
               MOVE WS-STAMP-HOLD (1 : 6) TO WS-WANTED-MONTH
           END-IF.
           MOVE SPACES TO WS-REPORT-PATH.
           STRING "logs/fillrate_report_" DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible a ecrire: "
                   FUNCTION TRIM (WS-REPORT-PATH) " " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-JOURNAL-REFERENCES.
           IF WS-RF-OVERFLOW > 0
               PERFORM REFUSE-SHORT-JOURNAL
           END-IF.
           OPEN INPUT ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
                   AND WS-ORDER-MASTER-STATUS NOT = "35"
               MOVE WS-ORDER-MASTER-PATH TO WS-UNREADABLE-PATH
               MOVE WS-ORDER-MASTER-STATUS TO WS-UNREADABLE-STATUS
               PERFORM REFUSE-UNREADABLE-FILE
           END-IF.
           IF WS-ORDER-MASTER-STATUS = "00"
               PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
                   READ ORDER-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE ORDER-MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SKU demand and fill-rate report " DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  " - order lines taken in the month" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-MT-LINES = 0
               MOVE "No order lines taken in the month."
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               PERFORM WRITE-SKU-SECTION
               PERFORM WRITE-PARTNER-SECTION
               MOVE "D" TO WS-RANK-BY
               PERFORM WRITE-RANKING
               MOVE "S" TO WS-RANK-BY
               PERFORM WRITE-RANKING
           END-IF.
           PERFORM WRITE-REPORT-NOTES.
           CLOSE REPORT-FILE.
           MOVE WS-MT-LINES TO WS-DISPLAY-N.
           DISPLAY "Lignes de commande du mois : "
               FUNCTION TRIM (WS-DISPLAY-N).
           MOVE WS-MT-ORDERED TO WS-FIG-ORDERED.
           MOVE WS-MT-FIRST TO WS-FIG-FIRST.
           PERFORM COMPUTE-FILL-RATE.
           DISPLAY "Taux de service 1er passage: "
               FUNCTION TRIM (WS-DISPLAY-RATE) " %".
           DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-PATH).
           STOP RUN.

      *> LOAD-JOURNAL-REFERENCES keeps, per order key, what FULFILL
      *> and BOREALLOC issued against it. A month's orders are only
      *> allocated in that month or later, so older lines are passed,
      *> and only orders taken in the month are kept - the order key
      *> opens with the stamp the order was taken.
       LOAD-JOURNAL-REFERENCES.
           OPEN INPUT INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
                   AND WS-INV-JOURNAL-STATUS NOT = "35"
               MOVE WS-INV-JOURNAL-PATH TO WS-UNREADABLE-PATH
               MOVE WS-INV-JOURNAL-STATUS TO WS-UNREADABLE-STATUS
               PERFORM REFUSE-UNREADABLE-FILE
           END-IF.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INV-JOURNAL-STATUS NOT = "00"
               READ INV-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           CLOSE INV-JOURNAL-FILE.
           EXIT.

       NOTE-ONE-JOURNAL-LINE.
           MOVE SPACES TO WS-JNL-STAMP WS-JNL-SKU WS-JNL-TYPE
               WS-JNL-QTY-X WS-JNL-WHO WS-JNL-AFTER-X WS-JNL-REF.
           UNSTRING WS-INV-JOURNAL-LINE DELIMITED BY "|"
               INTO WS-JNL-STAMP WS-JNL-SKU WS-JNL-TYPE
                    WS-JNL-QTY-X WS-JNL-WHO WS-JNL-AFTER-X
                    WS-JNL-REF
           END-UNSTRING.
           IF WS-JNL-REF = SPACES
                   OR WS-JNL-TYPE NOT = "ISSUE"
                   OR (WS-JNL-WHO NOT = "FULFILL"
                       AND WS-JNL-WHO NOT = "BOREALLOC")
                   OR WS-JNL-STAMP (1 : 6) < WS-WANTED-MONTH
                   OR WS-JNL-REF (1 : 6) NOT = WS-WANTED-MONTH
                   OR FUNCTION TEST-NUMVAL (WS-JNL-QTY-X) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JNL-QTY = FUNCTION NUMVAL (WS-JNL-QTY-X).
           MOVE WS-JNL-REF TO WS-WANTED-KEY.
           PERFORM FIND-REFERENCE.
           IF WS-RF-INDEX = 0
               IF WS-RF-COUNT >= 20000
                   ADD 1 TO WS-RF-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RF-COUNT
               MOVE WS-RF-COUNT TO WS-RF-INDEX
               MOVE WS-JNL-REF TO WS-RF-KEY (WS-RF-INDEX)
               MOVE 0 TO WS-RF-FIRST (WS-RF-INDEX)
               MOVE 0 TO WS-RF-RELEASED (WS-RF-INDEX)
               MOVE SPACES TO WS-RF-LAST (WS-RF-INDEX)
           END-IF.
           IF WS-JNL-WHO = "FULFILL"
               ADD WS-JNL-QTY TO WS-RF-FIRST (WS-RF-INDEX)
           ELSE
               ADD WS-JNL-QTY TO WS-RF-RELEASED (WS-RF-INDEX)
               IF WS-JNL-STAMP > WS-RF-LAST (WS-RF-INDEX)
                   MOVE WS-JNL-STAMP TO WS-RF-LAST (WS-RF-INDEX)
               END-IF
           END-IF.
           EXIT.

      *> REFUSE-SHORT-JOURNAL ends the run when the month's order keys
      *> did not all fit: the report says why it has no figures.
       REFUSE-SHORT-JOURNAL.
           MOVE WS-RF-OVERFLOW TO WS-DISPLAY-N.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "SKU demand and fill-rate report " DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  " not produced: more than 20000 order keys on the"
                      DELIMITED BY SIZE
                  " journal for the month (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                  " over)." DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Plus de 20000 commandes au journal pour le mois ("
               FUNCTION TRIM (WS-DISPLAY-N) " en trop) - taux non"
               " calcule.".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *> REFUSE-UNREADABLE-FILE stops the run when an input is there
      *> but will not open: reading it as empty would report every
      *> line unfilled.
       REFUSE-UNREADABLE-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "SKU demand and fill-rate report " DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  " not produced: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNREADABLE-PATH) DELIMITED BY SIZE
                  " unreadable, status " DELIMITED BY SIZE
                  WS-UNREADABLE-STATUS DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Fichier illisible: "
               FUNCTION TRIM (WS-UNREADABLE-PATH) " "
               WS-UNREADABLE-STATUS " - taux non calcule.".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       FIND-REFERENCE.
           MOVE 0 TO WS-RF-INDEX.
           PERFORM VARYING WS-RF-SCAN FROM 1 BY 1
                   UNTIL WS-RF-SCAN > WS-RF-COUNT
                       OR WS-RF-INDEX NOT = 0
               IF WS-RF-KEY (WS-RF-SCAN) = WS-WANTED-KEY
                   MOVE WS-RF-SCAN TO WS-RF-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> NOTE-ONE-ORDER splits an order line of the month into what
      *> was filled at first pass, backordered and refused, measures
      *> its wait, and adds it to its SKU, partner and pair.
       NOTE-ONE-ORDER.
           IF WS-ORD-TIMESTAMP (1 : 6) NOT = WS-WANTED-MONTH
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-QTY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-ALLOC-QTY NOT NUMERIC
               MOVE 0 TO WS-ORD-ALLOC-QTY
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-ORD-SKU) TO WS-LINE-SKU.
           MOVE FUNCTION UPPER-CASE (WS-ORD-PARTNER) TO WS-LINE-PARTNER.
           IF WS-LINE-PARTNER = SPACES
               MOVE "(none)" TO WS-LINE-PARTNER
           END-IF.
           MOVE 0 TO WS-FIRST-QTY WS-BACK-QTY WS-REFUSED-QTY.
           MOVE WS-ORD-KEY TO WS-WANTED-KEY.
           PERFORM FIND-REFERENCE.
           EVALUATE TRUE
               WHEN WS-ORD-STATUS = "REFUSED"
                   MOVE WS-ORD-QTY TO WS-REFUSED-QTY
               WHEN WS-RF-INDEX NOT = 0
                   MOVE WS-RF-FIRST (WS-RF-INDEX) TO WS-FIRST-QTY
               WHEN WS-ORD-STATUS = "BACKORDER"
                       OR WS-ORD-STATUS = "PART-ALLOC"
                   MOVE 0 TO WS-FIRST-QTY
               WHEN OTHER
                   MOVE WS-ORD-QTY TO WS-FIRST-QTY
                   ADD 1 TO WS-INFERRED-COUNT
           END-EVALUATE.
           IF WS-FIRST-QTY > WS-ORD-QTY
               MOVE WS-ORD-QTY TO WS-FIRST-QTY
           END-IF.
           COMPUTE WS-BACK-QTY =
               WS-ORD-QTY - WS-FIRST-QTY - WS-REFUSED-QTY.
           PERFORM MEASURE-WAIT.
           ADD 1 TO WS-MT-LINES.
           ADD WS-ORD-QTY TO WS-MT-ORDERED.
           ADD WS-FIRST-QTY TO WS-MT-FIRST.
           ADD WS-BACK-QTY TO WS-MT-BACK.
           ADD WS-REFUSED-QTY TO WS-MT-REFUSED.
           IF WS-HAS-WAIT = "Y"
               ADD 1 TO WS-MT-BO-LINES
               ADD WS-WAIT-DAYS TO WS-MT-BO-DAYS
           END-IF.
           PERFORM ADD-TO-SKU.
           PERFORM ADD-TO-PARTNER.
           PERFORM ADD-TO-PAIR.
           EXIT.

      *> MEASURE-WAIT dates a backordered line's wait: to the last
      *> release once it is fully allocated, to today while it is
      *> still owed. A filled line with no release on the journal
      *> has no wait to measure.
       MEASURE-WAIT.
           MOVE "N" TO WS-HAS-WAIT.
           MOVE 0 TO WS-WAIT-DAYS.
           IF WS-BACK-QTY = 0
                   OR WS-ORD-TIMESTAMP (1 : 8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORD-TIMESTAMP (1 : 8) TO WS-DATE-NUM.
           IF WS-ORD-ALLOC-QTY < WS-ORD-QTY
               MOVE WS-TODAY TO WS-END-DATE
           ELSE
               IF WS-RF-INDEX = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-RF-LAST (WS-RF-INDEX) (1 : 8) NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RF-LAST (WS-RF-INDEX) (1 : 8) TO WS-END-DATE
           END-IF.
           COMPUTE WS-WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-END-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           IF WS-WAIT-DAYS < 0
               MOVE 0 TO WS-WAIT-DAYS
           END-IF.
           MOVE "Y" TO WS-HAS-WAIT.
           EXIT.

       ADD-TO-SKU.
           MOVE 0 TO WS-SK-INDEX.
           PERFORM VARYING WS-SK-SCAN FROM 1 BY 1
                   UNTIL WS-SK-SCAN > WS-SK-COUNT
                       OR WS-SK-INDEX NOT = 0
               IF WS-SK-SKU (WS-SK-SCAN) = WS-LINE-SKU
                   MOVE WS-SK-SCAN TO WS-SK-INDEX
               END-IF
           END-PERFORM.
           IF WS-SK-INDEX = 0
               IF WS-SK-COUNT >= 2000
                   ADD 1 TO WS-SK-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SK-COUNT
               MOVE WS-SK-COUNT TO WS-SK-INDEX
               MOVE WS-LINE-SKU TO WS-SK-SKU (WS-SK-INDEX)
               MOVE 0 TO WS-SK-ORDERS (WS-SK-INDEX)
                   WS-SK-ORDERED (WS-SK-INDEX)
                   WS-SK-FIRST (WS-SK-INDEX)
                   WS-SK-BACK (WS-SK-INDEX)
                   WS-SK-REFUSED (WS-SK-INDEX)
                   WS-SK-BO-LINES (WS-SK-INDEX)
                   WS-SK-BO-DAYS (WS-SK-INDEX)
               MOVE "N" TO WS-SK-TAKEN (WS-SK-INDEX)
           END-IF.
           ADD 1 TO WS-SK-ORDERS (WS-SK-INDEX).
           ADD WS-ORD-QTY TO WS-SK-ORDERED (WS-SK-INDEX).
           ADD WS-FIRST-QTY TO WS-SK-FIRST (WS-SK-INDEX).
           ADD WS-BACK-QTY TO WS-SK-BACK (WS-SK-INDEX).
           ADD WS-REFUSED-QTY TO WS-SK-REFUSED (WS-SK-INDEX).
           IF WS-HAS-WAIT = "Y"
               ADD 1 TO WS-SK-BO-LINES (WS-SK-INDEX)
               ADD WS-WAIT-DAYS TO WS-SK-BO-DAYS (WS-SK-INDEX)
           END-IF.
           EXIT.

       ADD-TO-PARTNER.
           MOVE 0 TO WS-PT-INDEX.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
                       OR WS-PT-INDEX NOT = 0
               IF WS-PT-PARTNER (WS-PT-SCAN) = WS-LINE-PARTNER
                   MOVE WS-PT-SCAN TO WS-PT-INDEX
               END-IF
           END-PERFORM.
           IF WS-PT-INDEX = 0
               IF WS-PT-COUNT >= 500
                   ADD 1 TO WS-PT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-INDEX
               MOVE WS-LINE-PARTNER TO WS-PT-PARTNER (WS-PT-INDEX)
               MOVE 0 TO WS-PT-ORDERS (WS-PT-INDEX)
                   WS-PT-ORDERED (WS-PT-INDEX)
                   WS-PT-FIRST (WS-PT-INDEX)
                   WS-PT-BACK (WS-PT-INDEX)
                   WS-PT-REFUSED (WS-PT-INDEX)
                   WS-PT-BO-LINES (WS-PT-INDEX)
                   WS-PT-BO-DAYS (WS-PT-INDEX)
           END-IF.
           ADD 1 TO WS-PT-ORDERS (WS-PT-INDEX).
           ADD WS-ORD-QTY TO WS-PT-ORDERED (WS-PT-INDEX).
           ADD WS-FIRST-QTY TO WS-PT-FIRST (WS-PT-INDEX).
           ADD WS-BACK-QTY TO WS-PT-BACK (WS-PT-INDEX).
           ADD WS-REFUSED-QTY TO WS-PT-REFUSED (WS-PT-INDEX).
           IF WS-HAS-WAIT = "Y"
               ADD 1 TO WS-PT-BO-LINES (WS-PT-INDEX)
               ADD WS-WAIT-DAYS TO WS-PT-BO-DAYS (WS-PT-INDEX)
           END-IF.
           EXIT.

       ADD-TO-PAIR.
           MOVE 0 TO WS-PS-INDEX.
           PERFORM VARYING WS-PS-SCAN FROM 1 BY 1
                   UNTIL WS-PS-SCAN > WS-PS-COUNT
                       OR WS-PS-INDEX NOT = 0
               IF WS-PS-PARTNER (WS-PS-SCAN) = WS-LINE-PARTNER
                       AND WS-PS-SKU (WS-PS-SCAN) = WS-LINE-SKU
                   MOVE WS-PS-SCAN TO WS-PS-INDEX
               END-IF
           END-PERFORM.
           IF WS-PS-INDEX = 0
               IF WS-PS-COUNT >= 3000
                   ADD 1 TO WS-PS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PS-COUNT TO WS-PS-INDEX
               MOVE WS-LINE-PARTNER TO WS-PS-PARTNER (WS-PS-INDEX)
               MOVE WS-LINE-SKU TO WS-PS-SKU (WS-PS-INDEX)
               MOVE 0 TO WS-PS-ORDERED (WS-PS-INDEX)
                   WS-PS-FIRST (WS-PS-INDEX)
           END-IF.
           ADD WS-ORD-QTY TO WS-PS-ORDERED (WS-PS-INDEX).
           ADD WS-FIRST-QTY TO WS-PS-FIRST (WS-PS-INDEX).
           EXIT.

      *> ------------------------------------------------------------
      *> WRITE-SKU-SECTION prints one line per SKU, in SKU order, and
      *> the month totals.
       WRITE-SKU-SECTION.
           PERFORM VARYING WS-SK-INDEX FROM 2 BY 1
                   UNTIL WS-SK-INDEX > WS-SK-COUNT
               MOVE WS-SK-ENTRY (WS-SK-INDEX) TO WS-SK-HOLD
               MOVE WS-SK-INDEX TO WS-SK-SCAN
               PERFORM UNTIL WS-SK-SCAN < 2
                       OR WS-SK-SKU (WS-SK-SCAN - 1) <= WS-SH-SKU
                   MOVE WS-SK-ENTRY (WS-SK-SCAN - 1)
                       TO WS-SK-ENTRY (WS-SK-SCAN)
                   SUBTRACT 1 FROM WS-SK-SCAN
               END-PERFORM
               MOVE WS-SK-HOLD TO WS-SK-ENTRY (WS-SK-SCAN)
           END-PERFORM.
           MOVE "By SKU" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM VARYING WS-SK-INDEX FROM 1 BY 1
                   UNTIL WS-SK-INDEX > WS-SK-COUNT
               MOVE WS-SK-SKU (WS-SK-INDEX) TO WS-FIG-LABEL
               MOVE WS-SK-ORDERS (WS-SK-INDEX) TO WS-FIG-ORDERS
               MOVE WS-SK-ORDERED (WS-SK-INDEX) TO WS-FIG-ORDERED
               MOVE WS-SK-FIRST (WS-SK-INDEX) TO WS-FIG-FIRST
               MOVE WS-SK-BACK (WS-SK-INDEX) TO WS-FIG-BACK
               MOVE WS-SK-REFUSED (WS-SK-INDEX) TO WS-FIG-REFUSED
               MOVE WS-SK-BO-LINES (WS-SK-INDEX) TO WS-FIG-BO-LINES
               MOVE WS-SK-BO-DAYS (WS-SK-INDEX) TO WS-FIG-BO-DAYS
               PERFORM WRITE-FIGURES-LINE
           END-PERFORM.
           MOVE "Month total" TO WS-FIG-LABEL.
           MOVE WS-MT-LINES TO WS-FIG-ORDERS.
           MOVE WS-MT-ORDERED TO WS-FIG-ORDERED.
           MOVE WS-MT-FIRST TO WS-FIG-FIRST.
           MOVE WS-MT-BACK TO WS-FIG-BACK.
           MOVE WS-MT-REFUSED TO WS-FIG-REFUSED.
           MOVE WS-MT-BO-LINES TO WS-FIG-BO-LINES.
           MOVE WS-MT-BO-DAYS TO WS-FIG-BO-DAYS.
           PERFORM WRITE-FIGURES-LINE.
           IF WS-SK-OVERFLOW > 0
               MOVE WS-SK-OVERFLOW TO WS-DISPLAY-N
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING "WARNING: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                      " order line(s) for SKUs beyond the report's "
                      "2000 not listed by SKU" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

       WRITE-COLUMN-HEADINGS.
           MOVE "  Item              Lines    Ordered First-pass"
               & "  Backorder    Refused   Fill%  Avg BO days"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-FIGURES-LINE prints the WS-FIG- figures under the
      *> column headings.
       WRITE-FIGURES-LINE.
           PERFORM COMPUTE-FILL-RATE.
           MOVE WS-FIG-ORDERS TO WS-DISPLAY-N.
           MOVE WS-FIG-ORDERED TO WS-DISPLAY-QTY.
           MOVE WS-FIG-FIRST TO WS-DISPLAY-QTY-2.
           MOVE WS-FIG-BACK TO WS-DISPLAY-QTY-3.
           MOVE WS-FIG-REFUSED TO WS-DISPLAY-QTY-4.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-FIG-LABEL DELIMITED BY SIZE
                  WS-DISPLAY-N DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-QTY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-QTY-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-QTY-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-QTY-4 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISPLAY-RATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-FIG-BO-LINES = 0
               STRING "          -" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           ELSE
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-FIG-BO-DAYS / WS-FIG-BO-LINES
               MOVE WS-AVG-DAYS TO WS-DISPLAY-DAYS
               STRING "   " DELIMITED BY SIZE
                      WS-DISPLAY-DAYS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> COMPUTE-FILL-RATE: first-pass units over units ordered, as a
      *> percentage to one place.
       COMPUTE-FILL-RATE.
           IF WS-FIG-ORDERED = 0
               MOVE 0 TO WS-FILL-RATE
           ELSE
               COMPUTE WS-FILL-RATE ROUNDED =
                   WS-FIG-FIRST * 100 / WS-FIG-ORDERED
           END-IF.
           MOVE WS-FILL-RATE TO WS-DISPLAY-RATE.
           EXIT.

      *> WRITE-PARTNER-SECTION prints each partner's fill rate, in
      *> partner order, followed by the SKUs it was not fully
      *> supplied at first pass.
       WRITE-PARTNER-SECTION.
           PERFORM VARYING WS-PT-INDEX FROM 2 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               MOVE WS-PT-ENTRY (WS-PT-INDEX) TO WS-PT-HOLD
               MOVE WS-PT-INDEX TO WS-PT-SCAN
               PERFORM UNTIL WS-PT-SCAN < 2
                       OR WS-PT-PARTNER (WS-PT-SCAN - 1)
                           <= WS-PH-PARTNER
                   MOVE WS-PT-ENTRY (WS-PT-SCAN - 1)
                       TO WS-PT-ENTRY (WS-PT-SCAN)
                   SUBTRACT 1 FROM WS-PT-SCAN
               END-PERFORM
               MOVE WS-PT-HOLD TO WS-PT-ENTRY (WS-PT-SCAN)
           END-PERFORM.
           MOVE "By partner (short SKUs listed under each partner)"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               MOVE WS-PT-PARTNER (WS-PT-INDEX) TO WS-FIG-LABEL
               MOVE WS-PT-ORDERS (WS-PT-INDEX) TO WS-FIG-ORDERS
               MOVE WS-PT-ORDERED (WS-PT-INDEX) TO WS-FIG-ORDERED
               MOVE WS-PT-FIRST (WS-PT-INDEX) TO WS-FIG-FIRST
               MOVE WS-PT-BACK (WS-PT-INDEX) TO WS-FIG-BACK
               MOVE WS-PT-REFUSED (WS-PT-INDEX) TO WS-FIG-REFUSED
               MOVE WS-PT-BO-LINES (WS-PT-INDEX) TO WS-FIG-BO-LINES
               MOVE WS-PT-BO-DAYS (WS-PT-INDEX) TO WS-FIG-BO-DAYS
               PERFORM WRITE-FIGURES-LINE
               PERFORM WRITE-PARTNER-SHORT-SKUS
           END-PERFORM.
           IF WS-PT-OVERFLOW > 0 OR WS-PS-OVERFLOW > 0
               MOVE "WARNING: more partners or partner/SKU pairs than"
                   & " the report holds - some lines not listed"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

       WRITE-PARTNER-SHORT-SKUS.
           PERFORM VARYING WS-PS-INDEX FROM 1 BY 1
                   UNTIL WS-PS-INDEX > WS-PS-COUNT
               IF WS-PS-PARTNER (WS-PS-INDEX)
                       = WS-PT-PARTNER (WS-PT-INDEX)
                       AND WS-PS-FIRST (WS-PS-INDEX)
                           < WS-PS-ORDERED (WS-PS-INDEX)
                   MOVE WS-PS-ORDERED (WS-PS-INDEX) TO WS-FIG-ORDERED
                   MOVE WS-PS-FIRST (WS-PS-INDEX) TO WS-FIG-FIRST
                   PERFORM COMPUTE-FILL-RATE
                   MOVE WS-PS-ORDERED (WS-PS-INDEX) TO WS-DISPLAY-QTY
                   MOVE WS-PS-FIRST (WS-PS-INDEX) TO WS-DISPLAY-QTY-2
                   COMPUTE WS-SCAN-VALUE = WS-PS-ORDERED (WS-PS-INDEX)
                       - WS-PS-FIRST (WS-PS-INDEX)
                   MOVE WS-SCAN-VALUE TO WS-DISPLAY-QTY-3
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      short: " DELIMITED BY SIZE
                          WS-PS-SKU (WS-PS-INDEX) DELIMITED BY SIZE
                          " ordered" DELIMITED BY SIZE
                          WS-DISPLAY-QTY DELIMITED BY SIZE
                          " first-pass" DELIMITED BY SIZE
                          WS-DISPLAY-QTY-2 DELIMITED BY SIZE
                          " shortfall" DELIMITED BY SIZE
                          WS-DISPLAY-QTY-3 DELIMITED BY SIZE
                          "  fill " DELIMITED BY SIZE
                          WS-DISPLAY-RATE DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WS-REPORT-LINE
               END-IF
           END-PERFORM.
           EXIT.

      *> WRITE-RANKING lists the top SKUs by units ordered (D) or by
      *> shortfall (S), largest first; a SKU with no shortfall is not
      *> ranked for shortfall.
       WRITE-RANKING.
           PERFORM VARYING WS-SK-INDEX FROM 1 BY 1
                   UNTIL WS-SK-INDEX > WS-SK-COUNT
               MOVE "N" TO WS-SK-TAKEN (WS-SK-INDEX)
           END-PERFORM.
           IF WS-RANK-BY-DEMAND
               MOVE "Top SKUs by demand (units ordered)"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "Top SKUs by shortfall (units ordered less first-p"
                   & "ass units)" TO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.
           MOVE 0 TO WS-RANK.
           MOVE 1 TO WS-BEST-INDEX.
           PERFORM UNTIL WS-RANK >= WS-TOP-LIMIT OR WS-BEST-INDEX = 0
               PERFORM FIND-NEXT-RANKED
               IF WS-BEST-INDEX NOT = 0
                   ADD 1 TO WS-RANK
                   MOVE "Y" TO WS-SK-TAKEN (WS-BEST-INDEX)
                   PERFORM WRITE-RANKED-LINE
               END-IF
           END-PERFORM.
           IF WS-RANK = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

       FIND-NEXT-RANKED.
           MOVE 0 TO WS-BEST-INDEX.
           MOVE 0 TO WS-BEST-VALUE.
           PERFORM VARYING WS-SK-SCAN FROM 1 BY 1
                   UNTIL WS-SK-SCAN > WS-SK-COUNT
               IF WS-RANK-BY-DEMAND
                   MOVE WS-SK-ORDERED (WS-SK-SCAN) TO WS-SCAN-VALUE
               ELSE
                   COMPUTE WS-SCAN-VALUE = WS-SK-ORDERED (WS-SK-SCAN)
                       - WS-SK-FIRST (WS-SK-SCAN)
               END-IF
               IF WS-SK-TAKEN (WS-SK-SCAN) = "N"
                       AND WS-SCAN-VALUE > WS-BEST-VALUE
                   MOVE WS-SCAN-VALUE TO WS-BEST-VALUE
                   MOVE WS-SK-SCAN TO WS-BEST-INDEX
               END-IF
           END-PERFORM.
           EXIT.

       WRITE-RANKED-LINE.
           MOVE WS-SK-ORDERED (WS-BEST-INDEX) TO WS-FIG-ORDERED.
           MOVE WS-SK-FIRST (WS-BEST-INDEX) TO WS-FIG-FIRST.
           PERFORM COMPUTE-FILL-RATE.
           MOVE WS-RANK TO WS-DISPLAY-RANK.
           MOVE WS-SK-ORDERED (WS-BEST-INDEX) TO WS-DISPLAY-QTY.
           COMPUTE WS-SCAN-VALUE = WS-SK-ORDERED (WS-BEST-INDEX)
               - WS-SK-FIRST (WS-BEST-INDEX).
           MOVE WS-SCAN-VALUE TO WS-DISPLAY-QTY-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-DISPLAY-RANK DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-SK-SKU (WS-BEST-INDEX) DELIMITED BY SIZE
                  " ordered" DELIMITED BY SIZE
                  WS-DISPLAY-QTY DELIMITED BY SIZE
                  " shortfall" DELIMITED BY SIZE
                  WS-DISPLAY-QTY-3 DELIMITED BY SIZE
                  "  fill " DELIMITED BY SIZE
                  WS-DISPLAY-RATE DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-REPORT-NOTES explains the columns and says how much of
      *> the month was judged without journal evidence.
       WRITE-REPORT-NOTES.
           MOVE "First-pass: units FULFILL allocated when the order "
               & "was taken. Backorder: units left owed then. Refused:"
               & " units of RETIRED items." TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Avg BO days: order date to the BOREALLOC release tha"
               & "t completed the line, or to today while still owed."
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-INFERRED-COUNT > 0
               MOVE WS-INFERRED-COUNT TO WS-DISPLAY-N
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                      " line(s) had no allocation on the journal and "
                      "were counted as filled at first pass from "
                      "their status." DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.
