       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAREPORT.
      *> RMAREPORT is the monthly returns report the partner credit
      *> notes are raised from. For the month given (YYYYMM, current
      *> month by default) it lists, partner by partner, every RMA
      *> from logs/returns.dat that RMARECV booked in during the month:
      *> order, SKU, units authorised, received good and received
      *> damaged, the unit price held on the RMA, and the credit due -
      *> the good units at that price. Damaged units are shown but
      *> not credited; they are for the account manager to settle
      *> with the partner. Each partner closes with its totals, the
      *> month with the overall totals, and last come the RMAs still
      *> AUTHORISED with no goods received, oldest first, with their
      *> age in days.
      *> The report goes to logs/returns_report_YYYYMM.txt and the
      *> credit lines to logs/returns_credit_YYYYMM.dat
      *> ("partner|rma|order|sku|good qty|unit price|credit") for the
      *> credit-note run. The credit file is all or nothing: a month
      *> with more received RMAs than the listing holds gets no report
      *> and no credit file (a stale one is removed) and a nonzero
      *> exit, so the credit-note run never bills a short month.
      *>   cobcrun RMAREPORT [YYYYMM]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO WS-RETURNS-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-RET-NUMBER
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CREDIT-FILE ASSIGN TO WS-CREDIT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  CREDIT-FILE.
       01  WS-CREDIT-LINE         PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-RETURNS-PATH         PIC X(256)
           VALUE "logs/returns.dat".
       77 WS-RETURNS-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256) VALUE SPACES.
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-CREDIT-PATH          PIC X(256) VALUE SPACES.
       77 WS-CREDIT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-CREDIT-C-PATH        PIC X(257) VALUE SPACES.
       77 WS-UNLINK-RET           PIC S9(9) COMP VALUE 0.
       77 WS-COMMAND-LINE         PIC X(32) VALUE SPACES.
       77 WS-WANTED-MONTH         PIC X(6) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-DATE-NUM             PIC 9(8) VALUE 0.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

      *> The month's received RMAs, and the RMAs still open.
       01 WS-RECEIVED-TABLE.
           05 WS-RV-ENTRY OCCURS 10000 TIMES.
              10 WS-RV-PARTNER    PIC X(16).
              10 WS-RV-NUMBER     PIC X(16).
              10 WS-RV-ORDER      PIC X(16).
              10 WS-RV-SKU        PIC X(16).
              10 WS-RV-QTY        PIC 9(9).
              10 WS-RV-GOOD       PIC 9(9).
              10 WS-RV-DAMAGED    PIC 9(9).
              10 WS-RV-UNIT-PRICE PIC 9(9)V99.
              10 WS-RV-DONE       PIC X(1).
       77 WS-RV-COUNT             PIC 9(5) COMP VALUE 0.
       77 WS-RV-INDEX             PIC 9(5) COMP VALUE 0.
       77 WS-RV-OVERFLOW          PIC 9(6) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OP-ENTRY OCCURS 1000 TIMES.
              10 WS-OP-REQUESTED  PIC X(14).
              10 WS-OP-NUMBER     PIC X(16).
              10 WS-OP-PARTNER    PIC X(16).
              10 WS-OP-ORDER      PIC X(16).
              10 WS-OP-SKU        PIC X(16).
              10 WS-OP-QTY        PIC 9(9).
       77 WS-OP-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-OP-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-OP-SCAN              PIC 9(5) COMP VALUE 0.
       77 WS-OP-OVERFLOW          PIC 9(6) VALUE 0.
       01 WS-OP-HOLD.
           05 WS-OH-REQUESTED     PIC X(14).
           05 WS-OH-NUMBER        PIC X(16).
           05 WS-OH-PARTNER       PIC X(16).
           05 WS-OH-ORDER         PIC X(16).
           05 WS-OH-SKU           PIC X(16).
           05 WS-OH-QTY           PIC 9(9).

      *> Running totals, per partner and for the month.
       77 WS-CURRENT-PARTNER      PIC X(16) VALUE SPACES.
       77 WS-LINE-CREDIT          PIC 9(11)V99 VALUE 0.
       77 WS-PT-RMAS              PIC 9(6) VALUE 0.
       77 WS-PT-GOOD              PIC 9(9) VALUE 0.
       77 WS-PT-DAMAGED           PIC 9(9) VALUE 0.
       77 WS-PT-CREDIT            PIC 9(11)V99 VALUE 0.
       77 WS-MT-PARTNERS          PIC 9(6) VALUE 0.
       77 WS-MT-RMAS              PIC 9(6) VALUE 0.
       77 WS-MT-GOOD              PIC 9(9) VALUE 0.
       77 WS-MT-DAMAGED           PIC 9(9) VALUE 0.
       77 WS-MT-CREDIT            PIC 9(11)V99 VALUE 0.
       77 WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.

       77 WS-DISPLAY-QTY          PIC Z(8)9.
       77 WS-DISPLAY-GOOD         PIC Z(8)9.
       77 WS-DISPLAY-DAMAGED      PIC Z(8)9.
       77 WS-DISPLAY-N            PIC Z(5)9.
       77 WS-DISPLAY-AGE          PIC Z(5)9.
       77 WS-PRICE-EDIT           PIC Z(8)9.99.
       77 WS-AMOUNT-EDIT          PIC Z(10)9.99.

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
           STRING "logs/returns_report_" DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.
           MOVE SPACES TO WS-CREDIT-PATH.
           STRING "logs/returns_credit_" DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-CREDIT-PATH
           END-STRING.
           OPEN INPUT RETURNS-FILE.
           *> No returns file is a month with no returns; one that
           *> will not open must not be reported as one.
           IF WS-RETURNS-STATUS NOT = "00"
                   AND WS-RETURNS-STATUS NOT = "35"
               PERFORM REMOVE-STALE-CREDIT-FILE
               DISPLAY "Fichier des retours illisible: "
                   FUNCTION TRIM (WS-RETURNS-PATH) " "
                   WS-RETURNS-STATUS " - rapport et avoirs non"
                   " produits."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RETURNS-STATUS = "00"
               PERFORM UNTIL WS-RETURNS-STATUS NOT = "00"
                   READ RETURNS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.
           IF WS-RV-OVERFLOW > 0
               PERFORM REFUSE-SHORT-MONTH
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible a ecrire: "
                   FUNCTION TRIM (WS-REPORT-PATH) " " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CREDIT-FILE.
           IF WS-CREDIT-STATUS NOT = "00"
               DISPLAY "Fichier des avoirs impossible a ecrire: "
                   FUNCTION TRIM (WS-CREDIT-PATH) " " WS-CREDIT-STATUS
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Returns report " DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  " - credit due on returns received in the month"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-RV-COUNT = 0
               MOVE "No returns received in the month." TO
                   WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-RV-INDEX FROM 1 BY 1
                   UNTIL WS-RV-INDEX > WS-RV-COUNT
               IF WS-RV-DONE (WS-RV-INDEX) = "N"
                   PERFORM REPORT-ONE-PARTNER
               END-IF
           END-PERFORM.
           PERFORM WRITE-MONTH-TOTALS.
           PERFORM WRITE-OPEN-AUTHORISATIONS.
           CLOSE CREDIT-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-MT-RMAS TO WS-DISPLAY-N.
           DISPLAY "Retours recus dans le mois: "
               FUNCTION TRIM (WS-DISPLAY-N).
           MOVE WS-MT-CREDIT TO WS-AMOUNT-EDIT.
           DISPLAY "Avoirs a emettre         : "
               FUNCTION TRIM (WS-AMOUNT-EDIT).
           DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-PATH).
           STOP RUN.

      *> NOTE-ONE-RETURN keeps an RMA received in the month for the
      *> credit listing, and any RMA still awaiting its goods for
      *> the open list, in request order.
       NOTE-ONE-RETURN.
           IF WS-RET-STATUS = "RECEIVED"
               IF WS-RET-RECEIVED (1 : 6) = WS-WANTED-MONTH
                   IF WS-RV-COUNT >= 10000
                       ADD 1 TO WS-RV-OVERFLOW
                   ELSE
                       ADD 1 TO WS-RV-COUNT
                       MOVE WS-RET-PARTNER
                           TO WS-RV-PARTNER (WS-RV-COUNT)
                       MOVE WS-RET-NUMBER TO WS-RV-NUMBER (WS-RV-COUNT)
                       MOVE WS-RET-ORDER TO WS-RV-ORDER (WS-RV-COUNT)
                       MOVE WS-RET-SKU TO WS-RV-SKU (WS-RV-COUNT)
                       MOVE WS-RET-QTY TO WS-RV-QTY (WS-RV-COUNT)
                       MOVE WS-RET-GOOD-QTY TO WS-RV-GOOD (WS-RV-COUNT)
                       MOVE WS-RET-DAMAGED-QTY
                           TO WS-RV-DAMAGED (WS-RV-COUNT)
                       MOVE WS-RET-UNIT-PRICE
                           TO WS-RV-UNIT-PRICE (WS-RV-COUNT)
                       MOVE "N" TO WS-RV-DONE (WS-RV-COUNT)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-COUNT >= 1000
               ADD 1 TO WS-OP-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-RET-REQUESTED TO WS-OP-REQUESTED (WS-OP-COUNT).
           MOVE WS-RET-NUMBER TO WS-OP-NUMBER (WS-OP-COUNT).
           MOVE WS-RET-PARTNER TO WS-OP-PARTNER (WS-OP-COUNT).
           MOVE WS-RET-ORDER TO WS-OP-ORDER (WS-OP-COUNT).
           MOVE WS-RET-SKU TO WS-OP-SKU (WS-OP-COUNT).
           MOVE WS-RET-QTY TO WS-OP-QTY (WS-OP-COUNT).
           EXIT.

      *> REFUSE-SHORT-MONTH stops the run when the month's received
      *> RMAs did not all fit the listing: a partial credit file would
      *> under-credit partners, so any earlier one for the month is
      *> removed too and nothing is written.
       REFUSE-SHORT-MONTH.
           PERFORM REMOVE-STALE-CREDIT-FILE.
           MOVE WS-RV-OVERFLOW TO WS-DISPLAY-N.
           DISPLAY "Plus de 10000 retours recus dans le mois ("
               FUNCTION TRIM (WS-DISPLAY-N) " en trop) - rapport et"
               " avoirs non produits.".
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

      *> REMOVE-STALE-CREDIT-FILE takes away any earlier credit file
      *> for the month before a run that writes none stops.
       REMOVE-STALE-CREDIT-FILE.
           MOVE SPACES TO WS-CREDIT-C-PATH.
           STRING FUNCTION TRIM (WS-CREDIT-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-CREDIT-C-PATH
           END-STRING.
           CALL "unlink" USING
               BY REFERENCE WS-CREDIT-C-PATH
               RETURNING WS-UNLINK-RET.
           EXIT.

      *> REPORT-ONE-PARTNER lists every received RMA of the partner
      *> of entry WS-RV-INDEX, marking each done, then its totals.
       REPORT-ONE-PARTNER.
           MOVE WS-RV-PARTNER (WS-RV-INDEX) TO WS-CURRENT-PARTNER.
           MOVE 0 TO WS-PT-RMAS WS-PT-GOOD WS-PT-DAMAGED WS-PT-CREDIT.
           ADD 1 TO WS-MT-PARTNERS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Partner " DELIMITED BY SIZE
                  WS-CURRENT-PARTNER DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE "  RMA              Order            SKU            "
               & "   Auth     Good  Damaged   Unit price         Credit"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-OP-SCAN FROM WS-RV-INDEX BY 1
                   UNTIL WS-OP-SCAN > WS-RV-COUNT
               IF WS-RV-DONE (WS-OP-SCAN) = "N"
                       AND WS-RV-PARTNER (WS-OP-SCAN)
                           = WS-CURRENT-PARTNER
                   MOVE "Y" TO WS-RV-DONE (WS-OP-SCAN)
                   PERFORM WRITE-RECEIVED-LINE
               END-IF
           END-PERFORM.
           MOVE WS-PT-RMAS TO WS-DISPLAY-N.
           MOVE WS-PT-GOOD TO WS-DISPLAY-GOOD.
           MOVE WS-PT-DAMAGED TO WS-DISPLAY-DAMAGED.
           MOVE WS-PT-CREDIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  Partner total: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                  " RMA(s), good " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-GOOD) DELIMITED BY SIZE
                  ", damaged " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-DAMAGED) DELIMITED BY SIZE
                  ", credit due " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-RECEIVED-LINE prints entry WS-OP-SCAN, adds it to the
      *> totals and queues its credit line.
       WRITE-RECEIVED-LINE.
           COMPUTE WS-LINE-CREDIT =
               WS-RV-GOOD (WS-OP-SCAN) * WS-RV-UNIT-PRICE (WS-OP-SCAN).
           ADD 1 TO WS-PT-RMAS WS-MT-RMAS.
           ADD WS-RV-GOOD (WS-OP-SCAN) TO WS-PT-GOOD WS-MT-GOOD.
           ADD WS-RV-DAMAGED (WS-OP-SCAN) TO WS-PT-DAMAGED
               WS-MT-DAMAGED.
           ADD WS-LINE-CREDIT TO WS-PT-CREDIT WS-MT-CREDIT.
           MOVE WS-RV-QTY (WS-OP-SCAN) TO WS-DISPLAY-QTY.
           MOVE WS-RV-GOOD (WS-OP-SCAN) TO WS-DISPLAY-GOOD.
           MOVE WS-RV-DAMAGED (WS-OP-SCAN) TO WS-DISPLAY-DAMAGED.
           MOVE WS-RV-UNIT-PRICE (WS-OP-SCAN) TO WS-PRICE-EDIT.
           MOVE WS-LINE-CREDIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-RV-NUMBER (WS-OP-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RV-ORDER (WS-OP-SCAN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RV-SKU (WS-OP-SCAN) DELIMITED BY SIZE
                  WS-DISPLAY-QTY DELIMITED BY SIZE
                  WS-DISPLAY-GOOD DELIMITED BY SIZE
                  WS-DISPLAY-DAMAGED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRICE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-RV-GOOD (WS-OP-SCAN) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CREDIT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING FUNCTION TRIM (WS-CURRENT-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RV-NUMBER (WS-OP-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RV-ORDER (WS-OP-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RV-SKU (WS-OP-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-GOOD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRICE-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-CREDIT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-CREDIT-LINE.
           EXIT.

       WRITE-MONTH-TOTALS.
           MOVE WS-MT-PARTNERS TO WS-DISPLAY-N.
           MOVE WS-MT-GOOD TO WS-DISPLAY-GOOD.
           MOVE WS-MT-DAMAGED TO WS-DISPLAY-DAMAGED.
           MOVE WS-MT-CREDIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Month total: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                  " partner(s), " DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
                  WITH POINTER WS-REPORT-PTR
           END-STRING.
           MOVE WS-MT-RMAS TO WS-DISPLAY-N.
           STRING FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                  " RMA(s), good " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-GOOD) DELIMITED BY SIZE
                  ", damaged " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-DAMAGED) DELIMITED BY SIZE
                  ", credit due " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE "Damaged units are not credited; they are settled"
               & " with the partner by the account manager."
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-OPEN-AUTHORISATIONS lists the RMAs still waiting for
      *> their goods, oldest request first, with the days since.
       WRITE-OPEN-AUTHORISATIONS.
           MOVE "RMAs authorised and not yet received (requested /"
               & " RMA / partner / order / SKU / qty / age days):"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-OP-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OP-INDEX FROM 2 BY 1
                   UNTIL WS-OP-INDEX > WS-OP-COUNT
               MOVE WS-OP-ENTRY (WS-OP-INDEX) TO WS-OP-HOLD
               MOVE WS-OP-INDEX TO WS-OP-SCAN
               PERFORM UNTIL WS-OP-SCAN < 2
                       OR WS-OP-REQUESTED (WS-OP-SCAN - 1)
                           <= WS-OH-REQUESTED
                   MOVE WS-OP-ENTRY (WS-OP-SCAN - 1)
                       TO WS-OP-ENTRY (WS-OP-SCAN)
                   SUBTRACT 1 FROM WS-OP-SCAN
               END-PERFORM
               MOVE WS-OP-HOLD TO WS-OP-ENTRY (WS-OP-SCAN)
           END-PERFORM.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                   UNTIL WS-OP-INDEX > WS-OP-COUNT
               MOVE 0 TO WS-AGE-DAYS
               IF WS-OP-REQUESTED (WS-OP-INDEX) (1 : 8) IS NUMERIC
                   MOVE WS-OP-REQUESTED (WS-OP-INDEX) (1 : 8)
                       TO WS-DATE-NUM
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               END-IF
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE
               MOVE WS-OP-QTY (WS-OP-INDEX) TO WS-DISPLAY-QTY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-OP-REQUESTED (WS-OP-INDEX) (1 : 8)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OP-NUMBER (WS-OP-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OP-PARTNER (WS-OP-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OP-ORDER (WS-OP-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OP-SKU (WS-OP-INDEX) DELIMITED BY SIZE
                      WS-DISPLAY-QTY DELIMITED BY SIZE
                      WS-DISPLAY-AGE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-OP-OVERFLOW > 0
               MOVE WS-OP-OVERFLOW TO WS-DISPLAY-N
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING "  and " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                      " more not listed" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.
