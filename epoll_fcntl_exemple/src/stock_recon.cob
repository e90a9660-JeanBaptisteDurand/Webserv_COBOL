       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKRECON.
      *> STOCKRECON proves the indexed inventory master still agrees
      *> with the movements journaled against it. A bad ADJUST, or a
      *> crash between a master REWRITE and the journal write, used
      *> to surface only when a physical count disagreed. Each night
      *> it takes, per SKU,
      *>   - the opening balance: the book quantity the previous run
      *>     carried forward in logs/stock_ledger.dat,
      *>   - the RECEIPT, ISSUE and ADJUST totals and the allocations
      *>     (ISSUE lines written by FULFILL and BOREALLOC) from the
      *>     journal lines added since that run,
      *>   - the computed closing balance,
      *> and compares the closing balance with WS-INV-QTY on the
      *> master. Every variance is listed in
      *> logs/stock_recon_report.txt, queued for ALERTDISP, and the
      *> run exits nonzero. SHIPCONF's ISSUE lines record stock that
      *> was already taken off the master at allocation, so they are
      *> shown but do not move the balance; ADJUST sets an absolute
      *> count, so its total is the net correction it made. A SKU
      *> with no carried-forward balance (first run, or new since
      *> the last one) opens at the balance implied by its first
      *> journal line, or at its book quantity when it has none.
      *> The book quantity is carried forward as the next opening,
      *> so a variance is reported once, on the night it appears.
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
           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERT-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
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
       FD  LEDGER-FILE.
       01  WS-LEDGER-LINE         PIC X(80).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-LEDGER-PATH          PIC X(256)
           VALUE "logs/stock_ledger.dat".
       77 WS-LEDGER-STATUS        PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/stock_recon_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.

      *> One row per SKU seen in the carried-forward ledger, the
      *> journal or the master. WS-SL-RUNNING is the balance as the
      *> journal lines are replayed; it ends as the computed closing.
       01 WS-SKU-TABLE.
           05 WS-SL-ENTRY OCCURS 500 TIMES.
              10 WS-SL-SKU        PIC X(16) VALUE SPACES.
              10 WS-SL-OPENED     PIC X(1) VALUE "N".
              10 WS-SL-OPEN-KIND  PIC X(1) VALUE SPACE.
              10 WS-SL-OPENING    PIC S9(9) VALUE 0.
              10 WS-SL-RECEIPTS   PIC S9(9) VALUE 0.
              10 WS-SL-ISSUES     PIC S9(9) VALUE 0.
              10 WS-SL-ADJUSTS    PIC S9(9) VALUE 0.
              10 WS-SL-ALLOCS     PIC S9(9) VALUE 0.
              10 WS-SL-SHIPPED    PIC S9(9) VALUE 0.
              10 WS-SL-RUNNING    PIC S9(9) VALUE 0.
              10 WS-SL-ON-MASTER  PIC X(1) VALUE "N".
              10 WS-SL-BOOK       PIC S9(9) VALUE 0.
       77 WS-SL-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-SL-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-SL-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-SCAN                 PIC 9(4) COMP VALUE 0.
       77 WS-WANTED-SKU           PIC X(16) VALUE SPACES.

      *> Carried-forward ledger: "H|journal lines read|stamp" then
      *> one "SKU|book quantity" line per master record.
       77 WS-LDG-F1               PIC X(16) VALUE SPACES.
       77 WS-LDG-F2               PIC X(16) VALUE SPACES.
       77 WS-LDG-F3               PIC X(16) VALUE SPACES.
       77 WS-LAST-RUN-STAMP       PIC X(14) VALUE SPACES.
       77 WS-LINES-DONE           PIC 9(9) COMP VALUE 0.
       77 WS-JOURNAL-LINES        PIC 9(9) COMP VALUE 0.
       77 WS-LINE-NUMBER          PIC 9(9) COMP VALUE 0.
       77 WS-JOURNAL-RESTARTED    PIC X(1) VALUE "N".

      *> One journal line: "stamp|sku|type|qty|who|qty_after".
       77 WS-JNL-STAMP            PIC X(14) VALUE SPACES.
       77 WS-JNL-SKU              PIC X(16) VALUE SPACES.
       77 WS-JNL-TYPE             PIC X(8) VALUE SPACES.
       77 WS-JNL-QTY-X            PIC X(9) VALUE SPACES.
       77 WS-JNL-WHO              PIC X(32) VALUE SPACES.
       77 WS-JNL-AFTER-X          PIC X(9) VALUE SPACES.
       77 WS-JNL-QTY              PIC S9(9) VALUE 0.
       77 WS-JNL-AFTER            PIC S9(9) VALUE 0.
       77 WS-JNL-KIND             PIC X(1) VALUE SPACE.
           88 WS-JNL-IS-RECEIPT   VALUE "R".
           88 WS-JNL-IS-ISSUE     VALUE "I".
           88 WS-JNL-IS-ALLOC     VALUE "A".
           88 WS-JNL-IS-SHIPPED   VALUE "S".
           88 WS-JNL-IS-ADJUST    VALUE "J".
           88 WS-JNL-IS-OTHER     VALUE "O".
       77 WS-JNL-BAD-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-JNL-READ-COUNT       PIC 9(9) COMP VALUE 0.

       77 WS-CLOSING              PIC S9(9) VALUE 0.
       77 WS-VARIANCE             PIC S9(9) VALUE 0.
       77 WS-VARIANCE-COUNT       PIC 9(4) COMP VALUE 0.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-DISPLAY-COUNT-2      PIC Z(8)9.
       77 WS-QTY-DISPLAY          PIC Z(8)9.
       77 WS-COL-OPENING          PIC -(9)9.
       77 WS-COL-RECEIPTS         PIC -(9)9.
       77 WS-COL-ISSUES           PIC -(9)9.
       77 WS-COL-ADJUSTS          PIC -(9)9.
       77 WS-COL-ALLOCS           PIC -(9)9.
       77 WS-COL-CLOSING          PIC -(9)9.
       77 WS-COL-BOOK             PIC -(9)9.
       77 WS-COL-VARIANCE         PIC -(9)9.
       77 WS-COL-SHIPPED          PIC -(9)9.
       77 WS-COL-NOTE             PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-RUN-STAMP.
           OPEN INPUT INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS NOT = "00"
               DISPLAY "Fichier stock indisponible: "
                   FUNCTION TRIM (WS-INV-MASTER-PATH)
                   " (statut " WS-INV-MASTER-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CARRIED-LEDGER.
           PERFORM COUNT-JOURNAL-LINES.
           PERFORM REPLAY-JOURNAL.
           PERFORM COMPARE-WITH-MASTER.
           CLOSE INV-MASTER-FILE.
           PERFORM WRITE-LEDGER-REPORT.
           PERFORM SAVE-CARRIED-LEDGER.
           IF WS-VARIANCE-COUNT > 0
               PERFORM QUEUE-VARIANCE-ALERT
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> LOAD-CARRIED-LEDGER seeds each SKU's opening balance from
      *> the previous run and notes how far into the journal it got.
       LOAD-CARRIED-LEDGER.
           MOVE 0 TO WS-LINES-DONE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "Pas de solde reporte - premier passage."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LEDGER-STATUS = "10"
               READ LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-LEDGER-LINE
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           EXIT.

       NOTE-ONE-LEDGER-LINE.
           IF WS-LEDGER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LDG-F1.
           MOVE SPACES TO WS-LDG-F2.
           MOVE SPACES TO WS-LDG-F3.
           UNSTRING WS-LEDGER-LINE DELIMITED BY "|"
               INTO WS-LDG-F1 WS-LDG-F2 WS-LDG-F3
           END-UNSTRING.
           IF WS-LDG-F1 = "H"
               IF FUNCTION TEST-NUMVAL (WS-LDG-F2) = 0
                   COMPUTE WS-LINES-DONE =
                       FUNCTION NUMVAL (WS-LDG-F2)
               END-IF
               MOVE WS-LDG-F3 TO WS-LAST-RUN-STAMP
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-LDG-F2) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LDG-F1 TO WS-WANTED-SKU.
           PERFORM FIND-OR-ADD-SKU.
           IF WS-SL-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SL-OPENING (WS-SL-INDEX) =
               FUNCTION NUMVAL (WS-LDG-F2).
           MOVE WS-SL-OPENING (WS-SL-INDEX)
               TO WS-SL-RUNNING (WS-SL-INDEX).
           MOVE "Y" TO WS-SL-OPENED (WS-SL-INDEX).
           MOVE "C" TO WS-SL-OPEN-KIND (WS-SL-INDEX).
           EXIT.

      *> COUNT-JOURNAL-LINES guards against a journal that shrank
      *> since the last run (rotated or restored): the carried line
      *> count would skip movements, so the replay starts over from
      *> the first line instead.
       COUNT-JOURNAL-LINES.
           MOVE 0 TO WS-JOURNAL-LINES.
           OPEN INPUT INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INV-JOURNAL-STATUS = "10"
               READ INV-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-LINES
               END-READ
           END-PERFORM.
           CLOSE INV-JOURNAL-FILE.
           IF WS-JOURNAL-LINES < WS-LINES-DONE
               MOVE "Y" TO WS-JOURNAL-RESTARTED
               MOVE 0 TO WS-LINES-DONE
           END-IF.
           EXIT.

       REPLAY-JOURNAL.
           MOVE 0 TO WS-LINE-NUMBER.
           OPEN INPUT INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INV-JOURNAL-STATUS = "10"
               READ INV-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF WS-LINE-NUMBER > WS-LINES-DONE
                           PERFORM APPLY-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INV-JOURNAL-FILE.
           EXIT.

      *> APPLY-ONE-JOURNAL-LINE classifies the movement and moves the
      *> SKU's running balance the way the writer moved the master.
       APPLY-ONE-JOURNAL-LINE.
           IF WS-INV-JOURNAL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JNL-STAMP WS-JNL-SKU WS-JNL-TYPE
               WS-JNL-QTY-X WS-JNL-WHO WS-JNL-AFTER-X.
           UNSTRING WS-INV-JOURNAL-LINE DELIMITED BY "|"
               INTO WS-JNL-STAMP WS-JNL-SKU WS-JNL-TYPE
                    WS-JNL-QTY-X WS-JNL-WHO WS-JNL-AFTER-X
           END-UNSTRING.
           IF WS-JNL-SKU = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-JNL-QTY-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-JNL-AFTER-X) NOT = 0
               ADD 1 TO WS-JNL-BAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JNL-READ-COUNT.
           COMPUTE WS-JNL-QTY = FUNCTION NUMVAL (WS-JNL-QTY-X).
           COMPUTE WS-JNL-AFTER = FUNCTION NUMVAL (WS-JNL-AFTER-X).
           MOVE FUNCTION UPPER-CASE (WS-JNL-TYPE) TO WS-JNL-TYPE.
           EVALUATE TRUE
               WHEN WS-JNL-TYPE = "RECEIPT"
                   MOVE "R" TO WS-JNL-KIND
               WHEN WS-JNL-TYPE = "ISSUE"
                       AND (WS-JNL-WHO = "FULFILL"
                            OR WS-JNL-WHO = "BOREALLOC")
                   MOVE "A" TO WS-JNL-KIND
               WHEN WS-JNL-TYPE = "ISSUE"
                       AND WS-JNL-WHO = "SHIPCONF"
                   MOVE "S" TO WS-JNL-KIND
               WHEN WS-JNL-TYPE = "ISSUE"
                   MOVE "I" TO WS-JNL-KIND
               WHEN WS-JNL-TYPE = "ADJUST"
                   MOVE "J" TO WS-JNL-KIND
               WHEN OTHER
                   MOVE "O" TO WS-JNL-KIND
           END-EVALUATE.
           MOVE WS-JNL-SKU TO WS-WANTED-SKU.
           PERFORM FIND-OR-ADD-SKU.
           IF WS-SL-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SL-OPENED (WS-SL-INDEX) NOT = "Y"
               PERFORM OPEN-FROM-FIRST-MOVEMENT
           END-IF.
           EVALUATE TRUE
               WHEN WS-JNL-IS-RECEIPT
                   ADD WS-JNL-QTY TO WS-SL-RECEIPTS (WS-SL-INDEX)
                   ADD WS-JNL-QTY TO WS-SL-RUNNING (WS-SL-INDEX)
               WHEN WS-JNL-IS-ISSUE
                   ADD WS-JNL-QTY TO WS-SL-ISSUES (WS-SL-INDEX)
                   SUBTRACT WS-JNL-QTY
                       FROM WS-SL-RUNNING (WS-SL-INDEX)
               WHEN WS-JNL-IS-ALLOC
                   ADD WS-JNL-QTY TO WS-SL-ALLOCS (WS-SL-INDEX)
                   SUBTRACT WS-JNL-QTY
                       FROM WS-SL-RUNNING (WS-SL-INDEX)
               WHEN WS-JNL-IS-SHIPPED
                   ADD WS-JNL-QTY TO WS-SL-SHIPPED (WS-SL-INDEX)
               WHEN WS-JNL-IS-ADJUST
                   COMPUTE WS-SL-ADJUSTS (WS-SL-INDEX) =
                       WS-SL-ADJUSTS (WS-SL-INDEX)
                       + WS-JNL-QTY - WS-SL-RUNNING (WS-SL-INDEX)
                   MOVE WS-JNL-QTY TO WS-SL-RUNNING (WS-SL-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> OPEN-FROM-FIRST-MOVEMENT backs the SKU's first journaled
      *> movement out of its qty_after column to find the balance it
      *> started from. An ADJUST hides the balance before it, so the
      *> SKU opens at the adjusted count and the ADJUST nets to zero.
       OPEN-FROM-FIRST-MOVEMENT.
           EVALUATE TRUE
               WHEN WS-JNL-IS-RECEIPT
                   COMPUTE WS-SL-OPENING (WS-SL-INDEX) =
                       WS-JNL-AFTER - WS-JNL-QTY
               WHEN WS-JNL-IS-ISSUE
               WHEN WS-JNL-IS-ALLOC
                   COMPUTE WS-SL-OPENING (WS-SL-INDEX) =
                       WS-JNL-AFTER + WS-JNL-QTY
               WHEN WS-JNL-IS-ADJUST
                   MOVE WS-JNL-QTY TO WS-SL-OPENING (WS-SL-INDEX)
               WHEN OTHER
                   MOVE WS-JNL-AFTER TO WS-SL-OPENING (WS-SL-INDEX)
           END-EVALUATE.
           MOVE WS-SL-OPENING (WS-SL-INDEX)
               TO WS-SL-RUNNING (WS-SL-INDEX).
           MOVE "Y" TO WS-SL-OPENED (WS-SL-INDEX).
           MOVE "J" TO WS-SL-OPEN-KIND (WS-SL-INDEX).
           EXIT.

      *> COMPARE-WITH-MASTER reads the master end to end and records
      *> each SKU's book quantity; a SKU with no opening and no
      *> movements opens at its book quantity.
       COMPARE-WITH-MASTER.
           PERFORM UNTIL WS-INV-MASTER-STATUS NOT = "00"
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-MASTER-RECORD
               END-READ
           END-PERFORM.
           EXIT.

       NOTE-ONE-MASTER-RECORD.
           MOVE WS-INV-SKU TO WS-WANTED-SKU.
           PERFORM FIND-OR-ADD-SKU.
           IF WS-SL-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SL-ON-MASTER (WS-SL-INDEX).
           MOVE WS-INV-QTY TO WS-SL-BOOK (WS-SL-INDEX).
           IF WS-SL-OPENED (WS-SL-INDEX) NOT = "Y"
               MOVE WS-INV-QTY TO WS-SL-OPENING (WS-SL-INDEX)
               MOVE WS-INV-QTY TO WS-SL-RUNNING (WS-SL-INDEX)
               MOVE "Y" TO WS-SL-OPENED (WS-SL-INDEX)
               MOVE "B" TO WS-SL-OPEN-KIND (WS-SL-INDEX)
           END-IF.
           EXIT.

      *> FIND-OR-ADD-SKU leaves WS-SL-INDEX on WS-WANTED-SKU's row,
      *> adding one if needed; zero when the table is full.
       FIND-OR-ADD-SKU.
           MOVE 0 TO WS-SL-INDEX.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-SL-COUNT
                       OR WS-SL-INDEX NOT = 0
               IF WS-SL-SKU (WS-SCAN) = WS-WANTED-SKU
                   MOVE WS-SCAN TO WS-SL-INDEX
               END-IF
           END-PERFORM.
           IF WS-SL-INDEX NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SL-COUNT >= 500
               ADD 1 TO WS-SL-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SL-COUNT.
           MOVE WS-SL-COUNT TO WS-SL-INDEX.
           MOVE WS-WANTED-SKU TO WS-SL-SKU (WS-SL-INDEX).
           EXIT.

       WRITE-LEDGER-REPORT.
           MOVE 0 TO WS-VARIANCE-COUNT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Ecriture du rapport impossible: "
                   FUNCTION TRIM (WS-REPORT-PATH)
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-LAST-RUN-STAMP = SPACES
               STRING "Stock ledger reconciliation "
                          DELIMITED BY SIZE
                      WS-RUN-STAMP DELIMITED BY SIZE
                      " (first run - whole journal)"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "Stock ledger reconciliation "
                          DELIMITED BY SIZE
                      WS-RUN-STAMP DELIMITED BY SIZE
                      " (movements since " DELIMITED BY SIZE
                      WS-LAST-RUN-STAMP DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WS-JOURNAL-RESTARTED = "Y"
               MOVE "  journal shorter than at the last run -"
                   & " replayed from its first line"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SKU                OPENING   RECEIPTS    ISSUES"
               & "   ADJUSTS    ALLOCS  COMPUTED      BOOK"
               & "  VARIANCE   SHIPPED"
               TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                   UNTIL WS-SL-INDEX > WS-SL-COUNT
               PERFORM WRITE-ONE-SKU-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SL-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-VARIANCE-COUNT TO WS-DISPLAY-COUNT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "SKUs checked: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  "  variances: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT-2)
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-JNL-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-JNL-BAD-COUNT TO WS-DISPLAY-COUNT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Journal lines applied: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  "  unreadable: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT-2)
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SL-DROPPED > 0
               MOVE WS-SL-DROPPED TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "(table full - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT)
                          DELIMITED BY SIZE
                      " SKU references not checked)"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "Opening: C=carried forward, J=from first journal"
               & " line, B=book (no history)"
               TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           MOVE WS-VARIANCE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Rapprochement du stock ecrit dans "
               FUNCTION TRIM (WS-REPORT-PATH)
               " (ecarts: " FUNCTION TRIM (WS-DISPLAY-COUNT) ")".
           EXIT.

      *> WRITE-ONE-SKU-LINE prints one SKU's ledger. A SKU that the
      *> journal or the carried ledger knows but the master no
      *> longer holds is a variance against a book of zero.
       WRITE-ONE-SKU-LINE.
           MOVE WS-SL-RUNNING (WS-SL-INDEX) TO WS-CLOSING.
           COMPUTE WS-VARIANCE =
               WS-SL-BOOK (WS-SL-INDEX) - WS-CLOSING.
           MOVE SPACES TO WS-COL-NOTE.
           IF WS-SL-ON-MASTER (WS-SL-INDEX) NOT = "Y"
               MOVE "** NOT ON MASTER" TO WS-COL-NOTE
               ADD 1 TO WS-VARIANCE-COUNT
           ELSE
               IF WS-VARIANCE NOT = 0
                   MOVE "** VARIANCE" TO WS-COL-NOTE
                   ADD 1 TO WS-VARIANCE-COUNT
               END-IF
           END-IF.
           MOVE WS-SL-OPENING (WS-SL-INDEX) TO WS-COL-OPENING.
           MOVE WS-SL-RECEIPTS (WS-SL-INDEX) TO WS-COL-RECEIPTS.
           MOVE WS-SL-ISSUES (WS-SL-INDEX) TO WS-COL-ISSUES.
           MOVE WS-SL-ADJUSTS (WS-SL-INDEX) TO WS-COL-ADJUSTS.
           MOVE WS-SL-ALLOCS (WS-SL-INDEX) TO WS-COL-ALLOCS.
           MOVE WS-CLOSING TO WS-COL-CLOSING.
           MOVE WS-SL-BOOK (WS-SL-INDEX) TO WS-COL-BOOK.
           MOVE WS-VARIANCE TO WS-COL-VARIANCE.
           MOVE WS-SL-SHIPPED (WS-SL-INDEX) TO WS-COL-SHIPPED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING WS-SL-SKU (WS-SL-INDEX) DELIMITED BY SIZE
                  WS-COL-OPENING DELIMITED BY SIZE
                  WS-SL-OPEN-KIND (WS-SL-INDEX) DELIMITED BY SIZE
                  WS-COL-RECEIPTS DELIMITED BY SIZE
                  WS-COL-ISSUES DELIMITED BY SIZE
                  WS-COL-ADJUSTS DELIMITED BY SIZE
                  WS-COL-ALLOCS DELIMITED BY SIZE
                  WS-COL-CLOSING DELIMITED BY SIZE
                  WS-COL-BOOK DELIMITED BY SIZE
                  WS-COL-VARIANCE DELIMITED BY SIZE
                  WS-COL-SHIPPED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-COL-NOTE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

      *> SAVE-CARRIED-LEDGER rewrites the carried-forward file with
      *> tonight's book quantities and the journal position, the
      *> opening balances for the next run.
       SAVE-CARRIED-LEDGER.
           OPEN OUTPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "Ecriture du solde reporte impossible: "
                   FUNCTION TRIM (WS-LEDGER-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOURNAL-LINES TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-LEDGER-LINE.
           STRING "H|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
               INTO WS-LEDGER-LINE
           END-STRING.
           WRITE WS-LEDGER-LINE.
           PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                   UNTIL WS-SL-INDEX > WS-SL-COUNT
               IF WS-SL-ON-MASTER (WS-SL-INDEX) = "Y"
                   MOVE WS-SL-BOOK (WS-SL-INDEX) TO WS-QTY-DISPLAY
                   MOVE SPACES TO WS-LEDGER-LINE
                   STRING FUNCTION TRIM (WS-SL-SKU (WS-SL-INDEX))
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTY-DISPLAY)
                              DELIMITED BY SIZE
                       INTO WS-LEDGER-LINE
                   END-STRING
                   WRITE WS-LEDGER-LINE
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.
           EXIT.

      *> QUEUE-VARIANCE-ALERT leaves one line for ALERTDISP's next
      *> pass, so someone is paged rather than the report waiting
      *> to be read.
       QUEUE-VARIANCE-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VARIANCE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-ALERT-QUEUE-LINE.
           STRING "stock|Stock ledger variance on " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  " SKU(s) - see " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPORT-PATH) DELIMITED BY SIZE
               INTO WS-ALERT-QUEUE-LINE
           END-STRING.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.
