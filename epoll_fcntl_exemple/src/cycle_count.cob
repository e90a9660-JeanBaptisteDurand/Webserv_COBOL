       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECOUNT.
      *> CYCLECOUNT is the warehouse count console, in the MAINTAIN
      *> ACCEPT/DISPLAY style, that replaces the blind ADJUST through
      *> POST /inventory. An operator picks a set of SKUs (one SKU,
      *> a "PREFIX*" range, or "*" for the whole master), prints a
      *> count sheet to logs/count_sheet.txt that shows article and
      *> description but never the book quantity, and keys in the
      *> counted figures. The variance per SKU is then shown against
      *> the book quantity as it stood when the count was keyed:
      *>   - within CYCLE_COUNT_TOLERANCE units (config/webserver.conf,
      *>     default 5) the count posts straight away as an ADJUST
      *>     movement on the inventory master and journal,
      *>   - beyond it the count waits in
      *>     logs/cycle_count_pending.dat until a different operator
      *>     approves or rejects it from the A: menu. Several
      *>     sessions can have the queue open at once: each save
      *>     re-reads it and applies only that session's own new
      *>     counts and decisions, through a work file renamed over
      *>     the queue.
      *> A count never posts over stock that moved after it was
      *> keyed - the SKU must be counted again. Every count, posting,
      *> approval and rejection goes to logs/maintenance.log with the
      *> operator's name (and the counter's, for approvals).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT INV-MASTER-FILE ASSIGN TO WS-INV-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INV-SKU
               FILE STATUS IS WS-INV-MASTER-STATUS.
           SELECT INV-JOURNAL-FILE ASSIGN TO WS-INV-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-JOURNAL-STATUS.
           SELECT SHEET-FILE ASSIGN TO WS-SHEET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-WORK-FILE ASSIGN TO WS-PENDING-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-WORK-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE         PIC X(256).
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
       FD  SHEET-FILE.
       01  WS-SHEET-LINE          PIC X(132).
       FD  PENDING-FILE.
       01  WS-PENDING-LINE        PIC X(160).
       FD  PENDING-WORK-FILE.
       01  WS-PENDING-WORK-LINE   PIC X(160).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-SHEET-PATH           PIC X(256)
           VALUE "logs/count_sheet.txt".
       77 WS-SHEET-STATUS         PIC X(2) VALUE SPACES.
       77 WS-PENDING-PATH         PIC X(256)
           VALUE "logs/cycle_count_pending.dat".
       77 WS-PENDING-STATUS       PIC X(2) VALUE SPACES.
       77 WS-PENDING-WORK-PATH    PIC X(256)
           VALUE "logs/cycle_count_pending.tmp".
       77 WS-PENDING-WORK-STATUS  PIC X(2) VALUE SPACES.
       77 WS-FROM-C-PATH          PIC X(257) VALUE SPACES.
       77 WS-TO-C-PATH            PIC X(257) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-TOLERANCE            PIC 9(9) VALUE 5.

       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(160) VALUE SPACES.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".

      *> The count in hand: one row per selected SKU. WS-CC-BOOK is
      *> frozen when the count is keyed; WS-CC-STATE is blank until
      *> counted, then COUNTED, POSTED, PENDING, STALE or SETTLED.
       01 WS-COUNT-TABLE.
           05 WS-CC-ENTRY OCCURS 200 TIMES.
              10 WS-CC-SKU        PIC X(16) VALUE SPACES.
              10 WS-CC-DESC       PIC X(48) VALUE SPACES.
              10 WS-CC-COUNTED    PIC 9(9) VALUE 0.
              10 WS-CC-BOOK       PIC 9(9) VALUE 0.
              10 WS-CC-STATE      PIC X(8) VALUE SPACES.
       77 WS-CC-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-CC-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-CC-SKIPPED           PIC 9(9) COMP VALUE 0.

      *> Counts awaiting a second operator, the pending file layout:
      *> "sku|book|counted|counter|stamp". WS-PD-NEW marks a count
      *> this session queued and has not yet written out.
       01 WS-PENDING-TABLE.
           05 WS-PD-ENTRY OCCURS 500 TIMES.
              10 WS-PD-SKU        PIC X(16) VALUE SPACES.
              10 WS-PD-BOOK       PIC 9(9) VALUE 0.
              10 WS-PD-COUNTED    PIC 9(9) VALUE 0.
              10 WS-PD-COUNTER    PIC X(32) VALUE SPACES.
              10 WS-PD-STAMP      PIC X(14) VALUE SPACES.
              10 WS-PD-NEW        PIC X(1) VALUE "N".
       77 WS-PD-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PD-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PD-BOOK-X            PIC X(9) VALUE SPACES.
       77 WS-PD-COUNTED-X         PIC X(9) VALUE SPACES.
       77 WS-PD-DIRTY             PIC X(1) VALUE "N".
       77 WS-PD-FULL              PIC X(1) VALUE "N".

      *> What this session changed, held across the re-read that
      *> precedes every save: the counts it queued, and the queued
      *> rows (sku, counter and stamp) it approved or rejected.
       01 WS-HELD-TABLE.
           05 WS-HD-ENTRY OCCURS 500 TIMES.
              10 WS-HD-SKU        PIC X(16).
              10 WS-HD-BOOK       PIC 9(9).
              10 WS-HD-COUNTED    PIC 9(9).
              10 WS-HD-COUNTER    PIC X(32).
              10 WS-HD-STAMP      PIC X(14).
              10 WS-HD-NEW        PIC X(1).
       77 WS-HD-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-SETTLED-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
              10 WS-ST-SKU        PIC X(16) VALUE SPACES.
              10 WS-ST-COUNTER    PIC X(32) VALUE SPACES.
              10 WS-ST-STAMP      PIC X(14) VALUE SPACES.
       77 WS-ST-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-ST-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-ST-FOUND             PIC X(1) VALUE "N".

       77 WS-SELECT-PATTERN       PIC X(16) VALUE SPACES.
       77 WS-PREFIX-LEN           PIC 9(4) COMP VALUE 0.
       77 WS-SCAN                 PIC 9(4) COMP VALUE 0.
       77 WS-IN-QTY               PIC X(9) VALUE SPACES.
       77 WS-IN-ANSWER            PIC X(1) VALUE SPACE.
       77 WS-VARIANCE             PIC S9(9) VALUE 0.
       77 WS-ABS-VARIANCE         PIC 9(9) VALUE 0.
       77 WS-POST-SKU             PIC X(16) VALUE SPACES.
       77 WS-POST-BOOK            PIC 9(9) VALUE 0.
       77 WS-POST-COUNTED         PIC 9(9) VALUE 0.
       77 WS-POST-WHO             PIC X(32) VALUE SPACES.
       77 WS-POST-RESULT          PIC X(8) VALUE SPACES.
           88 WS-POST-WAS-OK      VALUE "POSTED".
       77 WS-JOURNAL-PTR          PIC S9(9) COMP VALUE 1.
       77 WS-LINE-PTR             PIC S9(9) COMP VALUE 1.
       77 WS-ROW-DISPLAY          PIC Z(3)9.
       77 WS-QTY-DISPLAY          PIC Z(8)9.
       77 WS-QTY-DISPLAY-2        PIC Z(8)9.
       77 WS-VARIANCE-DISPLAY     PIC -(9)9.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Inventaire tournant ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           PERFORM READ-COUNT-CONFIG.
           OPEN I-O INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS NOT = "00"
               DISPLAY "Fichier stock indisponible: "
                   FUNCTION TRIM (WS-INV-MASTER-PATH)
                   " (statut " WS-INV-MASTER-STATUS ")"
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-COUNTS.
           MOVE WS-TOLERANCE TO WS-QTY-DISPLAY.
           DISPLAY "Tolerance d'ecart: "
               FUNCTION TRIM (WS-QTY-DISPLAY) " unite(s).".
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Comptage - S:selectionner F:feuille"
                   " C:saisir E:ecarts P:poster A:approuver"
                   " Q:quitter : " WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "S"
                       PERFORM SELECT-COUNT-SKUS
                   WHEN "F"
                       PERFORM PRINT-COUNT-SHEET
                   WHEN "C"
                       PERFORM ENTER-COUNTED-FIGURES
                   WHEN "E"
                       PERFORM SHOW-COUNT-VARIANCES
                   WHEN "P"
                       PERFORM POST-COUNTED-FIGURES
                   WHEN "A"
                       PERFORM APPROVE-PENDING-COUNTS
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-STATE (WS-CC-INDEX) = "COUNTED"
                   DISPLAY "Attention: comptage non poste pour "
                       FUNCTION TRIM (WS-CC-SKU (WS-CC-INDEX))
               END-IF
           END-PERFORM.
           IF WS-PD-DIRTY = "Y"
               PERFORM SAVE-PENDING-COUNTS
           END-IF.
           CLOSE INV-MASTER-FILE.
           STOP RUN.

       READ-COUNT-CONFIG.
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
                           IF WS-CFG-KEY = "CYCLE_COUNT_TOLERANCE"
                                   AND FUNCTION TEST-NUMVAL
                                       (WS-CFG-VALUE) = 0
                               COMPUTE WS-TOLERANCE =
                                   FUNCTION NUMVAL (WS-CFG-VALUE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

      *> ------------------------------------------------------------
      *> Selection and count sheet.
      *> SELECT-COUNT-SKUS starts a new count: the operator enters
      *> SKUs or "PREFIX*" patterns until an empty answer, and each
      *> is matched against the master read end to end.
       SELECT-COUNT-SKUS.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-STATE (WS-CC-INDEX) = "COUNTED"
                   DISPLAY "Comptages non postes en cours - poster"
                       " (P) ou quitter avant une nouvelle selection."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CC-COUNT.
           MOVE 0 TO WS-CC-SKIPPED.
           INITIALIZE WS-COUNT-TABLE.
           MOVE "X" TO WS-SELECT-PATTERN.
           PERFORM UNTIL WS-SELECT-PATTERN = SPACES
               DISPLAY "SKU, PREFIXE* ou * (vide = fin): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SELECT-PATTERN
               ACCEPT WS-SELECT-PATTERN
               IF WS-SELECT-PATTERN NOT = SPACES
                   PERFORM SELECT-BY-PATTERN
               END-IF
           END-PERFORM.
           MOVE WS-CC-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT)
               " article(s) selectionne(s).".
           IF WS-CC-SKIPPED > 0
               MOVE WS-CC-SKIPPED TO WS-DISPLAY-COUNT
               DISPLAY "Au-dela de la table de 200: "
                   FUNCTION TRIM (WS-DISPLAY-COUNT)
                   " article(s) non retenu(s)."
           END-IF.
           EXIT.

       SELECT-BY-PATTERN.
           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT WS-SELECT-PATTERN TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL "*".
           *> Reopen so the sequential read starts from the first
           *> record whatever the last keyed READ left positioned.
           CLOSE INV-MASTER-FILE.
           OPEN I-O INV-MASTER-FILE.
           PERFORM UNTIL WS-INV-MASTER-STATUS NOT = "00"
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SELECT-ONE-MASTER-RECORD
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-INV-MASTER-STATUS.
           EXIT.

       SELECT-ONE-MASTER-RECORD.
           IF WS-PREFIX-LEN >= 16
               IF WS-INV-SKU NOT = WS-SELECT-PATTERN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PREFIX-LEN > 0
                   IF WS-INV-SKU (1 : WS-PREFIX-LEN)
                           NOT = WS-SELECT-PATTERN (1 : WS-PREFIX-LEN)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-CC-COUNT
               IF WS-CC-SKU (WS-SCAN) = WS-INV-SKU
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-CC-COUNT >= 200
               ADD 1 TO WS-CC-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CC-COUNT.
           MOVE WS-INV-SKU TO WS-CC-SKU (WS-CC-COUNT).
           MOVE WS-INV-DESC TO WS-CC-DESC (WS-CC-COUNT).
           MOVE SPACES TO WS-CC-STATE (WS-CC-COUNT).
           EXIT.

      *> PRINT-COUNT-SHEET writes the sheet the counter takes to the
      *> shelves - article and description only, so the count is
      *> not steered by the figure the system expects.
       PRINT-COUNT-SHEET.
           IF WS-CC-COUNT = 0
               DISPLAY "Aucun article selectionne (S)."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SHEET-FILE.
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "Ecriture de la feuille impossible: "
                   WS-SHEET-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE SPACES TO WS-SHEET-LINE.
           STRING "Count sheet " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (1 : 8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP (9 : 4) DELIMITED BY SIZE
                  "  prepared by " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
               INTO WS-SHEET-LINE
           END-STRING.
           WRITE WS-SHEET-LINE.
           MOVE SPACES TO WS-SHEET-LINE.
           WRITE WS-SHEET-LINE.
           MOVE "   # SKU              DESCRIPTION"
               & "                                      COUNTED"
               TO WS-SHEET-LINE.
           WRITE WS-SHEET-LINE.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               MOVE WS-CC-INDEX TO WS-ROW-DISPLAY
               MOVE SPACES TO WS-SHEET-LINE
               STRING WS-ROW-DISPLAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CC-SKU (WS-CC-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CC-DESC (WS-CC-INDEX) DELIMITED BY SIZE
                      "  __________" DELIMITED BY SIZE
                   INTO WS-SHEET-LINE
               END-STRING
               WRITE WS-SHEET-LINE
               DISPLAY WS-SHEET-LINE (1 : 80)
           END-PERFORM.
           CLOSE SHEET-FILE.
           DISPLAY "Feuille de comptage ecrite dans "
               FUNCTION TRIM (WS-SHEET-PATH).
           EXIT.

      *> ENTER-COUNTED-FIGURES takes the figures off the sheet; an
      *> empty answer leaves the line uncounted. The book quantity
      *> is frozen at this moment - that is what the count is held
      *> against.
       ENTER-COUNTED-FIGURES.
           IF WS-CC-COUNT = 0
               DISPLAY "Aucun article selectionne (S)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-STATE (WS-CC-INDEX) = SPACES
                       OR WS-CC-STATE (WS-CC-INDEX) = "COUNTED"
                       OR WS-CC-STATE (WS-CC-INDEX) = "STALE"
                   PERFORM ENTER-ONE-COUNT
               END-IF
           END-PERFORM.
           EXIT.

       ENTER-ONE-COUNT.
           MOVE WS-CC-INDEX TO WS-ROW-DISPLAY.
           DISPLAY FUNCTION TRIM (WS-ROW-DISPLAY) ". "
               FUNCTION TRIM (WS-CC-SKU (WS-CC-INDEX)) " "
               FUNCTION TRIM (WS-CC-DESC (WS-CC-INDEX))
               " - quantite comptee: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-QTY.
           ACCEPT WS-IN-QTY.
           IF WS-IN-QTY = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-IN-QTY) NOT = 0
                   OR FUNCTION NUMVAL (WS-IN-QTY) < 0
               DISPLAY "Quantite invalide - ligne non comptee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CC-SKU (WS-CC-INDEX) TO WS-INV-SKU.
           READ INV-MASTER-FILE
               INVALID KEY
                   DISPLAY "Article disparu du fichier stock."
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-CC-COUNTED (WS-CC-INDEX) =
               FUNCTION NUMVAL (WS-IN-QTY).
           MOVE WS-INV-QTY TO WS-CC-BOOK (WS-CC-INDEX).
           MOVE "COUNTED" TO WS-CC-STATE (WS-CC-INDEX).
           MOVE WS-CC-COUNTED (WS-CC-INDEX) TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "cycle count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CC-SKU (WS-CC-INDEX))
                      DELIMITED BY SIZE
                  " counted=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-COUNT-CHANGE.
           EXIT.

      *> ------------------------------------------------------------
      *> Variances and posting.
       SHOW-COUNT-VARIANCES.
           DISPLAY "  # SKU              compte      livre"
               "     ecart  etat".
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-STATE (WS-CC-INDEX) NOT = SPACES
                   PERFORM COMPUTE-LINE-VARIANCE
                   MOVE WS-CC-INDEX TO WS-ROW-DISPLAY
                   MOVE WS-CC-COUNTED (WS-CC-INDEX) TO WS-QTY-DISPLAY
                   MOVE WS-CC-BOOK (WS-CC-INDEX) TO WS-QTY-DISPLAY-2
                   MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY
                   DISPLAY WS-ROW-DISPLAY " " WS-CC-SKU (WS-CC-INDEX)
                       WS-QTY-DISPLAY " " WS-QTY-DISPLAY-2
                       WS-VARIANCE-DISPLAY "  "
                       FUNCTION TRIM (WS-CC-STATE (WS-CC-INDEX))
                       WITH NO ADVANCING
                   IF WS-CC-STATE (WS-CC-INDEX) = "COUNTED"
                           AND WS-ABS-VARIANCE > WS-TOLERANCE
                       DISPLAY " (hors tolerance - approbation)"
                   ELSE
                       DISPLAY " "
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       COMPUTE-LINE-VARIANCE.
           COMPUTE WS-VARIANCE = WS-CC-COUNTED (WS-CC-INDEX)
               - WS-CC-BOOK (WS-CC-INDEX).
           IF WS-VARIANCE < 0
               COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.
           EXIT.

      *> POST-COUNTED-FIGURES settles every keyed count: within the
      *> tolerance it is applied now, beyond it it is queued for a
      *> second operator. A zero variance posts nothing but is
      *> still logged as a confirmed count.
       POST-COUNTED-FIGURES.
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-STATE (WS-CC-INDEX) = "COUNTED"
                   PERFORM POST-ONE-COUNT
               END-IF
           END-PERFORM.
           EXIT.

       POST-ONE-COUNT.
           PERFORM COMPUTE-LINE-VARIANCE.
           IF WS-ABS-VARIANCE > WS-TOLERANCE
               PERFORM QUEUE-ONE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CC-SKU (WS-CC-INDEX) TO WS-POST-SKU.
           MOVE WS-CC-BOOK (WS-CC-INDEX) TO WS-POST-BOOK.
           MOVE WS-CC-COUNTED (WS-CC-INDEX) TO WS-POST-COUNTED.
           MOVE WS-OPERATOR TO WS-POST-WHO.
           PERFORM APPLY-COUNT-ADJUSTMENT.
           MOVE WS-POST-RESULT TO WS-CC-STATE (WS-CC-INDEX).
           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
           MOVE SPACES TO WS-CHANGE-TEXT.
           MOVE 1 TO WS-LINE-PTR.
           IF WS-POST-WAS-OK
               STRING "cycle count " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-POST-SKU) DELIMITED BY SIZE
                      " posted variance=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-VARIANCE-DISPLAY)
                          DELIMITED BY SIZE
                      " (within tolerance)" DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
                   WITH POINTER WS-LINE-PTR
               END-STRING
               DISPLAY FUNCTION TRIM (WS-POST-SKU)
                   ": ecart poste (" FUNCTION TRIM
                   (WS-VARIANCE-DISPLAY) ")."
           ELSE
               STRING "cycle count " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-POST-SKU) DELIMITED BY SIZE
                      " not posted - stock moved since count"
                          DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
                   WITH POINTER WS-LINE-PTR
               END-STRING
               DISPLAY FUNCTION TRIM (WS-POST-SKU)
                   ": stock modifie depuis le comptage -"
                   " recompter (C)."
           END-IF.
           PERFORM LOG-COUNT-CHANGE.
           EXIT.

       QUEUE-ONE-COUNT.
           IF WS-PD-COUNT >= 500
               DISPLAY "File d'approbation pleine - "
                   FUNCTION TRIM (WS-CC-SKU (WS-CC-INDEX))
                   " reste a poster."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ADD 1 TO WS-PD-COUNT.
           MOVE WS-CC-SKU (WS-CC-INDEX) TO WS-PD-SKU (WS-PD-COUNT).
           MOVE WS-CC-BOOK (WS-CC-INDEX) TO WS-PD-BOOK (WS-PD-COUNT).
           MOVE WS-CC-COUNTED (WS-CC-INDEX)
               TO WS-PD-COUNTED (WS-PD-COUNT).
           MOVE WS-OPERATOR TO WS-PD-COUNTER (WS-PD-COUNT).
           MOVE WS-RUN-TIMESTAMP (1 : 14) TO WS-PD-STAMP (WS-PD-COUNT).
           MOVE "Y" TO WS-PD-NEW (WS-PD-COUNT).
           MOVE "PENDING" TO WS-CC-STATE (WS-CC-INDEX).
           MOVE "Y" TO WS-PD-DIRTY.
           PERFORM SAVE-PENDING-COUNTS.
           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "cycle count " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CC-SKU (WS-CC-INDEX))
                      DELIMITED BY SIZE
                  " variance=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VARIANCE-DISPLAY)
                      DELIMITED BY SIZE
                  " over tolerance - awaiting approval"
                      DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-COUNT-CHANGE.
           DISPLAY FUNCTION TRIM (WS-CC-SKU (WS-CC-INDEX))
               ": ecart " FUNCTION TRIM (WS-VARIANCE-DISPLAY)
               " hors tolerance - en attente d'approbation.".
           EXIT.

      *> APPLY-COUNT-ADJUSTMENT sets the master to the counted figure
      *> as an ADJUST movement, provided the book quantity is still
      *> the one the count was held against. WS-POST-RESULT comes
      *> back POSTED or STALE.
       APPLY-COUNT-ADJUSTMENT.
           MOVE "STALE" TO WS-POST-RESULT.
           MOVE WS-POST-SKU TO WS-INV-SKU.
           READ INV-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-INV-QTY NOT = WS-POST-BOOK
               EXIT PARAGRAPH
           END-IF.
           IF WS-POST-COUNTED NOT = WS-POST-BOOK
               MOVE WS-POST-COUNTED TO WS-INV-QTY
               REWRITE WS-INV-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Mise a jour du stock impossible: "
                           WS-INV-MASTER-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM WRITE-ADJUST-JOURNAL
           END-IF.
           MOVE "POSTED" TO WS-POST-RESULT.
           EXIT.

      *> WRITE-ADJUST-JOURNAL appends the movement in INVHANDL's
      *> journal shape - "stamp|sku|ADJUST|qty|who|qty_after" - so
      *> STOCKRECON sees the correction like any other ADJUST.
       WRITE-ADJUST-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           OPEN EXTEND INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "35"
               OPEN OUTPUT INV-JOURNAL-FILE
           END-IF.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-POST-COUNTED TO WS-QTY-DISPLAY.
           MOVE SPACES TO WS-INV-JOURNAL-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING WS-RUN-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-POST-SKU) DELIMITED BY SIZE
                  "|ADJUST|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-POST-WHO) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-DISPLAY) DELIMITED BY SIZE
               INTO WS-INV-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-INV-JOURNAL-LINE.
           CLOSE INV-JOURNAL-FILE.
           EXIT.

      *> ------------------------------------------------------------
      *> Second-operator approval.
      *> APPROVE-PENDING-COUNTS walks the queued counts this operator
      *> did not key; the counter can never approve their own.
       APPROVE-PENDING-COUNTS.
           IF WS-PD-COUNT = 0
               DISPLAY "Aucun comptage en attente d'approbation."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PD-INDEX FROM 1 BY 1
                   UNTIL WS-PD-INDEX > WS-PD-COUNT
               IF WS-PD-SKU (WS-PD-INDEX) NOT = SPACES
                   IF FUNCTION UPPER-CASE (WS-PD-COUNTER (WS-PD-INDEX))
                           = FUNCTION UPPER-CASE (WS-OPERATOR)
                       DISPLAY FUNCTION TRIM (WS-PD-SKU (WS-PD-INDEX))
                           ": compte par vous-meme - approbation par"
                           " un autre operateur."
                   ELSE
                       PERFORM DECIDE-ONE-PENDING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PD-DIRTY = "Y"
               PERFORM SAVE-PENDING-COUNTS
           END-IF.
           EXIT.

       DECIDE-ONE-PENDING.
           COMPUTE WS-VARIANCE = WS-PD-COUNTED (WS-PD-INDEX)
               - WS-PD-BOOK (WS-PD-INDEX).
           MOVE WS-PD-COUNTED (WS-PD-INDEX) TO WS-QTY-DISPLAY.
           MOVE WS-PD-BOOK (WS-PD-INDEX) TO WS-QTY-DISPLAY-2.
           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
           DISPLAY FUNCTION TRIM (WS-PD-SKU (WS-PD-INDEX))
               " compte=" FUNCTION TRIM (WS-QTY-DISPLAY)
               " livre=" FUNCTION TRIM (WS-QTY-DISPLAY-2)
               " ecart=" FUNCTION TRIM (WS-VARIANCE-DISPLAY)
               " par " FUNCTION TRIM (WS-PD-COUNTER (WS-PD-INDEX))
               " le " WS-PD-STAMP (WS-PD-INDEX).
           DISPLAY "  O:approuver R:rejeter (autre = plus tard): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-ANSWER.
           ACCEPT WS-IN-ANSWER.
           EVALUATE FUNCTION UPPER-CASE (WS-IN-ANSWER)
               WHEN "O"
                   MOVE WS-PD-SKU (WS-PD-INDEX) TO WS-POST-SKU
                   MOVE WS-PD-BOOK (WS-PD-INDEX) TO WS-POST-BOOK
                   MOVE WS-PD-COUNTED (WS-PD-INDEX) TO WS-POST-COUNTED
                   MOVE WS-PD-COUNTER (WS-PD-INDEX) TO WS-POST-WHO
                   PERFORM APPLY-COUNT-ADJUSTMENT
                   MOVE SPACES TO WS-CHANGE-TEXT
                   MOVE 1 TO WS-LINE-PTR
                   IF WS-POST-WAS-OK
                       STRING "cycle count " DELIMITED BY SIZE
                              FUNCTION TRIM (WS-POST-SKU)
                                  DELIMITED BY SIZE
                              " approved variance=" DELIMITED BY SIZE
                              FUNCTION TRIM (WS-VARIANCE-DISPLAY)
                                  DELIMITED BY SIZE
                              " counted_by=" DELIMITED BY SIZE
                              FUNCTION TRIM
                                  (WS-PD-COUNTER (WS-PD-INDEX))
                                  DELIMITED BY SIZE
                           INTO WS-CHANGE-TEXT
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                       DISPLAY "  Ecart poste."
                   ELSE
                       STRING "cycle count " DELIMITED BY SIZE
                              FUNCTION TRIM (WS-POST-SKU)
                                  DELIMITED BY SIZE
                              " approval void - stock moved since"
                                  DELIMITED BY SIZE
                              " count, counted_by=" DELIMITED BY SIZE
                              FUNCTION TRIM
                                  (WS-PD-COUNTER (WS-PD-INDEX))
                                  DELIMITED BY SIZE
                           INTO WS-CHANGE-TEXT
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                       DISPLAY "  Stock modifie depuis le comptage -"
                           " comptage annule, a recompter."
                   END-IF
                   PERFORM LOG-COUNT-CHANGE
                   PERFORM MARK-COUNT-SETTLED
               WHEN "R"
                   MOVE SPACES TO WS-CHANGE-TEXT
                   STRING "cycle count " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-PD-SKU (WS-PD-INDEX))
                              DELIMITED BY SIZE
                          " rejected variance=" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-VARIANCE-DISPLAY)
                              DELIMITED BY SIZE
                          " counted_by=" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-PD-COUNTER (WS-PD-INDEX))
                              DELIMITED BY SIZE
                       INTO WS-CHANGE-TEXT
                   END-STRING
                   PERFORM LOG-COUNT-CHANGE
                   PERFORM MARK-COUNT-SETTLED
                   DISPLAY "  Comptage rejete."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> MARK-COUNT-SETTLED drops the row from the queue and from the
      *> count in hand, if it came from this session, and notes it
      *> for the next save.
       MARK-COUNT-SETTLED.
           IF WS-ST-COUNT < 500
               ADD 1 TO WS-ST-COUNT
               MOVE WS-PD-SKU (WS-PD-INDEX) TO WS-ST-SKU (WS-ST-COUNT)
               MOVE WS-PD-COUNTER (WS-PD-INDEX)
                   TO WS-ST-COUNTER (WS-ST-COUNT)
               MOVE WS-PD-STAMP (WS-PD-INDEX)
                   TO WS-ST-STAMP (WS-ST-COUNT)
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-CC-COUNT
               IF WS-CC-SKU (WS-SCAN) = WS-PD-SKU (WS-PD-INDEX)
                       AND WS-CC-STATE (WS-SCAN) = "PENDING"
                   MOVE "SETTLED" TO WS-CC-STATE (WS-SCAN)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PD-SKU (WS-PD-INDEX).
           MOVE "Y" TO WS-PD-DIRTY.
           EXIT.

       LOAD-PENDING-COUNTS.
           PERFORM READ-PENDING-FILE.
           IF WS-PD-FULL = "Y"
               DISPLAY "File d'approbation de plus de 500 lignes -"
                   " seules les 500 premieres sont proposees, la file"
                   " ne sera pas reecrite."
           END-IF.
           IF WS-PD-COUNT > 0
               MOVE WS-PD-COUNT TO WS-DISPLAY-COUNT
               DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT)
                   " comptage(s) en attente d'approbation (A)."
           END-IF.
           EXIT.

      *> READ-PENDING-FILE (re)loads the queue as it stands on disk,
      *> leaving out rows this session has already decided.
      *> WS-PD-FULL is set if the file holds more than the table.
       READ-PENDING-FILE.
           MOVE 0 TO WS-PD-COUNT.
           MOVE "N" TO WS-PD-FULL.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PENDING-STATUS = "10"
               READ PENDING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PENDING-LINE NOT = SPACES
                           PERFORM LOAD-ONE-PENDING-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           EXIT.

       LOAD-ONE-PENDING-COUNT.
           IF WS-PD-COUNT >= 500
               MOVE "Y" TO WS-PD-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PD-COUNT.
           MOVE "N" TO WS-PD-NEW (WS-PD-COUNT).
           MOVE SPACES TO WS-PD-BOOK-X.
           MOVE SPACES TO WS-PD-COUNTED-X.
           UNSTRING WS-PENDING-LINE DELIMITED BY "|"
               INTO WS-PD-SKU (WS-PD-COUNT)
                    WS-PD-BOOK-X
                    WS-PD-COUNTED-X
                    WS-PD-COUNTER (WS-PD-COUNT)
                    WS-PD-STAMP (WS-PD-COUNT)
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL (WS-PD-BOOK-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-PD-COUNTED-X) NOT = 0
               DISPLAY "Ligne d'attente illisible ignoree: "
                   FUNCTION TRIM (WS-PENDING-LINE)
               MOVE SPACES TO WS-PD-ENTRY (WS-PD-COUNT)
               SUBTRACT 1 FROM WS-PD-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PD-BOOK (WS-PD-COUNT) =
               FUNCTION NUMVAL (WS-PD-BOOK-X).
           COMPUTE WS-PD-COUNTED (WS-PD-COUNT) =
               FUNCTION NUMVAL (WS-PD-COUNTED-X).
           MOVE "N" TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-SKU (WS-ST-INDEX) = WS-PD-SKU (WS-PD-COUNT)
                       AND WS-ST-COUNTER (WS-ST-INDEX)
                           = WS-PD-COUNTER (WS-PD-COUNT)
                       AND WS-ST-STAMP (WS-ST-INDEX)
                           = WS-PD-STAMP (WS-PD-COUNT)
                   MOVE "Y" TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = "Y"
               MOVE SPACES TO WS-PD-ENTRY (WS-PD-COUNT)
               SUBTRACT 1 FROM WS-PD-COUNT
           END-IF.
           EXIT.

      *> SAVE-PENDING-COUNTS rewrites the queue without the settled
      *> rows; it runs as soon as a count is queued so a second
      *> operator can pick it up from their own session. The queue
      *> is re-read first, so counts queued and decisions taken in
      *> other sessions since this one loaded it are kept: only this
      *> session's new counts are added and only the rows it decided
      *> are dropped. The merged queue goes to a work file renamed
      *> over the old one. A queue larger than the table is never
      *> rewritten - the rows past the table would be lost.
       SAVE-PENDING-COUNTS.
           MOVE 0 TO WS-HD-COUNT.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PD-COUNT
               IF WS-PD-SKU (WS-SCAN) NOT = SPACES
                       AND WS-PD-NEW (WS-SCAN) = "Y"
                   ADD 1 TO WS-HD-COUNT
                   MOVE WS-PD-ENTRY (WS-SCAN)
                       TO WS-HD-ENTRY (WS-HD-COUNT)
               END-IF
           END-PERFORM.
           PERFORM READ-PENDING-FILE.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-HD-COUNT
               IF WS-PD-COUNT < 500
                   ADD 1 TO WS-PD-COUNT
                   MOVE WS-HD-ENTRY (WS-SCAN)
                       TO WS-PD-ENTRY (WS-PD-COUNT)
               ELSE
                   MOVE "Y" TO WS-PD-FULL
               END-IF
           END-PERFORM.
           IF WS-PD-FULL = "Y"
               DISPLAY "File d'approbation pleine (500 lignes) - non"
                   " reecrite, decisions et comptages de la session"
                   " non enregistres."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PENDING-WORK-FILE.
           IF WS-PENDING-WORK-STATUS NOT = "00"
               DISPLAY "Reecriture de la file impossible: "
                   WS-PENDING-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PD-COUNT
               IF WS-PD-SKU (WS-SCAN) NOT = SPACES
                   MOVE WS-PD-BOOK (WS-SCAN) TO WS-QTY-DISPLAY
                   MOVE WS-PD-COUNTED (WS-SCAN) TO WS-QTY-DISPLAY-2
                   MOVE SPACES TO WS-PENDING-WORK-LINE
                   STRING FUNCTION TRIM (WS-PD-SKU (WS-SCAN))
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTY-DISPLAY)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-QTY-DISPLAY-2)
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-PD-COUNTER (WS-SCAN))
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-PD-STAMP (WS-SCAN) DELIMITED BY SIZE
                       INTO WS-PENDING-WORK-LINE
                   END-STRING
                   WRITE WS-PENDING-WORK-LINE
               END-IF
           END-PERFORM.
           CLOSE PENDING-WORK-FILE.
           MOVE SPACES TO WS-FROM-C-PATH.
           STRING FUNCTION TRIM (WS-PENDING-WORK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FROM-C-PATH
           END-STRING.
           MOVE SPACES TO WS-TO-C-PATH.
           STRING FUNCTION TRIM (WS-PENDING-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-TO-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-FROM-C-PATH
               BY REFERENCE WS-TO-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Reecriture de la file impossible: "
                   FUNCTION TRIM (WS-PENDING-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PD-COUNT
               MOVE "N" TO WS-PD-NEW (WS-SCAN)
           END-PERFORM.
           MOVE 0 TO WS-ST-COUNT.
           MOVE "N" TO WS-PD-DIRTY.
           EXIT.

      *> LOG-COUNT-CHANGE appends the audit note, the same line shape
      *> MAINTAIN and TXNREPAIR write.
       LOG-COUNT-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF WS-MAINT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MAINT-LOG-LINE.
           STRING FUNCTION TRIM (WS-LOG-TIMESTAMP) DELIMITED BY SIZE
                  " operator=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                  " change=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHANGE-TEXT) DELIMITED BY SIZE
               INTO WS-MAINT-LOG-LINE
           END-STRING.
           WRITE WS-MAINT-LOG-LINE.
           CLOSE MAINT-LOG-FILE.
           EXIT.
