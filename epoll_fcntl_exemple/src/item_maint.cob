       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMMAINT.
      *> ITEMMAINT is the operator console for the indexed inventory
      *> master (logs/inventory_master.dat) INVHANDL seeds once from
      *> content/inventory.dat, in the PARTNERADM ACCEPT/DISPLAY
      *> style. It lists the items, adds a new SKU (description,
      *> opening quantity, reorder point), corrects a description or
      *> reorder point, retires a discontinued SKU and puts a retired
      *> one back in service - without deleting and reseeding the
      *> master, so the journal history stays whole. A RETIRED item
      *> stays on file with its quantity; INVHANDL refuses movements
      *> against it, FULFILL refuses its orders, BOREALLOC releases
      *> nothing to it and REPLEN never reorders it. Quantities are
      *> not changed here - that is what the INVHANDL movements and
      *> CYCLECOUNT are for. Every change is journaled to
      *> logs/inventory_journal.dat under the operator's name
      *> (ITEMADD, ITEMCHG, REORDER, RETIRE, REINSTATE - each
      *> carrying the quantity on hand, so STOCKRECON's running
      *> balance is not disturbed) and written to
      *> logs/maintenance.log, the same line MAINTAIN and PARTNERADM
      *> write. The master must exist: run one /inventory request
      *> first so INVHANDL seeds it; a master from before ITEMMAINT
      *> is converted once with IDXCHECK CONVERT INVENTORY.
      *>   cobcrun ITEMMAINT
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
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
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
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-INV-MASTER-PATH      PIC X(256)
           VALUE "logs/inventory_master.dat".
       77 WS-INV-MASTER-STATUS    PIC X(2) VALUE SPACES.
       77 WS-INV-JOURNAL-PATH     PIC X(256)
           VALUE "logs/inventory_journal.dat".
       77 WS-INV-JOURNAL-STATUS   PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(160) VALUE SPACES.
       77 WS-CHANGE-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-JOURNAL-PTR          PIC S9(9) COMP VALUE 1.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-LIST-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-RETIRED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-BAD-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.

      *> Operator answers are taken into fields wider than the
      *> record so an over-long SKU or description is refused rather
      *> than silently cut.
       77 WS-IN-RAW               PIC X(80) VALUE SPACES.
       77 WS-RAW-LEN              PIC 9(4) COMP VALUE 0.
       77 WS-IN-SKU               PIC X(16) VALUE SPACES.
       77 WS-IN-DESC              PIC X(48) VALUE SPACES.
       77 WS-IN-NUMBER            PIC X(16) VALUE SPACES.
       77 WS-IN-CONFIRM           PIC X(1) VALUE SPACE.
       77 WS-NEW-NUMBER           PIC 9(9) VALUE 0.
       77 WS-NEW-QTY              PIC 9(9) VALUE 0.
       77 WS-FIELD-OK             PIC X(1) VALUE "N".
           88 WS-FIELD-IS-OK      VALUE "Y".
       77 WS-OLD-DESC             PIC X(48) VALUE SPACES.
       77 WS-OLD-REORDER          PIC 9(9) VALUE 0.
       77 WS-QTY-EDIT             PIC Z(8)9.
       77 WS-QTY-EDIT-2           PIC Z(8)9.
       77 WS-QTY-EDIT-3           PIC Z(8)9.

      *> One journal line: type, quantity column, quantity after.
       77 WS-JNL-TYPE             PIC X(10) VALUE SPACES.
       77 WS-JNL-QTY              PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Fichier des articles ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
      *> The operator's name is a journal column.
           INSPECT WS-OPERATOR REPLACING ALL "|" BY SPACE.
           OPEN I-O INV-MASTER-FILE.
           IF WS-INV-MASTER-STATUS NOT = "00"
               DISPLAY "Stock indisponible: "
                   FUNCTION TRIM (WS-INV-MASTER-PATH) " "
                   WS-INV-MASTER-STATUS
                   " (lancer d'abord une requete /inventory)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Articles - L:lister A:ajouter C:changer"
                   " R:retirer T:remettre Q:quitter : "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-ITEMS
                   WHEN "A"
                       PERFORM ADD-ITEM
                   WHEN "C"
                       PERFORM CHANGE-ITEM
                   WHEN "R"
                       PERFORM RETIRE-ITEM
                   WHEN "T"
                       PERFORM REINSTATE-ITEM
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           CLOSE INV-MASTER-FILE.
           STOP RUN.

      *> LIST-ITEMS reopens the master so the sequential read starts
      *> at the first key, whatever the last lookup left.
       LIST-ITEMS.
           CLOSE INV-MASTER-FILE.
           OPEN I-O INV-MASTER-FILE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-RETIRED-COUNT.
           DISPLAY "sku              statut        stock     seuil"
               "  description".
           PERFORM UNTIL WS-INV-MASTER-STATUS NOT = "00"
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LIST-ONE-ITEM
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-INV-MASTER-STATUS.
           MOVE WS-LIST-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT) " article(s), "
               WITH NO ADVANCING.
           MOVE WS-RETIRED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT) " retire(s).".
           EXIT.

       LIST-ONE-ITEM.
           ADD 1 TO WS-LIST-COUNT.
           IF WS-INV-STATUS = SPACES
               MOVE "ACTIVE" TO WS-INV-STATUS
           END-IF.
           IF WS-INV-STATUS = "RETIRED"
               ADD 1 TO WS-RETIRED-COUNT
           END-IF.
           MOVE WS-INV-QTY TO WS-QTY-EDIT.
           MOVE WS-INV-REORDER TO WS-QTY-EDIT-2.
           DISPLAY WS-INV-SKU " " WS-INV-STATUS " " WS-QTY-EDIT " "
               WS-QTY-EDIT-2 "  " FUNCTION TRIM (WS-INV-DESC).
           EXIT.

      *> ADD-ITEM puts a new SKU on the master, ACTIVE, with the
      *> opening quantity the operator counted on the shelf.
       ADD-ITEM.
           PERFORM ASK-ITEM-SKU.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-SKU TO WS-INV-SKU.
           READ INV-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Article deja present: "
                       FUNCTION TRIM (WS-IN-SKU)
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Description: " WITH NO ADVANCING.
           PERFORM ASK-DESCRIPTION.
           IF NOT WS-FIELD-IS-OK OR WS-IN-DESC = SPACES
               DISPLAY "Description obligatoire - ajout annule."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Stock initial: " WITH NO ADVANCING.
           PERFORM ASK-QUANTITY.
           IF NOT WS-FIELD-IS-OK OR WS-IN-NUMBER = SPACES
               DISPLAY "Stock initial obligatoire - ajout annule."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-NUMBER TO WS-NEW-QTY.
           DISPLAY "Seuil de reapprovisionnement (vide = 0): "
               WITH NO ADVANCING.
           PERFORM ASK-QUANTITY.
           IF NOT WS-FIELD-IS-OK
               DISPLAY "Ajout annule."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-INV-MASTER-RECORD.
           MOVE WS-IN-SKU TO WS-INV-SKU.
           MOVE WS-IN-DESC TO WS-INV-DESC.
           MOVE WS-NEW-QTY TO WS-INV-QTY.
           MOVE WS-NEW-NUMBER TO WS-INV-REORDER.
           MOVE "ACTIVE" TO WS-INV-STATUS.
           PERFORM STAMP-ITEM-CHANGE.
           WRITE WS-INV-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Ecriture impossible: " WS-INV-MASTER-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "ITEMADD" TO WS-JNL-TYPE.
           MOVE WS-INV-QTY TO WS-JNL-QTY.
           PERFORM WRITE-ITEM-JOURNAL.
           MOVE WS-INV-QTY TO WS-QTY-EDIT.
           MOVE WS-INV-REORDER TO WS-QTY-EDIT-2.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "item added " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-SKU) DELIMITED BY SIZE
                  " qty=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  " reorder=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
                  " desc=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-DESC) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-ITEM-CHANGE.
           DISPLAY "Article ajoute.".
           EXIT.

      *> CHANGE-ITEM corrects the description and/or reorder point;
      *> an empty answer keeps the current value. A retired item can
      *> still be corrected - it stays retired. The record is read
      *> again once the answers are in, so stock that moved while
      *> the operator typed is not written back over.
       CHANGE-ITEM.
           PERFORM READ-EXISTING-ITEM.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Description actuelle: " FUNCTION TRIM (WS-INV-DESC).
           DISPLAY "Description (vide = inchangee): "
               WITH NO ADVANCING.
           PERFORM ASK-DESCRIPTION.
           IF NOT WS-FIELD-IS-OK
               DISPLAY "Modification annulee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INV-REORDER TO WS-QTY-EDIT.
           DISPLAY "Seuil actuel: " FUNCTION TRIM (WS-QTY-EDIT).
           DISPLAY "Seuil de reapprovisionnement (vide = inchange): "
               WITH NO ADVANCING.
           PERFORM ASK-QUANTITY.
           IF NOT WS-FIELD-IS-OK
               DISPLAY "Modification annulee."
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-RECORD.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INV-DESC TO WS-OLD-DESC.
           MOVE WS-INV-REORDER TO WS-OLD-REORDER.
           IF WS-IN-DESC NOT = SPACES
               MOVE WS-IN-DESC TO WS-INV-DESC
           END-IF.
           IF WS-IN-NUMBER NOT = SPACES
               MOVE WS-NEW-NUMBER TO WS-INV-REORDER
           END-IF.
           IF WS-INV-DESC = WS-OLD-DESC
                   AND WS-INV-REORDER = WS-OLD-REORDER
               DISPLAY "Aucun changement."
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAMP-ITEM-CHANGE.
           REWRITE WS-INV-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-INV-MASTER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
      *> A new reorder point is journaled as the REORDER movement
      *> INVHANDL writes for the same change, so REPLEN and the
      *> reports read it the one way.
           IF WS-INV-DESC NOT = WS-OLD-DESC
               MOVE "ITEMCHG" TO WS-JNL-TYPE
               MOVE 0 TO WS-JNL-QTY
               PERFORM WRITE-ITEM-JOURNAL
           END-IF.
           IF WS-INV-REORDER NOT = WS-OLD-REORDER
               MOVE "REORDER" TO WS-JNL-TYPE
               MOVE WS-INV-REORDER TO WS-JNL-QTY
               PERFORM WRITE-ITEM-JOURNAL
           END-IF.
           MOVE WS-OLD-REORDER TO WS-QTY-EDIT.
           MOVE WS-INV-REORDER TO WS-QTY-EDIT-2.
           MOVE SPACES TO WS-CHANGE-TEXT.
           MOVE 1 TO WS-CHANGE-PTR.
           STRING "item changed " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-SKU) DELIMITED BY SIZE
                  " reorder=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
               WITH POINTER WS-CHANGE-PTR
           END-STRING.
           IF WS-INV-DESC NOT = WS-OLD-DESC
               STRING " desc=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-OLD-DESC) DELIMITED BY SIZE
                      "->" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-INV-DESC) DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
           PERFORM LOG-ITEM-CHANGE.
           DISPLAY "Article mis a jour.".
           EXIT.

      *> RETIRE-ITEM takes a discontinued SKU out of service. The
      *> record and its stock stay on file for the history and for
      *> whatever is still on the shelf; the operator is warned about
      *> that stock before confirming, and the record is read again
      *> after the answer so the retirement carries the stock as it
      *> stands then.
       RETIRE-ITEM.
           PERFORM READ-EXISTING-ITEM.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-INV-STATUS = "RETIRED"
               DISPLAY "Article deja retire."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INV-QTY TO WS-QTY-EDIT.
           IF WS-INV-QTY > 0
               DISPLAY "Attention: " FUNCTION TRIM (WS-QTY-EDIT)
                   " unite(s) encore en stock."
           END-IF.
           DISPLAY "Retirer " FUNCTION TRIM (WS-INV-SKU) " ("
               FUNCTION TRIM (WS-INV-DESC) ") (O/N) ? "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-CONFIRM.
           ACCEPT WS-IN-CONFIRM.
           IF FUNCTION UPPER-CASE (WS-IN-CONFIRM) NOT = "O"
               DISPLAY "Retrait annule."
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-RECORD.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-INV-STATUS = "RETIRED"
               DISPLAY "Article deja retire."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INV-QTY TO WS-QTY-EDIT.
           MOVE "RETIRED" TO WS-INV-STATUS.
           PERFORM STAMP-ITEM-CHANGE.
           REWRITE WS-INV-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-INV-MASTER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "RETIRE" TO WS-JNL-TYPE.
           MOVE 0 TO WS-JNL-QTY.
           PERFORM WRITE-ITEM-JOURNAL.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "item retired " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-SKU) DELIMITED BY SIZE
                  " qty_on_hand=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-ITEM-CHANGE.
           DISPLAY "Article retire.".
           EXIT.

      *> REINSTATE-ITEM puts a retired SKU back in service, for the
      *> item retired by mistake or brought back by the supplier.
       REINSTATE-ITEM.
           PERFORM READ-EXISTING-ITEM.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-INV-STATUS NOT = "RETIRED"
               DISPLAY "Article non retire."
               EXIT PARAGRAPH
           END-IF.
           MOVE "ACTIVE" TO WS-INV-STATUS.
           PERFORM STAMP-ITEM-CHANGE.
           REWRITE WS-INV-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-INV-MASTER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "REINSTATE" TO WS-JNL-TYPE.
           MOVE 0 TO WS-JNL-QTY.
           PERFORM WRITE-ITEM-JOURNAL.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "item reinstated " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-SKU) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-ITEM-CHANGE.
           DISPLAY "Article remis en service.".
           EXIT.

      *> READ-EXISTING-ITEM asks for a SKU and reads its record;
      *> WS-IN-SKU comes back blank when there is nothing to work on.
       READ-EXISTING-ITEM.
           PERFORM ASK-ITEM-SKU.
           IF WS-IN-SKU = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ITEM-RECORD.
           EXIT.

      *> READ-ITEM-RECORD reads the record of WS-IN-SKU, blanking
      *> WS-IN-SKU when it is not on the master.
       READ-ITEM-RECORD.
           MOVE WS-IN-SKU TO WS-INV-SKU.
           READ INV-MASTER-FILE
               INVALID KEY
                   DISPLAY "Article inconnu: "
                       FUNCTION TRIM (WS-IN-SKU)
                   MOVE SPACES TO WS-IN-SKU
               NOT INVALID KEY
                   IF WS-INV-STATUS = SPACES
                       MOVE "ACTIVE" TO WS-INV-STATUS
                   END-IF
           END-READ.
           EXIT.

      *> ASK-ITEM-SKU takes a SKU in the upper-case form the order
      *> bodies and the seed file use. It goes into urlencoded POST
      *> bodies and every pipe-delimited file, so a space, "|", "&"
      *> or "=" in it is refused, as is anything over 16 characters.
       ASK-ITEM-SKU.
           DISPLAY "SKU: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-RAW.
           MOVE SPACES TO WS-IN-SKU.
           ACCEPT WS-IN-RAW.
           IF WS-IN-RAW = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-IN-RAW))
               TO WS-IN-RAW.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-IN-RAW))
               TO WS-RAW-LEN.
           MOVE 0 TO WS-BAD-COUNT.
           INSPECT WS-IN-RAW (1 : WS-RAW-LEN)
               TALLYING WS-BAD-COUNT FOR ALL " " ALL "|" ALL "&"
                   ALL "=".
           IF WS-BAD-COUNT > 0 OR WS-RAW-LEN > 16
               DISPLAY "SKU invalide (16 caracteres, sans espace,"
                   " |, & ni =)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-RAW TO WS-IN-SKU.
           EXIT.

      *> ASK-DESCRIPTION takes a description of up to 48 characters,
      *> no "|"; a blank answer comes back blank with WS-FIELD-OK set
      *> so the caller decides what blank means.
       ASK-DESCRIPTION.
           MOVE "N" TO WS-FIELD-OK.
           MOVE SPACES TO WS-IN-RAW.
           MOVE SPACES TO WS-IN-DESC.
           ACCEPT WS-IN-RAW.
           IF WS-IN-RAW = SPACES
               MOVE "Y" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BAD-COUNT.
           INSPECT WS-IN-RAW TALLYING WS-BAD-COUNT FOR ALL "|".
           IF WS-BAD-COUNT > 0
               DISPLAY "Description invalide (pas de |)."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LENGTH (FUNCTION TRIM (WS-IN-RAW)) > 48
               DISPLAY "Description trop longue (48 caracteres)."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM (WS-IN-RAW) TO WS-IN-DESC.
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

      *> ASK-QUANTITY takes a whole number of units, zero or more;
      *> blank is accepted as zero and left for the caller to judge
      *> through WS-IN-NUMBER.
       ASK-QUANTITY.
           MOVE "N" TO WS-FIELD-OK.
           MOVE 0 TO WS-NEW-NUMBER.
           MOVE SPACES TO WS-IN-NUMBER.
           ACCEPT WS-IN-NUMBER.
           IF WS-IN-NUMBER = SPACES
               MOVE "Y" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-IN-NUMBER) NOT = 0
               DISPLAY "Quantite invalide."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-IN-NUMBER) < 0
               DISPLAY "Quantite negative refusee."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-IN-NUMBER)
                   NOT = FUNCTION INTEGER (FUNCTION NUMVAL
                       (WS-IN-NUMBER))
               DISPLAY "Quantite entiere attendue."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-IN-NUMBER) > 999999999
               DISPLAY "Quantite trop grande."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-NUMBER = FUNCTION NUMVAL (WS-IN-NUMBER).
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

       STAMP-ITEM-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-INV-CHANGED.
           MOVE WS-OPERATOR TO WS-INV-CHANGED-BY.
           EXIT.

      *> WRITE-ITEM-JOURNAL appends "stamp|sku|type|qty|who|qty_after"
      *> - INVHANDL's movement line - with the operator as who and
      *> the quantity on hand as qty_after, unchanged by maintenance.
       WRITE-ITEM-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           OPEN EXTEND INV-JOURNAL-FILE.
           IF WS-INV-JOURNAL-STATUS = "35"
               OPEN OUTPUT INV-JOURNAL-FILE
           END-IF.
           IF WS-INV-JOURNAL-STATUS NOT = "00"
               DISPLAY "Journal de stock inaccessible: "
                   WS-INV-JOURNAL-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JNL-QTY TO WS-QTY-EDIT-3.
           MOVE WS-INV-QTY TO WS-QTY-EDIT-2.
           MOVE SPACES TO WS-INV-JOURNAL-LINE.
           MOVE 1 TO WS-JOURNAL-PTR.
           STRING WS-LOG-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INV-SKU) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-JNL-TYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT-2) DELIMITED BY SIZE
               INTO WS-INV-JOURNAL-LINE
               WITH POINTER WS-JOURNAL-PTR
           END-STRING.
           WRITE WS-INV-JOURNAL-LINE.
           CLOSE INV-JOURNAL-FILE.
           EXIT.

      *> LOG-ITEM-CHANGE appends the audit note, the same line shape
      *> MAINTAIN and PARTNERADM write.
       LOG-ITEM-CHANGE.
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
