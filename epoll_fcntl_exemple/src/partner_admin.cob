       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNERADM.
      *> PARTNERADM is the operator console for the indexed partner
      *> master (logs/partner_master.dat) that TXNBATCH holds every
      *> JSON order against. In the MAINTAIN ACCEPT/DISPLAY style it
      *> lists partners, adds one (id, name, credit limit - a new
      *> partner starts ACTIVE with nothing open), changes name,
      *> status or limit, suspends a partner in one step, and posts
      *> a payment against the open balance. Status is ACTIVE,
      *> SUSPENDED or CLOSED; only ACTIVE partners get orders
      *> through. Partner ids are kept upper-case, the form the order
      *> master and the extract profiles use. Every change goes to
      *> logs/maintenance.log with the operator's name and the old
      *> and new values.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-MASTER-FILE ASSIGN TO WS-PARTNER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PTR-ID
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-MASTER-FILE.
       01  WS-PARTNER-RECORD.
           05 WS-PTR-ID           PIC X(16).
           05 WS-PTR-NAME         PIC X(48).
           05 WS-PTR-STATUS       PIC X(10).
           05 WS-PTR-CREDIT-LIMIT PIC 9(11)V99.
           05 WS-PTR-OPEN-BALANCE PIC 9(11)V99.
      *> Last TXNBATCH run whose accepted amounts are in the balance.
           05 WS-PTR-LAST-RUN     PIC X(16).
           05 WS-PTR-CHANGED      PIC X(14).
           05 WS-PTR-CHANGED-BY   PIC X(32).
      *> Amount due on the last statement, less payments since, and
      *> the month (YYYYMM) BILLRUN last billed the partner for.
           05 WS-PTR-STMT-BALANCE PIC 9(11)V99.
           05 WS-PTR-LAST-BILLED  PIC X(6).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-PARTNER-PATH         PIC X(256)
           VALUE "logs/partner_master.dat".
       77 WS-PARTNER-STATUS       PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(160) VALUE SPACES.
       77 WS-CHANGE-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-LIST-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-BAR-COUNT            PIC 9(4) COMP VALUE 0.

       77 WS-IN-ID                PIC X(16) VALUE SPACES.
       77 WS-IN-NAME              PIC X(48) VALUE SPACES.
       77 WS-IN-STATUS            PIC X(10) VALUE SPACES.
       77 WS-IN-AMOUNT            PIC X(16) VALUE SPACES.
       77 WS-NEW-AMOUNT           PIC 9(11)V99 VALUE 0.
       77 WS-FIELD-OK             PIC X(1) VALUE "N".
           88 WS-FIELD-IS-OK      VALUE "Y".
       77 WS-OLD-STATUS           PIC X(10) VALUE SPACES.
       77 WS-OLD-NAME             PIC X(48) VALUE SPACES.
       77 WS-OLD-AMOUNT           PIC 9(11)V99 VALUE 0.
       77 WS-AMOUNT-EDIT          PIC Z(10)9.99.
       77 WS-AMOUNT-EDIT-2        PIC Z(10)9.99.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Fichier des partenaires ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           OPEN I-O PARTNER-MASTER-FILE.
           IF WS-PARTNER-STATUS = "35"
               OPEN OUTPUT PARTNER-MASTER-FILE
               CLOSE PARTNER-MASTER-FILE
               OPEN I-O PARTNER-MASTER-FILE
           END-IF.
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "Fichier partenaires inaccessible: "
                   WS-PARTNER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Partenaires - L:lister A:ajouter C:changer"
                   " S:suspendre P:reglement Q:quitter : "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-PARTNERS
                   WHEN "A"
                       PERFORM ADD-PARTNER
                   WHEN "C"
                       PERFORM CHANGE-PARTNER
                   WHEN "S"
                       PERFORM SUSPEND-PARTNER
                   WHEN "P"
                       PERFORM POST-PARTNER-PAYMENT
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           CLOSE PARTNER-MASTER-FILE.
           STOP RUN.

      *> LIST-PARTNERS reopens the master so the sequential read
      *> starts at the first key, whatever the last lookup left.
       LIST-PARTNERS.
           CLOSE PARTNER-MASTER-FILE.
           OPEN I-O PARTNER-MASTER-FILE.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "id               statut        limite"
               "          encours  nom".
           PERFORM UNTIL WS-PARTNER-STATUS NOT = "00"
               READ PARTNER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WS-PTR-CREDIT-LIMIT TO WS-AMOUNT-EDIT
                       MOVE WS-PTR-OPEN-BALANCE TO WS-AMOUNT-EDIT-2
                       DISPLAY WS-PTR-ID " " WS-PTR-STATUS " "
                           WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 "  "
                           FUNCTION TRIM (WS-PTR-NAME)
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-PARTNER-STATUS.
           MOVE WS-LIST-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT) " partenaire(s).".
           EXIT.

       ADD-PARTNER.
           PERFORM ASK-PARTNER-ID.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-ID TO WS-PTR-ID.
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Partenaire deja present: "
                       FUNCTION TRIM (WS-IN-ID)
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Nom: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-NAME.
           ACCEPT WS-IN-NAME.
           IF WS-IN-NAME = SPACES
               DISPLAY "Nom obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Limite de credit: " WITH NO ADVANCING.
           PERFORM ASK-AMOUNT.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PARTNER-RECORD.
           MOVE WS-IN-ID TO WS-PTR-ID.
           MOVE WS-IN-NAME TO WS-PTR-NAME.
           MOVE "ACTIVE" TO WS-PTR-STATUS.
           MOVE WS-NEW-AMOUNT TO WS-PTR-CREDIT-LIMIT.
           MOVE 0 TO WS-PTR-OPEN-BALANCE.
           MOVE 0 TO WS-PTR-STMT-BALANCE.
           PERFORM STAMP-PARTNER-CHANGE.
           WRITE WS-PARTNER-RECORD
               INVALID KEY
                   DISPLAY "Ecriture impossible: " WS-PARTNER-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "partner added " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTR-ID) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTR-NAME) DELIMITED BY SIZE
                  " status=ACTIVE limit=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-PARTNER-CHANGE.
           DISPLAY "Partenaire ajoute.".
           EXIT.

      *> CHANGE-PARTNER prompts for name, status and limit; an empty
      *> answer keeps the current value.
       CHANGE-PARTNER.
           PERFORM READ-EXISTING-PARTNER.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PTR-NAME TO WS-OLD-NAME.
           MOVE WS-PTR-STATUS TO WS-OLD-STATUS.
           MOVE WS-PTR-CREDIT-LIMIT TO WS-OLD-AMOUNT.
           DISPLAY "Nom (vide = inchange): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-NAME.
           ACCEPT WS-IN-NAME.
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO WS-PTR-NAME
           END-IF.
           DISPLAY "Statut ACTIVE/SUSPENDED/CLOSED (vide = inchange): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-STATUS.
           ACCEPT WS-IN-STATUS.
           MOVE FUNCTION UPPER-CASE (WS-IN-STATUS) TO WS-IN-STATUS.
           IF WS-IN-STATUS NOT = SPACES
               IF WS-IN-STATUS NOT = "ACTIVE"
                       AND WS-IN-STATUS NOT = "SUSPENDED"
                       AND WS-IN-STATUS NOT = "CLOSED"
                   DISPLAY "Statut invalide - modification annulee."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-STATUS TO WS-PTR-STATUS
           END-IF.
           DISPLAY "Limite de credit (vide = inchangee): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-AMOUNT.
           ACCEPT WS-IN-AMOUNT.
           IF WS-IN-AMOUNT NOT = SPACES
               PERFORM CHECK-AMOUNT
               IF NOT WS-FIELD-IS-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-AMOUNT TO WS-PTR-CREDIT-LIMIT
           END-IF.
           PERFORM STAMP-PARTNER-CHANGE.
           REWRITE WS-PARTNER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-PARTNER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-OLD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-PTR-CREDIT-LIMIT TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO WS-CHANGE-TEXT.
           MOVE 1 TO WS-CHANGE-PTR.
           STRING "partner changed " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTR-ID) DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OLD-STATUS) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTR-STATUS) DELIMITED BY SIZE
                  " limit=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT-2) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
               WITH POINTER WS-CHANGE-PTR
           END-STRING.
           IF WS-PTR-NAME NOT = WS-OLD-NAME
               STRING " name=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PTR-NAME) DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
           PERFORM LOG-PARTNER-CHANGE.
           DISPLAY "Partenaire mis a jour.".
           EXIT.

      *> SUSPEND-PARTNER is the one-step stop on a partner's intake;
      *> C: puts it back to ACTIVE.
       SUSPEND-PARTNER.
           PERFORM READ-EXISTING-PARTNER.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-PTR-STATUS = "SUSPENDED"
               DISPLAY "Partenaire deja suspendu."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PTR-STATUS TO WS-OLD-STATUS.
           MOVE "SUSPENDED" TO WS-PTR-STATUS.
           PERFORM STAMP-PARTNER-CHANGE.
           REWRITE WS-PARTNER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-PARTNER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "partner suspended " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTR-ID) DELIMITED BY SIZE
                  " (was " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OLD-STATUS) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-PARTNER-CHANGE.
           DISPLAY "Partenaire suspendu.".
           EXIT.

      *> POST-PARTNER-PAYMENT takes a settled amount off the open
      *> balance, never below zero, freeing credit for new orders;
      *> the amount due carried to the next statement drops with it.
       POST-PARTNER-PAYMENT.
           PERFORM READ-EXISTING-PARTNER.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PTR-OPEN-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY "Encours actuel: " FUNCTION TRIM (WS-AMOUNT-EDIT).
           DISPLAY "Montant regle: " WITH NO ADVANCING.
           PERFORM ASK-AMOUNT.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PTR-OPEN-BALANCE TO WS-OLD-AMOUNT.
           IF WS-NEW-AMOUNT > WS-PTR-OPEN-BALANCE
               MOVE 0 TO WS-PTR-OPEN-BALANCE
           ELSE
               SUBTRACT WS-NEW-AMOUNT FROM WS-PTR-OPEN-BALANCE
           END-IF.
           IF WS-PTR-STMT-BALANCE NOT NUMERIC
                   OR WS-NEW-AMOUNT > WS-PTR-STMT-BALANCE
               MOVE 0 TO WS-PTR-STMT-BALANCE
           ELSE
               SUBTRACT WS-NEW-AMOUNT FROM WS-PTR-STMT-BALANCE
           END-IF.
           PERFORM STAMP-PARTNER-CHANGE.
           REWRITE WS-PARTNER-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-PARTNER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-OLD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-PTR-OPEN-BALANCE TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "partner payment " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PTR-ID) DELIMITED BY SIZE
                  " balance=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT-2) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-PARTNER-CHANGE.
           DISPLAY "Encours mis a jour: "
               FUNCTION TRIM (WS-AMOUNT-EDIT-2).
           EXIT.

      *> READ-EXISTING-PARTNER asks for an id and reads its record;
      *> WS-IN-ID comes back blank when there is nothing to work on.
       READ-EXISTING-PARTNER.
           PERFORM ASK-PARTNER-ID.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-ID TO WS-PTR-ID.
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Partenaire inconnu: "
                       FUNCTION TRIM (WS-IN-ID)
                   MOVE SPACES TO WS-IN-ID
           END-READ.
           EXIT.

       ASK-PARTNER-ID.
           DISPLAY "Identifiant partenaire: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-ID.
           ACCEPT WS-IN-ID.
           MOVE FUNCTION UPPER-CASE (WS-IN-ID) TO WS-IN-ID.
           IF WS-IN-ID NOT = SPACES
                   AND (WS-IN-ID (1 : 1) = SPACE
                        OR FUNCTION TRIM (WS-IN-ID) = "*")
               DISPLAY "Identifiant invalide."
               MOVE SPACES TO WS-IN-ID
           END-IF.
      *> A "|" would break every split file the id is written to.
           MOVE 0 TO WS-BAR-COUNT.
           INSPECT WS-IN-ID TALLYING WS-BAR-COUNT FOR ALL "|".
           IF WS-BAR-COUNT > 0
               DISPLAY "Identifiant invalide."
               MOVE SPACES TO WS-IN-ID
           END-IF.
           EXIT.

       ASK-AMOUNT.
           MOVE SPACES TO WS-IN-AMOUNT.
           ACCEPT WS-IN-AMOUNT.
           PERFORM CHECK-AMOUNT.
           EXIT.

       CHECK-AMOUNT.
           MOVE "N" TO WS-FIELD-OK.
           IF WS-IN-AMOUNT = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-IN-AMOUNT) NOT = 0
               DISPLAY "Montant invalide."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-IN-AMOUNT) < 0
               DISPLAY "Montant negatif refuse."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL (WS-IN-AMOUNT).
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

       STAMP-PARTNER-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-PTR-CHANGED.
           MOVE WS-OPERATOR TO WS-PTR-CHANGED-BY.
           EXIT.

      *> LOG-PARTNER-CHANGE appends the audit note, the same line
      *> shape MAINTAIN and TXNREPAIR write.
       LOG-PARTNER-CHANGE.
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
