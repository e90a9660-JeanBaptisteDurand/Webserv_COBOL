       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYADMIN.
      *> KEYADMIN issues and revokes the partner API keys /api
      *> accepts in an "X-Api-Key: <key id>.<secret>" header
      *> (apikey_utils.cpy), in the PARTNERADM ACCEPT/DISPLAY style.
      *> A key belongs to one partner of the partner master; the
      *> secret is drawn from /dev/urandom, shown once at issue for
      *> the operator to pass on, and only its salted hash (the
      *> shared hash_utils.cpy) is kept in logs/partner_keys.dat
      *> with the partner, status (ACTIVE or REVOKED) and expiry
      *> date - a year out unless the operator gives another. A
      *> lost key is revoked and a new one issued; nothing can show
      *> an old secret again. The list is the partner review: per
      *> key its status, expiry, last use and request count, and
      *> the refusals WEBSERVER has counted against it. Issues and
      *> revocations go to logs/maintenance.log with the operator's
      *> name, the same line MAINTAIN and PARTNERADM write.
      *>   cobcrun KEYADMIN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT API-KEY-FILE ASSIGN TO WS-APIKEY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PK-ID
               FILE STATUS IS WS-APIKEY-FILE-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO WS-PARTNER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PTR-ID
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT SECRET-FILE ASSIGN TO WS-SECRET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SECRET-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  API-KEY-FILE.
       01  WS-APIKEY-RECORD.
           05 WS-PK-ID            PIC X(16).
           05 WS-PK-PARTNER       PIC X(16).
           05 WS-PK-SALT          PIC X(16).
           05 WS-PK-HASH          PIC X(16).
           05 WS-PK-STATUS        PIC X(10).
           05 WS-PK-EXPIRY        PIC X(8).
           05 WS-PK-ISSUED        PIC X(14).
           05 WS-PK-ISSUED-BY     PIC X(32).
           05 WS-PK-REVOKED       PIC X(14).
           05 WS-PK-REVOKED-BY    PIC X(32).
           05 WS-PK-LAST-USED     PIC X(14).
           05 WS-PK-USE-COUNT     PIC 9(9).
           05 WS-PK-LAST-REFUSED  PIC X(14).
           05 WS-PK-REFUSED-COUNT PIC 9(9).
       FD  PARTNER-MASTER-FILE.
       01  WS-PARTNER-RECORD.
           05 WS-PTR-ID           PIC X(16).
           05 WS-PTR-NAME         PIC X(48).
           05 WS-PTR-STATUS       PIC X(10).
           05 WS-PTR-CREDIT-LIMIT PIC 9(11)V99.
           05 WS-PTR-OPEN-BALANCE PIC 9(11)V99.
           05 WS-PTR-LAST-RUN     PIC X(16).
           05 WS-PTR-CHANGED      PIC X(14).
           05 WS-PTR-CHANGED-BY   PIC X(32).
           05 WS-PTR-STMT-BALANCE PIC 9(11)V99.
           05 WS-PTR-LAST-BILLED  PIC X(6).
       FD  SECRET-FILE.
       01  WS-SECRET-LINE         PIC X(64).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-APIKEY-PATH          PIC X(256)
           VALUE "logs/partner_keys.dat".
       77 WS-APIKEY-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-PARTNER-PATH         PIC X(256)
           VALUE "logs/partner_master.dat".
       77 WS-PARTNER-STATUS       PIC X(2) VALUE SPACES.
       77 WS-SECRET-PATH          PIC X(256)
           VALUE "logs/keyadmin.tmp".
       77 WS-SECRET-STATUS        PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(160) VALUE SPACES.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-LIST-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-DISPLAY-COUNT-2      PIC Z(8)9.
       77 WS-COMMAND              PIC X(256) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-C-PATH               PIC X(257) VALUE SPACES.

       77 WS-IN-ID                PIC X(16) VALUE SPACES.
       77 WS-IN-KEY-ID            PIC X(16) VALUE SPACES.
       77 WS-IN-EXPIRY            PIC X(8) VALUE SPACES.
       77 WS-IN-CONFIRM           PIC X(1) VALUE SPACE.
       77 WS-FIELD-OK             PIC X(1) VALUE "N".
           88 WS-FIELD-IS-OK      VALUE "Y".
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-EXPIRY-NUM           PIC 9(8) VALUE 0.
       77 WS-KEY-DAYS             PIC 9(4) VALUE 365.
       77 WS-ISSUE-SEQ            PIC 9(1) VALUE 0.
       77 WS-NEW-KEY-ID           PIC X(16) VALUE SPACES.
       77 WS-NEW-SECRET           PIC X(24) VALUE SPACES.
       77 WS-HEX-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-SCAN                 PIC 9(4) COMP VALUE 0.

      *> Password-hash work area (hash_utils.cpy, shared with
      *> WEBSERVER so both sides always agree on the algorithm).
       77 WS-PH-SALT              PIC X(16) VALUE SPACES.
       77 WS-PH-PASS              PIC X(32) VALUE SPACES.
       77 WS-PH-COMBINED          PIC X(48) VALUE SPACES.
       77 WS-PH-LEN               PIC S9(9) COMP VALUE 0.
       77 WS-PH-ROUND             PIC S9(9) COMP VALUE 0.
       77 WS-PH-POS               PIC S9(9) COMP VALUE 0.
       77 WS-PH-C                 PIC S9(9) COMP VALUE 0.
       77 WS-PH-H1                PIC S9(18) COMP VALUE 0.
       77 WS-PH-H2                PIC S9(18) COMP VALUE 0.
       77 WS-PH-HASH              PIC X(16) VALUE SPACES.
       77 WS-PH-HEX-I             PIC S9(9) COMP VALUE 0.
       77 WS-PH-NIB               PIC S9(9) COMP VALUE 0.
       77 WS-PH-HEX-SET           PIC X(16) VALUE "0123456789abcdef".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Cles d'API des partenaires ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           OPEN I-O API-KEY-FILE.
           IF WS-APIKEY-FILE-STATUS = "35"
               OPEN OUTPUT API-KEY-FILE
               CLOSE API-KEY-FILE
               OPEN I-O API-KEY-FILE
           END-IF.
           IF WS-APIKEY-FILE-STATUS NOT = "00"
               DISPLAY "Fichier des cles inaccessible: "
                   WS-APIKEY-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Cles - L:lister E:emettre R:revoquer"
                   " Q:quitter : "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-KEYS
                   WHEN "E"
                       PERFORM ISSUE-KEY
                   WHEN "R"
                       PERFORM REVOKE-KEY
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           CLOSE API-KEY-FILE.
           STOP RUN.

      *> LIST-KEYS is the partner review: every key, or one
      *> partner's, with its use and refusal counts. The file is
      *> reopened so the sequential read starts at the first key.
       LIST-KEYS.
           DISPLAY "Partenaire (vide = tous): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-ID.
           ACCEPT WS-IN-ID.
           MOVE FUNCTION UPPER-CASE (WS-IN-ID) TO WS-IN-ID.
           CLOSE API-KEY-FILE.
           OPEN I-O API-KEY-FILE.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "cle              partenaire       statut     "
               "expire   derniere util.  appels    refus".
           PERFORM UNTIL WS-APIKEY-FILE-STATUS NOT = "00"
               READ API-KEY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-IN-ID = SPACES
                               OR WS-PK-PARTNER = WS-IN-ID
                           ADD 1 TO WS-LIST-COUNT
                           MOVE WS-PK-USE-COUNT TO WS-DISPLAY-COUNT
                           MOVE WS-PK-REFUSED-COUNT
                               TO WS-DISPLAY-COUNT-2
                           DISPLAY WS-PK-ID " " WS-PK-PARTNER " "
                               WS-PK-STATUS " " WS-PK-EXPIRY " "
                               WS-PK-LAST-USED " " WS-DISPLAY-COUNT
                               WS-DISPLAY-COUNT-2
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-APIKEY-FILE-STATUS.
           MOVE WS-LIST-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT) " cle(s).".
           EXIT.

      *> ISSUE-KEY creates a key for a partner of the master that is
      *> not CLOSED and shows the full key exactly once.
       ISSUE-KEY.
           DISPLAY "Identifiant partenaire: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-ID.
           ACCEPT WS-IN-ID.
           MOVE FUNCTION UPPER-CASE (WS-IN-ID) TO WS-IN-ID.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PARTNER-MASTER-FILE.
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "Fichier partenaires inaccessible: "
                   WS-PARTNER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-ID TO WS-PTR-ID.
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-PTR-STATUS
           END-READ.
           CLOSE PARTNER-MASTER-FILE.
           IF WS-PTR-STATUS = SPACES
               DISPLAY "Partenaire inconnu: " FUNCTION TRIM (WS-IN-ID)
               EXIT PARAGRAPH
           END-IF.
           IF WS-PTR-STATUS = "CLOSED"
               DISPLAY "Partenaire clos - pas de nouvelle cle."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-EXPIRY.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM DRAW-SECRET.
           IF WS-NEW-SECRET = SPACES
               DISPLAY "Generation de la cle impossible."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           ADD 1 TO WS-ISSUE-SEQ.
           MOVE SPACES TO WS-NEW-KEY-ID.
           STRING "K" DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 14) DELIMITED BY SIZE
                  WS-ISSUE-SEQ DELIMITED BY SIZE
               INTO WS-NEW-KEY-ID
           END-STRING.
           MOVE SPACES TO WS-APIKEY-RECORD.
           MOVE WS-NEW-KEY-ID TO WS-PK-ID.
           MOVE WS-IN-ID TO WS-PK-PARTNER.
           MOVE WS-STAMP-HOLD (1 : 16) TO WS-PK-SALT.
           MOVE WS-PK-SALT TO WS-PH-SALT.
           MOVE WS-NEW-SECRET TO WS-PH-PASS.
           PERFORM COMPUTE-PASSWORD-HASH.
           MOVE WS-PH-HASH TO WS-PK-HASH.
           MOVE "ACTIVE" TO WS-PK-STATUS.
           MOVE WS-EXPIRY-NUM TO WS-PK-EXPIRY.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-PK-ISSUED.
           MOVE WS-OPERATOR TO WS-PK-ISSUED-BY.
           MOVE 0 TO WS-PK-USE-COUNT.
           MOVE 0 TO WS-PK-REFUSED-COUNT.
           WRITE WS-APIKEY-RECORD
               INVALID KEY
                   DISPLAY "Ecriture impossible: "
                       WS-APIKEY-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "api key issued " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PK-ID) DELIMITED BY SIZE
                  " partner=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PK-PARTNER) DELIMITED BY SIZE
                  " expires=" DELIMITED BY SIZE
                  WS-PK-EXPIRY DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-KEY-CHANGE.
           DISPLAY "Cle emise pour " FUNCTION TRIM (WS-PK-PARTNER)
               ", valable jusqu'au " WS-PK-EXPIRY ".".
           DISPLAY "En-tete a transmettre au partenaire (la cle ne"
               " sera plus affichee):".
           DISPLAY "  X-Api-Key: " FUNCTION TRIM (WS-PK-ID) "."
               WS-NEW-SECRET.
           MOVE SPACES TO WS-NEW-SECRET.
           EXIT.

      *> ASK-EXPIRY takes YYYYMMDD, today or later; an empty answer
      *> gives the standard one-year key.
       ASK-EXPIRY.
           MOVE "N" TO WS-FIELD-OK.
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-TODAY.
           DISPLAY "Date d'expiration AAAAMMJJ (vide = un an): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-EXPIRY.
           ACCEPT WS-IN-EXPIRY.
           IF WS-IN-EXPIRY = SPACES
               COMPUTE WS-EXPIRY-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-KEY-DAYS)
               MOVE "Y" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-EXPIRY IS NOT NUMERIC
               DISPLAY "Date invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-EXPIRY TO WS-EXPIRY-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-EXPIRY-NUM) NOT = 0
               DISPLAY "Date invalide."
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXPIRY-NUM < WS-TODAY
               DISPLAY "Date deja passee."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

      *> DRAW-SECRET takes 12 random bytes from /dev/urandom as 24
      *> hex digits; anything short of that leaves it blank.
       DRAW-SECRET.
           MOVE SPACES TO WS-NEW-SECRET.
           MOVE SPACES TO WS-COMMAND.
           STRING "od -An -N12 -tx1 /dev/urandom | tr -d ' \n' > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SECRET-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           OPEN INPUT SECRET-FILE.
           IF WS-SECRET-STATUS = "00"
               MOVE SPACES TO WS-SECRET-LINE
               READ SECRET-FILE
                   AT END
                       MOVE SPACES TO WS-SECRET-LINE
               END-READ
               CLOSE SECRET-FILE
               MOVE 0 TO WS-HEX-COUNT
               PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > 24
                   IF WS-SECRET-LINE (WS-SCAN : 1) IS NUMERIC
                           OR (WS-SECRET-LINE (WS-SCAN : 1) >= "a"
                               AND WS-SECRET-LINE (WS-SCAN : 1)
                                   <= "f")
                       ADD 1 TO WS-HEX-COUNT
                   END-IF
               END-PERFORM
               IF WS-HEX-COUNT = 24
                   MOVE WS-SECRET-LINE (1 : 24) TO WS-NEW-SECRET
               END-IF
           END-IF.
           MOVE SPACES TO WS-SECRET-LINE.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-SECRET-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "unlink" USING
               BY REFERENCE WS-C-PATH
               RETURNING WS-RET.
           EXIT.

      *> REVOKE-KEY stops a key at once; WEBSERVER reads the key file
      *> on every request, so the next use is refused. The key is
      *> read again after the confirmation so the use count the
      *> server kept updating meanwhile is not written back over.
       REVOKE-KEY.
           DISPLAY "Cle a revoquer: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-KEY-ID.
           ACCEPT WS-IN-KEY-ID.
           MOVE FUNCTION UPPER-CASE (WS-IN-KEY-ID) TO WS-IN-KEY-ID.
           IF WS-IN-KEY-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-KEY-ID TO WS-PK-ID.
           READ API-KEY-FILE
               INVALID KEY
                   DISPLAY "Cle inconnue: " FUNCTION TRIM (WS-IN-KEY-ID)
                   EXIT PARAGRAPH
           END-READ.
           IF WS-PK-STATUS = "REVOKED"
               DISPLAY "Cle deja revoquee le " WS-PK-REVOKED "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Revoquer la cle de " FUNCTION TRIM (WS-PK-PARTNER)
               " (O/N) ? " WITH NO ADVANCING.
           MOVE SPACE TO WS-IN-CONFIRM.
           ACCEPT WS-IN-CONFIRM.
           IF FUNCTION UPPER-CASE (WS-IN-CONFIRM) NOT = "O"
               DISPLAY "Revocation annulee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-KEY-ID TO WS-PK-ID.
           READ API-KEY-FILE
               INVALID KEY
                   DISPLAY "Cle inconnue: " FUNCTION TRIM (WS-IN-KEY-ID)
                   EXIT PARAGRAPH
           END-READ.
           IF WS-PK-STATUS = "REVOKED"
               DISPLAY "Cle deja revoquee le " WS-PK-REVOKED "."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE "REVOKED" TO WS-PK-STATUS.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-PK-REVOKED.
           MOVE WS-OPERATOR TO WS-PK-REVOKED-BY.
           REWRITE WS-APIKEY-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-APIKEY-FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-PK-USE-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "api key revoked " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PK-ID) DELIMITED BY SIZE
                  " partner=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PK-PARTNER) DELIMITED BY SIZE
                  " uses=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-KEY-CHANGE.
           DISPLAY "Cle revoquee.".
           EXIT.

      *> LOG-KEY-CHANGE appends the audit note, the same line shape
      *> MAINTAIN and PARTNERADM write.
       LOG-KEY-CHANGE.
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

       COPY "hash_utils.cpy".
