      *> Unlock rewrites logs/lockouts.dat without the user's line;
      *> the server picks that up on its next LOAD-AUTH (SIGHUP or
      *> admin /reload), and the lock would also expire on its own.
      *> Every change lands in logs/maintenance.log like MAINTAIN's,
      *> and the auth.conf being replaced is first kept as a CONFHIST
      *> version. Granting a role and resetting the password of an
      *> admin account are not applied here: they wait in
      *> logs/pending_changes.dat until a second operator approves
      *> them with APPROVE (dual_control.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT DC-QUEUE-FILE ASSIGN TO WS-DC-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DC-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       01  WS-LOCKOUT-LINE        PIC X(64).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).
       FD  DC-QUEUE-FILE.
       01  WS-DC-QUEUE-LINE       PIC X(800).

       WORKING-STORAGE SECTION.
       77 WS-AUTH-PATH            PIC X(256)
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-DC-QUEUE-PATH        PIC X(256)
           VALUE "logs/pending_changes.dat".
       77 WS-DC-QUEUE-STATUS      PIC X(2) VALUE SPACES.

       01 WS-USER-TABLE.
           05 WS-UT-ENTRY OCCURS 10 TIMES.
       77 WS-LK-COUNT             PIC 9(4) VALUE 0.

       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-OPERATOR-CHARS       PIC X(65) VALUE
           "abcdefghijklmnopqrstuvwxyz"
         & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         & "0123456789._-".
       77 WS-OPERATOR-LEN         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-POS         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-HIT         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-OK          PIC X(1) VALUE "N".
       77 WS-CV-FILE              PIC X(256) VALUE SPACES.
       77 WS-CV-OPERATOR          PIC X(32) VALUE SPACES.
       77 WS-CV-COMMAND           PIC X(400) VALUE SPACES.
       77 WS-CV-RET               PIC S9(9) COMP VALUE 0.
       77 WS-MENU-CHOICE          PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-IN-USER              PIC X(32) VALUE SPACES.
       77 WS-STAMP                PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(96) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-FMT-IDX              PIC 9(4) VALUE 0.
       77 WS-FMT-LINE             PIC X(80) VALUE SPACES.
       77 WS-OLD-ROLE             PIC X(12) VALUE SPACES.
       77 WS-OLD-SALT             PIC X(16) VALUE SPACES.
       77 WS-OLD-HASH             PIC X(16) VALUE SPACES.
       77 WS-KEEP-SALT            PIC X(16) VALUE SPACES.
       77 WS-KEEP-HASH            PIC X(16) VALUE SPACES.

      *> dual_control.cpy
       77 WS-DC-ID                PIC X(18) VALUE SPACES.
       77 WS-DC-KIND              PIC X(12) VALUE SPACES.
       77 WS-DC-TARGET            PIC X(64) VALUE SPACES.
       77 WS-DC-MODE              PIC X(1) VALUE SPACE.
       77 WS-DC-MATCH             PIC X(256) VALUE SPACES.
       77 WS-DC-NEW               PIC X(256) VALUE SPACES.
       77 WS-DC-SUMMARY           PIC X(120) VALUE SPACES.
       77 WS-DC-REQUESTER         PIC X(32) VALUE SPACES.
       77 WS-DC-QUEUED            PIC X(1) VALUE "N".
       77 WS-DC-STAMP             PIC X(21) VALUE SPACES.
       77 WS-DC-MATCH-LEN         PIC S9(4) COMP VALUE 0.
       77 WS-DC-NEW-LEN           PIC S9(4) COMP VALUE 0.
       77 WS-DC-LEN-DISPLAY       PIC 9(4) VALUE 0.
       77 WS-DC-PTR               PIC S9(9) COMP VALUE 0.
       77 WS-DC-R-ID              PIC X(18) VALUE SPACES.
       77 WS-DC-R-STATUS          PIC X(8) VALUE SPACES.
       77 WS-DC-R-TARGET          PIC X(64) VALUE SPACES.
       77 WS-DC-R-LEN-X           PIC X(8) VALUE SPACES.
       77 WS-DC-R-JUNK            PIC X(120) VALUE SPACES.
       77 WS-DC-R-LEN             PIC S9(4) COMP VALUE 0.

      *> Password-hash work area (hash_utils.cpy, shared with
      *> WEBSERVER so both sides always agree on the algorithm).
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-NAME.
           IF WS-OPERATOR-OK NOT = "Y"
               DISPLAY "Nom d'operateur invalide (lettres, chiffres,"
                   " ""."", ""_"" et ""-"" seulement)."
               STOP RUN
           END-IF.
           PERFORM LOAD-USERS.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
           END-PERFORM.
           STOP RUN.

      *> CHECK-OPERATOR-NAME accepts letters, digits, ".", "_" and
      *> "-" only: the name goes into the "|" columns of the logs and
      *> pending files and onto the CONFHIST command line.
       CHECK-OPERATOR-NAME.
           MOVE "N" TO WS-OPERATOR-OK.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-OPERATOR TRAILING))
               TO WS-OPERATOR-LEN.
           PERFORM VARYING WS-OPERATOR-POS FROM 1 BY 1
                   UNTIL WS-OPERATOR-POS > WS-OPERATOR-LEN
               MOVE 0 TO WS-OPERATOR-HIT
               INSPECT WS-OPERATOR-CHARS TALLYING WS-OPERATOR-HIT
                   FOR ALL WS-OPERATOR (WS-OPERATOR-POS : 1)
               IF WS-OPERATOR-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-OPERATOR-OK.
           EXIT.

      *> LOAD-USERS reads both credential forms; a legacy plaintext
      *> line is re-hashed the moment the file is next saved, which
      *> is how the migration off clear text happens one save at a
           END-PERFORM.
           EXIT.

      *> RELOAD-USER-ROW takes auth.conf again just before a change
      *> is applied and saved, and finds WS-IN-USER in it: anything
      *> applied since the session started (an APPROVE, another
      *> USERADMIN) is kept rather than written back over. The salt
      *> and hash just computed are kept across the load, which
      *> re-hashes any legacy line through the same work area.
       RELOAD-USER-ROW.
           MOVE WS-PH-SALT TO WS-KEEP-SALT.
           MOVE WS-PH-HASH TO WS-KEEP-HASH.
           PERFORM LOAD-USERS.
           MOVE WS-KEEP-SALT TO WS-PH-SALT.
           MOVE WS-KEEP-HASH TO WS-PH-HASH.
           PERFORM FIND-USER-ROW.
           EXIT.

       ADD-USER.
           IF WS-UT-COUNT >= 10
               DISPLAY "Table des comptes pleine (10)."
               DISPLAY "Mot de passe obligatoire."
               EXIT PARAGRAPH
           END-IF.
           PERFORM MAKE-FRESH-SALT.
           MOVE WS-IN-PASS TO WS-PH-PASS.
           PERFORM COMPUTE-PASSWORD-HASH.
           *> The role feeds the required-role column on the route
           *> definitions; empty means an ordinary authenticated
           *> user, "admin" passes every guarded row.
           *> The account itself is created at once; a role asked
           *> for here is a grant like any other and waits for a
           *> second operator.
           DISPLAY "Role (vide = aucun): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-ROLE.
           ACCEPT WS-IN-ROLE.
           PERFORM RELOAD-USER-ROW.
           IF WS-FOUND-IDX NOT = 0
               DISPLAY "Cet utilisateur existe deja."
               EXIT PARAGRAPH
           END-IF.
           IF WS-UT-COUNT >= 10
               DISPLAY "Table des comptes pleine (10)."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UT-COUNT.
           MOVE WS-IN-USER TO WS-UT-USER (WS-UT-COUNT).
           MOVE WS-PH-SALT TO WS-UT-SALT (WS-UT-COUNT).
           MOVE WS-PH-HASH TO WS-UT-HASH (WS-UT-COUNT).
           MOVE SPACES TO WS-UT-ROLE (WS-UT-COUNT).
           PERFORM SAVE-USERS.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "user added " DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-ADMIN-CHANGE.
           IF WS-IN-ROLE NOT = SPACES
               MOVE WS-UT-COUNT TO WS-FOUND-IDX
               PERFORM QUEUE-ROLE-GRANT
           END-IF.
           EXIT.

       RESET-PASSWORD.
               EXIT PARAGRAPH
           END-IF.
           PERFORM MAKE-FRESH-SALT.
           MOVE WS-IN-PASS TO WS-PH-PASS.
           PERFORM COMPUTE-PASSWORD-HASH.
           PERFORM RELOAD-USER-ROW.
           IF WS-FOUND-IDX = 0
               DISPLAY "Utilisateur inconnu."
               EXIT PARAGRAPH
           END-IF.
           *> An admin credential is only replaced once a second
           *> operator approves it; the row keeps its old salt and
           *> hash here so a later save does not apply it early.
           IF FUNCTION LOWER-CASE (WS-UT-ROLE (WS-FOUND-IDX))
                   = "admin"
               PERFORM QUEUE-ADMIN-RESET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PH-SALT TO WS-UT-SALT (WS-FOUND-IDX).
           MOVE WS-PH-HASH TO WS-UT-HASH (WS-FOUND-IDX).
           PERFORM SAVE-USERS.
           MOVE SPACES TO WS-CHANGE-TEXT.
           DISPLAY "Nouveau role (vide = aucun): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-ROLE.
           ACCEPT WS-IN-ROLE.
           PERFORM RELOAD-USER-ROW.
           IF WS-FOUND-IDX = 0
               DISPLAY "Utilisateur inconnu."
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-ROLE = WS-UT-ROLE (WS-FOUND-IDX)
               DISPLAY "Role inchange."
               EXIT PARAGRAPH
           END-IF.
           *> Taking a role away applies at once; giving one is a
           *> grant and waits for a second operator.
           IF WS-IN-ROLE NOT = SPACES
               PERFORM QUEUE-ROLE-GRANT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-ROLE TO WS-UT-ROLE (WS-FOUND-IDX).
           PERFORM SAVE-USERS.
           MOVE SPACES TO WS-CHANGE-TEXT.
           PERFORM LOG-ADMIN-CHANGE.
           EXIT.

      *> QUEUE-ROLE-GRANT puts "give WS-IN-ROLE to the account in
      *> row WS-FOUND-IDX" on the approval queue: the auth.conf line
      *> as it stands now, and the same line with the new role.
       QUEUE-ROLE-GRANT.
           MOVE WS-FOUND-IDX TO WS-FMT-IDX.
           PERFORM FORMAT-USER-LINE.
           MOVE WS-FMT-LINE TO WS-DC-MATCH.
           MOVE WS-UT-ROLE (WS-FOUND-IDX) TO WS-OLD-ROLE.
           MOVE WS-IN-ROLE TO WS-UT-ROLE (WS-FOUND-IDX).
           PERFORM FORMAT-USER-LINE.
           MOVE WS-FMT-LINE TO WS-DC-NEW.
           MOVE WS-OLD-ROLE TO WS-UT-ROLE (WS-FOUND-IDX).
           MOVE "ROLE-GRANT" TO WS-DC-KIND.
           MOVE SPACES TO WS-DC-SUMMARY.
           STRING "role grant " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-USER) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-ROLE) DELIMITED BY SIZE
               INTO WS-DC-SUMMARY
           END-STRING.
           PERFORM QUEUE-AUTH-CHANGE.
           EXIT.

      *> QUEUE-ADMIN-RESET queues the new salt and hash just computed
      *> for the admin account in row WS-FOUND-IDX.
       QUEUE-ADMIN-RESET.
           MOVE WS-FOUND-IDX TO WS-FMT-IDX.
           PERFORM FORMAT-USER-LINE.
           MOVE WS-FMT-LINE TO WS-DC-MATCH.
           MOVE WS-UT-SALT (WS-FOUND-IDX) TO WS-OLD-SALT.
           MOVE WS-UT-HASH (WS-FOUND-IDX) TO WS-OLD-HASH.
           MOVE WS-PH-SALT TO WS-UT-SALT (WS-FOUND-IDX).
           MOVE WS-PH-HASH TO WS-UT-HASH (WS-FOUND-IDX).
           PERFORM FORMAT-USER-LINE.
           MOVE WS-FMT-LINE TO WS-DC-NEW.
           MOVE WS-OLD-SALT TO WS-UT-SALT (WS-FOUND-IDX).
           MOVE WS-OLD-HASH TO WS-UT-HASH (WS-FOUND-IDX).
           MOVE "ADMIN-RESET" TO WS-DC-KIND.
           MOVE SPACES TO WS-DC-SUMMARY.
           STRING "admin password reset " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-USER) DELIMITED BY SIZE
               INTO WS-DC-SUMMARY
           END-STRING.
           PERFORM QUEUE-AUTH-CHANGE.
           EXIT.

       QUEUE-AUTH-CHANGE.
           MOVE WS-AUTH-PATH TO WS-DC-TARGET.
           MOVE "L" TO WS-DC-MODE.
           MOVE WS-OPERATOR TO WS-DC-REQUESTER.
           PERFORM QUEUE-PENDING-CHANGE.
           IF WS-DC-QUEUED = "Y"
               MOVE SPACES TO WS-CHANGE-TEXT
               STRING "dual-control queued " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DC-ID) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DC-SUMMARY) DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
               END-STRING
               PERFORM LOG-ADMIN-CHANGE
           END-IF.
           EXIT.

      *> UNLOCK-ACCOUNT rewrites the lockout file without this
      *> user's line; the running server re-reads it on its next
      *> LOAD-AUTH (SIGHUP or admin /reload).
           EXIT.

       SAVE-USERS.
           MOVE WS-AUTH-PATH TO WS-CV-FILE.
           MOVE WS-OPERATOR TO WS-CV-OPERATOR.
           PERFORM SAVE-CONFIG-VERSION.
           OPEN OUTPUT AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "Reecriture impossible: " WS-AUTH-FILE-STATUS
           WRITE WS-AUTH-LINE.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-UT-COUNT
               MOVE WS-SCAN TO WS-FMT-IDX
               PERFORM FORMAT-USER-LINE
               MOVE WS-FMT-LINE TO WS-AUTH-LINE
               WRITE WS-AUTH-LINE
           END-PERFORM.
           CLOSE AUTH-FILE.
           DISPLAY "config/auth.conf reecrit.".
           EXIT.

      *> FORMAT-USER-LINE builds in WS-FMT-LINE the auth.conf line
      *> for row WS-FMT-IDX, exactly as SAVE-USERS writes it.
       FORMAT-USER-LINE.
           MOVE SPACES TO WS-FMT-LINE.
           STRING FUNCTION TRIM (WS-UT-USER (WS-FMT-IDX))
                      DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UT-SALT (WS-FMT-IDX))
                      DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UT-HASH (WS-FMT-IDX))
                      DELIMITED BY SIZE
               INTO WS-FMT-LINE
           END-STRING.
           IF WS-UT-ROLE (WS-FMT-IDX) NOT = SPACES
               STRING FUNCTION TRIM (WS-FMT-LINE)
                          DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-UT-ROLE (WS-FMT-IDX))
                          DELIMITED BY SIZE
                   INTO WS-FMT-LINE
               END-STRING
           END-IF.
           EXIT.

       LOG-ADMIN-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           OPEN EXTEND MAINT-LOG-FILE.
           EXIT.

       COPY "hash_utils.cpy".
       COPY "config_version.cpy".
       COPY "dual_control.cpy".
