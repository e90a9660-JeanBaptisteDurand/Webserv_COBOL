      *> logs/maintenance.log with the operator's name and a
      *> timestamp, and the server picks the edits up on the next
      *> SIGHUP or admin /reload without a restart.
      *> Option 4 reviews the blocks PROBESCAN proposes in
      *> logs/pending_blocks.dat: accepting one writes the DENY rule
      *> through the same ACL rewrite and asks the server for an
      *> admin /reload (ADMIN_PORT on 127.0.0.1) so it takes effect
      *> at once; dismissing one keeps it off the queue for
      *> PROBE_DISMISS_DAYS. Both decisions are logged with the
      *> operator's name and kept on the queue line.
      *> Before any of the three files is rewritten the copy on disk
      *> is kept as a numbered version (config_version.cpy), so
      *> CONFHIST can list, compare and restore earlier states.
      *> Removing or changing an ACL rule and replacing the password
      *> of an admin account are not applied here: they wait in
      *> logs/pending_changes.dat for a second operator's APPROVE
      *> (dual_control.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT DC-QUEUE-FILE ASSIGN TO WS-DC-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DC-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(256).
       FD  PENDING-FILE.
       01  WS-PENDING-LINE        PIC X(256).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).
       FD  DC-QUEUE-FILE.
       01  WS-DC-QUEUE-LINE       PIC X(800).

       WORKING-STORAGE SECTION.
       77 WS-WORK-PATH            PIC X(256) VALUE SPACES.
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-OPERATOR-CHARS       PIC X(65) VALUE
           "abcdefghijklmnopqrstuvwxyz"
         & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         & "0123456789._-".
       77 WS-OPERATOR-LEN         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-POS         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-HIT         PIC 9(4) COMP VALUE 0.
       77 WS-OPERATOR-OK          PIC X(1) VALUE "N".
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(160) VALUE SPACES.
       77 WS-CV-FILE              PIC X(256) VALUE SPACES.
       77 WS-CV-OPERATOR          PIC X(32) VALUE SPACES.
       77 WS-CV-COMMAND           PIC X(400) VALUE SPACES.
       77 WS-CV-RET               PIC S9(9) COMP VALUE 0.

      *> dual_control.cpy
       77 WS-DC-QUEUE-PATH        PIC X(256)
           VALUE "logs/pending_changes.dat".
       77 WS-DC-QUEUE-STATUS      PIC X(2) VALUE SPACES.
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
       77 WS-AU-SALT-PART         PIC X(32) VALUE SPACES.
       77 WS-AU-HASH-PART         PIC X(32) VALUE SPACES.
       77 WS-AU-ROLE-PART         PIC X(12) VALUE SPACES.

       77 WS-MENU-CHOICE          PIC X(1) VALUE SPACE.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.

      *> ACL rows, the layout LOAD-ONE-ACL-ENTRY reads.
       01 WS-ACL-TABLE.
           05 WS-AC-ENTRY OCCURS 200 TIMES.
              10 WS-AC-TYPE       PIC X(5) VALUE SPACES.
              10 WS-AC-IP         PIC X(39) VALUE SPACES.
       77 WS-AC-COUNT             PIC 9(4) VALUE 0.
       77 WS-IN-TYPE              PIC X(8) VALUE SPACES.
       77 WS-IN-IP                PIC X(39) VALUE SPACES.
       77 WS-IN-USER              PIC X(32) VALUE SPACES.
      *> The account a changed or deleted row belongs to, and the
      *> name typed for it, kept while auth.conf is read again.
       77 WS-ROW-USER             PIC X(32) VALUE SPACES.
       77 WS-KEEP-USER            PIC X(32) VALUE SPACES.
       77 WS-IN-SECRET            PIC X(72) VALUE SPACES.
       77 WS-IN-PASSWORD          PIC X(32) VALUE SPACES.
       77 WS-IP-OK                PIC X(1) VALUE "N".
       77 WS-V6-HEX-HIT           PIC 9(4) COMP VALUE 0.
       77 WS-V6-BAD               PIC X(1) VALUE "N".
       77 WS-V6-HEX-SET           PIC X(16) VALUE "0123456789abcdef".
      *> Proposed blocks, the layout PROBESCAN appends:
      *> ip|state|score|requests|404s|probe hits|rate rejects|
      *> auth failures|sample path|detected|decided|operator.
       77 WS-PENDING-PATH         PIC X(256)
           VALUE "logs/pending_blocks.dat".
       77 WS-PENDING-TMP-PATH     PIC X(256)
           VALUE "logs/pending_blocks.tmp".
       77 WS-PENDING-STATUS       PIC X(2) VALUE SPACES.
       77 WS-PENDING-C-PATH       PIC X(257) VALUE SPACES.
       77 WS-PENDING-TMP-C-PATH   PIC X(257) VALUE SPACES.
       01 WS-PENDING-TABLE.
           05 WS-PQ-ENTRY OCCURS 500 TIMES.
              10 WS-PQ-IP         PIC X(39) VALUE SPACES.
              10 WS-PQ-STATE      PIC X(10) VALUE SPACES.
              10 WS-PQ-SCORE      PIC X(9) VALUE SPACES.
              10 WS-PQ-REQUESTS   PIC X(9) VALUE SPACES.
              10 WS-PQ-NOTFOUND   PIC X(9) VALUE SPACES.
              10 WS-PQ-PROBES     PIC X(9) VALUE SPACES.
              10 WS-PQ-RATELIMIT  PIC X(9) VALUE SPACES.
              10 WS-PQ-AUTHFAIL   PIC X(9) VALUE SPACES.
              10 WS-PQ-SAMPLE     PIC X(64) VALUE SPACES.
              10 WS-PQ-DETECTED   PIC X(14) VALUE SPACES.
              10 WS-PQ-DECIDED    PIC X(14) VALUE SPACES.
              10 WS-PQ-OPERATOR   PIC X(32) VALUE SPACES.
       77 WS-PQ-COUNT             PIC 9(4) VALUE 0.
       77 WS-PQ-OPEN-COUNT        PIC 9(4) VALUE 0.
       77 WS-PQ-FOUND             PIC X(1) VALUE "N".
       77 WS-PQ-FULL              PIC X(1) VALUE "N".
      *> The decision in hand, kept across the re-read of the queue
      *> that SAVE-PENDING-ROWS does before rewriting it.
       77 WS-PQ-HOLD-IP           PIC X(39) VALUE SPACES.
       77 WS-PQ-HOLD-DETECTED     PIC X(14) VALUE SPACES.
       77 WS-PQ-HOLD-STATE        PIC X(10) VALUE SPACES.
       77 WS-PQ-HOLD-DECIDED      PIC X(14) VALUE SPACES.
       77 WS-PQ-HOLD-OPERATOR     PIC X(32) VALUE SPACES.
       77 WS-PQ-HOLD-ROW          PIC 9(4) VALUE 0.
       77 WS-CONFIRM              PIC X(1) VALUE SPACE.

      *> Admin /reload request (the webhook_send socket pattern,
      *> aimed at the server's own admin port on 127.0.0.1).
       77 WS-CFG-KEY              PIC X(64) VALUE SPACES.
       77 WS-CFG-VALUE            PIC X(192) VALUE SPACES.
       77 WS-RL-PORT              PIC 9(9) VALUE 0.
       77 WS-RL-PORT-HI           PIC 9(3) VALUE 0.
       77 WS-RL-PORT-LO           PIC 9(3) VALUE 0.
       77 WS-RL-FD                PIC S9(9) COMP VALUE -1.
       77 WS-RL-OK                PIC X(1) VALUE "N".
       77 WS-RL-OUT               PIC X(64) VALUE SPACES.
       77 WS-RL-OUT-LEN           PIC S9(9) COMP VALUE 0.
       77 WS-RL-BUF               PIC X(256) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       01 WS-RL-ADDR.
           05 WS-RL-FAMILY    PIC X(2) VALUE X"0200".
           05 WS-RL-PORT-NET  PIC X(2) VALUE X"0000".
           05 WS-RL-HOST-ADDR PIC X(4) VALUE X"7F000001".
           05 WS-RL-ZERO      PIC X(8) VALUE X"0000000000000000".
       01 WS-RL-TIMEVAL.
           05 WS-RL-TV-SEC  PIC S9(18) COMP-5 VALUE 5.
           05 WS-RL-TV-USEC PIC S9(18) COMP-5 VALUE 0.

       77 WS-SCAN                 PIC 9(4) VALUE 0.
       77 WS-SCAN-DISPLAY         PIC Z(3)9.
       77 WS-LINE-PTR             PIC S9(9) COMP VALUE 1.
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-NAME.
           IF WS-OPERATOR-OK NOT = "Y"
               DISPLAY "Nom d'operateur invalide (lettres, chiffres,"
                   " ""."", ""_"" et ""-"" seulement)."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "1. Routes (config/routes.conf)"
               DISPLAY "2. Controle d'acces (config/acl.conf)"
               DISPLAY "3. Comptes (config/auth.conf)"
               DISPLAY "4. Blocages proposes (logs/pending_blocks.dat)"
               DISPLAY "0. Quitter"
               DISPLAY "Choix: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
                       PERFORM MAINTAIN-ACL
                   WHEN "3"
                       PERFORM MAINTAIN-AUTH
                   WHEN "4"
                       PERFORM REVIEW-PENDING-BLOCKS
                   WHEN "0"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
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

      *> ------------------------------------------------------------
      *> Routes maintenance.
       MAINTAIN-ROUTES.
           EXIT.

       SAVE-ROUTE-ROWS.
           MOVE "config/routes.conf" TO WS-CV-FILE.
           MOVE WS-OPERATOR TO WS-CV-OPERATOR.
           PERFORM SAVE-CONFIG-VERSION.
           MOVE "config/routes.conf" TO WS-WORK-PATH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10" OR WS-AC-COUNT >= 200
               READ WORK-FILE
                   AT END
                       CONTINUE
           EXIT.

       ADD-ACL-ROW.
           IF WS-AC-COUNT >= 200
               DISPLAY "Table ACL pleine (200)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROMPT-ACL-FIELDS.
           IF WS-INPUT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           *> Taken again from disk, so a rule APPROVE removed or
           *> changed meanwhile is not written back.
           PERFORM LOAD-ACL-ROWS.
           IF WS-AC-COUNT >= 200
               DISPLAY "Table ACL pleine (200)."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AC-COUNT.
           MOVE WS-IN-TYPE TO WS-AC-TYPE (WS-AC-COUNT).
           MOVE WS-IN-IP TO WS-AC-IP (WS-AC-COUNT).
           IF WS-INPUT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           *> Changing a rule removes the one that is there, so it
           *> waits for a second operator like a deletion does.
           MOVE SPACES TO WS-DC-NEW.
           STRING FUNCTION TRIM (WS-IN-TYPE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-IP) DELIMITED BY SIZE
               INTO WS-DC-NEW
           END-STRING.
           MOVE SPACES TO WS-DC-SUMMARY.
           STRING "acl change " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AC-TYPE (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AC-IP (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-TYPE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-IP) DELIMITED BY SIZE
               INTO WS-DC-SUMMARY
           END-STRING.
           PERFORM QUEUE-ACL-REMOVAL.
           EXIT.

       DELETE-ACL-ROW.
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DC-NEW.
           MOVE SPACES TO WS-DC-SUMMARY.
           STRING "acl delete " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AC-TYPE (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AC-IP (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
               INTO WS-DC-SUMMARY
           END-STRING.
           PERFORM QUEUE-ACL-REMOVAL.
           EXIT.

      *> QUEUE-ACL-REMOVAL puts the rule in row WS-ROW-CHOICE on the
      *> approval queue, to be replaced by WS-DC-NEW (SPACES for a
      *> deletion). The rows in memory stay as they are, so the
      *> rule keeps applying until APPROVE rewrites acl.conf.
       QUEUE-ACL-REMOVAL.
           MOVE SPACES TO WS-DC-MATCH.
           STRING FUNCTION TRIM (WS-AC-TYPE (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AC-IP (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
               INTO WS-DC-MATCH
           END-STRING.
           MOVE "ACL-REMOVE" TO WS-DC-KIND.
           MOVE "config/acl.conf" TO WS-DC-TARGET.
           PERFORM QUEUE-MAINT-CHANGE.
           EXIT.

       QUEUE-MAINT-CHANGE.
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
               PERFORM LOG-MAINT-CHANGE
           END-IF.
           EXIT.

       SAVE-ACL-ROWS.
           MOVE "config/acl.conf" TO WS-CV-FILE.
           MOVE WS-OPERATOR TO WS-CV-OPERATOR.
           PERFORM SAVE-CONFIG-VERSION.
           MOVE "config/acl.conf" TO WS-WORK-PATH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
           DISPLAY "config/acl.conf reecrit."
           EXIT.

      *> ------------------------------------------------------------
      *> Proposed-block review. Only PENDING entries can be decided;
      *> the line stays on the queue with its decision, decision
      *> time and operator, which is what PROBESCAN reads back to
      *> avoid proposing a dismissed address again too soon.
       REVIEW-PENDING-BLOCKS.
           PERFORM LOAD-PENDING-ROWS.
           MOVE "N" TO WS-DOMAIN-DONE.
           PERFORM UNTIL WS-DOMAIN-DONE = "Y"
               DISPLAY "Blocages - L:lister A:accepter R:rejeter"
                   " Q:retour : " WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-PENDING-ROWS
                   WHEN "A"
                       PERFORM ACCEPT-PENDING-ROW
                   WHEN "R"
                       PERFORM DISMISS-PENDING-ROW
                   WHEN "Q"
                       MOVE "Y" TO WS-DOMAIN-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *> LOAD-PENDING-ROWS reads the whole queue; WS-PQ-FULL is set
      *> when it holds more than the table's 500 rows, and then no
      *> decision is taken - rewriting it would drop the rest.
       LOAD-PENDING-ROWS.
           MOVE 0 TO WS-PQ-COUNT.
           MOVE "N" TO WS-PQ-FULL.
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
                               AND WS-PQ-COUNT >= 500
                           MOVE "Y" TO WS-PQ-FULL
                       END-IF
                       IF WS-PENDING-LINE NOT = SPACES
                               AND WS-PQ-COUNT < 500
                           ADD 1 TO WS-PQ-COUNT
                           MOVE SPACES TO WS-PQ-ENTRY (WS-PQ-COUNT)
                           UNSTRING WS-PENDING-LINE DELIMITED BY "|"
                               INTO WS-PQ-IP (WS-PQ-COUNT)
                                    WS-PQ-STATE (WS-PQ-COUNT)
                                    WS-PQ-SCORE (WS-PQ-COUNT)
                                    WS-PQ-REQUESTS (WS-PQ-COUNT)
                                    WS-PQ-NOTFOUND (WS-PQ-COUNT)
                                    WS-PQ-PROBES (WS-PQ-COUNT)
                                    WS-PQ-RATELIMIT (WS-PQ-COUNT)
                                    WS-PQ-AUTHFAIL (WS-PQ-COUNT)
                                    WS-PQ-SAMPLE (WS-PQ-COUNT)
                                    WS-PQ-DETECTED (WS-PQ-COUNT)
                                    WS-PQ-DECIDED (WS-PQ-COUNT)
                                    WS-PQ-OPERATOR (WS-PQ-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           IF WS-PQ-FULL = "Y"
               DISPLAY "File des blocages de plus de 500 lignes -"
                   " seules les 500 premieres sont listees, aucune"
                   " decision possible avant purge."
           END-IF.
           EXIT.

       LIST-PENDING-ROWS.
           MOVE 0 TO WS-PQ-OPEN-COUNT.
           DISPLAY "  # adresse / score / requetes / 404 / sondes"
               " / rejets debit / echecs auth / detecte le".
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PQ-COUNT
               IF WS-PQ-STATE (WS-SCAN) = "PENDING"
                   ADD 1 TO WS-PQ-OPEN-COUNT
                   MOVE WS-SCAN TO WS-SCAN-DISPLAY
                   DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY) ". "
                       FUNCTION TRIM (WS-PQ-IP (WS-SCAN)) " | "
                       FUNCTION TRIM (WS-PQ-SCORE (WS-SCAN)) " | "
                       FUNCTION TRIM (WS-PQ-REQUESTS (WS-SCAN)) " | "
                       FUNCTION TRIM (WS-PQ-NOTFOUND (WS-SCAN)) " | "
                       FUNCTION TRIM (WS-PQ-PROBES (WS-SCAN)) " | "
                       FUNCTION TRIM (WS-PQ-RATELIMIT (WS-SCAN)) " | "
                       FUNCTION TRIM (WS-PQ-AUTHFAIL (WS-SCAN)) " | "
                       WS-PQ-DETECTED (WS-SCAN) (1 : 8)
                   IF WS-PQ-SAMPLE (WS-SCAN) NOT = SPACES
                       DISPLAY "     ex. "
                           FUNCTION TRIM (WS-PQ-SAMPLE (WS-SCAN))
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PQ-OPEN-COUNT = 0
               DISPLAY "Aucun blocage en attente."
           END-IF.
           EXIT.

       ASK-PENDING-ROW.
           MOVE "N" TO WS-PQ-FOUND.
           IF WS-PQ-FULL = "Y"
               DISPLAY "File des blocages trop longue (500) -"
                   " decision refusee."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-ROW-NUMBER.
           IF WS-ROW-CHOICE = 0 OR WS-ROW-CHOICE > WS-PQ-COUNT
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PQ-STATE (WS-ROW-CHOICE) NOT = "PENDING"
               DISPLAY "Cette entree est deja traitee ("
                   FUNCTION TRIM (WS-PQ-STATE (WS-ROW-CHOICE)) ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PQ-FOUND.
           EXIT.

      *> ACCEPT-PENDING-ROW turns a proposal into a DENY rule. The
      *> ACL is re-read first so an edit made since the queue was
      *> loaded is not lost, and an address that is already listed
      *> (ALLOW or DENY) is left for the operator to dismiss.
       ACCEPT-PENDING-ROW.
           PERFORM ASK-PENDING-ROW.
           IF WS-PQ-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ACL-ROWS.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-AC-COUNT
               IF WS-AC-IP (WS-SCAN) = WS-PQ-IP (WS-ROW-CHOICE)
                   MOVE "N" TO WS-PQ-FOUND
               END-IF
           END-PERFORM.
           IF WS-PQ-FOUND NOT = "Y"
               DISPLAY "Adresse deja presente dans config/acl.conf"
                   " - rejeter la proposition."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AC-COUNT >= 200
               DISPLAY "Table ACL pleine (200)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Bloquer " FUNCTION TRIM (WS-PQ-IP (WS-ROW-CHOICE))
               " (score " FUNCTION TRIM (WS-PQ-SCORE (WS-ROW-CHOICE))
               ") ? (O/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "O"
               DISPLAY "Abandon."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ACL-ROWS.
           IF WS-AC-COUNT >= 200
               DISPLAY "Table ACL pleine (200)."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AC-COUNT.
           MOVE "DENY" TO WS-AC-TYPE (WS-AC-COUNT).
           MOVE WS-PQ-IP (WS-ROW-CHOICE) TO WS-AC-IP (WS-AC-COUNT).
           PERFORM SAVE-ACL-ROWS.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "acl added DENY " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PQ-IP (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " (proposed block accepted, score " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PQ-SCORE (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-MAINT-CHANGE.
           MOVE "ACCEPTED" TO WS-PQ-STATE (WS-ROW-CHOICE).
           PERFORM STAMP-PENDING-DECISION.
           PERFORM SAVE-PENDING-ROWS.
           PERFORM REQUEST-SERVER-RELOAD.
           IF WS-RL-OK = "Y"
               DISPLAY "Rechargement demande au serveur (admin"
                   " /reload)."
           ELSE
               DISPLAY "Rechargement non confirme - envoyer SIGHUP"
                   " ou /reload sur le port admin."
           END-IF.
           EXIT.

       DISMISS-PENDING-ROW.
           PERFORM ASK-PENDING-ROW.
           IF WS-PQ-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "DISMISSED" TO WS-PQ-STATE (WS-ROW-CHOICE).
           PERFORM STAMP-PENDING-DECISION.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "proposed block dismissed " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PQ-IP (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " (score " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PQ-SCORE (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM SAVE-PENDING-ROWS.
           PERFORM LOG-MAINT-CHANGE.
           EXIT.

       STAMP-PENDING-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE WS-LOG-TIMESTAMP (1 : 14)
               TO WS-PQ-DECIDED (WS-ROW-CHOICE).
           MOVE WS-OPERATOR TO WS-PQ-OPERATOR (WS-ROW-CHOICE).
           EXIT.

      *> SAVE-PENDING-ROWS records the decision on row WS-ROW-CHOICE.
      *> The queue is re-read first, so proposals PROBESCAN appended
      *> and decisions another operator took since it was loaded
      *> survive; only the decided row (same address and detection
      *> stamp, still PENDING) changes. It is then rewritten through
      *> a temporary file and a rename, so a PROBESCAN appending at
      *> the same moment never finds it half written.
       SAVE-PENDING-ROWS.
           MOVE WS-PQ-IP (WS-ROW-CHOICE) TO WS-PQ-HOLD-IP.
           MOVE WS-PQ-DETECTED (WS-ROW-CHOICE) TO WS-PQ-HOLD-DETECTED.
           MOVE WS-PQ-STATE (WS-ROW-CHOICE) TO WS-PQ-HOLD-STATE.
           MOVE WS-PQ-DECIDED (WS-ROW-CHOICE) TO WS-PQ-HOLD-DECIDED.
           MOVE WS-PQ-OPERATOR (WS-ROW-CHOICE) TO WS-PQ-HOLD-OPERATOR.
           PERFORM LOAD-PENDING-ROWS.
           IF WS-PQ-FULL = "Y"
               DISPLAY "Decision non enregistree dans la file."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PQ-HOLD-ROW.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PQ-COUNT
               IF WS-PQ-IP (WS-SCAN) = WS-PQ-HOLD-IP
                       AND WS-PQ-DETECTED (WS-SCAN)
                           = WS-PQ-HOLD-DETECTED
                       AND WS-PQ-STATE (WS-SCAN) = "PENDING"
                   MOVE WS-SCAN TO WS-PQ-HOLD-ROW
               END-IF
           END-PERFORM.
           IF WS-PQ-HOLD-ROW = 0
               DISPLAY "Proposition deja traitee par un autre"
                   " operateur - file inchangee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PQ-HOLD-STATE TO WS-PQ-STATE (WS-PQ-HOLD-ROW).
           MOVE WS-PQ-HOLD-DECIDED TO WS-PQ-DECIDED (WS-PQ-HOLD-ROW).
           MOVE WS-PQ-HOLD-OPERATOR
               TO WS-PQ-OPERATOR (WS-PQ-HOLD-ROW).
           MOVE WS-PENDING-TMP-PATH TO WS-WORK-PATH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Reecriture impossible: " WS-WORK-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PQ-COUNT
               MOVE SPACES TO WS-WORK-LINE
               STRING FUNCTION TRIM (WS-PQ-IP (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-STATE (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-SCORE (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-REQUESTS (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-NOTFOUND (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-PROBES (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-RATELIMIT (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-AUTHFAIL (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-SAMPLE (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-DETECTED (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-DECIDED (WS-SCAN))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PQ-OPERATOR (WS-SCAN))
                          DELIMITED BY SIZE
                   INTO WS-WORK-LINE
               END-STRING
               WRITE WS-WORK-LINE
           END-PERFORM.
           CLOSE WORK-FILE.
           MOVE SPACES TO WS-PENDING-TMP-C-PATH WS-PENDING-C-PATH.
           STRING FUNCTION TRIM (WS-PENDING-TMP-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-PENDING-TMP-C-PATH
           END-STRING.
           STRING FUNCTION TRIM (WS-PENDING-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-PENDING-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-PENDING-TMP-C-PATH
               BY REFERENCE WS-PENDING-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Renommage impossible: "
                   FUNCTION TRIM (WS-PENDING-TMP-PATH)
           END-IF.
           EXIT.

      *> REQUEST-SERVER-RELOAD asks the running server for the same
      *> /reload an operator would send with curl, on ADMIN_PORT from
      *> config/webserver.conf. WS-RL-OK is "Y" only on a 2xx reply.
       REQUEST-SERVER-RELOAD.
           MOVE "N" TO WS-RL-OK.
           PERFORM READ-ADMIN-PORT.
           IF WS-RL-PORT = 0 OR WS-RL-PORT > 65535
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RL-PORT-HI = FUNCTION INTEGER (WS-RL-PORT / 256).
           COMPUTE WS-RL-PORT-LO = FUNCTION MOD (WS-RL-PORT, 256).
           MOVE SPACES TO WS-RL-PORT-NET.
           STRING FUNCTION CHAR (WS-RL-PORT-HI + 1)
                  FUNCTION CHAR (WS-RL-PORT-LO + 1)
               INTO WS-RL-PORT-NET
           END-STRING.
           CALL "socket" USING
               BY VALUE 2
               BY VALUE 1
               BY VALUE 0
               RETURNING WS-RL-FD.
           IF WS-RL-FD < 0
               EXIT PARAGRAPH
           END-IF.
           CALL "setsockopt" USING
               BY VALUE WS-RL-FD
               BY VALUE 1
               BY VALUE 20
               BY REFERENCE WS-RL-TIMEVAL
               BY VALUE 16
               RETURNING WS-RET.
           CALL "connect" USING
               BY VALUE WS-RL-FD
               BY REFERENCE WS-RL-ADDR
               BY VALUE 16
               RETURNING WS-RET.
           IF WS-RET < 0
               CALL "close" USING
                   BY VALUE WS-RL-FD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RL-OUT.
           STRING "GET /reload HTTP/1.0" X"0D0A"
                  "Connection: close" X"0D0A" X"0D0A"
                  DELIMITED BY SIZE
               INTO WS-RL-OUT
           END-STRING.
           MOVE 43 TO WS-RL-OUT-LEN.
           CALL "send" USING
               BY VALUE WS-RL-FD
               BY REFERENCE WS-RL-OUT
               BY VALUE WS-RL-OUT-LEN
               BY VALUE 0
               RETURNING WS-RET.
           MOVE SPACES TO WS-RL-BUF.
           CALL "recv" USING
               BY VALUE WS-RL-FD
               BY REFERENCE WS-RL-BUF
               BY VALUE 256
               BY VALUE 0
               RETURNING WS-RET.
           IF WS-RET > 11
               IF WS-RL-BUF (1 : 5) = "HTTP/"
                       AND WS-RL-BUF (10 : 1) = "2"
                   MOVE "Y" TO WS-RL-OK
               END-IF
           END-IF.
           CALL "close" USING
               BY VALUE WS-RL-FD.
           EXIT.

       READ-ADMIN-PORT.
           MOVE 0 TO WS-RL-PORT.
           MOVE "config/webserver.conf" TO WS-WORK-PATH.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-WORK-LINE (1:1) NOT = "#"
                               AND WS-WORK-LINE NOT = SPACES
                           MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
                           UNSTRING WS-WORK-LINE DELIMITED BY "="
                               INTO WS-CFG-KEY WS-CFG-VALUE
                           END-UNSTRING
                           IF WS-CFG-KEY = "ADMIN_PORT"
                               AND FUNCTION TEST-NUMVAL (WS-CFG-VALUE)
                                   = 0
                               COMPUTE WS-RL-PORT =
                                   FUNCTION NUMVAL (WS-CFG-VALUE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           EXIT.

      *> ------------------------------------------------------------
      *> Credentials maintenance. The secret field is carried whole,
      *> so hashed entries written by USERADMIN survive a route or
           IF WS-INPUT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ROW-USER.
           PERFORM RELOAD-AUTH-ROWS.
           IF WS-AU-COUNT >= 10
               DISPLAY "Table des comptes pleine (10)."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AU-COUNT.
           MOVE WS-IN-USER TO WS-AU-USER (WS-AU-COUNT).
           MOVE WS-IN-SECRET TO WS-AU-SECRET (WS-AU-COUNT).
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AU-USER (WS-ROW-CHOICE) TO WS-ROW-USER.
           PERFORM PROMPT-AUTH-FIELDS.
           IF WS-INPUT-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM RELOAD-AUTH-ROWS.
           IF WS-ROW-CHOICE = 0
               DISPLAY "Compte disparu de config/auth.conf."
               EXIT PARAGRAPH
           END-IF.
           *> The credential of an admin account is only replaced once
           *> a second operator approves it; the role stays with it.
           MOVE SPACES TO WS-AU-SALT-PART WS-AU-HASH-PART
               WS-AU-ROLE-PART.
           UNSTRING WS-AU-SECRET (WS-ROW-CHOICE) DELIMITED BY ":"
               INTO WS-AU-SALT-PART WS-AU-HASH-PART WS-AU-ROLE-PART
           END-UNSTRING.
           IF FUNCTION LOWER-CASE (WS-AU-ROLE-PART) = "admin"
               PERFORM QUEUE-ADMIN-RESET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-USER TO WS-AU-USER (WS-ROW-CHOICE).
           MOVE WS-IN-SECRET TO WS-AU-SECRET (WS-ROW-CHOICE).
           PERFORM SAVE-AUTH-ROWS.
           PERFORM LOG-MAINT-CHANGE.
           EXIT.

       QUEUE-ADMIN-RESET.
           MOVE SPACES TO WS-DC-MATCH.
           STRING FUNCTION TRIM (WS-AU-USER (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AU-SECRET (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
               INTO WS-DC-MATCH
           END-STRING.
           MOVE SPACES TO WS-DC-NEW.
           STRING FUNCTION TRIM (WS-IN-USER) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-SECRET) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AU-ROLE-PART) DELIMITED BY SIZE
               INTO WS-DC-NEW
           END-STRING.
           MOVE SPACES TO WS-DC-SUMMARY.
           STRING "admin password reset " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AU-USER (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
               INTO WS-DC-SUMMARY
           END-STRING.
           MOVE "ADMIN-RESET" TO WS-DC-KIND.
           MOVE "config/auth.conf" TO WS-DC-TARGET.
           PERFORM QUEUE-MAINT-CHANGE.
           EXIT.

       DELETE-AUTH-ROW.
           PERFORM ASK-ROW-NUMBER.
           IF WS-ROW-CHOICE = 0 OR WS-ROW-CHOICE > WS-AU-COUNT
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AU-USER (WS-ROW-CHOICE) TO WS-ROW-USER.
           PERFORM RELOAD-AUTH-ROWS.
           IF WS-ROW-CHOICE = 0
               DISPLAY "Compte disparu de config/auth.conf."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "account deleted " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AU-USER (WS-ROW-CHOICE))
           PERFORM LOG-MAINT-CHANGE.
           EXIT.

      *> RELOAD-AUTH-ROWS takes auth.conf again just before a change
      *> is applied and saved, so what an APPROVE (or another
      *> console) wrote since the session started is kept, and
      *> points WS-ROW-CHOICE at WS-ROW-USER's row in it - 0 when
      *> the account is no longer there. Reading the file runs the
      *> user field through WS-IN-USER, which is kept across it.
       RELOAD-AUTH-ROWS.
           MOVE WS-IN-USER TO WS-KEEP-USER.
           PERFORM LOAD-AUTH-ROWS.
           MOVE WS-KEEP-USER TO WS-IN-USER.
           MOVE 0 TO WS-ROW-CHOICE.
           IF WS-ROW-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-AU-COUNT
               IF WS-AU-USER (WS-SCAN) = WS-ROW-USER
                       AND WS-ROW-CHOICE = 0
                   MOVE WS-SCAN TO WS-ROW-CHOICE
               END-IF
           END-PERFORM.
           EXIT.

       SAVE-AUTH-ROWS.
           MOVE "config/auth.conf" TO WS-CV-FILE.
           MOVE WS-OPERATOR TO WS-CV-OPERATOR.
           PERFORM SAVE-CONFIG-VERSION.
           MOVE "config/auth.conf" TO WS-WORK-PATH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
           EXIT.

       COPY "hash_utils.cpy".
       COPY "config_version.cpy".
       COPY "dual_control.cpy".
