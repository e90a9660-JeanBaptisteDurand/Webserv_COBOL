      *> target (a file target or under a mounted directory) - plus
      *> a warning when it exceeds the 3584-byte single-buffer size,
      *> since serving switches to the streaming path beyond that.
      *> An HTML page must also pass LINKCHECK's one-page check: a
      *> staged page carrying a dead internal link is not swapped in.
      *> The current copy is parked as versions/<file>.v<timestamp>
      *> before the swap (outside content/, so an old revision can
      *> never be fetched through a directory mount at a guessable
      *> name), which is what ROLLBACK restores. Every publish and
      *> rollback lands in logs/maintenance.log, and refreshes the
      *> file's row in CONTENTCHECK's baseline so the nightly
      *> integrity check only reports changes made around PUBLISH.
      *> A publish or rollback refused or failed ends with return
      *> code 1, so a caller can tell nothing was swapped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WS-STAGED-PATH          PIC X(160) VALUE SPACES.
       77 WS-LIVE-PATH            PIC X(160) VALUE SPACES.
       77 WS-VERSION-PATH         PIC X(192) VALUE SPACES.
       77 WS-RESTORE-PATH         PIC X(192) VALUE SPACES.
       77 WS-FLAT-NAME            PIC X(128) VALUE SPACES.
       77 WS-OLD-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-NEW-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(200) VALUE SPACES.
       77 WS-LINK-RC              PIC S9(9) COMP VALUE 0.

      *> The extensions the server's MIME table serves - publishing
      *> anything else would create a file the routes can only ship
       PUBLISH-ONE-FILE.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Usage: PUBLISH PUBLISH <fichier>"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STAGED-PATH.
           END-STRING.
           PERFORM VALIDATE-STAGED-FILE.
           IF WS-RET NOT = 0
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERSION-CURRENT-COPY.
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Echec du basculement (rename)."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHANGE-TEXT.
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-PUBLISH-CHANGE.
           PERFORM REFRESH-CONTENT-BASELINE.
           DISPLAY "Publie: " FUNCTION TRIM (WS-LIVE-PATH).
           EXIT.

                   " - ajouter la route d'abord (MAINTAIN)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-EXT = "html" OR WS-FILE-EXT = "htm"
               PERFORM CHECK-STAGED-LINKS
               IF WS-LINK-RC NOT = 0
                   DISPLAY "Liens morts dans la page preparee -"
                       " publication refusee."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-FILE-SIZE > 3584
               MOVE WS-FILE-SIZE TO WS-SIZE-DISPLAY
               DISPLAY "Attention: "
                       (FUNCTION TRIM (WS-FILE-EXT))).
           EXIT.

      *> CHECK-STAGED-LINKS runs LINKCHECK on the staged copy as it
      *> will be served from WS-LIVE-PATH, through cobcrun as the
      *> NIGHTRUN steps are; it prints any dead link itself.
       CHECK-STAGED-LINKS.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun LINKCHECK PAGE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STAGED-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-LINK-RC.
           EXIT.

      *> CHECK-ROUTE-REFERENCE accepts a live path that is either a
      *> route row's exact file target or sits under a mounted
      *> directory target (one ending "/").
       ROLLBACK-ONE-FILE.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Usage: PUBLISH ROLLBACK <fichier>"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LIVE-PATH.
           IF WS-VERSION-PATH = SPACES
               DISPLAY "Aucune version anterieure de "
                   FUNCTION TRIM (WS-LIVE-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           *> VERSION-CURRENT-COPY reuses WS-VERSION-PATH for the
           *> copy it parks, so the one to restore is held apart.
           MOVE WS-VERSION-PATH TO WS-RESTORE-PATH.
           PERFORM VERSION-CURRENT-COPY.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-RESTORE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Echec du retour arriere (rename)."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "content rolled back " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  " <- " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RESTORE-PATH)
                      DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-PUBLISH-CHANGE.
           PERFORM REFRESH-CONTENT-BASELINE.
           DISPLAY "Version precedente restauree: "
               FUNCTION TRIM (WS-LIVE-PATH).
           EXIT.

      *> REFRESH-CONTENT-BASELINE re-measures the swapped file into
      *> the integrity baseline; a failure there is shown but does
      *> not undo a swap that has already happened.
       REFRESH-CONTENT-BASELINE.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun CONTENTCHECK UPDATE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Reference d'integrite non mise a jour pour "
                   FUNCTION TRIM (WS-LIVE-PATH)
           END-IF.
           EXIT.

       LOG-PUBLISH-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           OPEN EXTEND MAINT-LOG-FILE.
