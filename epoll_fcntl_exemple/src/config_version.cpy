      *> config_version.cpy
      *> SAVE-CONFIG-VERSION keeps the copy of a config file that is
      *> about to be rewritten: it runs "CONFHIST SAVE", which files
      *> the file as it stands under versions/config/ with the next
      *> version number for that file, the time and the operator, so
      *> CONFHIST can later list, compare and restore it. Every
      *> program that rewrites a file under config/ performs this
      *> just before its OPEN OUTPUT, with WS-CV-FILE set to the
      *> config/ path and WS-CV-OPERATOR to whoever is making the
      *> change. The including program declares:
      *>   77 WS-CV-FILE      PIC X(256)
      *>   77 WS-CV-OPERATOR  PIC X(32)
      *>   77 WS-CV-COMMAND   PIC X(400)
      *>   77 WS-CV-RET       PIC S9(9) COMP
      *> A version that could not be kept is reported on the console;
      *> the edit itself still goes ahead, as it always has.
      *> The operator's name goes onto a shell command line and into
      *> the "|" columns of logs/config_versions.dat, so a name with
      *> anything but letters, digits, ".", "_" and "-" is not passed
      *> on at all (the consoles refuse such a name at sign-on; this
      *> is the check of last resort). WS-CV-COMMAND serves as the
      *> scratch copy for the test.
       SAVE-CONFIG-VERSION.
           MOVE WS-CV-OPERATOR TO WS-CV-COMMAND.
           INSPECT WS-CV-COMMAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO ALL SPACE.
           INSPECT WS-CV-COMMAND CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO ALL SPACE.
           INSPECT WS-CV-COMMAND CONVERTING
               "0123456789._-" TO ALL SPACE.
           MOVE 0 TO WS-CV-RET.
           INSPECT WS-CV-OPERATOR TALLYING WS-CV-RET
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CV-COMMAND NOT = SPACES OR WS-CV-RET = 0
                   OR WS-CV-RET NOT = FUNCTION LENGTH
                       (FUNCTION TRIM (WS-CV-OPERATOR TRAILING))
               DISPLAY "Nom d'operateur invalide, version precedente"
                   " non conservee: " FUNCTION TRIM (WS-CV-FILE)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CV-COMMAND.
           STRING "cobcrun CONFHIST SAVE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CV-FILE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CV-OPERATOR) DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-CV-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-CV-COMMAND
               RETURNING WS-CV-RET.
           IF WS-CV-RET NOT = 0
               DISPLAY "Version precedente non conservee: "
                   FUNCTION TRIM (WS-CV-FILE)
           END-IF.
           EXIT.
