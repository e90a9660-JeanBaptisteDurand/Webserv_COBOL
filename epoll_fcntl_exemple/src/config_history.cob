       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFHIST.
      *> CONFHIST keeps the history of the files under config/, so a
      *> bad edit is undone from a saved copy instead of from memory.
      *>   cobcrun CONFHIST                          files + counts
      *>   cobcrun CONFHIST SAVE <file> <operator>   keep a version
      *>   cobcrun CONFHIST LIST <file>              its versions
      *>   cobcrun CONFHIST DIFF <file> [<a> [<b>]]  line differences
      *>   cobcrun CONFHIST RESTORE <file> <n> <operator>
      *> <file> is a name under config/ ("routes.conf"; a leading
      *> "config/" is accepted). SAVE is what config_version.cpy runs
      *> before MAINTAIN or USERADMIN rewrite a file, and what an
      *> operator runs before editing one by hand: the file as it
      *> stands is copied to versions/config/<file>.<nnnnn> and a
      *> row "file|nnnnn|stamp|operator|note" is added to
      *> logs/config_versions.dat. DIFF compares two versions - a
      *> number or CURRENT, default the newest version against
      *> CURRENT - line by line on their longest common subsequence,
      *> printing "-" for lines only in <a> and "+" for lines only
      *> in <b>. RESTORE copies version <n> next to the live file,
      *> runs CONFIGCHECK with it standing in for the live one, and
      *> only when that passes saves the current file as a new
      *> version and renames the old one into place - so a restore
      *> can itself be undone. Restores land in logs/maintenance.log.
      *> auth.conf and acl.conf are not restored here: their role
      *> grants, credential resets and ACL removals need a second
      *> operator (dual_control.cpy), which a whole-file copy would
      *> walk around - those go back line by line through USERADMIN
      *> and MAINTAIN, and APPROVE, using DIFF to see what to undo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO WS-INDEX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT SIDE-A-FILE ASSIGN TO WS-SIDE-A-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-A-STATUS.
           SELECT SIDE-B-FILE ASSIGN TO WS-SIDE-B-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-B-STATUS.
           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  WS-INDEX-LINE          PIC X(160).
       FD  SIDE-A-FILE.
       01  WS-SIDE-A-LINE         PIC X(256).
       FD  SIDE-B-FILE.
       01  WS-SIDE-B-LINE         PIC X(256).
       FD  LIST-FILE.
       01  WS-LIST-LINE           PIC X(256).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-INDEX-PATH           PIC X(256)
           VALUE "logs/config_versions.dat".
       77 WS-INDEX-STATUS         PIC X(2) VALUE SPACES.
       77 WS-SIDE-A-PATH          PIC X(256) VALUE SPACES.
       77 WS-SIDE-A-STATUS        PIC X(2) VALUE SPACES.
       77 WS-SIDE-B-PATH          PIC X(256) VALUE SPACES.
       77 WS-SIDE-B-STATUS        PIC X(2) VALUE SPACES.
       77 WS-LIST-PATH            PIC X(256)
           VALUE "logs/confhist_work.lst".
       77 WS-LIST-STATUS          PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-VERSION-DIR          PIC X(32)
           VALUE "versions/config".
       77 WS-COMMAND              PIC X(400) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-OLD-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-NEW-C-PATH           PIC X(257) VALUE SPACES.

       77 WS-COMMAND-LINE         PIC X(400) VALUE SPACES.
       77 WS-ARG-VERB             PIC X(12) VALUE SPACES.
       77 WS-ARG-1                PIC X(128) VALUE SPACES.
       77 WS-ARG-2                PIC X(32) VALUE SPACES.
       77 WS-ARG-3                PIC X(32) VALUE SPACES.

      *> The file in hand: its bare name and its live path.
       77 WS-FILE-NAME            PIC X(64) VALUE SPACES.
       77 WS-LIVE-PATH            PIC X(128) VALUE SPACES.
       77 WS-NAME-OK              PIC X(1) VALUE "N".
       77 WS-NAME-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-NAME-POS             PIC S9(9) COMP VALUE 0.
       77 WS-NAME-HIT             PIC 9(4) COMP VALUE 0.
       77 WS-NAME-CHARS           PIC X(65) VALUE
           "abcdefghijklmnopqrstuvwxyz"
         & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         & "0123456789._-".
       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-NOTE                 PIC X(48) VALUE SPACES.

      *> logs/config_versions.dat, every file's rows.
       01 WS-VERSION-TABLE.
           05 WS-VR-ENTRY OCCURS 2000 TIMES.
              10 WS-VR-FILE       PIC X(64) VALUE SPACES.
              10 WS-VR-SEQ        PIC 9(5) VALUE 0.
              10 WS-VR-STAMP      PIC X(14) VALUE SPACES.
              10 WS-VR-OPERATOR   PIC X(32) VALUE SPACES.
              10 WS-VR-NOTE       PIC X(48) VALUE SPACES.
       77 WS-VR-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-VR-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-VR-FOUND             PIC 9(4) COMP VALUE 0.
       77 WS-VR-SEQ-X             PIC X(8) VALUE SPACES.
       77 WS-LAST-SEQ             PIC 9(5) VALUE 0.
       77 WS-NEW-SEQ              PIC 9(5) VALUE 0.
       77 WS-WANT-SEQ             PIC 9(5) VALUE 0.
       77 WS-FILE-VERSIONS        PIC 9(5) VALUE 0.

      *> DIFF: the two sides, their labels, and the LCS lengths of
      *> every pair of suffixes.
       01 WS-SIDE-A-TABLE.
           05 WS-A-LINE OCCURS 400 TIMES PIC X(256).
       01 WS-SIDE-B-TABLE.
           05 WS-B-LINE OCCURS 400 TIMES PIC X(256).
       77 WS-A-COUNT              PIC S9(4) COMP VALUE 0.
       77 WS-B-COUNT              PIC S9(4) COMP VALUE 0.
       77 WS-A-TOO-LONG           PIC X(1) VALUE "N".
       77 WS-B-TOO-LONG           PIC X(1) VALUE "N".
       01 WS-LCS-TABLE.
           05 WS-LCS-ROW OCCURS 401 TIMES.
              10 WS-LCS-CELL OCCURS 401 TIMES PIC S9(4) COMP.
       77 WS-I                    PIC S9(4) COMP VALUE 0.
       77 WS-J                    PIC S9(4) COMP VALUE 0.
       77 WS-SIDE-SPEC            PIC X(32) VALUE SPACES.
       77 WS-SIDE-PATH            PIC X(256) VALUE SPACES.
       77 WS-SIDE-LABEL           PIC X(48) VALUE SPACES.
       77 WS-SIDE-OK              PIC X(1) VALUE "N".
       77 WS-A-LABEL              PIC X(48) VALUE SPACES.
       77 WS-B-LABEL              PIC X(48) VALUE SPACES.
       77 WS-DIFF-COUNT           PIC 9(5) VALUE 0.
       77 WS-LINE-DISPLAY         PIC ZZZ9.

       77 WS-CHECK-RC             PIC S9(9) COMP VALUE 0.
       77 WS-SAVE-OK              PIC X(1) VALUE "N".
       77 WS-RESTORE-PATH         PIC X(128) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(200) VALUE SPACES.
       77 WS-SEQ-DISPLAY          PIC ZZZZ9.
       77 WS-COUNT-DISPLAY        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-ARG-1 WS-ARG-2 WS-ARG-3
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           PERFORM LOAD-VERSION-INDEX.
           IF WS-ARG-VERB = SPACES
               PERFORM SUMMARIZE-ALL-FILES
               STOP RUN
           END-IF.
           PERFORM NAME-THE-FILE.
           IF WS-NAME-OK NOT = "Y"
               DISPLAY "Fichier de configuration invalide: "
                   FUNCTION TRIM (WS-ARG-1)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE FUNCTION UPPER-CASE (WS-ARG-VERB)
               WHEN "SAVE"
                   MOVE WS-ARG-2 TO WS-OPERATOR
                   IF WS-OPERATOR = SPACES
                       MOVE "unknown" TO WS-OPERATOR
                   END-IF
                   MOVE "before edit" TO WS-NOTE
                   PERFORM SAVE-CURRENT-VERSION
               WHEN "LIST"
                   PERFORM LIST-FILE-VERSIONS
               WHEN "DIFF"
                   PERFORM DIFF-TWO-VERSIONS
               WHEN "RESTORE"
                   PERFORM RESTORE-ONE-VERSION
               WHEN OTHER
                   DISPLAY "Usage: CONFHIST [SAVE|LIST|DIFF|RESTORE]"
                       " <fichier> ..."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *> NAME-THE-FILE accepts a bare file name (letters, digits,
      *> ".", "_", "-") so nothing outside config/ can be named.
       NAME-THE-FILE.
           MOVE "N" TO WS-NAME-OK.
           MOVE WS-ARG-1 TO WS-FILE-NAME.
           IF WS-ARG-1 (1:7) = "config/"
               MOVE WS-ARG-1 (8:64) TO WS-FILE-NAME
           END-IF.
           IF WS-FILE-NAME = SPACES OR WS-FILE-NAME (1:1) = "."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-FILE-NAME))
               TO WS-NAME-LEN.
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
                   UNTIL WS-NAME-POS > WS-NAME-LEN
               MOVE 0 TO WS-NAME-HIT
               INSPECT WS-NAME-CHARS TALLYING WS-NAME-HIT
                   FOR ALL WS-FILE-NAME (WS-NAME-POS : 1)
               IF WS-NAME-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIVE-PATH.
           STRING "config/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
               INTO WS-LIVE-PATH
           END-STRING.
           MOVE "Y" TO WS-NAME-OK.
           EXIT.

      *> ------------------------------------------------------------
       LOAD-VERSION-INDEX.
           MOVE 0 TO WS-VR-COUNT.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INDEX-STATUS = "10"
                   OR WS-VR-COUNT >= 2000
               READ INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-INDEX-LINE NOT = SPACES
                           ADD 1 TO WS-VR-COUNT
                           MOVE SPACES TO WS-VR-SEQ-X
                           UNSTRING WS-INDEX-LINE DELIMITED BY "|"
                               INTO WS-VR-FILE (WS-VR-COUNT)
                                    WS-VR-SEQ-X
                                    WS-VR-STAMP (WS-VR-COUNT)
                                    WS-VR-OPERATOR (WS-VR-COUNT)
                                    WS-VR-NOTE (WS-VR-COUNT)
                           END-UNSTRING
                           MOVE 0 TO WS-VR-SEQ (WS-VR-COUNT)
                           IF FUNCTION TEST-NUMVAL (WS-VR-SEQ-X) = 0
                               COMPUTE WS-VR-SEQ (WS-VR-COUNT) =
                                   FUNCTION NUMVAL (WS-VR-SEQ-X)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEX-FILE.
           EXIT.

      *> COUNT-FILE-VERSIONS: how many rows WS-FILE-NAME has and the
      *> highest number used.
       COUNT-FILE-VERSIONS.
           MOVE 0 TO WS-FILE-VERSIONS.
           MOVE 0 TO WS-LAST-SEQ.
           PERFORM VARYING WS-VR-INDEX FROM 1 BY 1
                   UNTIL WS-VR-INDEX > WS-VR-COUNT
               IF WS-VR-FILE (WS-VR-INDEX) = WS-FILE-NAME
                   ADD 1 TO WS-FILE-VERSIONS
                   IF WS-VR-SEQ (WS-VR-INDEX) > WS-LAST-SEQ
                       MOVE WS-VR-SEQ (WS-VR-INDEX) TO WS-LAST-SEQ
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       FIND-VERSION-ROW.
           MOVE 0 TO WS-VR-FOUND.
           PERFORM VARYING WS-VR-INDEX FROM 1 BY 1
                   UNTIL WS-VR-INDEX > WS-VR-COUNT
               IF WS-VR-FILE (WS-VR-INDEX) = WS-FILE-NAME
                       AND WS-VR-SEQ (WS-VR-INDEX) = WS-WANT-SEQ
                   MOVE WS-VR-INDEX TO WS-VR-FOUND
               END-IF
           END-PERFORM.
           EXIT.

      *> VERSION-PATH-OF: versions/config/<file>.<nnnnn> for
      *> WS-WANT-SEQ, into WS-SIDE-PATH.
       VERSION-PATH-OF.
           MOVE SPACES TO WS-SIDE-PATH.
           STRING FUNCTION TRIM (WS-VERSION-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-WANT-SEQ DELIMITED BY SIZE
               INTO WS-SIDE-PATH
           END-STRING.
           EXIT.

      *> ------------------------------------------------------------
      *> SAVE-CURRENT-VERSION copies the live file under the next
      *> number and records the row. A file that does not exist yet
      *> has nothing to keep. WS-SAVE-OK comes back "Y" unless a
      *> copy that was needed could not be made or recorded.
       SAVE-CURRENT-VERSION.
           MOVE "N" TO WS-SAVE-OK.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
           CALL "access" USING
               BY REFERENCE WS-OLD-C-PATH
               BY VALUE 4
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               MOVE "Y" TO WS-SAVE-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-FILE-VERSIONS.
           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-NEW-SEQ TO WS-WANT-SEQ.
           PERFORM VERSION-PATH-OF.
           MOVE SPACES TO WS-COMMAND.
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VERSION-DIR) DELIMITED BY SIZE
                  " && cp " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SIDE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Copie impossible vers "
                   FUNCTION TRIM (WS-SIDE-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND INDEX-FILE.
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "Index des versions inaccessible: "
                   WS-INDEX-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-INDEX-LINE.
           STRING FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NEW-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-STAMP-HOLD (1:14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOTE) DELIMITED BY SIZE
               INTO WS-INDEX-LINE
           END-STRING.
           WRITE WS-INDEX-LINE.
           CLOSE INDEX-FILE.
           MOVE "Y" TO WS-SAVE-OK.
           IF WS-VR-COUNT < 2000
               ADD 1 TO WS-VR-COUNT
               MOVE WS-FILE-NAME TO WS-VR-FILE (WS-VR-COUNT)
               MOVE WS-NEW-SEQ TO WS-VR-SEQ (WS-VR-COUNT)
               MOVE WS-STAMP-HOLD (1:14) TO WS-VR-STAMP (WS-VR-COUNT)
               MOVE WS-OPERATOR TO WS-VR-OPERATOR (WS-VR-COUNT)
               MOVE WS-NOTE TO WS-VR-NOTE (WS-VR-COUNT)
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
       SUMMARIZE-ALL-FILES.
           DISPLAY "Historique des fichiers de configuration".
           MOVE SPACES TO WS-COMMAND.
           STRING "ls -1 config > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-STATUS = "10"
               READ LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LIST-LINE TO WS-FILE-NAME
                       PERFORM COUNT-FILE-VERSIONS
                       MOVE WS-FILE-VERSIONS TO WS-COUNT-DISPLAY
                       MOVE WS-LAST-SEQ TO WS-SEQ-DISPLAY
                       DISPLAY "  " WS-FILE-NAME (1:24)
                           " versions: " WS-COUNT-DISPLAY
                           "  derniere: " WS-SEQ-DISPLAY
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           DISPLAY "Usage: CONFHIST [SAVE|LIST|DIFF|RESTORE]"
               " <fichier> ...".
           EXIT.

       LIST-FILE-VERSIONS.
           PERFORM COUNT-FILE-VERSIONS.
           DISPLAY "Versions de " FUNCTION TRIM (WS-LIVE-PATH).
           IF WS-FILE-VERSIONS = 0
               DISPLAY "  (aucune version conservee)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Version  Conservee le          Operateur"
               "         Note".
           PERFORM VARYING WS-VR-INDEX FROM 1 BY 1
                   UNTIL WS-VR-INDEX > WS-VR-COUNT
               IF WS-VR-FILE (WS-VR-INDEX) = WS-FILE-NAME
                   MOVE WS-VR-SEQ (WS-VR-INDEX) TO WS-SEQ-DISPLAY
                   DISPLAY "  " WS-SEQ-DISPLAY "    "
                       WS-VR-STAMP (WS-VR-INDEX) (1:4) "-"
                       WS-VR-STAMP (WS-VR-INDEX) (5:2) "-"
                       WS-VR-STAMP (WS-VR-INDEX) (7:2) " "
                       WS-VR-STAMP (WS-VR-INDEX) (9:2) ":"
                       WS-VR-STAMP (WS-VR-INDEX) (11:2) ":"
                       WS-VR-STAMP (WS-VR-INDEX) (13:2) "   "
                       WS-VR-OPERATOR (WS-VR-INDEX) (1:16) "  "
                       FUNCTION TRIM (WS-VR-NOTE (WS-VR-INDEX))
               END-IF
           END-PERFORM.
           EXIT.

      *> ------------------------------------------------------------
       DIFF-TWO-VERSIONS.
           PERFORM COUNT-FILE-VERSIONS.
           MOVE WS-ARG-2 TO WS-SIDE-SPEC.
           IF WS-SIDE-SPEC = SPACES
               IF WS-LAST-SEQ = 0
                   DISPLAY "Aucune version conservee de "
                       FUNCTION TRIM (WS-LIVE-PATH)
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LAST-SEQ TO WS-SEQ-DISPLAY
               MOVE WS-SEQ-DISPLAY TO WS-SIDE-SPEC
           END-IF.
           PERFORM RESOLVE-SIDE.
           IF WS-SIDE-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SIDE-PATH TO WS-SIDE-A-PATH.
           MOVE WS-SIDE-LABEL TO WS-A-LABEL.
           MOVE WS-ARG-3 TO WS-SIDE-SPEC.
           IF WS-SIDE-SPEC = SPACES
               MOVE "CURRENT" TO WS-SIDE-SPEC
           END-IF.
           PERFORM RESOLVE-SIDE.
           IF WS-SIDE-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SIDE-PATH TO WS-SIDE-B-PATH.
           MOVE WS-SIDE-LABEL TO WS-B-LABEL.
           PERFORM LOAD-BOTH-SIDES.
           IF WS-A-TOO-LONG = "Y" OR WS-B-TOO-LONG = "Y"
               DISPLAY "Fichier trop long pour la comparaison"
                   " (400 lignes au plus)."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "--- " FUNCTION TRIM (WS-A-LABEL).
           DISPLAY "+++ " FUNCTION TRIM (WS-B-LABEL).
           PERFORM BUILD-LCS-TABLE.
           PERFORM WALK-LCS-TABLE.
           IF WS-DIFF-COUNT = 0
               DISPLAY "(identiques)"
           ELSE
               MOVE WS-DIFF-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Lignes differentes: "
                   FUNCTION TRIM (WS-COUNT-DISPLAY)
           END-IF.
           EXIT.

      *> RESOLVE-SIDE: WS-SIDE-SPEC is CURRENT or a version number;
      *> sets WS-SIDE-PATH and WS-SIDE-LABEL.
       RESOLVE-SIDE.
           MOVE "N" TO WS-SIDE-OK.
           IF FUNCTION UPPER-CASE (WS-SIDE-SPEC) = "CURRENT"
               MOVE WS-LIVE-PATH TO WS-SIDE-PATH
               MOVE SPACES TO WS-SIDE-LABEL
               STRING FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                      " (current)" DELIMITED BY SIZE
                   INTO WS-SIDE-LABEL
               END-STRING
               MOVE "Y" TO WS-SIDE-OK
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-SIDE-SPEC) NOT = 0
               DISPLAY "Version invalide: " FUNCTION TRIM (WS-SIDE-SPEC)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WANT-SEQ = FUNCTION NUMVAL (WS-SIDE-SPEC).
           PERFORM FIND-VERSION-ROW.
           IF WS-VR-FOUND = 0
               MOVE WS-WANT-SEQ TO WS-SEQ-DISPLAY
               DISPLAY "Pas de version " FUNCTION TRIM (WS-SEQ-DISPLAY)
                   " pour " FUNCTION TRIM (WS-LIVE-PATH)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERSION-PATH-OF.
           MOVE WS-WANT-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO WS-SIDE-LABEL.
           STRING "version " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEQ-DISPLAY) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-VR-STAMP (WS-VR-FOUND) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VR-OPERATOR (WS-VR-FOUND))
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-SIDE-LABEL
           END-STRING.
           MOVE "Y" TO WS-SIDE-OK.
           EXIT.

       LOAD-BOTH-SIDES.
           MOVE 0 TO WS-A-COUNT.
           MOVE "N" TO WS-A-TOO-LONG.
           OPEN INPUT SIDE-A-FILE.
           IF WS-SIDE-A-STATUS = "00"
               PERFORM UNTIL WS-SIDE-A-STATUS = "10"
                   READ SIDE-A-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-A-COUNT >= 400
                               MOVE "Y" TO WS-A-TOO-LONG
                           ELSE
                               ADD 1 TO WS-A-COUNT
                               MOVE WS-SIDE-A-LINE
                                   TO WS-A-LINE (WS-A-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIDE-A-FILE
           END-IF.
           MOVE 0 TO WS-B-COUNT.
           MOVE "N" TO WS-B-TOO-LONG.
           OPEN INPUT SIDE-B-FILE.
           IF WS-SIDE-B-STATUS = "00"
               PERFORM UNTIL WS-SIDE-B-STATUS = "10"
                   READ SIDE-B-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-B-COUNT >= 400
                               MOVE "Y" TO WS-B-TOO-LONG
                           ELSE
                               ADD 1 TO WS-B-COUNT
                               MOVE WS-SIDE-B-LINE
                                   TO WS-B-LINE (WS-B-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIDE-B-FILE
           END-IF.
           EXIT.

      *> BUILD-LCS-TABLE: cell (i, j) is the length of the longest
      *> common subsequence of A from line i and B from line j; the
      *> row past A's end and the column past B's end stay zero.
       BUILD-LCS-TABLE.
           INITIALIZE WS-LCS-TABLE.
           PERFORM VARYING WS-I FROM WS-A-COUNT BY -1 UNTIL WS-I < 1
               PERFORM VARYING WS-J FROM WS-B-COUNT BY -1
                       UNTIL WS-J < 1
                   IF WS-A-LINE (WS-I) = WS-B-LINE (WS-J)
                       COMPUTE WS-LCS-CELL (WS-I, WS-J) =
                           WS-LCS-CELL (WS-I + 1, WS-J + 1) + 1
                   ELSE
                       IF WS-LCS-CELL (WS-I + 1, WS-J)
                               >= WS-LCS-CELL (WS-I, WS-J + 1)
                           MOVE WS-LCS-CELL (WS-I + 1, WS-J)
                               TO WS-LCS-CELL (WS-I, WS-J)
                       ELSE
                           MOVE WS-LCS-CELL (WS-I, WS-J + 1)
                               TO WS-LCS-CELL (WS-I, WS-J)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

      *> WALK-LCS-TABLE prints the edit from A to B, each line with
      *> its number on its own side.
       WALK-LCS-TABLE.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE 1 TO WS-I.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-I > WS-A-COUNT AND WS-J > WS-B-COUNT
               EVALUATE TRUE
                   WHEN WS-I > WS-A-COUNT
                       PERFORM SHOW-ADDED-LINE
                   WHEN WS-J > WS-B-COUNT
                       PERFORM SHOW-REMOVED-LINE
                   WHEN WS-A-LINE (WS-I) = WS-B-LINE (WS-J)
                       ADD 1 TO WS-I
                       ADD 1 TO WS-J
                   WHEN WS-LCS-CELL (WS-I + 1, WS-J)
                           >= WS-LCS-CELL (WS-I, WS-J + 1)
                       PERFORM SHOW-REMOVED-LINE
                   WHEN OTHER
                       PERFORM SHOW-ADDED-LINE
               END-EVALUATE
           END-PERFORM.
           EXIT.

       SHOW-REMOVED-LINE.
           MOVE WS-I TO WS-LINE-DISPLAY.
           DISPLAY "- " WS-LINE-DISPLAY ": "
               FUNCTION TRIM (WS-A-LINE (WS-I) TRAILING).
           ADD 1 TO WS-DIFF-COUNT.
           ADD 1 TO WS-I.
           EXIT.

       SHOW-ADDED-LINE.
           MOVE WS-J TO WS-LINE-DISPLAY.
           DISPLAY "+ " WS-LINE-DISPLAY ": "
               FUNCTION TRIM (WS-B-LINE (WS-J) TRAILING).
           ADD 1 TO WS-DIFF-COUNT.
           ADD 1 TO WS-J.
           EXIT.

      *> ------------------------------------------------------------
      *> RESTORE-ONE-VERSION: copy beside the live file, let
      *> CONFIGCHECK judge it in the live file's place, then keep the
      *> current file as a version and rename the old one in.
       RESTORE-ONE-VERSION.
           MOVE WS-ARG-3 TO WS-OPERATOR.
           IF WS-ARG-2 = SPACES OR WS-OPERATOR = SPACES
               DISPLAY "Usage: CONFHIST RESTORE <fichier> <version>"
                   " <operateur>"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-NAME = "auth.conf" OR WS-FILE-NAME = "acl.conf"
               DISPLAY FUNCTION TRIM (WS-FILE-NAME)
                   " est sous double controle - pas de restauration"
                   " globale; passer par USERADMIN / MAINTAIN et"
                   " APPROVE (CONFHIST DIFF pour les ecarts)."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-ARG-2) NOT = 0
               DISPLAY "Version invalide: " FUNCTION TRIM (WS-ARG-2)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WANT-SEQ = FUNCTION NUMVAL (WS-ARG-2).
           PERFORM FIND-VERSION-ROW.
           IF WS-VR-FOUND = 0
               MOVE WS-WANT-SEQ TO WS-SEQ-DISPLAY
               DISPLAY "Pas de version " FUNCTION TRIM (WS-SEQ-DISPLAY)
                   " pour " FUNCTION TRIM (WS-LIVE-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERSION-PATH-OF.
           MOVE SPACES TO WS-RESTORE-PATH.
           STRING FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  ".restore" DELIMITED BY SIZE
               INTO WS-RESTORE-PATH
           END-STRING.
           MOVE SPACES TO WS-COMMAND.
           STRING "cp " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SIDE-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RESTORE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Version illisible: "
                   FUNCTION TRIM (WS-SIDE-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun CONFIGCHECK " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RESTORE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-CHECK-RC.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-RESTORE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
           IF WS-CHECK-RC NOT = 0
               CALL "unlink" USING
                   BY REFERENCE WS-OLD-C-PATH
                   RETURNING WS-RET
               DISPLAY "CONFIGCHECK refuse cette version -"
                   " restauration annulee."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOTE.
           MOVE WS-WANT-SEQ TO WS-SEQ-DISPLAY.
           STRING "before restore of version " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEQ-DISPLAY) DELIMITED BY SIZE
               INTO WS-NOTE
           END-STRING.
           PERFORM SAVE-CURRENT-VERSION.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-RESTORE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
           IF WS-SAVE-OK NOT = "Y"
               *> Without the current file kept, the restore could
               *> not be undone - leave the live file alone.
               CALL "unlink" USING
                   BY REFERENCE WS-OLD-C-PATH
                   RETURNING WS-RET
               DISPLAY "Version courante non sauvegardee -"
                   " restauration annulee."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NEW-C-PATH.
           STRING FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-NEW-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-OLD-C-PATH
               BY REFERENCE WS-NEW-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Echec de la restauration (rename)."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "config restored " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIVE-PATH) DELIMITED BY SIZE
                  " <- version " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEQ-DISPLAY) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-VR-STAMP (WS-VR-FOUND) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VR-OPERATOR (WS-VR-FOUND))
                      DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-RESTORE-CHANGE.
           DISPLAY "Version " FUNCTION TRIM (WS-SEQ-DISPLAY)
               " restauree: " FUNCTION TRIM (WS-LIVE-PATH).
           DISPLAY "Le serveur la prend en compte au prochain SIGHUP"
               " ou /reload.".
           EXIT.

       LOG-RESTORE-CHANGE.
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
