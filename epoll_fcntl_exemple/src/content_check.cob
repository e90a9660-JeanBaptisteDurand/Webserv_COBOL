       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENTCHECK.
      *> CONTENTCHECK keeps the served tree honest: every file the
      *> server can ship (everything under content/, plus any route
      *> file target or mounted directory that lives elsewhere) has a
      *> baseline row - size, mtime and a hash_utils.cpy content
      *> digest - in logs/content_baseline.dat, and anything that
      *> changes there without going through PUBLISH is reported.
      *>   cobcrun CONTENTCHECK                    verify (NIGHTRUN)
      *>   cobcrun CONTENTCHECK BASELINE <oper>    rebuild baseline
      *>   cobcrun CONTENTCHECK UPDATE <file>      refresh one row
      *> UPDATE is what PUBLISH runs after every successful swap or
      *> rollback, so a published change is never reported; a file
      *> that no longer exists loses its row. Verify never writes
      *> the baseline. It lists files ADDED, REMOVED and CHANGED
      *> (size or digest differ) in logs/content_integrity_report.txt
      *> and queues one "integrity" alert for ALERTDISP; a file whose
      *> mtime moved but whose bytes did not is listed as TOUCHED and
      *> does not alert. Return code 1 when anything was added,
      *> removed or changed, or when there is no baseline yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTES-FILE ASSIGN TO WS-ROUTES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT BASELINE-FILE ASSIGN TO WS-BASELINE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT BASELINE-TMP-FILE ASSIGN TO WS-BASELINE-TMP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-TMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERT-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTES-FILE.
       01  WS-ROUTES-LINE         PIC X(256).
       FD  LIST-FILE.
       01  WS-LIST-LINE           PIC X(256).
       FD  BASELINE-FILE.
       01  WS-BASELINE-LINE       PIC X(256).
       FD  BASELINE-TMP-FILE.
       01  WS-BASELINE-TMP-LINE   PIC X(256).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(256).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-ROUTES-PATH          PIC X(256)
           VALUE "config/routes.conf".
       77 WS-ROUTES-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-LIST-PATH            PIC X(256)
           VALUE "logs/content_files.lst".
       77 WS-LIST-STATUS          PIC X(2) VALUE SPACES.
       77 WS-BASELINE-PATH        PIC X(256)
           VALUE "logs/content_baseline.dat".
       77 WS-BASELINE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-BASELINE-TMP-PATH    PIC X(256)
           VALUE "logs/content_baseline.tmp".
       77 WS-BASELINE-TMP-STATUS  PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/content_integrity_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-COMMAND              PIC X(400) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-OLD-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-NEW-C-PATH           PIC X(257) VALUE SPACES.

       77 WS-COMMAND-LINE         PIC X(400) VALUE SPACES.
       77 WS-ARG-VERB             PIC X(12) VALUE SPACES.
       77 WS-ARG-VALUE            PIC X(160) VALUE SPACES.

      *> The baseline, one row per served file:
      *>   path|size|mtime|digest|recorded-stamp|recorded-by
       01 WS-BASE-TABLE.
           05 WS-BL-ENTRY OCCURS 2000 TIMES.
              10 WS-BL-PATH       PIC X(160) VALUE SPACES.
              10 WS-BL-SIZE       PIC 9(12) VALUE 0.
              10 WS-BL-MTIME      PIC 9(12) VALUE 0.
              10 WS-BL-DIGEST     PIC X(16) VALUE SPACES.
              10 WS-BL-STAMP      PIC X(14) VALUE SPACES.
              10 WS-BL-BY         PIC X(32) VALUE SPACES.
              10 WS-BL-SEEN       PIC X(1) VALUE "N".
       77 WS-BL-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-BL-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-BL-FOUND             PIC 9(4) COMP VALUE 0.
       77 WS-BL-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-BL-LOADED            PIC X(1) VALUE "N".
       77 WS-F-SIZE               PIC X(12) VALUE SPACES.
       77 WS-F-MTIME              PIC X(12) VALUE SPACES.

      *> The file being measured.
       77 WS-FILE-PATH            PIC X(160) VALUE SPACES.
       77 WS-CUR-SIZE             PIC 9(12) VALUE 0.
       77 WS-CUR-MTIME            PIC 9(12) VALUE 0.
       77 WS-CUR-DIGEST           PIC X(16) VALUE SPACES.
       77 WS-CUR-OK               PIC X(1) VALUE "N".
       77 WS-FD                   PIC S9(9) COMP VALUE -1.
       77 WS-READ-RET             PIC S9(9) COMP VALUE 0.
       77 WS-READ-DONE            PIC X(1) VALUE "N".
       77 WS-RECORDED-BY          PIC X(32) VALUE SPACES.

      *> struct stat, picked out as cache_utils.cpy does (st_mode at
      *> offset 24, native byte order).
       01 WS-STAT-BUF.
           05 FILLER               PIC X(24).
           05 WS-STAT-MODE         PIC S9(9) COMP-5.
           05 FILLER               PIC X(20).
           05 WS-STAT-SIZE         PIC S9(18) COMP-5.
           05 FILLER               PIC X(32).
           05 WS-STAT-MTIME        PIC S9(18) COMP-5.
           05 FILLER               PIC X(48).
       77 WS-STAT-RET             PIC S9(9) COMP VALUE 0.
       77 WS-STAT-FMT             PIC S9(9) COMP VALUE 0.
       77 WS-C-PATH               PIC X(257) VALUE SPACES.

       77 WS-ROUTE-HOST-RAW       PIC X(64) VALUE SPACES.
       77 WS-ROUTE-PATH-RAW       PIC X(64) VALUE SPACES.
       77 WS-ROUTE-FILE-RAW       PIC X(160) VALUE SPACES.
       77 WS-ROUTE-MODE-RAW       PIC X(12) VALUE SPACES.

       77 WS-ADDED-COUNT          PIC 9(9) COMP VALUE 0.
       77 WS-REMOVED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-CHANGED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-TOUCHED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-FILES-CHECKED        PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-DISPLAY-A            PIC Z(8)9.
       77 WS-DISPLAY-R            PIC Z(8)9.
       77 WS-DISPLAY-C            PIC Z(8)9.
       77 WS-SIZE-DISPLAY         PIC Z(11)9.
       77 WS-SIZE-DISPLAY-2       PIC Z(11)9.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-DETAIL               PIC X(160) VALUE SPACES.

      *> Shared digest routine (hash_utils.cpy).
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
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-ARG-VALUE
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           EVALUATE FUNCTION UPPER-CASE (WS-ARG-VERB)
               WHEN "BASELINE"
                   PERFORM REBUILD-BASELINE
               WHEN "UPDATE"
                   PERFORM UPDATE-ONE-ENTRY
               WHEN OTHER
                   PERFORM VERIFY-SERVED-TREE
           END-EVALUATE.
           STOP RUN.

      *> ------------------------------------------------------------
      *> REBUILD-BASELINE measures every served file afresh and
      *> replaces the whole baseline - the step after a deliberate
      *> change made outside PUBLISH has been reviewed.
       REBUILD-BASELINE.
           MOVE WS-ARG-VALUE TO WS-RECORDED-BY.
           IF WS-RECORDED-BY = SPACES
               MOVE "unknown" TO WS-RECORDED-BY
           END-IF.
           PERFORM LIST-SERVED-FILES.
           MOVE 0 TO WS-BL-COUNT.
           MOVE 0 TO WS-BL-DROPPED.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "Liste des fichiers servis impossible."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-STATUS = "10"
               READ LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LIST-LINE TO WS-FILE-PATH
                       PERFORM MEASURE-FILE
                       IF WS-CUR-OK = "Y"
                           PERFORM ADD-BASELINE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           PERFORM SAVE-BASELINE.
           IF WS-RET NOT = 0
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BL-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "content baseline rebuilt (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  " files)" DELIMITED BY SIZE
               INTO WS-DETAIL
           END-STRING.
           PERFORM LOG-BASELINE-CHANGE.
           DISPLAY "Reference du contenu reconstruite: "
               FUNCTION TRIM (WS-DISPLAY-COUNT) " fichiers.".
           IF WS-BL-DROPPED > 0
               MOVE WS-BL-DROPPED TO WS-DISPLAY-COUNT
               DISPLAY "Table pleine - fichiers ignores: "
                   FUNCTION TRIM (WS-DISPLAY-COUNT)
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

      *> UPDATE-ONE-ENTRY: PUBLISH's hook. The named file's row is
      *> replaced with its current measurement, or dropped when the
      *> file is gone; the rest of the baseline is left as it was.
      *> With no baseline on file there is nothing to update - a
      *> one-row baseline would report every other file as added -
      *> and a baseline longer than the table is never rewritten,
      *> since the rows past it would be lost: both exit nonzero and
      *> ask for a BASELINE run.
       UPDATE-ONE-ENTRY.
           IF WS-ARG-VALUE = SPACES
               DISPLAY "Usage: CONTENTCHECK UPDATE <fichier>"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-BASELINE.
           IF WS-BL-LOADED NOT = "Y"
               DISPLAY "Pas de reference du contenu - lancer"
                   " CONTENTCHECK BASELINE."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BL-DROPPED > 0
               DISPLAY "Reference du contenu plus longue que la table"
                   " (2000) - non reecrite."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PUBLISH" TO WS-RECORDED-BY.
           MOVE WS-ARG-VALUE TO WS-FILE-PATH.
           PERFORM FIND-BASELINE-ROW.
           PERFORM MEASURE-FILE.
           IF WS-CUR-OK = "Y"
               IF WS-BL-FOUND > 0
                   MOVE WS-BL-FOUND TO WS-BL-INDEX
                   PERFORM STORE-CURRENT-IN-ROW
               ELSE
                   PERFORM ADD-BASELINE-ROW
               END-IF
           ELSE
               IF WS-BL-FOUND > 0
                   PERFORM DROP-BASELINE-ROW
               END-IF
           END-IF.
           IF WS-BL-DROPPED > 0
               DISPLAY "Table de reference pleine (2000) - "
                   FUNCTION TRIM (WS-FILE-PATH) " non ajoute;"
                   " lancer CONTENTCHECK BASELINE."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAVE-BASELINE.
           IF WS-RET NOT = 0
               DISPLAY "Reference du contenu non mise a jour."
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
      *> VERIFY-SERVED-TREE compares the tree as it stands with the
      *> baseline. Baseline rows are marked as their files are met;
      *> unmarked rows at the end are the removed files.
       VERIFY-SERVED-TREE.
           PERFORM LOAD-BASELINE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Content integrity check - " DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP-HOLD (9 : 6) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-BL-LOADED NOT = "Y"
               MOVE "No baseline on file - run CONTENTCHECK BASELINE."
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE SPACES TO WS-DETAIL
               STRING "integrity|no content baseline on file - "
                      DELIMITED BY SIZE
                      "served files are not being checked"
                      DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM QUEUE-INTEGRITY-ALERT
               DISPLAY "Aucune reference du contenu."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-SERVED-FILES.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-STATUS = "10"
                   READ LIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE WS-LIST-LINE TO WS-FILE-PATH
                           PERFORM CHECK-ONE-SERVED-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
                   UNTIL WS-BL-INDEX > WS-BL-COUNT
               IF WS-BL-SEEN (WS-BL-INDEX) NOT = "Y"
                   PERFORM REPORT-REMOVED-FILE
               END-IF
           END-PERFORM.
           PERFORM WRITE-VERIFY-SUMMARY.
           CLOSE REPORT-FILE.
           IF WS-ADDED-COUNT + WS-REMOVED-COUNT + WS-CHANGED-COUNT
                   > 0
               MOVE WS-ADDED-COUNT TO WS-DISPLAY-A
               MOVE WS-REMOVED-COUNT TO WS-DISPLAY-R
               MOVE WS-CHANGED-COUNT TO WS-DISPLAY-C
               MOVE SPACES TO WS-DETAIL
               STRING "integrity|served content changed outside "
                      DELIMITED BY SIZE
                      "PUBLISH: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " added, " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-R) DELIMITED BY SIZE
                      " removed, " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-C) DELIMITED BY SIZE
                      " changed - see "
                      "logs/content_integrity_report.txt"
                      DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               PERFORM QUEUE-INTEGRITY-ALERT
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE WS-FILES-CHECKED TO WS-DISPLAY-COUNT.
           DISPLAY "Fichiers controles: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           EXIT.

       CHECK-ONE-SERVED-FILE.
           PERFORM MEASURE-FILE.
           IF WS-CUR-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILES-CHECKED.
           PERFORM FIND-BASELINE-ROW.
           IF WS-BL-FOUND = 0
               ADD 1 TO WS-ADDED-COUNT
               MOVE WS-CUR-SIZE TO WS-SIZE-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ADDED    " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                      "  size " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SIZE-DISPLAY)
                          DELIMITED BY SIZE
                      "  digest " DELIMITED BY SIZE
                      WS-CUR-DIGEST DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BL-FOUND TO WS-BL-INDEX.
           MOVE "Y" TO WS-BL-SEEN (WS-BL-INDEX).
           IF WS-CUR-SIZE NOT = WS-BL-SIZE (WS-BL-INDEX)
                   OR WS-CUR-DIGEST NOT = WS-BL-DIGEST (WS-BL-INDEX)
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-BL-SIZE (WS-BL-INDEX) TO WS-SIZE-DISPLAY
               MOVE WS-CUR-SIZE TO WS-SIZE-DISPLAY-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CHANGED  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                      "  size " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SIZE-DISPLAY)
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SIZE-DISPLAY-2)
                          DELIMITED BY SIZE
                      "  digest " DELIMITED BY SIZE
                      WS-BL-DIGEST (WS-BL-INDEX) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-CUR-DIGEST DELIMITED BY SIZE
                      "  (recorded " DELIMITED BY SIZE
                      WS-BL-STAMP (WS-BL-INDEX) DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-BL-BY (WS-BL-INDEX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-MTIME NOT = WS-BL-MTIME (WS-BL-INDEX)
               ADD 1 TO WS-TOUCHED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TOUCHED  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                      "  mtime moved, content identical"
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

       REPORT-REMOVED-FILE.
           ADD 1 TO WS-REMOVED-COUNT.
           MOVE WS-BL-SIZE (WS-BL-INDEX) TO WS-SIZE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REMOVED  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BL-PATH (WS-BL-INDEX))
                      DELIMITED BY SIZE
                  "  size " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SIZE-DISPLAY) DELIMITED BY SIZE
                  "  digest " DELIMITED BY SIZE
                  WS-BL-DIGEST (WS-BL-INDEX) DELIMITED BY SIZE
                  "  (recorded " DELIMITED BY SIZE
                  WS-BL-STAMP (WS-BL-INDEX) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BL-BY (WS-BL-INDEX))
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

       WRITE-VERIFY-SUMMARY.
           IF WS-ADDED-COUNT + WS-REMOVED-COUNT + WS-CHANGED-COUNT
                   + WS-TOUCHED-COUNT = 0
               MOVE "  (no differences from the baseline)"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-FILES-CHECKED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Files checked:   " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Added:           " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-REMOVED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Removed:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Changed:         " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOUCHED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Touched only:    " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> ------------------------------------------------------------
      *> LIST-SERVED-FILES names every regular file under content/
      *> and under each route target outside it (a file target or a
      *> mounted directory), one path per line, duplicates removed.
      *> Proxy rows (">host:port") and redirect rows name no file.
       LIST-SERVED-FILES.
           MOVE SPACES TO WS-COMMAND.
           STRING "find content -type f > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           OPEN INPUT ROUTES-FILE.
           IF WS-ROUTES-FILE-STATUS = "00"
               PERFORM UNTIL WS-ROUTES-FILE-STATUS = "10"
                   READ ROUTES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LIST-ONE-ROUTE-TARGET
                   END-READ
               END-PERFORM
               CLOSE ROUTES-FILE
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "sort -u -o " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           EXIT.

       LIST-ONE-ROUTE-TARGET.
           IF WS-ROUTES-LINE (1:1) = "#" OR WS-ROUTES-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ROUTE-PATH-RAW.
           MOVE SPACES TO WS-ROUTE-FILE-RAW.
           MOVE SPACES TO WS-ROUTE-MODE-RAW.
           IF WS-ROUTES-LINE (1:1) = "@"
               UNSTRING WS-ROUTES-LINE DELIMITED BY "|"
                   INTO WS-ROUTE-HOST-RAW WS-ROUTE-PATH-RAW
                        WS-ROUTE-FILE-RAW WS-ROUTE-MODE-RAW
               END-UNSTRING
           ELSE
               UNSTRING WS-ROUTES-LINE DELIMITED BY "|"
                   INTO WS-ROUTE-PATH-RAW WS-ROUTE-FILE-RAW
                        WS-ROUTE-MODE-RAW
               END-UNSTRING
           END-IF.
           IF WS-ROUTE-FILE-RAW = SPACES
                   OR WS-ROUTE-FILE-RAW (1:1) = ">"
                   OR WS-ROUTE-FILE-RAW (1:8) = "content/"
                   OR WS-ROUTE-MODE-RAW (1:8) = "redirect"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "find " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ROUTE-FILE-RAW) DELIMITED BY SIZE
                  " -type f >> " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           EXIT.

      *> ------------------------------------------------------------
      *> MEASURE-FILE: size, mtime and content digest of
      *> WS-FILE-PATH into WS-CUR-*; WS-CUR-OK "N" when it is not a
      *> readable regular file.
       MEASURE-FILE.
           MOVE "N" TO WS-CUR-OK.
           IF WS-FILE-PATH = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "stat" USING
               BY REFERENCE WS-C-PATH
               BY REFERENCE WS-STAT-BUF
               RETURNING WS-STAT-RET.
           IF WS-STAT-RET NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-STAT-FMT =
               FUNCTION INTEGER (WS-STAT-MODE / 4096).
           IF FUNCTION MOD (WS-STAT-FMT, 16) NOT = 8
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAT-SIZE TO WS-CUR-SIZE.
           MOVE WS-STAT-MTIME TO WS-CUR-MTIME.
           CALL "open" USING
               BY REFERENCE WS-C-PATH
               BY VALUE 0
               RETURNING WS-FD.
           IF WS-FD < 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-CONTENT-DIGEST.
           MOVE "N" TO WS-READ-DONE.
           PERFORM UNTIL WS-READ-DONE = "Y"
               CALL "read" USING
                   BY VALUE WS-FD
                   BY REFERENCE WS-PH-COMBINED
                   BY VALUE 48
                   RETURNING WS-READ-RET
               IF WS-READ-RET <= 0
                   MOVE "Y" TO WS-READ-DONE
               ELSE
                   MOVE WS-READ-RET TO WS-PH-LEN
                   PERFORM FOLD-CONTENT-DIGEST
               END-IF
           END-PERFORM.
           CALL "close" USING
               BY VALUE WS-FD.
           PERFORM FINISH-CONTENT-DIGEST.
           MOVE WS-PH-HASH TO WS-CUR-DIGEST.
           MOVE "Y" TO WS-CUR-OK.
           EXIT.

      *> ------------------------------------------------------------
       LOAD-BASELINE.
           MOVE 0 TO WS-BL-COUNT.
           MOVE "N" TO WS-BL-LOADED.
           OPEN INPUT BASELINE-FILE.
           IF WS-BASELINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-BL-LOADED.
           PERFORM UNTIL WS-BASELINE-STATUS = "10"
               READ BASELINE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-BASELINE-ROW
               END-READ
           END-PERFORM.
           CLOSE BASELINE-FILE.
           EXIT.

       LOAD-ONE-BASELINE-ROW.
           IF WS-BASELINE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-BL-COUNT >= 2000
               ADD 1 TO WS-BL-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BL-COUNT.
           MOVE SPACES TO WS-F-SIZE WS-F-MTIME.
           UNSTRING WS-BASELINE-LINE DELIMITED BY "|"
               INTO WS-BL-PATH (WS-BL-COUNT)
                    WS-F-SIZE
                    WS-F-MTIME
                    WS-BL-DIGEST (WS-BL-COUNT)
                    WS-BL-STAMP (WS-BL-COUNT)
                    WS-BL-BY (WS-BL-COUNT)
           END-UNSTRING.
           MOVE 0 TO WS-BL-SIZE (WS-BL-COUNT).
           IF FUNCTION TEST-NUMVAL (WS-F-SIZE) = 0
               COMPUTE WS-BL-SIZE (WS-BL-COUNT) =
                   FUNCTION NUMVAL (WS-F-SIZE)
           END-IF.
           MOVE 0 TO WS-BL-MTIME (WS-BL-COUNT).
           IF FUNCTION TEST-NUMVAL (WS-F-MTIME) = 0
               COMPUTE WS-BL-MTIME (WS-BL-COUNT) =
                   FUNCTION NUMVAL (WS-F-MTIME)
           END-IF.
           MOVE "N" TO WS-BL-SEEN (WS-BL-COUNT).
           EXIT.

       FIND-BASELINE-ROW.
           MOVE 0 TO WS-BL-FOUND.
           PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
                   UNTIL WS-BL-INDEX > WS-BL-COUNT
                   OR WS-BL-FOUND > 0
               IF WS-BL-PATH (WS-BL-INDEX) = WS-FILE-PATH
                   MOVE WS-BL-INDEX TO WS-BL-FOUND
               END-IF
           END-PERFORM.
           EXIT.

       ADD-BASELINE-ROW.
           IF WS-BL-COUNT >= 2000
               ADD 1 TO WS-BL-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BL-COUNT.
           MOVE WS-BL-COUNT TO WS-BL-INDEX.
           PERFORM STORE-CURRENT-IN-ROW.
           EXIT.

       STORE-CURRENT-IN-ROW.
           MOVE WS-FILE-PATH TO WS-BL-PATH (WS-BL-INDEX).
           MOVE WS-CUR-SIZE TO WS-BL-SIZE (WS-BL-INDEX).
           MOVE WS-CUR-MTIME TO WS-BL-MTIME (WS-BL-INDEX).
           MOVE WS-CUR-DIGEST TO WS-BL-DIGEST (WS-BL-INDEX).
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-BL-STAMP (WS-BL-INDEX).
           MOVE WS-RECORDED-BY TO WS-BL-BY (WS-BL-INDEX).
           EXIT.

       DROP-BASELINE-ROW.
           PERFORM VARYING WS-BL-INDEX FROM WS-BL-FOUND BY 1
                   UNTIL WS-BL-INDEX >= WS-BL-COUNT
               MOVE WS-BL-ENTRY (WS-BL-INDEX + 1)
                   TO WS-BL-ENTRY (WS-BL-INDEX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BL-COUNT.
           EXIT.

      *> SAVE-BASELINE writes the table to a temporary file and
      *> renames it over the baseline, so a verify running alongside
      *> reads either the old baseline whole or the new one whole.
       SAVE-BASELINE.
           OPEN OUTPUT BASELINE-TMP-FILE.
           IF WS-BASELINE-TMP-STATUS NOT = "00"
               DISPLAY "Ecriture de la reference impossible: "
                   WS-BASELINE-TMP-STATUS
               MOVE 1 TO WS-RET
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
                   UNTIL WS-BL-INDEX > WS-BL-COUNT
               MOVE SPACES TO WS-BASELINE-TMP-LINE
               STRING FUNCTION TRIM (WS-BL-PATH (WS-BL-INDEX))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BL-SIZE (WS-BL-INDEX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BL-MTIME (WS-BL-INDEX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BL-DIGEST (WS-BL-INDEX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-BL-STAMP (WS-BL-INDEX) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-BL-BY (WS-BL-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-BASELINE-TMP-LINE
               END-STRING
               WRITE WS-BASELINE-TMP-LINE
           END-PERFORM.
           CLOSE BASELINE-TMP-FILE.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-BASELINE-TMP-PATH)
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
           MOVE SPACES TO WS-NEW-C-PATH.
           STRING FUNCTION TRIM (WS-BASELINE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-NEW-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-OLD-C-PATH
               BY REFERENCE WS-NEW-C-PATH
               RETURNING WS-RET.
           EXIT.

      *> ------------------------------------------------------------
       QUEUE-INTEGRITY-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DETAIL TO WS-ALERT-QUEUE-LINE.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.

       LOG-BASELINE-CHANGE.
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
                  FUNCTION TRIM (WS-RECORDED-BY) DELIMITED BY SIZE
                  " change=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DETAIL) DELIMITED BY SIZE
               INTO WS-MAINT-LOG-LINE
           END-STRING.
           WRITE WS-MAINT-LOG-LINE.
           CLOSE MAINT-LOG-FILE.
           EXIT.

       COPY "hash_utils.cpy".
