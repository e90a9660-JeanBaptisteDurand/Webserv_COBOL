       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINKCHECK.
      *> LINKCHECK finds dead internal links before a visitor does.
      *>   cobcrun LINKCHECK                       whole served tree
      *>   cobcrun LINKCHECK PAGE <file> <live>    one page (PUBLISH)
      *> The whole-tree run takes every HTML file target and every
      *> file under a "/x/*" directory mount in config/routes.conf,
      *> pulls each href= and src= out of it, and resolves the link
      *> the way MATCH-ROUTE would: the built-in endpoints first,
      *> then exact rows (host-scoped before "*"), then the mounts,
      *> following redirect rows to their target. A link that ends
      *> on no route, on a missing file or on a "nolist" directory
      *> is reported with the page and line it came from, in
      *> logs/link_check_report.txt, followed by the HTML files
      *> under content/ that no route reaches at all (content/errors/
      *> is left out - SERVE-ERROR-PAGE serves it by name). Links to
      *> other sites, anchors and ${...} template placeholders are
      *> not followed, and a proxied route is taken on trust.
      *> PAGE mode checks one file as though it were already served
      *> at <live> (a content/ path), prints the dead links and
      *> counts a target that is only waiting in staging/ as good, so
      *> two new pages linking each other can be published in turn.
      *> Return code 1 when any dead link is found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTES-FILE ASSIGN TO WS-ROUTES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTES-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT PAGE-FILE ASSIGN TO WS-PAGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUTES-FILE.
       01  WS-ROUTES-LINE         PIC X(256).
       FD  LIST-FILE.
       01  WS-LIST-LINE           PIC X(256).
       FD  PAGE-FILE.
       01  WS-PAGE-LINE           PIC X(2048).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-ROUTES-PATH          PIC X(256)
           VALUE "config/routes.conf".
       77 WS-ROUTES-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-LIST-PATH            PIC X(256)
           VALUE "logs/link_files.lst".
       77 WS-LIST-STATUS          PIC X(2) VALUE SPACES.
       77 WS-PAGE-PATH            PIC X(256) VALUE SPACES.
       77 WS-PAGE-STATUS          PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/link_check_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-COMMAND              PIC X(400) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

       77 WS-COMMAND-LINE         PIC X(400) VALUE SPACES.
       77 WS-ARG-VERB             PIC X(12) VALUE SPACES.
       77 WS-ARG-FILE             PIC X(160) VALUE SPACES.
       77 WS-ARG-LIVE             PIC X(160) VALUE SPACES.
       77 WS-PAGE-MODE            PIC X(1) VALUE "N".

      *> routes.conf rows, split the way LOAD-ONE-ROUTE splits them.
       01 WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 20 TIMES.
              10 WS-ROUTE-HOST    PIC X(64) VALUE SPACES.
              10 WS-ROUTE-PATH    PIC X(64) VALUE SPACES.
              10 WS-ROUTE-FILE    PIC X(160) VALUE SPACES.
              10 WS-ROUTE-MODE    PIC X(12) VALUE SPACES.
       77 WS-ROUTE-COUNT          PIC 9(4) COMP VALUE 0.
       77 WS-ROUTE-INDEX          PIC 9(4) COMP VALUE 0.
       77 WS-ROUTE-HOST-RAW       PIC X(64) VALUE SPACES.

      *> The built-in endpoints of INIT-ROUTE-DEFS
      *> (route_definitions.cpy); "/api" also answers under itself.
      *> A row added there must be added to INIT-BUILTIN-PATHS too.
       01 WS-BUILTIN-TABLE.
           05 WS-BI-ENTRY OCCURS 20 TIMES.
              10 WS-BI-PATH       PIC X(16) VALUE SPACES.
              10 WS-BI-PREFIX     PIC X(1) VALUE "N".
       77 WS-BI-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-BI-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-BI-LEN               PIC S9(9) COMP VALUE 0.

      *> Pages to check: the file, the URL it is served at and the
      *> host its route is scoped to.
       01 WS-PAGE-TABLE.
           05 WS-PG-ENTRY OCCURS 500 TIMES.
              10 WS-PG-FILE       PIC X(160) VALUE SPACES.
              10 WS-PG-URL        PIC X(192) VALUE SPACES.
              10 WS-PG-HOST       PIC X(64) VALUE SPACES.
       77 WS-PG-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PG-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PG-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-PG-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-NEW-FILE             PIC X(160) VALUE SPACES.
       77 WS-NEW-URL              PIC X(192) VALUE SPACES.
       77 WS-NEW-HOST             PIC X(64) VALUE SPACES.

       77 WS-PATH-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-DIR-LEN              PIC S9(9) COMP VALUE 0.
       77 WS-FILE-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-FILE-EXT             PIC X(8) VALUE SPACES.
       77 WS-DOT-POS              PIC S9(9) COMP VALUE 0.
       77 WS-IS-HTML              PIC X(1) VALUE "N".

      *> Link scan of one page line.
       77 WS-LINE-NUMBER          PIC 9(9) COMP VALUE 0.
       77 WS-LOWER-LINE           PIC X(2048) VALUE SPACES.
       77 WS-LINE-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-POS                  PIC S9(9) COMP VALUE 0.
       77 WS-VAL-START            PIC S9(9) COMP VALUE 0.
       77 WS-VAL-END              PIC S9(9) COMP VALUE 0.
       77 WS-QUOTE                PIC X(1) VALUE SPACE.
       77 WS-VAL-DONE             PIC X(1) VALUE "N".
       77 WS-LINK-RAW             PIC X(256) VALUE SPACES.
       77 WS-LINK-LOWER           PIC X(256) VALUE SPACES.
       77 WS-LINK-BARE            PIC X(256) VALUE SPACES.
       77 WS-LINK-PATH            PIC X(256) VALUE SPACES.
       77 WS-LINK-HOST            PIC X(64) VALUE SPACES.
       77 WS-LINK-RESULT          PIC X(64) VALUE SPACES.
       77 WS-PLACEHOLDER-HIT      PIC 9(4) COMP VALUE 0.
       77 WS-HOPS                 PIC 9(4) COMP VALUE 0.

      *> Path normalization: the joined path is split on "/" and
      *> "." / ".." steps are applied the way a browser does.
       77 WS-JOINED               PIC X(256) VALUE SPACES.
       77 WS-JOIN-PTR             PIC S9(9) COMP VALUE 1.
       77 WS-JOIN-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-SEG-PTR              PIC S9(9) COMP VALUE 1.
       77 WS-SEG-RAW              PIC X(128) VALUE SPACES.
       01 WS-SEGMENT-TABLE.
           05 WS-SEG OCCURS 32 TIMES PIC X(128) VALUE SPACES.
       77 WS-SEG-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-SEG-INDEX            PIC 9(4) COMP VALUE 0.
       77 WS-TRAILING-SLASH       PIC X(1) VALUE "N".

      *> Route match results (MATCH-ROUTE's outputs, locally).
       77 WS-MATCH-FOUND          PIC X(1) VALUE "N".
       77 WS-MATCH-FILE           PIC X(256) VALUE SPACES.
       77 WS-MATCH-MODE           PIC X(12) VALUE SPACES.
       77 WS-WANT-HOST            PIC X(64) VALUE SPACES.
       77 WS-PFX-LEN              PIC S9(9) COMP VALUE 0.
       77 WS-PFX-PATH-LEN         PIC S9(9) COMP VALUE 0.
       77 WS-PFX-REM-LEN          PIC S9(9) COMP VALUE 0.
       77 WS-PFX-REMAINDER        PIC X(192) VALUE SPACES.
       77 WS-DOTDOT-COUNT         PIC 9(4) COMP VALUE 0.

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
       77 WS-STAT-IS-DIR          PIC X(1) VALUE "N".
       77 WS-C-PATH               PIC X(257) VALUE SPACES.
       77 WS-STAGED-ALT           PIC X(256) VALUE SPACES.

       77 WS-PAGES-CHECKED        PIC 9(9) COMP VALUE 0.
       77 WS-LINKS-CHECKED        PIC 9(9) COMP VALUE 0.
       77 WS-LINKS-SKIPPED        PIC 9(9) COMP VALUE 0.
       77 WS-DEAD-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-ORPHAN-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-LINE-DISPLAY         PIC Z(8)9.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-REPORT-OPEN          PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-ARG-FILE WS-ARG-LIVE
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           PERFORM INIT-BUILTIN-PATHS.
           PERFORM LOAD-LINK-ROUTES.
           IF FUNCTION UPPER-CASE (WS-ARG-VERB) = "PAGE"
               PERFORM CHECK-ONE-STAGED-PAGE
           ELSE
               PERFORM CHECK-SERVED-TREE
           END-IF.
           IF WS-DEAD-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ------------------------------------------------------------
       CHECK-SERVED-TREE.
           PERFORM COLLECT-ROUTED-PAGES.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-REPORT-OPEN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Link check - " DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP-HOLD (9 : 6) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Dead internal links (page:line  link  -> reason)"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-PG-INDEX FROM 1 BY 1
                   UNTIL WS-PG-INDEX > WS-PG-COUNT
               PERFORM CHECK-ONE-PAGE
           END-PERFORM.
           IF WS-DEAD-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "HTML files under content/ that no route reaches"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM LIST-UNREACHABLE-PAGES.
           IF WS-ORPHAN-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM WRITE-LINK-TOTALS.
           CLOSE REPORT-FILE.
           MOVE WS-PAGES-CHECKED TO WS-DISPLAY-COUNT.
           DISPLAY "Pages verifiees   : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-LINKS-CHECKED TO WS-DISPLAY-COUNT.
           DISPLAY "Liens verifies    : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-DEAD-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Liens morts       : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-ORPHAN-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Pages inatteignables: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-PATH).
           EXIT.

       WRITE-LINK-TOTALS.
           MOVE WS-PAGES-CHECKED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Pages checked: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-LINKS-CHECKED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Internal links checked: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-LINKS-SKIPPED TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "External/anchor/template links not followed: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-DEAD-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Dead links: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Unreachable pages: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-PG-DROPPED > 0
               MOVE WS-PG-DROPPED TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Pages beyond the 500-entry table, not checked: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

      *> CHECK-ONE-STAGED-PAGE is PUBLISH's pre-swap check: the
      *> staged file is read, but its links resolve from the URL the
      *> live copy is (or will be) served at.
       CHECK-ONE-STAGED-PAGE.
           MOVE "Y" TO WS-PAGE-MODE.
           IF WS-ARG-FILE = SPACES OR WS-ARG-LIVE = SPACES
               DISPLAY "Usage: LINKCHECK PAGE <fichier> <chemin servi>"
               MOVE 1 TO WS-DEAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PG-COUNT.
           MOVE SPACES TO WS-NEW-URL.
           MOVE "*" TO WS-NEW-HOST.
           PERFORM FIND-URL-FOR-FILE.
           IF WS-NEW-URL = SPACES
               DISPLAY "Aucune route ne sert "
                   FUNCTION TRIM (WS-ARG-LIVE)
                   " - liens resolus depuis /."
               MOVE "/" TO WS-NEW-URL
           END-IF.
           MOVE WS-ARG-FILE TO WS-NEW-FILE.
           PERFORM ADD-PAGE-ENTRY.
           MOVE 1 TO WS-PG-INDEX.
           PERFORM CHECK-ONE-PAGE.
           MOVE WS-LINKS-CHECKED TO WS-DISPLAY-COUNT.
           DISPLAY "Liens internes verifies: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-DEAD-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Liens morts: " FUNCTION TRIM (WS-DISPLAY-COUNT).
           EXIT.

      *> FIND-URL-FOR-FILE maps WS-ARG-LIVE back to the URL serving
      *> it: an exact file target's route path, else the mount
      *> prefix plus the path under the mounted directory.
       FIND-URL-FOR-FILE.
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                       OR WS-NEW-URL NOT = SPACES
               IF FUNCTION TRIM (WS-ROUTE-FILE (WS-ROUTE-INDEX))
                       = FUNCTION TRIM (WS-ARG-LIVE)
                       AND WS-ROUTE-MODE (WS-ROUTE-INDEX)
                           (1 : 8) NOT = "redirect"
                   MOVE WS-ROUTE-PATH (WS-ROUTE-INDEX) TO WS-NEW-URL
                   MOVE WS-ROUTE-HOST (WS-ROUTE-INDEX) TO WS-NEW-HOST
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                       OR WS-NEW-URL NOT = SPACES
               PERFORM TEST-MOUNT-ROW
               IF WS-PATH-LEN > 0
                   MOVE FUNCTION LENGTH (FUNCTION TRIM
                       (WS-ROUTE-FILE (WS-ROUTE-INDEX))) TO WS-DIR-LEN
                   IF WS-ARG-LIVE (1 : WS-DIR-LEN)
                           = WS-ROUTE-FILE (WS-ROUTE-INDEX)
                               (1 : WS-DIR-LEN)
                       STRING WS-ROUTE-PATH (WS-ROUTE-INDEX)
                                  (1 : WS-PATH-LEN - 1)
                                  DELIMITED BY SIZE
                              FUNCTION TRIM (WS-ARG-LIVE
                                  (WS-DIR-LEN + 1 : 160 - WS-DIR-LEN))
                                  DELIMITED BY SIZE
                           INTO WS-NEW-URL
                       END-STRING
                       MOVE WS-ROUTE-HOST (WS-ROUTE-INDEX)
                           TO WS-NEW-HOST
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> ------------------------------------------------------------
       INIT-BUILTIN-PATHS.
           MOVE 0 TO WS-BI-COUNT.
           ADD 1 TO WS-BI-COUNT.
           MOVE "/metrics" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/health" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/api" TO WS-BI-PATH (WS-BI-COUNT).
           MOVE "Y" TO WS-BI-PREFIX (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/contact" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/guestbook" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/inventory" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/search" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/upload" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/orders" TO WS-BI-PATH (WS-BI-COUNT).
           ADD 1 TO WS-BI-COUNT.
           MOVE "/returns" TO WS-BI-PATH (WS-BI-COUNT).
           EXIT.

       LOAD-LINK-ROUTES.
           MOVE 0 TO WS-ROUTE-COUNT.
           OPEN INPUT ROUTES-FILE.
           IF WS-ROUTES-FILE-STATUS NOT = "00"
               DISPLAY "Pas de fichier de routes: "
                   FUNCTION TRIM (WS-ROUTES-PATH)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ROUTES-FILE-STATUS = "10"
                   OR WS-ROUTE-COUNT >= 20
               READ ROUTES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-LINK-ROUTE
               END-READ
           END-PERFORM.
           CLOSE ROUTES-FILE.
           EXIT.

       LOAD-ONE-LINK-ROUTE.
           IF WS-ROUTES-LINE (1:1) = "#" OR WS-ROUTES-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE SPACES TO WS-ROUTE-MODE (WS-ROUTE-COUNT).
           IF WS-ROUTES-LINE (1:1) = "@"
               MOVE SPACES TO WS-ROUTE-HOST-RAW
               UNSTRING WS-ROUTES-LINE DELIMITED BY "|"
                   INTO WS-ROUTE-HOST-RAW
                        WS-ROUTE-PATH (WS-ROUTE-COUNT)
                        WS-ROUTE-FILE (WS-ROUTE-COUNT)
                        WS-ROUTE-MODE (WS-ROUTE-COUNT)
               END-UNSTRING
               MOVE WS-ROUTE-HOST-RAW (2 : 63)
                   TO WS-ROUTE-HOST (WS-ROUTE-COUNT)
           ELSE
               MOVE "*" TO WS-ROUTE-HOST (WS-ROUTE-COUNT)
               UNSTRING WS-ROUTES-LINE DELIMITED BY "|"
                   INTO WS-ROUTE-PATH (WS-ROUTE-COUNT)
                        WS-ROUTE-FILE (WS-ROUTE-COUNT)
                        WS-ROUTE-MODE (WS-ROUTE-COUNT)
               END-UNSTRING
           END-IF.
           EXIT.

      *> TEST-MOUNT-ROW: WS-PATH-LEN is the route path's length when
      *> row WS-ROUTE-INDEX is a "/x/*" directory mount, else 0.
       TEST-MOUNT-ROW.
           MOVE FUNCTION LENGTH (FUNCTION TRIM
               (WS-ROUTE-PATH (WS-ROUTE-INDEX))) TO WS-PATH-LEN.
           IF WS-PATH-LEN <= 2
               MOVE 0 TO WS-PATH-LEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROUTE-PATH (WS-ROUTE-INDEX) (WS-PATH-LEN - 1 : 2)
                   NOT = "/*"
                   OR WS-ROUTE-FILE (WS-ROUTE-INDEX) (1:1) = ">"
               MOVE 0 TO WS-PATH-LEN
           END-IF.
           EXIT.

      *> COLLECT-ROUTED-PAGES: every HTML file target, plus every
      *> HTML file under each mount (named by find, as SEARCHIDX
      *> names its documents).
       COLLECT-ROUTED-PAGES.
           MOVE 0 TO WS-PG-COUNT.
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
               PERFORM TEST-MOUNT-ROW
               IF WS-PATH-LEN > 0
                   PERFORM COLLECT-MOUNT-PAGES
               ELSE
                   IF WS-ROUTE-FILE (WS-ROUTE-INDEX) (1:1) NOT = ">"
                           AND WS-ROUTE-MODE (WS-ROUTE-INDEX)
                               (1 : 8) NOT = "redirect"
                       MOVE WS-ROUTE-FILE (WS-ROUTE-INDEX)
                           TO WS-NEW-FILE
                       PERFORM TEST-HTML-NAME
                       IF WS-IS-HTML = "Y"
                           MOVE WS-ROUTE-PATH (WS-ROUTE-INDEX)
                               TO WS-NEW-URL
                           MOVE WS-ROUTE-HOST (WS-ROUTE-INDEX)
                               TO WS-NEW-HOST
                           PERFORM ADD-PAGE-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       COLLECT-MOUNT-PAGES.
           MOVE SPACES TO WS-COMMAND.
           STRING "find " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ROUTE-FILE (WS-ROUTE-INDEX))
                      DELIMITED BY SIZE
                  " -maxdepth 3 -type f \( -name '*.html' -o"
                  " -name '*.htm' \)"
                  " > logs/link_files.lst 2>/dev/null"
                      DELIMITED BY SIZE
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
           MOVE FUNCTION LENGTH (FUNCTION TRIM
               (WS-ROUTE-FILE (WS-ROUTE-INDEX))) TO WS-DIR-LEN.
           PERFORM UNTIL WS-LIST-STATUS = "10"
               READ LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LIST-LINE NOT = SPACES
                           MOVE WS-LIST-LINE TO WS-NEW-FILE
                           MOVE SPACES TO WS-NEW-URL
                           STRING WS-ROUTE-PATH (WS-ROUTE-INDEX)
                                      (1 : WS-PATH-LEN - 1)
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM (WS-LIST-LINE
                                      (WS-DIR-LEN + 1 :
                                       256 - WS-DIR-LEN))
                                      DELIMITED BY SIZE
                               INTO WS-NEW-URL
                           END-STRING
                           MOVE WS-ROUTE-HOST (WS-ROUTE-INDEX)
                               TO WS-NEW-HOST
                           PERFORM ADD-PAGE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           EXIT.

       ADD-PAGE-ENTRY.
           IF WS-PG-COUNT >= 500
               ADD 1 TO WS-PG-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PG-COUNT.
           MOVE WS-NEW-FILE TO WS-PG-FILE (WS-PG-COUNT).
           MOVE WS-NEW-URL TO WS-PG-URL (WS-PG-COUNT).
           MOVE WS-NEW-HOST TO WS-PG-HOST (WS-PG-COUNT).
           EXIT.

       TEST-HTML-NAME.
           MOVE "N" TO WS-IS-HTML.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-NEW-FILE))
               TO WS-FILE-LEN.
           MOVE 0 TO WS-DOT-POS.
           PERFORM VARYING WS-POS FROM WS-FILE-LEN BY -1
                   UNTIL WS-POS < 1 OR WS-DOT-POS NOT = 0
               IF WS-NEW-FILE (WS-POS : 1) = "."
                   MOVE WS-POS TO WS-DOT-POS
               END-IF
           END-PERFORM.
           IF WS-DOT-POS <= 0 OR WS-DOT-POS >= WS-FILE-LEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LOWER-CASE (WS-NEW-FILE
                   (WS-DOT-POS + 1 : WS-FILE-LEN - WS-DOT-POS))
               TO WS-FILE-EXT.
           IF WS-FILE-EXT = "html" OR WS-FILE-EXT = "htm"
               MOVE "Y" TO WS-IS-HTML
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
      *> CHECK-ONE-PAGE reads page WS-PG-INDEX line by line and
      *> resolves each href=/src= value found on it.
       CHECK-ONE-PAGE.
           MOVE WS-PG-FILE (WS-PG-INDEX) TO WS-PAGE-PATH.
           OPEN INPUT PAGE-FILE.
           IF WS-PAGE-STATUS NOT = "00"
               MOVE 0 TO WS-LINE-NUMBER
               MOVE WS-PG-URL (WS-PG-INDEX) TO WS-LINK-RAW
               MOVE "page file unreadable" TO WS-LINK-RESULT
               PERFORM NOTE-DEAD-LINK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAGES-CHECKED.
           MOVE 0 TO WS-LINE-NUMBER.
           PERFORM UNTIL WS-PAGE-STATUS = "10"
               READ PAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       PERFORM SCAN-LINE-FOR-LINKS
               END-READ
           END-PERFORM.
           CLOSE PAGE-FILE.
           EXIT.

       SCAN-LINE-FOR-LINKS.
           IF WS-PAGE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LOWER-CASE (WS-PAGE-LINE) TO WS-LOWER-LINE.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-PAGE-LINE
               TRAILING)) TO WS-LINE-LEN.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-LINE-LEN - 4
               MOVE 0 TO WS-VAL-START
               IF WS-LOWER-LINE (WS-POS : 5) = "href="
                   COMPUTE WS-VAL-START = WS-POS + 5
               ELSE
                   IF WS-LOWER-LINE (WS-POS : 4) = "src="
                       COMPUTE WS-VAL-START = WS-POS + 4
                   END-IF
               END-IF
               IF WS-VAL-START > 0
                   PERFORM TAKE-ATTRIBUTE-VALUE
                   MOVE WS-VAL-END TO WS-POS
               END-IF
               ADD 1 TO WS-POS
           END-PERFORM.
           EXIT.

      *> TAKE-ATTRIBUTE-VALUE copies the quoted (or bare) value that
      *> starts at WS-VAL-START and hands it on; WS-VAL-END is left
      *> on its last character so the scan resumes after it.
       TAKE-ATTRIBUTE-VALUE.
           MOVE SPACE TO WS-QUOTE.
           IF WS-PAGE-LINE (WS-VAL-START : 1) = '"'
                   OR WS-PAGE-LINE (WS-VAL-START : 1) = "'"
               MOVE WS-PAGE-LINE (WS-VAL-START : 1) TO WS-QUOTE
               ADD 1 TO WS-VAL-START
           END-IF.
           MOVE WS-VAL-START TO WS-VAL-END.
           MOVE "N" TO WS-VAL-DONE.
           PERFORM UNTIL WS-VAL-END > WS-LINE-LEN OR WS-VAL-DONE = "Y"
               IF WS-QUOTE NOT = SPACE
                   IF WS-PAGE-LINE (WS-VAL-END : 1) = WS-QUOTE
                       MOVE "Y" TO WS-VAL-DONE
                   END-IF
               ELSE
                   IF WS-PAGE-LINE (WS-VAL-END : 1) = SPACE
                           OR WS-PAGE-LINE (WS-VAL-END : 1) = ">"
                       MOVE "Y" TO WS-VAL-DONE
                   END-IF
               END-IF
               IF WS-VAL-DONE = "N"
                   ADD 1 TO WS-VAL-END
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINK-RAW.
           IF WS-VAL-END > WS-VAL-START
               MOVE WS-PAGE-LINE (WS-VAL-START :
                   WS-VAL-END - WS-VAL-START) TO WS-LINK-RAW
               PERFORM CHECK-ONE-LINK
           END-IF.
           EXIT.

      *> CHECK-ONE-LINK sorts out what is not ours to check, turns
      *> the rest into an absolute path and resolves it.
       CHECK-ONE-LINK.
           MOVE FUNCTION LOWER-CASE (FUNCTION TRIM (WS-LINK-RAW))
               TO WS-LINK-LOWER.
           MOVE 0 TO WS-PLACEHOLDER-HIT.
           INSPECT WS-LINK-RAW TALLYING WS-PLACEHOLDER-HIT
               FOR ALL "${".
           IF WS-PLACEHOLDER-HIT > 0
                   OR WS-LINK-LOWER (1:1) = "#"
                   OR WS-LINK-LOWER (1:2) = "//"
                   OR WS-LINK-LOWER (1:5) = "http:"
                   OR WS-LINK-LOWER (1:6) = "https:"
                   OR WS-LINK-LOWER (1:4) = "ftp:"
                   OR WS-LINK-LOWER (1:7) = "mailto:"
                   OR WS-LINK-LOWER (1:4) = "tel:"
                   OR WS-LINK-LOWER (1:5) = "data:"
                   OR WS-LINK-LOWER (1:11) = "javascript:"
               ADD 1 TO WS-LINKS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINK-BARE.
           UNSTRING WS-LINK-RAW DELIMITED BY "#" OR "?"
               INTO WS-LINK-BARE
           END-UNSTRING.
           IF WS-LINK-BARE = SPACES
               *> "?x=1" on its own points back at the page itself.
               ADD 1 TO WS-LINKS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINKS-CHECKED.
           PERFORM BUILD-ABSOLUTE-PATH.
           MOVE WS-PG-HOST (WS-PG-INDEX) TO WS-LINK-HOST.
           PERFORM RESOLVE-LINK-PATH.
           IF WS-LINK-RESULT NOT = "OK"
               PERFORM NOTE-DEAD-LINK
           END-IF.
           EXIT.

      *> BUILD-ABSOLUTE-PATH joins a relative link onto the page's
      *> directory and applies "." and ".." steps; ".." above the
      *> root stays at the root, as a browser does.
       BUILD-ABSOLUTE-PATH.
           MOVE SPACES TO WS-JOINED.
           MOVE 1 TO WS-JOIN-PTR.
           IF WS-LINK-BARE (1:1) NOT = "/"
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (WS-PG-URL (WS-PG-INDEX))) TO WS-JOIN-LEN
               PERFORM UNTIL WS-JOIN-LEN < 1
                   OR WS-PG-URL (WS-PG-INDEX) (WS-JOIN-LEN : 1) = "/"
                   SUBTRACT 1 FROM WS-JOIN-LEN
               END-PERFORM
               IF WS-JOIN-LEN > 0
                   STRING WS-PG-URL (WS-PG-INDEX) (1 : WS-JOIN-LEN)
                          DELIMITED BY SIZE
                       INTO WS-JOINED
                       WITH POINTER WS-JOIN-PTR
                   END-STRING
               ELSE
                   STRING "/" DELIMITED BY SIZE
                       INTO WS-JOINED
                       WITH POINTER WS-JOIN-PTR
                   END-STRING
               END-IF
           END-IF.
           STRING FUNCTION TRIM (WS-LINK-BARE) DELIMITED BY SIZE
               INTO WS-JOINED
               WITH POINTER WS-JOIN-PTR
           END-STRING.
           COMPUTE WS-JOIN-LEN = WS-JOIN-PTR - 1.
           MOVE "N" TO WS-TRAILING-SLASH.
           IF WS-JOINED (WS-JOIN-LEN : 1) = "/"
               MOVE "Y" TO WS-TRAILING-SLASH
           END-IF.
           MOVE 0 TO WS-SEG-COUNT.
           MOVE 1 TO WS-SEG-PTR.
           PERFORM UNTIL WS-SEG-PTR > WS-JOIN-LEN
               MOVE SPACES TO WS-SEG-RAW
               UNSTRING WS-JOINED (1 : WS-JOIN-LEN) DELIMITED BY "/"
                   INTO WS-SEG-RAW
                   WITH POINTER WS-SEG-PTR
               END-UNSTRING
               EVALUATE WS-SEG-RAW
                   WHEN SPACES
                   WHEN "."
                       CONTINUE
                   WHEN ".."
                       IF WS-SEG-COUNT > 0
                           SUBTRACT 1 FROM WS-SEG-COUNT
                       END-IF
                   WHEN OTHER
                       IF WS-SEG-COUNT < 32
                           ADD 1 TO WS-SEG-COUNT
                           MOVE WS-SEG-RAW TO WS-SEG (WS-SEG-COUNT)
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF WS-SEG-RAW = "." OR WS-SEG-RAW = ".."
               MOVE "Y" TO WS-TRAILING-SLASH
           END-IF.
           MOVE SPACES TO WS-LINK-PATH.
           MOVE 1 TO WS-JOIN-PTR.
           PERFORM VARYING WS-SEG-INDEX FROM 1 BY 1
                   UNTIL WS-SEG-INDEX > WS-SEG-COUNT
               STRING "/" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SEG (WS-SEG-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-LINK-PATH
                   WITH POINTER WS-JOIN-PTR
               END-STRING
           END-PERFORM.
           IF WS-SEG-COUNT = 0 OR WS-TRAILING-SLASH = "Y"
               STRING "/" DELIMITED BY SIZE
                   INTO WS-LINK-PATH
                   WITH POINTER WS-JOIN-PTR
               END-STRING
           END-IF.
           EXIT.

      *> RESOLVE-LINK-PATH follows WS-LINK-PATH through the routes,
      *> redirects included (five hops at most), and leaves "OK" or
      *> the reason it dies in WS-LINK-RESULT.
       RESOLVE-LINK-PATH.
           MOVE SPACES TO WS-LINK-RESULT.
           MOVE 0 TO WS-HOPS.
           PERFORM UNTIL WS-LINK-RESULT NOT = SPACES
               ADD 1 TO WS-HOPS
               IF WS-HOPS > 5
                   MOVE "redirect chain longer than 5 hops"
                       TO WS-LINK-RESULT
               ELSE
                   PERFORM FOLLOW-ONE-HOP
               END-IF
           END-PERFORM.
           EXIT.

       FOLLOW-ONE-HOP.
           PERFORM VARYING WS-BI-INDEX FROM 1 BY 1
                   UNTIL WS-BI-INDEX > WS-BI-COUNT
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (WS-BI-PATH (WS-BI-INDEX))) TO WS-BI-LEN
               IF WS-LINK-PATH = WS-BI-PATH (WS-BI-INDEX)
                   MOVE "OK" TO WS-LINK-RESULT
               END-IF
               IF WS-BI-PREFIX (WS-BI-INDEX) = "Y"
                       AND WS-LINK-PATH (1 : WS-BI-LEN) =
                           WS-BI-PATH (WS-BI-INDEX) (1 : WS-BI-LEN)
                       AND WS-LINK-PATH (WS-BI-LEN + 1 : 1) = "/"
                   MOVE "OK" TO WS-LINK-RESULT
               END-IF
           END-PERFORM.
           IF WS-LINK-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM MATCH-LINK-ROUTE.
           IF WS-MATCH-FOUND NOT = "Y"
               MOVE "no route" TO WS-LINK-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-MATCH-MODE (1 : 8) = "redirect"
               IF WS-MATCH-FILE (1:1) = "/"
                   MOVE WS-MATCH-FILE TO WS-LINK-PATH
               ELSE
                   MOVE "OK" TO WS-LINK-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-MATCH-FILE (1:1) = ">"
               MOVE "OK" TO WS-LINK-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAT-MATCHED-FILE.
           IF WS-STAT-RET NOT = 0
               MOVE SPACES TO WS-LINK-RESULT
               STRING "missing file " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MATCH-FILE) DELIMITED BY SIZE
                   INTO WS-LINK-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAT-IS-DIR = "Y" AND WS-MATCH-MODE = "nolist"
               MOVE "directory on a nolist mount" TO WS-LINK-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "OK" TO WS-LINK-RESULT.
           EXIT.

      *> MATCH-LINK-ROUTE: MATCH-ROUTE's order - exact rows for the
      *> page's host, exact "*" rows, then the mounts likewise.
       MATCH-LINK-ROUTE.
           MOVE "N" TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-MATCH-FILE WS-MATCH-MODE.
           MOVE WS-LINK-HOST TO WS-WANT-HOST.
           PERFORM MATCH-EXACT-LINK-ROUTE.
           IF WS-MATCH-FOUND NOT = "Y"
               MOVE "*" TO WS-WANT-HOST
               PERFORM MATCH-EXACT-LINK-ROUTE
           END-IF.
           IF WS-MATCH-FOUND NOT = "Y"
               MOVE WS-LINK-HOST TO WS-WANT-HOST
               PERFORM MATCH-PREFIX-LINK-ROUTE
           END-IF.
           IF WS-MATCH-FOUND NOT = "Y"
               MOVE "*" TO WS-WANT-HOST
               PERFORM MATCH-PREFIX-LINK-ROUTE
           END-IF.
           EXIT.

       MATCH-EXACT-LINK-ROUTE.
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                       OR WS-MATCH-FOUND = "Y"
               IF WS-ROUTE-PATH (WS-ROUTE-INDEX) = WS-LINK-PATH
                       AND FUNCTION TRIM (WS-ROUTE-HOST
                           (WS-ROUTE-INDEX))
                           = FUNCTION TRIM (WS-WANT-HOST)
                   MOVE "Y" TO WS-MATCH-FOUND
                   MOVE WS-ROUTE-FILE (WS-ROUTE-INDEX)
                       TO WS-MATCH-FILE
                   MOVE WS-ROUTE-MODE (WS-ROUTE-INDEX)
                       TO WS-MATCH-MODE
               END-IF
           END-PERFORM.
           EXIT.

       MATCH-PREFIX-LINK-ROUTE.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-LINK-PATH))
               TO WS-PFX-PATH-LEN.
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                       OR WS-MATCH-FOUND = "Y"
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (WS-ROUTE-PATH (WS-ROUTE-INDEX))) TO WS-PFX-LEN
               IF WS-PFX-LEN > 2
                       AND WS-ROUTE-PATH (WS-ROUTE-INDEX)
                           (WS-PFX-LEN - 1 : 2) = "/*"
                       AND FUNCTION TRIM (WS-ROUTE-HOST
                           (WS-ROUTE-INDEX))
                           = FUNCTION TRIM (WS-WANT-HOST)
                       AND WS-PFX-PATH-LEN >= WS-PFX-LEN - 1
                       AND WS-LINK-PATH (1 : WS-PFX-LEN - 1) =
                           WS-ROUTE-PATH (WS-ROUTE-INDEX)
                               (1 : WS-PFX-LEN - 1)
                   PERFORM RESOLVE-LINK-PREFIX
               END-IF
           END-PERFORM.
           EXIT.

       RESOLVE-LINK-PREFIX.
           MOVE SPACES TO WS-PFX-REMAINDER.
           COMPUTE WS-PFX-REM-LEN = WS-PFX-PATH-LEN - WS-PFX-LEN + 1.
           IF WS-PFX-REM-LEN > 0
               MOVE WS-LINK-PATH (WS-PFX-LEN : WS-PFX-REM-LEN)
                   TO WS-PFX-REMAINDER
           END-IF.
           IF WS-PFX-REMAINDER = SPACES
                   AND WS-ROUTE-MODE (WS-ROUTE-INDEX) = "nolist"
               MOVE "index.html" TO WS-PFX-REMAINDER
           END-IF.
           MOVE 0 TO WS-DOTDOT-COUNT.
           INSPECT WS-PFX-REMAINDER
               TALLYING WS-DOTDOT-COUNT FOR ALL "..".
           IF WS-DOTDOT-COUNT > 0 OR WS-PFX-REMAINDER (1:1) = "/"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-MATCH-FILE.
           STRING FUNCTION TRIM (WS-ROUTE-FILE (WS-ROUTE-INDEX))
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PFX-REMAINDER) DELIMITED BY SIZE
               INTO WS-MATCH-FILE
           END-STRING.
           MOVE WS-ROUTE-MODE (WS-ROUTE-INDEX) TO WS-MATCH-MODE.
           EXIT.

      *> STAT-MATCHED-FILE: WS-STAT-RET 0 when the target exists,
      *> with WS-STAT-IS-DIR set. In PAGE mode a content/ target that
      *> is missing but staged counts as present.
       STAT-MATCHED-FILE.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-MATCH-FILE) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "stat" USING
               BY REFERENCE WS-C-PATH
               BY REFERENCE WS-STAT-BUF
               RETURNING WS-STAT-RET.
           IF WS-STAT-RET NOT = 0
                   AND WS-PAGE-MODE = "Y"
                   AND WS-MATCH-FILE (1 : 8) = "content/"
               MOVE SPACES TO WS-STAGED-ALT
               STRING "staging/" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MATCH-FILE (9 : 248))
                          DELIMITED BY SIZE
                   INTO WS-STAGED-ALT
               END-STRING
               MOVE SPACES TO WS-C-PATH
               STRING FUNCTION TRIM (WS-STAGED-ALT) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-C-PATH
               END-STRING
               CALL "stat" USING
                   BY REFERENCE WS-C-PATH
                   BY REFERENCE WS-STAT-BUF
                   RETURNING WS-STAT-RET
           END-IF.
           MOVE "N" TO WS-STAT-IS-DIR.
           IF WS-STAT-RET = 0
               COMPUTE WS-STAT-FMT =
                   FUNCTION INTEGER (WS-STAT-MODE / 4096)
               IF FUNCTION MOD (WS-STAT-FMT, 16) = 4
                   MOVE "Y" TO WS-STAT-IS-DIR
               END-IF
           END-IF.
           EXIT.

       NOTE-DEAD-LINK.
           ADD 1 TO WS-DEAD-COUNT.
           MOVE WS-LINE-NUMBER TO WS-LINE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PG-FILE (WS-PG-INDEX))
                      DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-DISPLAY) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINK-RAW) DELIMITED BY SIZE
                  "  -> " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINK-RESULT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           IF WS-REPORT-OPEN = "Y"
               WRITE WS-REPORT-LINE
           ELSE
               DISPLAY "Lien mort: " FUNCTION TRIM (WS-REPORT-LINE)
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
      *> LIST-UNREACHABLE-PAGES: HTML under content/ that is neither
      *> a file target nor under a mount, i.e. not in the page table.
       LIST-UNREACHABLE-PAGES.
           MOVE SPACES TO WS-COMMAND.
           STRING "find content -type f \( -name '*.html' -o"
                  " -name '*.htm' \) -not -path 'content/errors/*'"
                  " 2>/dev/null | sort > logs/link_files.lst"
                      DELIMITED BY SIZE
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
                       IF WS-LIST-LINE NOT = SPACES
                           PERFORM CHECK-ONE-CONTENT-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           EXIT.

       CHECK-ONE-CONTENT-FILE.
           PERFORM VARYING WS-PG-SCAN FROM 1 BY 1
                   UNTIL WS-PG-SCAN > WS-PG-COUNT
               IF WS-PG-FILE (WS-PG-SCAN) = WS-LIST-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-LINE) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.
