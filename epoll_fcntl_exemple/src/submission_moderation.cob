       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODERATE.
      *> MODERATE works the submissions file the "/contact" and
      *> "/guestbook" forms append to. It lists what nobody has
      *> looked at yet, highest spam score first - links, banned
      *> words (config/moderation.conf) and repeat submissions from
      *> one address each add to the score - and lets an operator
      *> approve, reject or mark each entry as spam, or clear every
      *> entry at or over SPAM_SCORE as spam in one go. Approving a
      *> contact enquiry routes it to a named team (a ROUTE keyword
      *> match is offered first); it then stays outstanding until it
      *> is marked handled. Approving a guestbook entry republishes
      *> the guestbook page: the newest approved entries are written
      *> to staging/guestbook.html, escaped, and swapped in through
      *> PUBLISH, which serves it on the "/guestbook-page" template
      *> route. Decisions are appended to logs/moderation.dat
      *> ("stamp|ref|status|team|operator", the last line for a ref
      *> is its state: APPROVED, REJECTED, SPAM, ROUTED or HANDLED,
      *> or ERASED once PRIVACY has blanked it for a data-erasure
      *> request) and to logs/maintenance.log. An entry is known by the
      *> request id the server stored with it, or by its time and
      *> address when it predates that. Run with PUBLISH (and the
      *> name to log the change under) it only rebuilds the page -
      *> PRIVACY does so after erasing a guestbook entry. A page
      *> PUBLISH did not swap in ends the run with return code 1.
      *>   cobcrun MODERATE
      *>   cobcrun MODERATE PUBLISH [operator]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSIONS-FILE ASSIGN TO WS-SUBMISSIONS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSIONS-STATUS.
           SELECT DECISION-FILE ASSIGN TO WS-DECISION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT MODCONF-FILE ASSIGN TO WS-MODCONF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MODCONF-STATUS.
           SELECT PAGE-FILE ASSIGN TO WS-PAGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSIONS-FILE.
       01  WS-SUBMISSIONS-LINE    PIC X(431).
       FD  DECISION-FILE.
       01  WS-DECISION-LINE       PIC X(160).
       FD  MODCONF-FILE.
       01  WS-MODCONF-LINE        PIC X(160).
       FD  PAGE-FILE.
       01  WS-PAGE-LINE           PIC X(1200).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-SUBMISSIONS-PATH     PIC X(256)
           VALUE "logs/submissions.dat".
       77 WS-SUBMISSIONS-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DECISION-PATH        PIC X(256)
           VALUE "logs/moderation.dat".
       77 WS-DECISION-STATUS      PIC X(2) VALUE SPACES.
       77 WS-MODCONF-PATH         PIC X(256)
           VALUE "config/moderation.conf".
       77 WS-MODCONF-STATUS       PIC X(2) VALUE SPACES.
       77 WS-PAGE-PATH            PIC X(256)
           VALUE "staging/guestbook.html".
       77 WS-PAGE-STATUS          PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.

      *> The record SERVE-CONTACT and SERVE-GUESTBOOK append.
       01 WS-SUB-RECORD.
           05 WS-SUB-STAMP         PIC X(14).
           05 WS-SUB-IP            PIC X(39).
           05 WS-SUB-NAME          PIC X(32).
           05 WS-SUB-EMAIL         PIC X(48).
           05 WS-SUB-MESSAGE       PIC X(256).
           05 WS-SUB-KIND          PIC X(10).
           05 WS-SUB-REF           PIC X(32).
       77 WS-SUB-KEY              PIC X(32) VALUE SPACES.

      *> config/moderation.conf.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 20 TIMES.
              10 WS-TEAM-CODE      PIC X(16) VALUE SPACES.
              10 WS-TEAM-DESC      PIC X(48) VALUE SPACES.
       77 WS-TEAM-COUNT           PIC 9(4) VALUE 0.
       01 WS-KEYWORD-TABLE.
           05 WS-KW-ENTRY OCCURS 40 TIMES.
              10 WS-KW-WORD        PIC X(32) VALUE SPACES.
              10 WS-KW-LEN         PIC 9(4) VALUE 0.
              10 WS-KW-TEAM        PIC X(16) VALUE SPACES.
       77 WS-KW-COUNT             PIC 9(4) VALUE 0.
       01 WS-BANNED-TABLE.
           05 WS-BANNED-ENTRY OCCURS 40 TIMES.
              10 WS-BANNED-WORD    PIC X(32) VALUE SPACES.
              10 WS-BANNED-LEN     PIC 9(4) VALUE 0.
       77 WS-BANNED-COUNT         PIC 9(4) VALUE 0.
       77 WS-SPAM-SCORE           PIC 9(4) VALUE 50.
       77 WS-CONF-KIND            PIC X(16) VALUE SPACES.
       77 WS-CONF-A               PIC X(48) VALUE SPACES.
       77 WS-CONF-B               PIC X(48) VALUE SPACES.

      *> Latest decision per submission, from the journal.
       01 WS-MD-TABLE.
           05 WS-MD-ENTRY OCCURS 20000 TIMES.
              10 WS-MD-REF         PIC X(32).
              10 WS-MD-STATUS      PIC X(8).
              10 WS-MD-TEAM        PIC X(16).
              10 WS-MD-STAMP       PIC X(14).
       77 WS-MD-COUNT             PIC 9(5) VALUE 0.
       77 WS-MD-INDEX             PIC 9(5) VALUE 0.
       77 WS-MD-SCAN              PIC 9(5) VALUE 0.
       77 WS-J-STAMP              PIC X(14) VALUE SPACES.
       77 WS-J-REF                PIC X(32) VALUE SPACES.
       77 WS-J-STATUS             PIC X(8) VALUE SPACES.
       77 WS-J-TEAM               PIC X(16) VALUE SPACES.
       77 WS-J-OPERATOR           PIC X(32) VALUE SPACES.
       77 WS-FOUND-STATUS         PIC X(8) VALUE SPACES.
       77 WS-FOUND-TEAM           PIC X(16) VALUE SPACES.
       77 WS-FOUND-STAMP          PIC X(14) VALUE SPACES.

      *> Submissions per address, for the repeat-submitter score.
       01 WS-IP-TABLE.
           05 WS-IP-ENTRY OCCURS 500 TIMES.
              10 WS-IP-ADDR        PIC X(39).
              10 WS-IP-HITS        PIC 9(6).
       77 WS-IP-COUNT             PIC 9(4) VALUE 0.
       77 WS-IP-INDEX             PIC 9(4) VALUE 0.

      *> The list on screen: pending entries ("P") or the contact
      *> enquiries still outstanding with a team ("C").
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 200 TIMES.
              10 WS-ROW-KEY        PIC X(32).
              10 WS-ROW-KIND       PIC X(10).
              10 WS-ROW-STAMP      PIC X(14).
              10 WS-ROW-IP         PIC X(39).
              10 WS-ROW-NAME       PIC X(32).
              10 WS-ROW-EMAIL      PIC X(48).
              10 WS-ROW-MESSAGE    PIC X(256).
              10 WS-ROW-SCORE      PIC 9(4).
              10 WS-ROW-TEAM       PIC X(16).
       01 WS-ROW-HOLD             PIC X(451).
       77 WS-ROW-COUNT            PIC 9(4) VALUE 0.
       77 WS-ROW-MORE             PIC 9(6) VALUE 0.
       77 WS-ROW-SLOT             PIC 9(4) VALUE 0.
       77 WS-ROW-LOW              PIC 9(4) VALUE 0.
       77 WS-LIST-MODE            PIC X(1) VALUE "P".
       77 WS-SORT-I               PIC 9(4) VALUE 0.
       77 WS-SORT-SWAPPED         PIC X(1) VALUE "N".

      *> Spam scoring.
       77 WS-SCORE-TEXT           PIC X(300) VALUE SPACES.
       77 WS-SCORE                PIC 9(4) VALUE 0.
       77 WS-HITS                 PIC 9(4) VALUE 0.
       77 WS-REPEAT-POINTS        PIC 9(4) VALUE 0.
       77 WS-SUGGESTED-TEAM       PIC X(16) VALUE SPACES.

       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(200) VALUE SPACES.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-ROW-CHOICE-X         PIC X(4) VALUE SPACES.
       77 WS-ROW-CHOICE           PIC 9(4) VALUE 0.
       77 WS-CHOSEN-KEY           PIC X(32) VALUE SPACES.
       77 WS-CHOSEN-KIND          PIC X(10) VALUE SPACES.
       77 WS-CONFIRM              PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-DECISION             PIC X(8) VALUE SPACES.
       77 WS-TEAM-CHOICE          PIC X(16) VALUE SPACES.
       77 WS-TEAM-OK              PIC X(1) VALUE "N".
       77 WS-REPUBLISH            PIC X(1) VALUE "N".
       77 WS-BULK-COUNT           PIC 9(4) VALUE 0.
       77 WS-SCAN                 PIC 9(4) VALUE 0.
       77 WS-SCAN-DISPLAY         PIC Z(3)9.
       77 WS-SCORE-DISPLAY        PIC ZZZ9.
       77 WS-AGE-DAYS             PIC S9(6) VALUE 0.
       77 WS-AGE-DISPLAY          PIC Z(5)9.
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-DATE-NUM             PIC 9(8) VALUE 0.

      *> Building the guestbook page: the newest approved entries,
      *> kept in a ring while the submissions file is read.
       01 WS-GB-TABLE.
           05 WS-GB-ENTRY OCCURS 10 TIMES.
              10 WS-GB-NAME        PIC X(32).
              10 WS-GB-STAMP       PIC X(14).
              10 WS-GB-MESSAGE     PIC X(256).
       77 WS-GB-COUNT             PIC 9(4) VALUE 0.
       77 WS-GB-NEXT              PIC 9(4) VALUE 1.
       77 WS-GB-INDEX             PIC 9(4) VALUE 0.
       77 WS-GB-WRITTEN           PIC 9(4) VALUE 0.
       77 WS-PAGE-BYTES           PIC 9(6) VALUE 0.
       77 WS-PAGE-LIMIT           PIC 9(6) VALUE 3300.
       77 WS-PAGE-PTR             PIC S9(9) COMP VALUE 1.
       77 WS-ESC-IN               PIC X(256) VALUE SPACES.
       77 WS-ESC-OUT              PIC X(1200) VALUE SPACES.
       77 WS-ESC-LEN              PIC S9(9) COMP VALUE 0.
       77 WS-ESC-IN-LEN           PIC S9(9) COMP VALUE 0.
       77 WS-ESC-POS              PIC S9(9) COMP VALUE 0.
       77 WS-ESC-CHAR             PIC X(1) VALUE SPACE.
       77 WS-ESC-NAME             PIC X(200) VALUE SPACES.
       77 WS-ESC-NAME-LEN         PIC S9(9) COMP VALUE 0.
       77 WS-COMMAND              PIC X(128) VALUE SPACES.
       77 WS-COMMAND-LINE         PIC X(64) VALUE SPACES.
       77 WS-ARG-VERB             PIC X(12) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-PUBLISH-RC           PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-OPERATOR
           END-UNSTRING.
           IF FUNCTION UPPER-CASE (WS-ARG-VERB) = "PUBLISH"
               IF WS-OPERATOR = SPACES
                   MOVE "MODERATE" TO WS-OPERATOR
               END-IF
               PERFORM PUBLISH-GUESTBOOK
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-OPERATOR.
           DISPLAY "=== Moderation des formulaires ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           PERFORM LOAD-MODERATION-CONFIG.
           MOVE "P" TO WS-LIST-MODE.
           PERFORM LOAD-ROWS.
           MOVE WS-ROW-COUNT TO WS-SCAN-DISPLAY.
           DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY)
               " soumission(s) en attente.".
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "L:attente C:contacts ouverts V:voir"
                   " A:approuver R:rejeter S:spam X:spam en masse"
               DISPLAY "H:contact traite P:publier livre d'or"
                   " Q:quitter : " WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       MOVE "P" TO WS-LIST-MODE
                       PERFORM LOAD-ROWS
                       PERFORM LIST-ROWS
                   WHEN "C"
                       MOVE "C" TO WS-LIST-MODE
                       PERFORM LOAD-ROWS
                       PERFORM LIST-ROWS
                   WHEN "V"
                       PERFORM VIEW-ROW
                   WHEN "A"
                       MOVE "APPROVED" TO WS-DECISION
                       PERFORM DECIDE-ROW
                   WHEN "R"
                       MOVE "REJECTED" TO WS-DECISION
                       PERFORM DECIDE-ROW
                   WHEN "S"
                       MOVE "SPAM" TO WS-DECISION
                       PERFORM DECIDE-ROW
                   WHEN "X"
                       PERFORM BULK-SPAM
                   WHEN "H"
                       MOVE "HANDLED" TO WS-DECISION
                       PERFORM DECIDE-ROW
                   WHEN "P"
                       PERFORM PUBLISH-GUESTBOOK
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           IF WS-REPUBLISH = "Y"
               PERFORM PUBLISH-GUESTBOOK
           END-IF.
           STOP RUN.

      *> LOAD-MODERATION-CONFIG reads teams, routing keywords, banned
      *> words and the bulk-spam threshold; words are matched without
      *> regard to case.
       LOAD-MODERATION-CONFIG.
           OPEN INPUT MODCONF-FILE.
           IF WS-MODCONF-STATUS NOT = "00"
               DISPLAY "Pas de config/moderation.conf - aucune equipe"
                   " ni mot interdit."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MODCONF-STATUS = "10"
               READ MODCONF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONFIG-LINE
               END-READ
           END-PERFORM.
           CLOSE MODCONF-FILE.
           EXIT.

       LOAD-ONE-CONFIG-LINE.
           IF WS-MODCONF-LINE (1:1) = "#" OR WS-MODCONF-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CONF-KIND WS-CONF-A WS-CONF-B.
           UNSTRING WS-MODCONF-LINE DELIMITED BY "|"
               INTO WS-CONF-KIND WS-CONF-A WS-CONF-B
           END-UNSTRING.
           IF WS-CONF-A = SPACES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CONF-KIND
               WHEN "TEAM"
                   IF WS-TEAM-COUNT < 20
                       ADD 1 TO WS-TEAM-COUNT
                       MOVE FUNCTION LOWER-CASE (WS-CONF-A)
                           TO WS-TEAM-CODE (WS-TEAM-COUNT)
                       MOVE WS-CONF-B TO WS-TEAM-DESC (WS-TEAM-COUNT)
                   END-IF
               WHEN "ROUTE"
                   IF WS-KW-COUNT < 40
                       ADD 1 TO WS-KW-COUNT
                       MOVE FUNCTION LOWER-CASE (WS-CONF-A)
                           TO WS-KW-WORD (WS-KW-COUNT)
                       MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CONF-A))
                           TO WS-KW-LEN (WS-KW-COUNT)
                       MOVE FUNCTION LOWER-CASE (WS-CONF-B)
                           TO WS-KW-TEAM (WS-KW-COUNT)
                   END-IF
               WHEN "BANNED"
                   IF WS-BANNED-COUNT < 40
                       ADD 1 TO WS-BANNED-COUNT
                       MOVE FUNCTION LOWER-CASE (WS-CONF-A)
                           TO WS-BANNED-WORD (WS-BANNED-COUNT)
                       MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CONF-A))
                           TO WS-BANNED-LEN (WS-BANNED-COUNT)
                   END-IF
               WHEN "SPAM_SCORE"
                   IF FUNCTION TEST-NUMVAL (WS-CONF-A) = 0
                       MOVE FUNCTION NUMVAL (WS-CONF-A)
                           TO WS-SPAM-SCORE
                   END-IF
           END-EVALUATE.
           EXIT.

      *> LOAD-DECISIONS reduces the journal to each entry's latest
      *> decision.
       LOAD-DECISIONS.
           MOVE 0 TO WS-MD-COUNT.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DECISION-STATUS = "10"
               READ DECISION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-DECISION
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.
           EXIT.

       NOTE-ONE-DECISION.
           MOVE SPACES TO WS-J-STAMP WS-J-REF WS-J-STATUS WS-J-TEAM.
           UNSTRING WS-DECISION-LINE DELIMITED BY "|"
               INTO WS-J-STAMP WS-J-REF WS-J-STATUS WS-J-TEAM
           END-UNSTRING.
           IF WS-J-REF = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MD-INDEX.
           PERFORM VARYING WS-MD-SCAN FROM 1 BY 1
                   UNTIL WS-MD-SCAN > WS-MD-COUNT
                       OR WS-MD-INDEX NOT = 0
               IF WS-MD-REF (WS-MD-SCAN) = WS-J-REF
                   MOVE WS-MD-SCAN TO WS-MD-INDEX
               END-IF
           END-PERFORM.
           IF WS-MD-INDEX = 0
               *> Past the table an entry would show as undecided
               *> again and could be decided twice - stop instead.
               IF WS-MD-COUNT >= 20000
                   DISPLAY "Journal de moderation de plus de 20000"
                       " entrees - a archiver avant de continuer."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MD-COUNT TO WS-MD-INDEX
               MOVE WS-J-REF TO WS-MD-REF (WS-MD-INDEX)
           END-IF.
           MOVE WS-J-STATUS TO WS-MD-STATUS (WS-MD-INDEX).
           *> A contact keeps the team it was routed to when it is
           *> later marked handled.
           IF WS-J-TEAM NOT = SPACES
               MOVE WS-J-TEAM TO WS-MD-TEAM (WS-MD-INDEX)
           END-IF.
           MOVE WS-J-STAMP TO WS-MD-STAMP (WS-MD-INDEX).
           EXIT.

      *> FIND-DECISION: the latest decision on WS-SUB-KEY, or SPACES
      *> in WS-FOUND-STATUS when it has none.
       FIND-DECISION.
           MOVE SPACES TO WS-FOUND-STATUS WS-FOUND-TEAM WS-FOUND-STAMP.
           PERFORM VARYING WS-MD-SCAN FROM 1 BY 1
                   UNTIL WS-MD-SCAN > WS-MD-COUNT
               IF WS-MD-REF (WS-MD-SCAN) = WS-SUB-KEY
                   MOVE WS-MD-STATUS (WS-MD-SCAN) TO WS-FOUND-STATUS
                   MOVE WS-MD-TEAM (WS-MD-SCAN) TO WS-FOUND-TEAM
                   MOVE WS-MD-STAMP (WS-MD-SCAN) TO WS-FOUND-STAMP
               END-IF
           END-PERFORM.
           EXIT.

      *> SET-SUBMISSION-KEY: the request id, or time and address for
      *> an entry written before the id was stored. A record with no
      *> kind is a contact enquiry (the only form there was).
       SET-SUBMISSION-KEY.
           MOVE WS-SUBMISSIONS-LINE TO WS-SUB-RECORD.
           IF WS-SUB-KIND = SPACES
               MOVE "CONTACT" TO WS-SUB-KIND
           END-IF.
           IF WS-SUB-REF NOT = SPACES
               MOVE WS-SUB-REF TO WS-SUB-KEY
           ELSE
               MOVE SPACES TO WS-SUB-KEY
               STRING "L" DELIMITED BY SIZE
                      WS-SUB-STAMP DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUB-IP) DELIMITED BY SIZE
                   INTO WS-SUB-KEY
               END-STRING
           END-IF.
           EXIT.

      *> LOAD-ROWS rebuilds the on-screen list from the files: in
      *> "P" mode every entry with no decision, scored and sorted
      *> highest score first; in "C" mode every contact enquiry
      *> routed to a team and not yet handled, oldest first.
       LOAD-ROWS.
           PERFORM LOAD-DECISIONS.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-ROW-MORE.
           MOVE 0 TO WS-IP-COUNT.
           IF WS-LIST-MODE = "P"
               PERFORM COUNT-SUBMITTERS
           END-IF.
           OPEN INPUT SUBMISSIONS-FILE.
           IF WS-SUBMISSIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUBMISSIONS-STATUS = "10"
               READ SUBMISSIONS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SUBMISSIONS-LINE NOT = SPACES
                           PERFORM LOAD-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBMISSIONS-FILE.
           IF WS-LIST-MODE = "P"
               PERFORM SORT-ROWS-BY-SCORE
           END-IF.
           EXIT.

       LOAD-ONE-ROW.
           PERFORM SET-SUBMISSION-KEY.
           PERFORM FIND-DECISION.
           IF WS-LIST-MODE = "P"
               IF WS-FOUND-STATUS NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-FOUND-STATUS NOT = "ROUTED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-LIST-MODE = "P"
               PERFORM SCORE-SUBMISSION
           END-IF.
           *> With the list full, "P" mode keeps the highest scores:
           *> an entry outscoring the lowest on the list takes its
           *> place. "C" mode keeps the oldest, the first 200 read.
           IF WS-ROW-COUNT >= 200
               ADD 1 TO WS-ROW-MORE
               IF WS-LIST-MODE NOT = "P"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-ROW-LOW
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                       UNTIL WS-SORT-I > WS-ROW-COUNT
                   IF WS-ROW-SCORE (WS-SORT-I)
                           < WS-ROW-SCORE (WS-ROW-LOW)
                       MOVE WS-SORT-I TO WS-ROW-LOW
                   END-IF
               END-PERFORM
               IF WS-SCORE NOT > WS-ROW-SCORE (WS-ROW-LOW)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROW-LOW TO WS-ROW-SLOT
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-ROW-SLOT
           END-IF.
           MOVE WS-SUB-KEY TO WS-ROW-KEY (WS-ROW-SLOT).
           MOVE WS-SUB-KIND TO WS-ROW-KIND (WS-ROW-SLOT).
           MOVE WS-SUB-STAMP TO WS-ROW-STAMP (WS-ROW-SLOT).
           MOVE WS-SUB-IP TO WS-ROW-IP (WS-ROW-SLOT).
           MOVE WS-SUB-NAME TO WS-ROW-NAME (WS-ROW-SLOT).
           MOVE WS-SUB-EMAIL TO WS-ROW-EMAIL (WS-ROW-SLOT).
           MOVE WS-SUB-MESSAGE TO WS-ROW-MESSAGE (WS-ROW-SLOT).
           MOVE 0 TO WS-ROW-SCORE (WS-ROW-SLOT).
           MOVE WS-FOUND-TEAM TO WS-ROW-TEAM (WS-ROW-SLOT).
           IF WS-LIST-MODE = "P"
               MOVE WS-SCORE TO WS-ROW-SCORE (WS-ROW-SLOT)
               MOVE WS-SUGGESTED-TEAM TO WS-ROW-TEAM (WS-ROW-SLOT)
           END-IF.
           EXIT.

      *> COUNT-SUBMITTERS tallies submissions per address over the
      *> whole file.
       COUNT-SUBMITTERS.
           OPEN INPUT SUBMISSIONS-FILE.
           IF WS-SUBMISSIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUBMISSIONS-STATUS = "10"
               READ SUBMISSIONS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-SUBMISSIONS-LINE TO WS-SUB-RECORD
                       PERFORM FIND-SUBMITTER
                       IF WS-IP-INDEX = 0 AND WS-IP-COUNT < 500
                           ADD 1 TO WS-IP-COUNT
                           MOVE WS-IP-COUNT TO WS-IP-INDEX
                           MOVE WS-SUB-IP TO WS-IP-ADDR (WS-IP-INDEX)
                           MOVE 0 TO WS-IP-HITS (WS-IP-INDEX)
                       END-IF
                       IF WS-IP-INDEX NOT = 0
                           ADD 1 TO WS-IP-HITS (WS-IP-INDEX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBMISSIONS-FILE.
           EXIT.

       FIND-SUBMITTER.
           MOVE 0 TO WS-IP-INDEX.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-IP-COUNT OR WS-IP-INDEX NOT = 0
               IF WS-IP-ADDR (WS-SCAN) = WS-SUB-IP
                   MOVE WS-SCAN TO WS-IP-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> SCORE-SUBMISSION: 25 per link, 30 per banned word, 15 per
      *> other submission from the same address (60 at most); also
      *> suggests a team from the first ROUTE keyword found.
       SCORE-SUBMISSION.
           MOVE 0 TO WS-SCORE.
           MOVE SPACES TO WS-SUGGESTED-TEAM.
           MOVE SPACES TO WS-SCORE-TEXT.
           STRING WS-SUB-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUB-MESSAGE DELIMITED BY SIZE
               INTO WS-SCORE-TEXT
           END-STRING.
           MOVE FUNCTION LOWER-CASE (WS-SCORE-TEXT) TO WS-SCORE-TEXT.
           MOVE 0 TO WS-HITS.
           INSPECT WS-SCORE-TEXT TALLYING WS-HITS
               FOR ALL "http://" ALL "https://" ALL "www.".
           COMPUTE WS-SCORE = WS-SCORE + WS-HITS * 25.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-BANNED-COUNT
               MOVE 0 TO WS-HITS
               INSPECT WS-SCORE-TEXT TALLYING WS-HITS FOR ALL
                   WS-BANNED-WORD (WS-SCAN)
                       (1 : WS-BANNED-LEN (WS-SCAN))
               COMPUTE WS-SCORE = WS-SCORE + WS-HITS * 30
           END-PERFORM.
           PERFORM FIND-SUBMITTER.
           IF WS-IP-INDEX NOT = 0
               IF WS-IP-HITS (WS-IP-INDEX) > 4
                   MOVE 60 TO WS-REPEAT-POINTS
               ELSE
                   COMPUTE WS-REPEAT-POINTS =
                       (WS-IP-HITS (WS-IP-INDEX) - 1) * 15
               END-IF
               ADD WS-REPEAT-POINTS TO WS-SCORE
           END-IF.
           IF WS-SUB-KIND = "CONTACT"
               PERFORM VARYING WS-SCAN FROM 1 BY 1
                       UNTIL WS-SCAN > WS-KW-COUNT
                           OR WS-SUGGESTED-TEAM NOT = SPACES
                   MOVE 0 TO WS-HITS
                   INSPECT WS-SCORE-TEXT TALLYING WS-HITS FOR ALL
                       WS-KW-WORD (WS-SCAN) (1 : WS-KW-LEN (WS-SCAN))
                   IF WS-HITS > 0
                       MOVE WS-KW-TEAM (WS-SCAN) TO WS-SUGGESTED-TEAM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      *> SORT-ROWS-BY-SCORE: a plain exchange sort, highest first,
      *> keeping file order among equal scores.
       SORT-ROWS-BY-SCORE.
           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-ROW-COUNT
                   IF WS-ROW-SCORE (WS-SORT-I)
                           < WS-ROW-SCORE (WS-SORT-I + 1)
                       MOVE WS-ROW-ENTRY (WS-SORT-I) TO WS-ROW-HOLD
                       MOVE WS-ROW-ENTRY (WS-SORT-I + 1)
                           TO WS-ROW-ENTRY (WS-SORT-I)
                       MOVE WS-ROW-HOLD TO WS-ROW-ENTRY (WS-SORT-I + 1)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

       LIST-ROWS.
           IF WS-ROW-COUNT = 0
               IF WS-LIST-MODE = "P"
                   DISPLAY "Aucune soumission en attente."
               ELSE
                   DISPLAY "Aucun contact ouvert."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIST-MODE = "P"
               DISPLAY "  # score / type / recu le / adresse / nom"
           ELSE
               DISPLAY "  # equipe / recu le / age (jours) / nom"
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-ROW-COUNT
               MOVE WS-SCAN TO WS-SCAN-DISPLAY
               IF WS-LIST-MODE = "P"
                   MOVE WS-ROW-SCORE (WS-SCAN) TO WS-SCORE-DISPLAY
                   IF WS-ROW-SCORE (WS-SCAN) >= WS-SPAM-SCORE
                       DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY) ". "
                           WS-SCORE-DISPLAY " * "
                           WS-ROW-KIND (WS-SCAN) " "
                           WS-ROW-STAMP (WS-SCAN) " "
                           FUNCTION TRIM (WS-ROW-IP (WS-SCAN)) " "
                           FUNCTION TRIM (WS-ROW-NAME (WS-SCAN))
                   ELSE
                       DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY) ". "
                           WS-SCORE-DISPLAY "   "
                           WS-ROW-KIND (WS-SCAN) " "
                           WS-ROW-STAMP (WS-SCAN) " "
                           FUNCTION TRIM (WS-ROW-IP (WS-SCAN)) " "
                           FUNCTION TRIM (WS-ROW-NAME (WS-SCAN))
                   END-IF
               ELSE
                   MOVE WS-ROW-STAMP (WS-SCAN) (1:8) TO WS-DATE-NUM
                   PERFORM COMPUTE-AGE-DAYS
                   DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY) ". "
                       WS-ROW-TEAM (WS-SCAN) " "
                       WS-ROW-STAMP (WS-SCAN) " "
                       WS-AGE-DISPLAY " "
                       FUNCTION TRIM (WS-ROW-NAME (WS-SCAN))
               END-IF
               DISPLAY "      " WS-ROW-MESSAGE (WS-SCAN) (1:70)
           END-PERFORM.
           IF WS-ROW-MORE > 0
               MOVE WS-ROW-MORE TO WS-AGE-DISPLAY
               DISPLAY "  (+" FUNCTION TRIM (WS-AGE-DISPLAY)
                   " de plus, non affichees)"
           END-IF.
           IF WS-LIST-MODE = "P"
               MOVE WS-SPAM-SCORE TO WS-SCORE-DISPLAY
               DISPLAY "  * score >= " FUNCTION TRIM (WS-SCORE-DISPLAY)
                   " : spam probable"
           END-IF.
           EXIT.

       COMPUTE-AGE-DAYS.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-DATE-NUM IS NUMERIC AND WS-DATE-NUM > 16010101
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           EXIT.

       ASK-ROW-NUMBER.
           DISPLAY "Numero de ligne: " WITH NO ADVANCING.
           ACCEPT WS-ROW-CHOICE-X.
           MOVE 0 TO WS-ROW-CHOICE.
           IF FUNCTION TEST-NUMVAL (WS-ROW-CHOICE-X) = 0
               COMPUTE WS-ROW-CHOICE =
                   FUNCTION NUMVAL (WS-ROW-CHOICE-X)
           END-IF.
           EXIT.

       VIEW-ROW.
           PERFORM ASK-ROW-NUMBER.
           IF WS-ROW-CHOICE = 0 OR WS-ROW-CHOICE > WS-ROW-COUNT
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-SCORE (WS-ROW-CHOICE) TO WS-SCORE-DISPLAY.
           DISPLAY "Reference: "
               FUNCTION TRIM (WS-ROW-KEY (WS-ROW-CHOICE)).
           DISPLAY "Type:      " WS-ROW-KIND (WS-ROW-CHOICE)
               " score " FUNCTION TRIM (WS-SCORE-DISPLAY).
           DISPLAY "Recu le:   " WS-ROW-STAMP (WS-ROW-CHOICE)
               " de " FUNCTION TRIM (WS-ROW-IP (WS-ROW-CHOICE)).
           DISPLAY "Nom:       "
               FUNCTION TRIM (WS-ROW-NAME (WS-ROW-CHOICE)).
           DISPLAY "Email:     "
               FUNCTION TRIM (WS-ROW-EMAIL (WS-ROW-CHOICE)).
           IF WS-ROW-TEAM (WS-ROW-CHOICE) NOT = SPACES
               DISPLAY "Equipe:    "
                   FUNCTION TRIM (WS-ROW-TEAM (WS-ROW-CHOICE))
           END-IF.
           DISPLAY "Message:   "
               FUNCTION TRIM (WS-ROW-MESSAGE (WS-ROW-CHOICE)).
           EXIT.

      *> DECIDE-ROW records one decision on the chosen line. The
      *> journal is re-read first, so an entry another console
      *> decided since the list was shown is not decided twice.
       DECIDE-ROW.
           IF WS-DECISION = "HANDLED" AND WS-LIST-MODE NOT = "C"
               DISPLAY "Afficher d'abord les contacts ouverts (C)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECISION NOT = "HANDLED" AND WS-LIST-MODE NOT = "P"
               DISPLAY "Afficher d'abord les soumissions en attente"
                   " (L)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASK-ROW-NUMBER.
           IF WS-ROW-CHOICE = 0 OR WS-ROW-CHOICE > WS-ROW-COUNT
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-KEY (WS-ROW-CHOICE) TO WS-CHOSEN-KEY.
           MOVE WS-ROW-KIND (WS-ROW-CHOICE) TO WS-CHOSEN-KIND.
           PERFORM LOAD-DECISIONS.
           MOVE WS-CHOSEN-KEY TO WS-SUB-KEY.
           PERFORM FIND-DECISION.
           IF WS-DECISION = "HANDLED"
               IF WS-FOUND-STATUS NOT = "ROUTED"
                   DISPLAY "Ce contact n'est plus ouvert ("
                       FUNCTION TRIM (WS-FOUND-STATUS) ")."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-FOUND-STATUS NOT = SPACES
                   DISPLAY "Deja traite ("
                       FUNCTION TRIM (WS-FOUND-STATUS) ")."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-TEAM-CHOICE.
           IF WS-DECISION = "APPROVED" AND WS-CHOSEN-KIND = "CONTACT"
               PERFORM ASK-TEAM
               IF WS-TEAM-OK NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "ROUTED" TO WS-DECISION
           END-IF.
           IF WS-DECISION = "HANDLED"
               MOVE WS-FOUND-TEAM TO WS-TEAM-CHOICE
           END-IF.
           DISPLAY FUNCTION TRIM (WS-ROW-NAME (WS-ROW-CHOICE)) ": "
               WS-ROW-MESSAGE (WS-ROW-CHOICE) (1:60).
           DISPLAY "Confirmer " FUNCTION TRIM (WS-DECISION)
               " (O/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "O"
               DISPLAY "Rien n'est change."
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPEND-DECISION.
           IF WS-CHOSEN-KIND = "GUESTBOOK"
                   AND WS-DECISION = "APPROVED"
               MOVE "Y" TO WS-REPUBLISH
               DISPLAY "Entree approuvee - le livre d'or sera publie"
                   " en quittant (ou P)."
           ELSE
               DISPLAY "Enregistre: " FUNCTION TRIM (WS-DECISION)
           END-IF.
           PERFORM LOAD-ROWS.
           EXIT.

      *> ASK-TEAM takes the team a contact enquiry goes to; Enter
      *> keeps the suggestion from the ROUTE keywords.
       ASK-TEAM.
           MOVE "N" TO WS-TEAM-OK.
           DISPLAY "Equipes:".
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-TEAM-COUNT
               DISPLAY "  " WS-TEAM-CODE (WS-SCAN) " "
                   FUNCTION TRIM (WS-TEAM-DESC (WS-SCAN))
           END-PERFORM.
           IF WS-TEAM-COUNT = 0
               DISPLAY "Aucune equipe dans config/moderation.conf."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Equipe ["
               FUNCTION TRIM (WS-ROW-TEAM (WS-ROW-CHOICE)) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-TEAM-CHOICE.
           IF WS-TEAM-CHOICE = SPACES
               MOVE WS-ROW-TEAM (WS-ROW-CHOICE) TO WS-TEAM-CHOICE
           END-IF.
           MOVE FUNCTION LOWER-CASE (WS-TEAM-CHOICE) TO WS-TEAM-CHOICE.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-TEAM-COUNT
               IF WS-TEAM-CODE (WS-SCAN) = WS-TEAM-CHOICE
                       AND WS-TEAM-CHOICE NOT = SPACES
                   MOVE "Y" TO WS-TEAM-OK
               END-IF
           END-PERFORM.
           IF WS-TEAM-OK NOT = "Y"
               DISPLAY "Equipe inconnue."
           END-IF.
           EXIT.

      *> BULK-SPAM marks every pending entry at or over SPAM_SCORE
      *> as spam after one confirmation.
       BULK-SPAM.
           MOVE "P" TO WS-LIST-MODE.
           PERFORM LOAD-ROWS.
           MOVE 0 TO WS-BULK-COUNT.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-ROW-COUNT
               IF WS-ROW-SCORE (WS-SCAN) >= WS-SPAM-SCORE
                   ADD 1 TO WS-BULK-COUNT
               END-IF
           END-PERFORM.
           IF WS-BULK-COUNT = 0
               DISPLAY "Aucune soumission au-dessus du seuil."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BULK-COUNT TO WS-SCAN-DISPLAY.
           DISPLAY "Marquer " FUNCTION TRIM (WS-SCAN-DISPLAY)
               " soumission(s) comme spam (O/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "O"
               DISPLAY "Rien n'est change."
               EXIT PARAGRAPH
           END-IF.
           MOVE "SPAM" TO WS-DECISION.
           MOVE SPACES TO WS-TEAM-CHOICE.
           PERFORM VARYING WS-ROW-CHOICE FROM 1 BY 1
                   UNTIL WS-ROW-CHOICE > WS-ROW-COUNT
               IF WS-ROW-SCORE (WS-ROW-CHOICE) >= WS-SPAM-SCORE
                   MOVE WS-ROW-KEY (WS-ROW-CHOICE) TO WS-CHOSEN-KEY
                   MOVE WS-ROW-KIND (WS-ROW-CHOICE) TO WS-CHOSEN-KIND
                   PERFORM APPEND-DECISION
               END-IF
           END-PERFORM.
           DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY)
               " soumission(s) marquee(s) spam.".
           PERFORM LOAD-ROWS.
           EXIT.

      *> APPEND-DECISION journals WS-DECISION on WS-CHOSEN-KEY and
      *> logs it to the maintenance log.
       APPEND-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           OPEN EXTEND DECISION-FILE.
           IF WS-DECISION-STATUS = "35"
               OPEN OUTPUT DECISION-FILE
           END-IF.
           IF WS-DECISION-STATUS NOT = "00"
               DISPLAY "Journal de moderation inaccessible: "
                   WS-DECISION-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DECISION-LINE.
           STRING WS-LOG-TIMESTAMP (1:14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHOSEN-KEY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DECISION) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEAM-CHOICE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
               INTO WS-DECISION-LINE
           END-STRING.
           WRITE WS-DECISION-LINE.
           CLOSE DECISION-FILE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           MOVE 1 TO WS-PAGE-PTR.
           STRING "submission " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE (WS-DECISION) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHOSEN-KEY) DELIMITED BY SIZE
                  " kind=" DELIMITED BY SIZE
                  FUNCTION LOWER-CASE (WS-CHOSEN-KIND)
                      DELIMITED BY SPACE
               INTO WS-CHANGE-TEXT
               WITH POINTER WS-PAGE-PTR
           END-STRING.
           IF WS-TEAM-CHOICE NOT = SPACES
               STRING " team=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TEAM-CHOICE) DELIMITED BY SIZE
                   INTO WS-CHANGE-TEXT
                   WITH POINTER WS-PAGE-PTR
               END-STRING
           END-IF.
           PERFORM LOG-MAINT-CHANGE.
           EXIT.

       LOG-MAINT-CHANGE.
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

      *> PUBLISH-GUESTBOOK writes the newest approved entries (up to
      *> ten, newest first, as many as fit the single-buffer size the
      *> template route expands in) to staging/guestbook.html and
      *> hands it to PUBLISH, which validates, versions and swaps it
      *> in. Visitor text is escaped, "$" included, so an entry can
      *> neither carry markup nor a ${...} placeholder.
       PUBLISH-GUESTBOOK.
           PERFORM LOAD-DECISIONS.
           MOVE 0 TO WS-GB-COUNT.
           MOVE 1 TO WS-GB-NEXT.
           OPEN INPUT SUBMISSIONS-FILE.
           IF WS-SUBMISSIONS-STATUS = "00"
               PERFORM UNTIL WS-SUBMISSIONS-STATUS = "10"
                   READ SUBMISSIONS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-GUESTBOOK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUBMISSIONS-FILE
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "mkdir -p staging" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           OPEN OUTPUT PAGE-FILE.
           IF WS-PAGE-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                   FUNCTION TRIM (WS-PAGE-PATH) ": " WS-PAGE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PAGE-BYTES.
           MOVE 0 TO WS-GB-WRITTEN.
           MOVE "<html>" TO WS-PAGE-LINE.
           PERFORM WRITE-PAGE-LINE.
           MOVE "<head><title>Guestbook</title></head>"
               TO WS-PAGE-LINE.
           PERFORM WRITE-PAGE-LINE.
           MOVE "<body>" TO WS-PAGE-LINE.
           PERFORM WRITE-PAGE-LINE.
           MOVE "<h1>${SERVER} guestbook</h1>" TO WS-PAGE-LINE.
           PERFORM WRITE-PAGE-LINE.
           MOVE WS-GB-NEXT TO WS-GB-INDEX.
           PERFORM WS-GB-COUNT TIMES
               IF WS-GB-INDEX = 1
                   MOVE 10 TO WS-GB-INDEX
               ELSE
                   SUBTRACT 1 FROM WS-GB-INDEX
               END-IF
               PERFORM WRITE-GUESTBOOK-ENTRY
           END-PERFORM.
           IF WS-GB-WRITTEN = 0
               MOVE "<p>No entries yet.</p>" TO WS-PAGE-LINE
               PERFORM WRITE-PAGE-LINE
           END-IF.
           MOVE "</body>" TO WS-PAGE-LINE.
           PERFORM WRITE-PAGE-LINE.
           MOVE "</html>" TO WS-PAGE-LINE.
           PERFORM WRITE-PAGE-LINE.
           CLOSE PAGE-FILE.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun PUBLISH PUBLISH guestbook.html"
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           *> PUBLISH exits nonzero (status / 256) when it refused or
           *> could not swap the page: the old one is still served,
           *> so the republish stays owed and nothing is logged.
           IF WS-RET NOT = 0
               COMPUTE WS-PUBLISH-RC = WS-RET / 256
               MOVE WS-PUBLISH-RC TO WS-SCAN-DISPLAY
               DISPLAY "Livre d'or non publie (PUBLISH code "
                   FUNCTION TRIM (WS-SCAN-DISPLAY) ")."
               MOVE "Y" TO WS-REPUBLISH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GB-WRITTEN TO WS-SCAN-DISPLAY.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "guestbook published entries="
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SCAN-DISPLAY) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-MAINT-CHANGE.
           MOVE "N" TO WS-REPUBLISH.
           EXIT.

       NOTE-GUESTBOOK-ENTRY.
           PERFORM SET-SUBMISSION-KEY.
           IF WS-SUB-KIND NOT = "GUESTBOOK"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DECISION.
           IF WS-FOUND-STATUS NOT = "APPROVED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUB-NAME TO WS-GB-NAME (WS-GB-NEXT).
           MOVE WS-SUB-STAMP TO WS-GB-STAMP (WS-GB-NEXT).
           MOVE WS-SUB-MESSAGE TO WS-GB-MESSAGE (WS-GB-NEXT).
           ADD 1 TO WS-GB-NEXT.
           IF WS-GB-NEXT > 10
               MOVE 1 TO WS-GB-NEXT
           END-IF.
           IF WS-GB-COUNT < 10
               ADD 1 TO WS-GB-COUNT
           END-IF.
           EXIT.

      *> WRITE-GUESTBOOK-ENTRY writes one entry as a single line, or
      *> nothing once the page would outgrow the template buffer.
       WRITE-GUESTBOOK-ENTRY.
           MOVE WS-GB-NAME (WS-GB-INDEX) TO WS-ESC-IN.
           PERFORM HTML-ESCAPE.
           MOVE WS-ESC-OUT TO WS-ESC-NAME.
           MOVE WS-ESC-LEN TO WS-ESC-NAME-LEN.
           MOVE WS-GB-MESSAGE (WS-GB-INDEX) TO WS-ESC-IN.
           PERFORM HTML-ESCAPE.
           IF WS-PAGE-BYTES + WS-ESC-LEN + WS-ESC-NAME-LEN + 60
                   > WS-PAGE-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PAGE-LINE.
           MOVE 1 TO WS-PAGE-PTR.
           STRING "<p><b>" DELIMITED BY SIZE
                  WS-ESC-NAME (1 : WS-ESC-NAME-LEN) DELIMITED BY SIZE
                  "</b> " DELIMITED BY SIZE
                  WS-GB-STAMP (WS-GB-INDEX) (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GB-STAMP (WS-GB-INDEX) (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GB-STAMP (WS-GB-INDEX) (7:2) DELIMITED BY SIZE
                  "<br>" DELIMITED BY SIZE
                  WS-ESC-OUT (1 : WS-ESC-LEN) DELIMITED BY SIZE
                  "</p>" DELIMITED BY SIZE
               INTO WS-PAGE-LINE
               WITH POINTER WS-PAGE-PTR
           END-STRING.
           PERFORM WRITE-PAGE-LINE.
           ADD 1 TO WS-GB-WRITTEN.
           EXIT.

       WRITE-PAGE-LINE.
           WRITE WS-PAGE-LINE.
           COMPUTE WS-PAGE-BYTES = WS-PAGE-BYTES + 1 +
               FUNCTION LENGTH (FUNCTION TRIM (WS-PAGE-LINE TRAILING)).
           EXIT.

      *> HTML-ESCAPE copies WS-ESC-IN to WS-ESC-OUT with the markup
      *> characters as entities and control bytes as spaces;
      *> WS-ESC-LEN is the length written (1 at least).
       HTML-ESCAPE.
           MOVE SPACES TO WS-ESC-OUT.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-ESC-IN TRAILING))
               TO WS-ESC-IN-LEN.
           MOVE 1 TO WS-PAGE-PTR.
           PERFORM VARYING WS-ESC-POS FROM 1 BY 1
                   UNTIL WS-ESC-POS > WS-ESC-IN-LEN
               MOVE WS-ESC-IN (WS-ESC-POS : 1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
                   WHEN WS-ESC-CHAR = "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
                   WHEN WS-ESC-CHAR = ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
                   WHEN WS-ESC-CHAR = QUOTE
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
                   WHEN WS-ESC-CHAR = "$"
                       STRING "&#36;" DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
                   WHEN WS-ESC-CHAR < SPACE
                       STRING " " DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-ESC-CHAR DELIMITED BY SIZE
                           INTO WS-ESC-OUT WITH POINTER WS-PAGE-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-ESC-LEN = WS-PAGE-PTR - 1.
           IF WS-ESC-LEN < 1
               MOVE 1 TO WS-ESC-LEN
           END-IF.
           EXIT.
