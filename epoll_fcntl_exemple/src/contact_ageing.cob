       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTAGE.
      *> CONTACTAGE ages the contact enquiries MODERATE has routed to
      *> a team and nobody has marked handled yet. For each team it
      *> counts what is outstanding by days since the enquiry came
      *> in (0-1, 2-3, 4-7, over 7) with the oldest, and how many
      *> the team handled in the last 30 days; enquiries no operator
      *> has moderated yet are shown on a line of their own, since
      *> they have no team. Every enquiry outstanding more than 7 days
      *> is then listed. State comes from logs/submissions.dat and
      *> the moderation journal, logs/moderation.dat; the report goes
      *> to logs/contact_ageing.txt. Ages are taken as of the date
      *> given, or today.
      *>   cobcrun CONTACTAGE [YYYYMMDD]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSIONS-FILE ASSIGN TO WS-SUBMISSIONS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSIONS-STATUS.
           SELECT DECISION-FILE ASSIGN TO WS-DECISION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSIONS-FILE.
       01  WS-SUBMISSIONS-LINE     PIC X(431).
       FD  DECISION-FILE.
       01  WS-DECISION-LINE        PIC X(160).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SUBMISSIONS-PATH      PIC X(256)
           VALUE "logs/submissions.dat".
       77 WS-SUBMISSIONS-STATUS    PIC X(2) VALUE SPACES.
       77 WS-DECISION-PATH         PIC X(256)
           VALUE "logs/moderation.dat".
       77 WS-DECISION-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH           PIC X(256)
           VALUE "logs/contact_ageing.txt".
       77 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.

       77 WS-COMMAND-LINE          PIC X(32) VALUE SPACES.
       77 WS-AS-OF                 PIC 9(8) VALUE 0.
       77 WS-AS-OF-INT             PIC S9(9) COMP VALUE 0.

      *> The record SERVE-CONTACT and SERVE-GUESTBOOK append.
       01 WS-SUB-RECORD.
           05 WS-SUB-STAMP         PIC X(14).
           05 WS-SUB-IP            PIC X(39).
           05 WS-SUB-NAME          PIC X(32).
           05 WS-SUB-EMAIL         PIC X(48).
           05 WS-SUB-MESSAGE       PIC X(256).
           05 WS-SUB-KIND          PIC X(10).
           05 WS-SUB-REF           PIC X(32).
       77 WS-SUB-KEY               PIC X(32) VALUE SPACES.

      *> Latest decision per submission, from the journal.
       01 WS-MD-TABLE.
           05 WS-MD-ENTRY OCCURS 20000 TIMES.
              10 WS-MD-REF         PIC X(32).
              10 WS-MD-STATUS      PIC X(8).
              10 WS-MD-TEAM        PIC X(16).
              10 WS-MD-STAMP       PIC X(14).
       77 WS-MD-COUNT              PIC 9(5) VALUE 0.
       77 WS-MD-INDEX              PIC 9(5) VALUE 0.
       77 WS-MD-SCAN               PIC 9(5) VALUE 0.
       77 WS-J-STAMP               PIC X(14) VALUE SPACES.
       77 WS-J-REF                 PIC X(32) VALUE SPACES.
       77 WS-J-STATUS              PIC X(8) VALUE SPACES.
       77 WS-J-TEAM                PIC X(16) VALUE SPACES.
       77 WS-FOUND-STATUS          PIC X(8) VALUE SPACES.
       77 WS-FOUND-TEAM            PIC X(16) VALUE SPACES.
       77 WS-FOUND-STAMP           PIC X(14) VALUE SPACES.

      *> One row per team; the first is the not-yet-moderated line.
       01 WS-TEAM-TABLE.
           05 WS-TM-ENTRY OCCURS 21 TIMES.
              10 WS-TM-NAME        PIC X(20) VALUE SPACES.
              10 WS-TM-BUCKET OCCURS 4 TIMES
                  PIC 9(6) VALUE 0.
              10 WS-TM-OPEN        PIC 9(6) VALUE 0.
              10 WS-TM-OLDEST      PIC 9(6) VALUE 0.
              10 WS-TM-OLDEST-REF  PIC X(32) VALUE SPACES.
              10 WS-TM-HANDLED     PIC 9(6) VALUE 0.
       77 WS-TM-COUNT              PIC 9(4) VALUE 1.
       77 WS-TM-INDEX              PIC 9(4) VALUE 0.
       77 WS-TM-SCAN               PIC 9(4) VALUE 0.
       77 WS-BUCKET                PIC 9(4) VALUE 0.

      *> Enquiries outstanding over a week, for the detail list.
       01 WS-LATE-TABLE.
           05 WS-LT-ENTRY OCCURS 100 TIMES.
              10 WS-LT-TEAM        PIC X(20).
              10 WS-LT-AGE         PIC 9(6).
              10 WS-LT-STAMP       PIC X(14).
              10 WS-LT-REF         PIC X(32).
              10 WS-LT-NAME        PIC X(32).
       77 WS-LT-COUNT              PIC 9(4) VALUE 0.
       77 WS-LT-MORE               PIC 9(6) VALUE 0.

       77 WS-DATE-NUM              PIC 9(8) VALUE 0.
       77 WS-AGE-DAYS              PIC S9(6) VALUE 0.
       77 WS-TOTAL-OPEN            PIC 9(6) VALUE 0.
       77 WS-DISPLAY-N             PIC Z(5)9.
       77 WS-DISPLAY-B1            PIC Z(5)9.
       77 WS-DISPLAY-B2            PIC Z(5)9.
       77 WS-DISPLAY-B3            PIC Z(5)9.
       77 WS-DISPLAY-B4            PIC Z(5)9.
       77 WS-DISPLAY-OLD           PIC Z(5)9.
       77 WS-DISPLAY-HANDLED       PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE (1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE (1:8) TO WS-AS-OF
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF
           END-IF.
           COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE (WS-AS-OF).
           MOVE "(not yet moderated)" TO WS-TM-NAME (1).
           PERFORM LOAD-DECISIONS.
           OPEN INPUT SUBMISSIONS-FILE.
           IF WS-SUBMISSIONS-STATUS = "00"
               PERFORM UNTIL WS-SUBMISSIONS-STATUS = "10"
                   READ SUBMISSIONS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SUBMISSIONS-LINE NOT = SPACES
                               PERFORM AGE-ONE-SUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMISSIONS-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible a ecrire: "
                   FUNCTION TRIM (WS-REPORT-PATH) " " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT.
           CLOSE REPORT-FILE.
           MOVE WS-TOTAL-OPEN TO WS-DISPLAY-N.
           MOVE WS-LT-COUNT TO WS-DISPLAY-OLD.
           DISPLAY "Anciennete des contacts ecrite dans "
               FUNCTION TRIM (WS-REPORT-PATH) ": "
               FUNCTION TRIM (WS-DISPLAY-N) " ouvert(s), "
               FUNCTION TRIM (WS-DISPLAY-OLD) " de plus de 7 jours.".
           STOP RUN.

      *> LOAD-DECISIONS reduces the journal to each entry's latest
      *> decision; a contact keeps its team once handled.
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
               *> Past the table an enquiry would age as unmoderated
               *> - no report rather than a wrong one.
               IF WS-MD-COUNT >= 20000
                   DISPLAY "Journal de moderation de plus de 20000"
                       " entrees - a archiver; rapport non produit."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MD-COUNT TO WS-MD-INDEX
               MOVE WS-J-REF TO WS-MD-REF (WS-MD-INDEX)
               MOVE SPACES TO WS-MD-TEAM (WS-MD-INDEX)
           END-IF.
           MOVE WS-J-STATUS TO WS-MD-STATUS (WS-MD-INDEX).
           IF WS-J-TEAM NOT = SPACES
               MOVE WS-J-TEAM TO WS-MD-TEAM (WS-MD-INDEX)
           END-IF.
           MOVE WS-J-STAMP TO WS-MD-STAMP (WS-MD-INDEX).
           EXIT.

      *> AGE-ONE-SUBMISSION files a contact enquiry under its team
      *> (outstanding or handled) or under the not-yet-moderated row;
      *> guestbook entries and rejected or spam enquiries are not
      *> counted.
       AGE-ONE-SUBMISSION.
           MOVE WS-SUBMISSIONS-LINE TO WS-SUB-RECORD.
           IF WS-SUB-KIND NOT = SPACES AND WS-SUB-KIND NOT = "CONTACT"
               EXIT PARAGRAPH
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
           MOVE SPACES TO WS-FOUND-STATUS WS-FOUND-TEAM WS-FOUND-STAMP.
           PERFORM VARYING WS-MD-SCAN FROM 1 BY 1
                   UNTIL WS-MD-SCAN > WS-MD-COUNT
               IF WS-MD-REF (WS-MD-SCAN) = WS-SUB-KEY
                   MOVE WS-MD-STATUS (WS-MD-SCAN) TO WS-FOUND-STATUS
                   MOVE WS-MD-TEAM (WS-MD-SCAN) TO WS-FOUND-TEAM
                   MOVE WS-MD-STAMP (WS-MD-SCAN) TO WS-FOUND-STAMP
               END-IF
           END-PERFORM.
           EVALUATE WS-FOUND-STATUS
               WHEN SPACES
                   MOVE 1 TO WS-TM-INDEX
               WHEN "ROUTED"
                   PERFORM FIND-TEAM-ROW
               WHEN "HANDLED"
                   PERFORM FIND-TEAM-ROW
                   MOVE WS-FOUND-STAMP (1:8) TO WS-DATE-NUM
                   PERFORM COMPUTE-AGE-DAYS
                   IF WS-TM-INDEX NOT = 0 AND WS-AGE-DAYS < 30
                       ADD 1 TO WS-TM-HANDLED (WS-TM-INDEX)
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-TM-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUB-STAMP (1:8) TO WS-DATE-NUM.
           PERFORM COMPUTE-AGE-DAYS.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 3
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 7
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-TM-BUCKET (WS-TM-INDEX WS-BUCKET).
           ADD 1 TO WS-TM-OPEN (WS-TM-INDEX).
           ADD 1 TO WS-TOTAL-OPEN.
           IF WS-AGE-DAYS >= WS-TM-OLDEST (WS-TM-INDEX)
                   OR WS-TM-OLDEST-REF (WS-TM-INDEX) = SPACES
               MOVE WS-AGE-DAYS TO WS-TM-OLDEST (WS-TM-INDEX)
               MOVE WS-SUB-KEY TO WS-TM-OLDEST-REF (WS-TM-INDEX)
           END-IF.
           IF WS-BUCKET = 4
               IF WS-LT-COUNT < 100
                   ADD 1 TO WS-LT-COUNT
                   MOVE WS-TM-NAME (WS-TM-INDEX)
                       TO WS-LT-TEAM (WS-LT-COUNT)
                   MOVE WS-AGE-DAYS TO WS-LT-AGE (WS-LT-COUNT)
                   MOVE WS-SUB-STAMP TO WS-LT-STAMP (WS-LT-COUNT)
                   MOVE WS-SUB-KEY TO WS-LT-REF (WS-LT-COUNT)
                   MOVE WS-SUB-NAME TO WS-LT-NAME (WS-LT-COUNT)
               ELSE
                   ADD 1 TO WS-LT-MORE
               END-IF
           END-IF.
           EXIT.

       FIND-TEAM-ROW.
           MOVE 0 TO WS-TM-INDEX.
           IF WS-FOUND-TEAM = SPACES
               MOVE "(no team)" TO WS-FOUND-TEAM
           END-IF.
           PERFORM VARYING WS-TM-SCAN FROM 2 BY 1
                   UNTIL WS-TM-SCAN > WS-TM-COUNT
                       OR WS-TM-INDEX NOT = 0
               IF WS-TM-NAME (WS-TM-SCAN) = WS-FOUND-TEAM
                   MOVE WS-TM-SCAN TO WS-TM-INDEX
               END-IF
           END-PERFORM.
           IF WS-TM-INDEX = 0 AND WS-TM-COUNT < 21
               ADD 1 TO WS-TM-COUNT
               MOVE WS-TM-COUNT TO WS-TM-INDEX
               MOVE WS-FOUND-TEAM TO WS-TM-NAME (WS-TM-INDEX)
           END-IF.
           EXIT.

       COMPUTE-AGE-DAYS.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-DATE-NUM IS NUMERIC AND WS-DATE-NUM > 16010101
                   AND WS-DATE-NUM <= WS-AS-OF
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INT
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           END-IF.
           EXIT.

       WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Contact enquiry ageing as of " DELIMITED BY SIZE
                  WS-AS-OF DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Outstanding by days since received:" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "team" TO WS-REPORT-LINE (1:20).
           MOVE "   0-1" TO WS-REPORT-LINE (22:6).
           MOVE "   2-3" TO WS-REPORT-LINE (29:6).
           MOVE "   4-7" TO WS-REPORT-LINE (36:6).
           MOVE "    >7" TO WS-REPORT-LINE (43:6).
           MOVE "  open" TO WS-REPORT-LINE (50:6).
           MOVE "oldest" TO WS-REPORT-LINE (57:6).
           MOVE "handled-30d" TO WS-REPORT-LINE (64:11).
           MOVE "oldest ref" TO WS-REPORT-LINE (77:10).
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-TM-SCAN FROM 1 BY 1
                   UNTIL WS-TM-SCAN > WS-TM-COUNT
               MOVE WS-TM-BUCKET (WS-TM-SCAN 1) TO WS-DISPLAY-B1
               MOVE WS-TM-BUCKET (WS-TM-SCAN 2) TO WS-DISPLAY-B2
               MOVE WS-TM-BUCKET (WS-TM-SCAN 3) TO WS-DISPLAY-B3
               MOVE WS-TM-BUCKET (WS-TM-SCAN 4) TO WS-DISPLAY-B4
               MOVE WS-TM-OPEN (WS-TM-SCAN) TO WS-DISPLAY-N
               MOVE WS-TM-OLDEST (WS-TM-SCAN) TO WS-DISPLAY-OLD
               MOVE WS-TM-HANDLED (WS-TM-SCAN) TO WS-DISPLAY-HANDLED
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TM-NAME (WS-TM-SCAN) TO WS-REPORT-LINE (1:20)
               MOVE WS-DISPLAY-B1 TO WS-REPORT-LINE (22:6)
               MOVE WS-DISPLAY-B2 TO WS-REPORT-LINE (29:6)
               MOVE WS-DISPLAY-B3 TO WS-REPORT-LINE (36:6)
               MOVE WS-DISPLAY-B4 TO WS-REPORT-LINE (43:6)
               MOVE WS-DISPLAY-N TO WS-REPORT-LINE (50:6)
               IF WS-TM-OPEN (WS-TM-SCAN) > 0
                   MOVE WS-DISPLAY-OLD TO WS-REPORT-LINE (57:6)
                   MOVE WS-TM-OLDEST-REF (WS-TM-SCAN)
                       TO WS-REPORT-LINE (77:32)
               END-IF
               IF WS-TM-SCAN > 1
                   MOVE WS-DISPLAY-HANDLED TO WS-REPORT-LINE (69:6)
               END-IF
               WRITE WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Outstanding more than 7 days:" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-LT-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-TM-SCAN FROM 1 BY 1
                   UNTIL WS-TM-SCAN > WS-LT-COUNT
               MOVE WS-LT-AGE (WS-TM-SCAN) TO WS-DISPLAY-OLD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-LT-TEAM (WS-TM-SCAN) DELIMITED BY SIZE
                      WS-DISPLAY-OLD DELIMITED BY SIZE
                      " days  received " DELIMITED BY SIZE
                      WS-LT-STAMP (WS-TM-SCAN) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LT-REF (WS-TM-SCAN))
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LT-NAME (WS-TM-SCAN))
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-LT-MORE > 0
               MOVE WS-LT-MORE TO WS-DISPLAY-N
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ... and " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                      " more" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.
