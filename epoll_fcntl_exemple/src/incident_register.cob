       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.
      *> INCIDENT is the operator console for the incident register
      *> (logs/incident_master.dat, indexed on the incident id,
      *> "INC<yyyymmdd>-<nnn>" by opening date). An operator opens an
      *> incident with a title and an impact level - CRITICAL, MAJOR
      *> or MINOR - and the time the impact began, acknowledges it
      *> (who is working it, and when), attaches what it covers and
      *> records what was done, then closes it with a root cause.
      *> What can be attached (twelve links at most):
      *>   ALERT    an ALERTDISP alert id (alert history or archive),
      *>   OUTAGE   a restart in logs/checkpoint_history.dat, by its
      *>            restart timestamp - an outage that began before
      *>            the recorded start moves the start back to it,
      *>   REQUESTS a first and last request id ("R..." as in the
      *>            access log) the incident spans,
      *>   MAINT    a planned window from config/maintenance.conf
      *>            (date, or * for the daily window, and HHMM-HHMM).
      *> Times default to now but can be keyed as YYYYMMDDHHMMSS, so
      *> an incident worked before it was written up still carries
      *> true acknowledge and resolve times; INCREPORT reports them
      *> monthly. Every step, and every free-text action, goes to the
      *> action journal (logs/incident_actions.dat, "id|stamp|
      *> operator|text") that V shows as the timeline, and to
      *> logs/maintenance.log. U lists restarts no incident covers
      *> and no maintenance window explains.
      *>   cobcrun INCIDENT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO WS-INCIDENT-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INC-ID
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT ACTION-FILE ASSIGN TO WS-ACTION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.
           SELECT CHECKPOINT-HISTORY-FILE
               ASSIGN TO WS-CHECKPOINT-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-HISTORY-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO WS-ALERT-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-HISTORY-STATUS.
           SELECT WINDOW-FILE ASSIGN TO WS-WINDOW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  WS-INCIDENT-RECORD.
           05 WS-INC-ID           PIC X(16).
           05 WS-INC-TITLE        PIC X(64).
           05 WS-INC-IMPACT       PIC X(8).
      *> OPEN, ACKED (someone is working it) or CLOSED.
           05 WS-INC-STATUS       PIC X(8).
           05 WS-INC-STARTED      PIC X(14).
           05 WS-INC-OPENED       PIC X(14).
           05 WS-INC-OPENED-BY    PIC X(32).
           05 WS-INC-ACKED        PIC X(14).
           05 WS-INC-OWNER        PIC X(32).
           05 WS-INC-RESOLVED     PIC X(14).
           05 WS-INC-ROOT-CAUSE   PIC X(160).
           05 WS-INC-LINK-COUNT   PIC 9(2).
           05 WS-INC-LINK OCCURS 12 TIMES.
              10 WS-INC-LINK-TYPE PIC X(8).
              10 WS-INC-LINK-FROM PIC X(32).
              10 WS-INC-LINK-TO   PIC X(32).
           05 WS-INC-ACTION-COUNT PIC 9(4).
           05 WS-INC-CHANGED      PIC X(14).
       FD  ACTION-FILE.
       01  WS-ACTION-LINE         PIC X(256).
       FD  CHECKPOINT-HISTORY-FILE.
       01  WS-CHECKPOINT-HISTORY-LINE PIC X(160).
       FD  ALERT-HISTORY-FILE.
       01  WS-ALERT-HISTORY-LINE  PIC X(400).
       FD  WINDOW-FILE.
       01  WS-WINDOW-LINE         PIC X(160).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-INCIDENT-PATH        PIC X(256)
           VALUE "logs/incident_master.dat".
       77 WS-INCIDENT-STATUS      PIC X(2) VALUE SPACES.
       77 WS-ACTION-PATH          PIC X(256)
           VALUE "logs/incident_actions.dat".
       77 WS-ACTION-STATUS        PIC X(2) VALUE SPACES.
       77 WS-CHECKPOINT-HISTORY-PATH PIC X(256)
           VALUE "logs/checkpoint_history.dat".
       77 WS-CHECKPOINT-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALERT-HISTORY-PATH   PIC X(256)
           VALUE "logs/alert_history.dat".
       77 WS-ALERT-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77 WS-WINDOW-PATH          PIC X(256)
           VALUE "config/maintenance.conf".
       77 WS-WINDOW-STATUS        PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.

       77 WS-OPERATOR             PIC X(32) VALUE SPACES.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-NOW-STAMP            PIC X(14) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(200) VALUE SPACES.
       77 WS-CHANGE-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-ACTION-TEXT          PIC X(160) VALUE SPACES.
       77 WS-ACT-ID               PIC X(16) VALUE SPACES.
       77 WS-ACT-STAMP            PIC X(14) VALUE SPACES.
       77 WS-ACT-OPERATOR         PIC X(32) VALUE SPACES.
       77 WS-ACT-TEXT             PIC X(192) VALUE SPACES.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-LIST-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-SCAN                 PIC 9(4) COMP VALUE 0.
       77 WS-SEQ                  PIC 9(3) VALUE 0.
       77 WS-FIELD-OK             PIC X(1) VALUE "N".
           88 WS-FIELD-IS-OK      VALUE "Y".
       77 WS-FOUND                PIC X(1) VALUE "N".

       77 WS-IN-ID                PIC X(16) VALUE SPACES.
       77 WS-IN-TITLE             PIC X(64) VALUE SPACES.
       77 WS-IN-IMPACT            PIC X(8) VALUE SPACES.
       77 WS-IN-OWNER             PIC X(32) VALUE SPACES.
       77 WS-IN-STAMP             PIC X(14) VALUE SPACES.
       77 WS-IN-TYPE              PIC X(8) VALUE SPACES.
       77 WS-IN-FROM              PIC X(32) VALUE SPACES.
       77 WS-IN-TO                PIC X(32) VALUE SPACES.
       77 WS-IN-TEXT              PIC X(160) VALUE SPACES.
       77 WS-STAMP-RESULT         PIC X(14) VALUE SPACES.
       77 WS-STAMP-DATE           PIC 9(8) VALUE 0.
       77 WS-STAMP-TIME           PIC 9(6) VALUE 0.

      *> Seconds arithmetic on YYYYMMDDHHMMSS stamps.
       77 WS-CALC-STAMP           PIC X(14) VALUE SPACES.
       77 WS-CALC-SECS            PIC S9(18) COMP VALUE 0.
       77 WS-CALC-DAY             PIC 9(8) VALUE 0.
       77 WS-CALC-HH              PIC 9(2) VALUE 0.
       77 WS-CALC-MM              PIC 9(2) VALUE 0.
       77 WS-CALC-SS              PIC 9(2) VALUE 0.
       77 WS-CALC-REST            PIC S9(18) COMP VALUE 0.
       77 WS-CALC-DAYS            PIC S9(9) COMP VALUE 0.
       77 WS-OUTAGE-START-SECS    PIC S9(18) COMP VALUE 0.
       77 WS-OUTAGE-END-SECS      PIC S9(18) COMP VALUE 0.
       77 WS-WINDOW-START-SECS    PIC S9(18) COMP VALUE 0.
       77 WS-WINDOW-END-SECS      PIC S9(18) COMP VALUE 0.
       77 WS-OUTAGE-START-STAMP   PIC X(14) VALUE SPACES.

      *> Fields of a checkpoint history, alert or window line.
       77 WS-CP-TS                PIC X(14) VALUE SPACES.
       77 WS-CP-UPTIME            PIC X(16) VALUE SPACES.
       77 WS-CP-ACCEPTS           PIC X(16) VALUE SPACES.
       77 WS-CP-DOWN-X            PIC X(20) VALUE SPACES.
       77 WS-CP-TYPE              PIC X(10) VALUE SPACES.
       77 WS-CP-DOWN              PIC S9(18) COMP VALUE 0.
       77 WS-AL-ID                PIC X(18) VALUE SPACES.
       77 WS-WIN-DATE             PIC X(8) VALUE SPACES.
       77 WS-WIN-SPAN             PIC X(9) VALUE SPACES.
       77 WS-WIN-TEXT             PIC X(96) VALUE SPACES.

      *> Every OUTAGE link in the register, and the planned windows,
      *> for the undocumented-outage list.
       01 WS-LINKED-TABLE.
           05 WS-LINKED-TS OCCURS 1000 TIMES PIC X(14).
       77 WS-LINKED-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WIN-ENTRY OCCURS 100 TIMES.
              10 WS-WT-DATE       PIC X(8).
              10 WS-WT-FROM       PIC X(4).
              10 WS-WT-TO         PIC X(4).
       77 WS-WIN-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-IN-WINDOW            PIC X(1) VALUE "N".
       77 WS-DOWN-MINUTES         PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-MIN          PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Registre des incidents ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           OPEN I-O INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "Registre des incidents inaccessible: "
                   WS-INCIDENT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Incidents - L:lister O:ouvrir V:voir"
                   " K:prise en charge A:rattacher N:action"
               DISPLAY "C:cloturer U:pannes non documentees"
                   " Q:quitter : " WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-INCIDENTS
                   WHEN "O"
                       PERFORM OPEN-INCIDENT
                   WHEN "V"
                       PERFORM VIEW-INCIDENT
                   WHEN "K"
                       PERFORM ACKNOWLEDGE-INCIDENT
                   WHEN "A"
                       PERFORM LINK-INCIDENT
                   WHEN "N"
                       PERFORM NOTE-INCIDENT-ACTION
                   WHEN "C"
                       PERFORM CLOSE-INCIDENT
                   WHEN "U"
                       PERFORM LIST-UNDOCUMENTED-OUTAGES
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           CLOSE INCIDENT-FILE.
           STOP RUN.

      *> LIST-INCIDENTS reopens the register so the sequential read
      *> starts at the first key, whatever the last lookup left.
       LIST-INCIDENTS.
           CLOSE INCIDENT-FILE.
           OPEN I-O INCIDENT-FILE.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "id               impact   statut   debut"
               "           titre".
           PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
               READ INCIDENT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY WS-INC-ID " " WS-INC-IMPACT " "
                           WS-INC-STATUS " " WS-INC-STARTED "  "
                           FUNCTION TRIM (WS-INC-TITLE)
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-INCIDENT-STATUS.
           MOVE WS-LIST-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT) " incident(s).".
           EXIT.

      *> OPEN-INCIDENT numbers the incident by today's date and the
      *> first free sequence number.
       OPEN-INCIDENT.
           PERFORM SET-NOW-STAMP.
           DISPLAY "Titre: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-TITLE.
           ACCEPT WS-IN-TITLE.
           IF WS-IN-TITLE = SPACES
               DISPLAY "Titre obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Impact CRITICAL/MAJOR/MINOR: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-IMPACT.
           ACCEPT WS-IN-IMPACT.
           MOVE FUNCTION UPPER-CASE (WS-IN-IMPACT) TO WS-IN-IMPACT.
           IF WS-IN-IMPACT NOT = "CRITICAL"
                   AND WS-IN-IMPACT NOT = "MAJOR"
                   AND WS-IN-IMPACT NOT = "MINOR"
               DISPLAY "Impact invalide."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Debut de l'impact AAAAMMJJHHMMSS"
               " (vide = maintenant): " WITH NO ADVANCING.
           PERFORM ASK-STAMP.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-SEQ FROM 1 BY 1
                   UNTIL WS-SEQ > 998 OR WS-FOUND = "Y"
               MOVE SPACES TO WS-IN-ID
               STRING "INC" DELIMITED BY SIZE
                      WS-NOW-STAMP (1:8) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-SEQ DELIMITED BY SIZE
                   INTO WS-IN-ID
               END-STRING
               MOVE WS-IN-ID TO WS-INC-ID
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-PERFORM.
           IF WS-FOUND NOT = "Y"
               DISPLAY "Plus de numero libre aujourd'hui."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-INCIDENT-RECORD.
           MOVE WS-IN-ID TO WS-INC-ID.
           MOVE WS-IN-TITLE TO WS-INC-TITLE.
           MOVE WS-IN-IMPACT TO WS-INC-IMPACT.
           MOVE "OPEN" TO WS-INC-STATUS.
           MOVE WS-STAMP-RESULT TO WS-INC-STARTED.
           MOVE WS-NOW-STAMP TO WS-INC-OPENED.
           MOVE WS-OPERATOR TO WS-INC-OPENED-BY.
           MOVE 0 TO WS-INC-LINK-COUNT.
           MOVE 0 TO WS-INC-ACTION-COUNT.
           MOVE WS-NOW-STAMP TO WS-INC-CHANGED.
           WRITE WS-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Ecriture impossible: " WS-INCIDENT-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "opened impact=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-IMPACT) DELIMITED BY SIZE
                  " started=" DELIMITED BY SIZE
                  WS-INC-STARTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-TITLE) DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM RECORD-INCIDENT-STEP.
           DISPLAY "Incident ouvert: " FUNCTION TRIM (WS-INC-ID).
           EXIT.

       VIEW-INCIDENT.
           PERFORM READ-EXISTING-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Incident:   " FUNCTION TRIM (WS-INC-ID)
               "  " FUNCTION TRIM (WS-INC-IMPACT)
               "  " FUNCTION TRIM (WS-INC-STATUS).
           DISPLAY "Titre:      " FUNCTION TRIM (WS-INC-TITLE).
           DISPLAY "Debut:      " WS-INC-STARTED
               "  ouvert " WS-INC-OPENED " par "
               FUNCTION TRIM (WS-INC-OPENED-BY).
           IF WS-INC-ACKED NOT = SPACES
               DISPLAY "Pris:       " WS-INC-ACKED " par "
                   FUNCTION TRIM (WS-INC-OWNER)
           END-IF.
           IF WS-INC-RESOLVED NOT = SPACES
               DISPLAY "Resolu:     " WS-INC-RESOLVED
               DISPLAY "Cause:      " FUNCTION TRIM (WS-INC-ROOT-CAUSE)
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-INC-LINK-COUNT
               DISPLAY "Lien:       " WS-INC-LINK-TYPE (WS-SCAN) " "
                   FUNCTION TRIM (WS-INC-LINK-FROM (WS-SCAN)) " "
                   FUNCTION TRIM (WS-INC-LINK-TO (WS-SCAN))
           END-PERFORM.
           DISPLAY "Chronologie:".
           OPEN INPUT ACTION-FILE.
           IF WS-ACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACTION-STATUS = "10"
               READ ACTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-ACT-ID WS-ACT-STAMP
                           WS-ACT-OPERATOR WS-ACT-TEXT
                       UNSTRING WS-ACTION-LINE DELIMITED BY "|"
                           INTO WS-ACT-ID WS-ACT-STAMP
                                WS-ACT-OPERATOR WS-ACT-TEXT
                       END-UNSTRING
                       IF WS-ACT-ID = WS-INC-ID
                           DISPLAY "  " WS-ACT-STAMP " "
                               FUNCTION TRIM (WS-ACT-OPERATOR) ": "
                               FUNCTION TRIM (WS-ACT-TEXT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTION-FILE.
           EXIT.

      *> ACKNOWLEDGE-INCIDENT records who took the incident and when;
      *> the time to acknowledge runs from the start of the impact.
       ACKNOWLEDGE-INCIDENT.
           PERFORM READ-OPEN-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-INC-STATUS NOT = "OPEN"
               DISPLAY "Incident deja pris en charge par "
                   FUNCTION TRIM (WS-INC-OWNER) "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pris en charge par ["
               FUNCTION TRIM (WS-OPERATOR) "]: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-OWNER.
           ACCEPT WS-IN-OWNER.
           IF WS-IN-OWNER = SPACES
               MOVE WS-OPERATOR TO WS-IN-OWNER
           END-IF.
           DISPLAY "Heure AAAAMMJJHHMMSS (vide = maintenant): "
               WITH NO ADVANCING.
           PERFORM ASK-STAMP.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAMP-RESULT < WS-INC-STARTED
               DISPLAY "Heure anterieure au debut de l'impact."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-OWNER TO WS-INC-OWNER.
           MOVE WS-STAMP-RESULT TO WS-INC-ACKED.
           MOVE "ACKED" TO WS-INC-STATUS.
           PERFORM REWRITE-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "acknowledged owner=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-OWNER) DELIMITED BY SIZE
                  " at=" DELIMITED BY SIZE
                  WS-INC-ACKED DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM RECORD-INCIDENT-STEP.
           DISPLAY "Prise en charge enregistree.".
           EXIT.

      *> LINK-INCIDENT attaches an alert, an outage, a request-id
      *> range or a maintenance window, each checked against where
      *> it comes from.
       LINK-INCIDENT.
           PERFORM READ-EXISTING-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-INC-LINK-COUNT >= 12
               DISPLAY "Deja 12 liens sur cet incident."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type ALERT/OUTAGE/REQUESTS/MAINT: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-TYPE.
           ACCEPT WS-IN-TYPE.
           MOVE FUNCTION UPPER-CASE (WS-IN-TYPE) TO WS-IN-TYPE.
           MOVE SPACES TO WS-IN-FROM WS-IN-TO.
           MOVE "N" TO WS-FIELD-OK.
           EVALUATE WS-IN-TYPE
               WHEN "ALERT"
                   DISPLAY "Identifiant d'alerte: " WITH NO ADVANCING
                   ACCEPT WS-IN-FROM
                   PERFORM CHECK-ALERT-LINK
               WHEN "OUTAGE"
                   DISPLAY "Redemarrage AAAAMMJJHHMMSS: "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-FROM
                   PERFORM CHECK-OUTAGE-LINK
               WHEN "REQUESTS"
                   DISPLAY "Premiere requete (R...): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-FROM
                   DISPLAY "Derniere requete (vide = la meme): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-TO
                   PERFORM CHECK-REQUEST-LINK
               WHEN "MAINT"
                   DISPLAY "Date de la fenetre AAAAMMJJ ou *: "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-FROM
                   DISPLAY "Plage HHMM-HHMM: " WITH NO ADVANCING
                   ACCEPT WS-IN-TO
                   PERFORM CHECK-WINDOW-LINK
               WHEN OTHER
                   DISPLAY "Type de lien inconnu."
           END-EVALUATE.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-INC-LINK-COUNT
               IF WS-INC-LINK-TYPE (WS-SCAN) = WS-IN-TYPE
                       AND WS-INC-LINK-FROM (WS-SCAN) = WS-IN-FROM
                       AND WS-INC-LINK-TO (WS-SCAN) = WS-IN-TO
                   DISPLAY "Lien deja present."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-INC-LINK-COUNT.
           MOVE WS-IN-TYPE TO WS-INC-LINK-TYPE (WS-INC-LINK-COUNT).
           MOVE WS-IN-FROM TO WS-INC-LINK-FROM (WS-INC-LINK-COUNT).
           MOVE WS-IN-TO TO WS-INC-LINK-TO (WS-INC-LINK-COUNT).
           *> The impact began when the server went down, if that is
           *> earlier than the start recorded so far.
           IF WS-IN-TYPE = "OUTAGE"
                   AND WS-OUTAGE-START-STAMP < WS-INC-STARTED
               MOVE WS-OUTAGE-START-STAMP TO WS-INC-STARTED
               DISPLAY "Debut de l'impact ramene a "
                   WS-INC-STARTED "."
           END-IF.
           PERFORM REWRITE-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE 1 TO WS-CHANGE-PTR.
           STRING "linked " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-TYPE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-FROM) DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
               WITH POINTER WS-CHANGE-PTR
           END-STRING.
           IF WS-IN-TO NOT = SPACES
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IN-TO) DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.
           PERFORM RECORD-INCIDENT-STEP.
           DISPLAY "Lien ajoute.".
           EXIT.

      *> CHECK-ALERT-LINK: the id must be in the live alert history
      *> or in its archive.
       CHECK-ALERT-LINK.
           IF WS-IN-FROM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           MOVE "logs/alert_history.dat" TO WS-ALERT-HISTORY-PATH.
           PERFORM SCAN-ALERT-FILE.
           IF WS-FOUND NOT = "Y"
               MOVE "logs/alert_archive.dat" TO WS-ALERT-HISTORY-PATH
               PERFORM SCAN-ALERT-FILE
           END-IF.
           IF WS-FOUND = "Y"
               MOVE "Y" TO WS-FIELD-OK
           ELSE
               DISPLAY "Alerte inconnue: " FUNCTION TRIM (WS-IN-FROM)
           END-IF.
           EXIT.

       SCAN-ALERT-FILE.
           OPEN INPUT ALERT-HISTORY-FILE.
           IF WS-ALERT-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ALERT-HISTORY-STATUS = "10"
                   OR WS-FOUND = "Y"
               READ ALERT-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-AL-ID
                       UNSTRING WS-ALERT-HISTORY-LINE DELIMITED BY "|"
                           INTO WS-AL-ID
                       END-UNSTRING
                       IF WS-AL-ID = WS-IN-FROM
                           MOVE "Y" TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-HISTORY-FILE.
           EXIT.

      *> CHECK-OUTAGE-LINK finds the restart in the checkpoint
      *> history and works out when that outage began.
       CHECK-OUTAGE-LINK.
           IF WS-IN-FROM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT CHECKPOINT-HISTORY-FILE.
           IF WS-CHECKPOINT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-CHECKPOINT-HISTORY-STATUS = "10"
                       OR WS-FOUND = "Y"
                   READ CHECKPOINT-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SPLIT-CHECKPOINT-LINE
                           IF WS-CP-TS = WS-IN-FROM
                               MOVE "Y" TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-HISTORY-FILE
           END-IF.
           IF WS-FOUND NOT = "Y"
               DISPLAY "Aucun redemarrage a "
                   FUNCTION TRIM (WS-IN-FROM)
                   " dans l'historique des points de reprise."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CP-TS TO WS-CALC-STAMP.
           PERFORM STAMP-TO-SECONDS.
           COMPUTE WS-CALC-SECS = WS-CALC-SECS - WS-CP-DOWN.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-CALC-STAMP TO WS-OUTAGE-START-STAMP.
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

      *> CHECK-REQUEST-LINK: request ids are "R" and a timestamp, so
      *> the first of the range cannot sort after the last.
       CHECK-REQUEST-LINK.
           IF WS-IN-TO = SPACES
               MOVE WS-IN-FROM TO WS-IN-TO
           END-IF.
           IF WS-IN-FROM (1:1) NOT = "R" OR WS-IN-TO (1:1) NOT = "R"
               DISPLAY "Un identifiant de requete commence par R."
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-FROM > WS-IN-TO
               DISPLAY "Premiere requete posterieure a la derniere."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

      *> CHECK-WINDOW-LINK: the window must be one configured in
      *> config/maintenance.conf.
       CHECK-WINDOW-LINK.
           PERFORM LOAD-MAINTENANCE-WINDOWS.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-WIN-COUNT
               IF WS-WT-DATE (WS-SCAN) = WS-IN-FROM
                       AND WS-IN-TO (1:4) = WS-WT-FROM (WS-SCAN)
                       AND WS-IN-TO (5:1) = "-"
                       AND WS-IN-TO (6:4) = WS-WT-TO (WS-SCAN)
                   MOVE "Y" TO WS-FIELD-OK
               END-IF
           END-PERFORM.
           IF NOT WS-FIELD-IS-OK
               DISPLAY "Fenetre absente de "
                   FUNCTION TRIM (WS-WINDOW-PATH) "."
           END-IF.
           EXIT.

       LOAD-MAINTENANCE-WINDOWS.
           MOVE 0 TO WS-WIN-COUNT.
           OPEN INPUT WINDOW-FILE.
           IF WS-WINDOW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WINDOW-STATUS = "10"
               READ WINDOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-WINDOW-LINE (1:1) NOT = "#"
                               AND WS-WINDOW-LINE NOT = SPACES
                               AND WS-WIN-COUNT < 100
                           MOVE SPACES TO WS-WIN-DATE WS-WIN-SPAN
                           UNSTRING WS-WINDOW-LINE DELIMITED BY "|"
                               INTO WS-WIN-DATE WS-WIN-SPAN
                                    WS-WIN-TEXT
                           END-UNSTRING
                           ADD 1 TO WS-WIN-COUNT
                           MOVE WS-WIN-DATE TO WS-WT-DATE (WS-WIN-COUNT)
                           MOVE WS-WIN-SPAN (1:4)
                               TO WS-WT-FROM (WS-WIN-COUNT)
                           MOVE WS-WIN-SPAN (6:4)
                               TO WS-WT-TO (WS-WIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WINDOW-FILE.
           EXIT.

       NOTE-INCIDENT-ACTION.
           PERFORM READ-EXISTING-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Action menee: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-TEXT.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT = SPACES
               DISPLAY "Rien n'est change."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INC-ACTION-COUNT.
           PERFORM REWRITE-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "action " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-TEXT) DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM RECORD-INCIDENT-STEP.
           DISPLAY "Action enregistree.".
           EXIT.

      *> CLOSE-INCIDENT needs the root cause. An incident never
      *> formally acknowledged counts as acknowledged when resolved.
       CLOSE-INCIDENT.
           PERFORM READ-OPEN-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cause premiere: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-TEXT.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT = SPACES
               DISPLAY "Cause premiere obligatoire pour cloturer."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Resolu a AAAAMMJJHHMMSS (vide = maintenant): "
               WITH NO ADVANCING.
           PERFORM ASK-STAMP.
           IF NOT WS-FIELD-IS-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAMP-RESULT < WS-INC-STARTED
                   OR (WS-INC-ACKED NOT = SPACES
                       AND WS-STAMP-RESULT < WS-INC-ACKED)
               DISPLAY "Heure anterieure au debut ou a la prise en"
                   " charge."
               EXIT PARAGRAPH
           END-IF.
           IF WS-INC-ACKED = SPACES
               MOVE WS-STAMP-RESULT TO WS-INC-ACKED
               MOVE WS-OPERATOR TO WS-INC-OWNER
           END-IF.
           MOVE WS-STAMP-RESULT TO WS-INC-RESOLVED.
           MOVE WS-IN-TEXT TO WS-INC-ROOT-CAUSE.
           MOVE "CLOSED" TO WS-INC-STATUS.
           PERFORM REWRITE-INCIDENT.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING "closed at=" DELIMITED BY SIZE
                  WS-INC-RESOLVED DELIMITED BY SIZE
                  " cause=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-ROOT-CAUSE) DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           END-STRING.
           PERFORM RECORD-INCIDENT-STEP.
           DISPLAY "Incident cloture.".
           EXIT.

      *> LIST-UNDOCUMENTED-OUTAGES: restarts in the checkpoint
      *> history that no incident links and no planned window covers.
       LIST-UNDOCUMENTED-OUTAGES.
           PERFORM LOAD-LINKED-OUTAGES.
           PERFORM LOAD-MAINTENANCE-WINDOWS.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT CHECKPOINT-HISTORY-FILE.
           IF WS-CHECKPOINT-HISTORY-STATUS NOT = "00"
               DISPLAY "Pas d'historique des points de reprise."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHECKPOINT-HISTORY-STATUS = "10"
               READ CHECKPOINT-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SPLIT-CHECKPOINT-LINE
                       PERFORM SHOW-IF-UNDOCUMENTED
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-HISTORY-FILE.
           MOVE WS-LIST-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-DISPLAY-COUNT)
               " panne(s) sans incident.".
           EXIT.

       SHOW-IF-UNDOCUMENTED.
           IF WS-CP-TS = SPACES OR WS-CP-TS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-LINKED-COUNT
               IF WS-LINKED-TS (WS-SCAN) = WS-CP-TS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM CHECK-PLANNED-WINDOW.
           IF WS-IN-WINDOW = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           COMPUTE WS-DOWN-MINUTES = WS-CP-DOWN / 60.
           MOVE WS-DOWN-MINUTES TO WS-DISPLAY-MIN.
           DISPLAY "  " WS-CP-TS "  " FUNCTION TRIM (WS-DISPLAY-MIN)
               " min  " FUNCTION TRIM (WS-CP-TYPE).
           EXIT.

      *> CHECK-PLANNED-WINDOW: does the outage overlap a window
      *> configured for the day the server came back (or daily)?
       CHECK-PLANNED-WINDOW.
           MOVE "N" TO WS-IN-WINDOW.
           MOVE WS-CP-TS TO WS-CALC-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-CALC-SECS TO WS-OUTAGE-END-SECS.
           COMPUTE WS-OUTAGE-START-SECS = WS-CALC-SECS - WS-CP-DOWN.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-WIN-COUNT
               IF (WS-WT-DATE (WS-SCAN) = WS-CP-TS (1:8)
                       OR WS-WT-DATE (WS-SCAN) = "*")
                       AND WS-WT-FROM (WS-SCAN) IS NUMERIC
                       AND WS-WT-TO (WS-SCAN) IS NUMERIC
                   MOVE SPACES TO WS-CALC-STAMP
                   STRING WS-CP-TS (1:8) DELIMITED BY SIZE
                          WS-WT-FROM (WS-SCAN) DELIMITED BY SIZE
                          "00" DELIMITED BY SIZE
                       INTO WS-CALC-STAMP
                   END-STRING
                   PERFORM STAMP-TO-SECONDS
                   MOVE WS-CALC-SECS TO WS-WINDOW-START-SECS
                   MOVE SPACES TO WS-CALC-STAMP
                   STRING WS-CP-TS (1:8) DELIMITED BY SIZE
                          WS-WT-TO (WS-SCAN) DELIMITED BY SIZE
                          "59" DELIMITED BY SIZE
                       INTO WS-CALC-STAMP
                   END-STRING
                   PERFORM STAMP-TO-SECONDS
                   MOVE WS-CALC-SECS TO WS-WINDOW-END-SECS
                   IF WS-OUTAGE-START-SECS <= WS-WINDOW-END-SECS
                           AND WS-OUTAGE-END-SECS
                               >= WS-WINDOW-START-SECS
                       MOVE "Y" TO WS-IN-WINDOW
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-LINKED-OUTAGES walks the register for OUTAGE links.
       LOAD-LINKED-OUTAGES.
           MOVE 0 TO WS-LINKED-COUNT.
           CLOSE INCIDENT-FILE.
           OPEN I-O INCIDENT-FILE.
           PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
               READ INCIDENT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-SCAN FROM 1 BY 1
                               UNTIL WS-SCAN > WS-INC-LINK-COUNT
                           IF WS-INC-LINK-TYPE (WS-SCAN) = "OUTAGE"
                                   AND WS-LINKED-COUNT < 1000
                               ADD 1 TO WS-LINKED-COUNT
                               MOVE WS-INC-LINK-FROM (WS-SCAN)
                                   TO WS-LINKED-TS (WS-LINKED-COUNT)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-INCIDENT-STATUS.
           EXIT.

       SPLIT-CHECKPOINT-LINE.
           MOVE SPACES TO WS-CP-TS WS-CP-UPTIME WS-CP-ACCEPTS
               WS-CP-DOWN-X WS-CP-TYPE.
           UNSTRING WS-CHECKPOINT-HISTORY-LINE DELIMITED BY "|"
               INTO WS-CP-TS WS-CP-UPTIME WS-CP-ACCEPTS
                    WS-CP-DOWN-X WS-CP-TYPE
           END-UNSTRING.
           MOVE 0 TO WS-CP-DOWN.
           IF FUNCTION TEST-NUMVAL (WS-CP-DOWN-X) = 0
               COMPUTE WS-CP-DOWN = FUNCTION NUMVAL (WS-CP-DOWN-X)
           END-IF.
           EXIT.

      *> READ-EXISTING-INCIDENT asks for an id and reads its record;
      *> WS-IN-ID comes back blank when there is nothing to work on.
       READ-EXISTING-INCIDENT.
           DISPLAY "Incident: " WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-ID.
           ACCEPT WS-IN-ID.
           MOVE FUNCTION UPPER-CASE (WS-IN-ID) TO WS-IN-ID.
           IF WS-IN-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-ID TO WS-INC-ID.
           READ INCIDENT-FILE
               INVALID KEY
                   DISPLAY "Incident inconnu: " FUNCTION TRIM (WS-IN-ID)
                   MOVE SPACES TO WS-IN-ID
           END-READ.
           EXIT.

       READ-OPEN-INCIDENT.
           PERFORM READ-EXISTING-INCIDENT.
           IF WS-IN-ID NOT = SPACES AND WS-INC-STATUS = "CLOSED"
               DISPLAY "Incident deja cloture."
               MOVE SPACES TO WS-IN-ID
           END-IF.
           EXIT.

      *> REWRITE-INCIDENT stamps and rewrites the current record;
      *> WS-IN-ID comes back blank if the rewrite failed.
       REWRITE-INCIDENT.
           PERFORM SET-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-INC-CHANGED.
           REWRITE WS-INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour impossible: "
                       WS-INCIDENT-STATUS
                   MOVE SPACES TO WS-IN-ID
           END-REWRITE.
           EXIT.

      *> ASK-STAMP takes YYYYMMDDHHMMSS, or now when left empty; a
      *> time in the future is refused.
       ASK-STAMP.
           MOVE "N" TO WS-FIELD-OK.
           PERFORM SET-NOW-STAMP.
           MOVE SPACES TO WS-IN-STAMP.
           ACCEPT WS-IN-STAMP.
           IF WS-IN-STAMP = SPACES
               MOVE WS-NOW-STAMP TO WS-STAMP-RESULT
               MOVE "Y" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-STAMP IS NOT NUMERIC
               DISPLAY "Horodatage invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-STAMP (1:8) TO WS-STAMP-DATE.
           MOVE WS-IN-STAMP (9:6) TO WS-STAMP-TIME.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-STAMP-DATE) NOT = 0
                   OR WS-IN-STAMP (9:2) > "23"
                   OR WS-IN-STAMP (11:2) > "59"
                   OR WS-IN-STAMP (13:2) > "59"
               DISPLAY "Horodatage invalide."
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-STAMP > WS-NOW-STAMP
               DISPLAY "Horodatage dans le futur."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-STAMP TO WS-STAMP-RESULT.
           MOVE "Y" TO WS-FIELD-OK.
           EXIT.

       SET-NOW-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE WS-LOG-TIMESTAMP (1:14) TO WS-NOW-STAMP.
           EXIT.

       STAMP-TO-SECONDS.
           MOVE WS-CALC-STAMP (1:8) TO WS-CALC-DAY.
           MOVE WS-CALC-STAMP (9:2) TO WS-CALC-HH.
           MOVE WS-CALC-STAMP (11:2) TO WS-CALC-MM.
           MOVE WS-CALC-STAMP (13:2) TO WS-CALC-SS.
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DAY) * 86400
               + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.
           EXIT.

       SECONDS-TO-STAMP.
           COMPUTE WS-CALC-DAYS = WS-CALC-SECS / 86400.
           COMPUTE WS-CALC-DAY =
               FUNCTION DATE-OF-INTEGER (WS-CALC-DAYS).
           COMPUTE WS-CALC-REST = WS-CALC-SECS - WS-CALC-DAYS * 86400.
           COMPUTE WS-CALC-HH = WS-CALC-REST / 3600.
           COMPUTE WS-CALC-MM = FUNCTION MOD (WS-CALC-REST, 3600) / 60.
           COMPUTE WS-CALC-SS = FUNCTION MOD (WS-CALC-REST, 60).
           MOVE SPACES TO WS-CALC-STAMP.
           STRING WS-CALC-DAY DELIMITED BY SIZE
                  WS-CALC-HH DELIMITED BY SIZE
                  WS-CALC-MM DELIMITED BY SIZE
                  WS-CALC-SS DELIMITED BY SIZE
               INTO WS-CALC-STAMP
           END-STRING.
           EXIT.

      *> RECORD-INCIDENT-STEP puts WS-ACTION-TEXT on the incident's
      *> timeline and in the maintenance log.
       RECORD-INCIDENT-STEP.
           PERFORM SET-NOW-STAMP.
           OPEN EXTEND ACTION-FILE.
           IF WS-ACTION-STATUS = "35"
               OPEN OUTPUT ACTION-FILE
           END-IF.
           IF WS-ACTION-STATUS = "00"
               MOVE SPACES TO WS-ACTION-LINE
               STRING FUNCTION TRIM (WS-INC-ID) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-NOW-STAMP DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ACTION-TEXT) DELIMITED BY SIZE
                   INTO WS-ACTION-LINE
               END-STRING
               WRITE WS-ACTION-LINE
               CLOSE ACTION-FILE
           ELSE
               DISPLAY "Journal des actions inaccessible: "
                   WS-ACTION-STATUS
           END-IF.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "incident " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-ID) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACTION-TEXT) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           PERFORM LOG-INCIDENT-CHANGE.
           EXIT.

       LOG-INCIDENT-CHANGE.
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
