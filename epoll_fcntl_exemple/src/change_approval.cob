       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.
      *> APPROVE is the second pair of eyes on the changes the other
      *> consoles will not make alone: role grants and admin password
      *> resets (USERADMIN, MAINTAIN), ACL rules removed or changed
      *> (MAINTAIN) and transactions dropped over
      *> DUAL_CONTROL_DROP_AMOUNT (TXNREPAIR). Those wait in
      *> logs/pending_changes.dat (dual_control.cpy); here an operator
      *> other than the one who asked lists them and approves or
      *> declines each. Approving applies the change to its file -
      *> the one line it names is replaced or removed through a temp
      *> copy and a rename - after keeping a CONFHIST version when
      *> the file is under config/. A change whose line is no longer
      *> in the file (edited or handled since) is not applied and is
      *> marked STALE. Every decision is logged to
      *> logs/maintenance.log with both names, and stays on the
      *> queue line with its time and decider.
      *>   cobcrun APPROVE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DC-QUEUE-FILE ASSIGN TO WS-DC-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DC-QUEUE-STATUS.
           SELECT TARGET-FILE ASSIGN TO WS-TARGET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DC-QUEUE-FILE.
       01  WS-DC-QUEUE-LINE       PIC X(800).
       FD  TARGET-FILE.
       01  WS-TARGET-LINE         PIC X(8448).
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(8448).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-DC-QUEUE-PATH        PIC X(256)
           VALUE "logs/pending_changes.dat".
       77 WS-DC-QUEUE-TMP-PATH    PIC X(256)
           VALUE "logs/pending_changes.tmp".
       77 WS-DC-QUEUE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-TARGET-PATH          PIC X(256) VALUE SPACES.
       77 WS-TARGET-STATUS        PIC X(2) VALUE SPACES.
       77 WS-WORK-PATH            PIC X(256) VALUE SPACES.
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-CV-FILE              PIC X(256) VALUE SPACES.
       77 WS-CV-OPERATOR          PIC X(32) VALUE SPACES.
       77 WS-CV-COMMAND           PIC X(400) VALUE SPACES.
       77 WS-CV-RET               PIC S9(9) COMP VALUE 0.

      *> Queue rows, the layout QUEUE-PENDING-CHANGE appends:
      *> id|status|kind|requested|requester|decided|decider|target|
      *> mode|old-len|new-len|summary|<old line><new line>.
       01 WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 200 TIMES.
              10 WS-PC-ID         PIC X(18) VALUE SPACES.
              10 WS-PC-STATUS     PIC X(8) VALUE SPACES.
              10 WS-PC-KIND       PIC X(12) VALUE SPACES.
              10 WS-PC-REQUESTED  PIC X(14) VALUE SPACES.
              10 WS-PC-REQUESTER  PIC X(32) VALUE SPACES.
              10 WS-PC-DECIDED    PIC X(14) VALUE SPACES.
              10 WS-PC-DECIDER    PIC X(32) VALUE SPACES.
              10 WS-PC-TARGET     PIC X(64) VALUE SPACES.
              10 WS-PC-MODE       PIC X(1) VALUE SPACE.
              10 WS-PC-MATCH-LEN  PIC 9(4) VALUE 0.
              10 WS-PC-NEW-LEN    PIC 9(4) VALUE 0.
              10 WS-PC-SUMMARY    PIC X(120) VALUE SPACES.
              10 WS-PC-MATCH      PIC X(256) VALUE SPACES.
              10 WS-PC-NEW        PIC X(256) VALUE SPACES.
       77 WS-PC-COUNT             PIC 9(4) VALUE 0.
       77 WS-PC-OPEN-COUNT        PIC 9(4) VALUE 0.
       77 WS-PC-LEN-X             PIC X(8) VALUE SPACES.
       77 WS-PC-NEW-LEN-X         PIC X(8) VALUE SPACES.
       77 WS-PC-PTR               PIC S9(9) COMP VALUE 1.

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
       77 WS-CHANGE-TEXT          PIC X(200) VALUE SPACES.
       77 WS-ACTION-CHOICE        PIC X(1) VALUE SPACE.
       77 WS-ROW-CHOICE-X         PIC X(4) VALUE SPACES.
       77 WS-ROW-CHOICE           PIC 9(4) VALUE 0.
       77 WS-CHOSEN-ID            PIC X(18) VALUE SPACES.
       77 WS-CONFIRM              PIC X(1) VALUE SPACE.
       77 WS-DONE                 PIC X(1) VALUE "N".
       77 WS-ROW-OK               PIC X(1) VALUE "N".
       77 WS-SHOW-ALL             PIC X(1) VALUE "N".
       77 WS-SCAN                 PIC 9(4) VALUE 0.
       77 WS-SCAN-DISPLAY         PIC Z(3)9.
       77 WS-DECISION             PIC X(8) VALUE SPACES.

      *> Applying one change to its target file.
       77 WS-APPLIED              PIC X(1) VALUE "N".
       77 WS-APPLY-OK             PIC X(1) VALUE "N".
       77 WS-LINE-HIT             PIC X(1) VALUE "N".
       77 WS-TMP-PATH             PIC X(256) VALUE SPACES.
       77 WS-FROM-C-PATH          PIC X(257) VALUE SPACES.
       77 WS-TO-C-PATH            PIC X(257) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Approbation des changements sensibles ===".
           DISPLAY "Nom de l'operateur: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "Operateur obligatoire."
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-NAME.
           IF WS-OPERATOR-OK NOT = "Y"
               DISPLAY "Nom d'operateur invalide (lettres, chiffres,"
                   " ""."", ""_"" et ""-"" seulement)."
               STOP RUN
           END-IF.
           PERFORM LOAD-QUEUE-ROWS.
           MOVE WS-PC-OPEN-COUNT TO WS-SCAN-DISPLAY.
           DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY)
               " changement(s) en attente.".
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "Attente - L:lister T:tout A:approuver"
                   " D:refuser Q:quitter : " WITH NO ADVANCING
               ACCEPT WS-ACTION-CHOICE
               EVALUATE FUNCTION UPPER-CASE (WS-ACTION-CHOICE)
                   WHEN "L"
                       MOVE "N" TO WS-SHOW-ALL
                       PERFORM LIST-QUEUE-ROWS
                   WHEN "T"
                       MOVE "Y" TO WS-SHOW-ALL
                       PERFORM LIST-QUEUE-ROWS
                   WHEN "A"
                       MOVE "APPROVED" TO WS-DECISION
                       PERFORM DECIDE-QUEUE-ROW
                   WHEN "D"
                       MOVE "DECLINED" TO WS-DECISION
                       PERFORM DECIDE-QUEUE-ROW
                   WHEN "Q"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
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

      *> LOAD-QUEUE-ROWS reads the queue for listing and deciding.
      *> Once the table is three-quarters full only PENDING rows are
      *> taken, so a long history never hides what still needs a
      *> decision; the file itself keeps every row (SAVE-QUEUE-ROWS
      *> copies the others through untouched).
       LOAD-QUEUE-ROWS.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 0 TO WS-PC-OPEN-COUNT.
           OPEN INPUT DC-QUEUE-FILE.
           IF WS-DC-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DC-QUEUE-STATUS = "10"
                   OR WS-PC-COUNT >= 200
               READ DC-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-DC-QUEUE-LINE NOT = SPACES
                           PERFORM LOAD-ONE-QUEUE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DC-QUEUE-FILE.
           EXIT.

       LOAD-ONE-QUEUE-ROW.
           ADD 1 TO WS-PC-COUNT.
           MOVE SPACES TO WS-PC-ENTRY (WS-PC-COUNT).
           MOVE SPACES TO WS-PC-LEN-X WS-PC-NEW-LEN-X.
           MOVE 1 TO WS-PC-PTR.
           UNSTRING WS-DC-QUEUE-LINE DELIMITED BY "|"
               INTO WS-PC-ID (WS-PC-COUNT)
                    WS-PC-STATUS (WS-PC-COUNT)
                    WS-PC-KIND (WS-PC-COUNT)
                    WS-PC-REQUESTED (WS-PC-COUNT)
                    WS-PC-REQUESTER (WS-PC-COUNT)
                    WS-PC-DECIDED (WS-PC-COUNT)
                    WS-PC-DECIDER (WS-PC-COUNT)
                    WS-PC-TARGET (WS-PC-COUNT)
                    WS-PC-MODE (WS-PC-COUNT)
                    WS-PC-LEN-X
                    WS-PC-NEW-LEN-X
                    WS-PC-SUMMARY (WS-PC-COUNT)
               WITH POINTER WS-PC-PTR
           END-UNSTRING.
           MOVE 0 TO WS-PC-MATCH-LEN (WS-PC-COUNT).
           MOVE 0 TO WS-PC-NEW-LEN (WS-PC-COUNT).
           IF WS-PC-LEN-X (1:4) IS NUMERIC
               MOVE WS-PC-LEN-X (1:4) TO WS-PC-MATCH-LEN (WS-PC-COUNT)
           END-IF.
           IF WS-PC-NEW-LEN-X (1:4) IS NUMERIC
               MOVE WS-PC-NEW-LEN-X (1:4)
                   TO WS-PC-NEW-LEN (WS-PC-COUNT)
           END-IF.
           *> A row whose lengths run past the line cannot be trusted
           *> to name the right line; it is shown but never applied.
           IF WS-PC-MATCH-LEN (WS-PC-COUNT) > 256
                   OR WS-PC-NEW-LEN (WS-PC-COUNT) > 256
                   OR WS-PC-MATCH-LEN (WS-PC-COUNT) = 0
                   OR WS-PC-PTR + WS-PC-MATCH-LEN (WS-PC-COUNT)
                       + WS-PC-NEW-LEN (WS-PC-COUNT) - 1 > 800
               MOVE 0 TO WS-PC-MATCH-LEN (WS-PC-COUNT)
               MOVE 0 TO WS-PC-NEW-LEN (WS-PC-COUNT)
               IF WS-PC-STATUS (WS-PC-COUNT) = "PENDING"
                   MOVE "STALE" TO WS-PC-STATUS (WS-PC-COUNT)
               END-IF
           ELSE
               MOVE WS-DC-QUEUE-LINE
                   (WS-PC-PTR : WS-PC-MATCH-LEN (WS-PC-COUNT))
                   TO WS-PC-MATCH (WS-PC-COUNT)
               IF WS-PC-NEW-LEN (WS-PC-COUNT) > 0
                   COMPUTE WS-PC-PTR =
                       WS-PC-PTR + WS-PC-MATCH-LEN (WS-PC-COUNT)
                   MOVE WS-DC-QUEUE-LINE
                       (WS-PC-PTR : WS-PC-NEW-LEN (WS-PC-COUNT))
                       TO WS-PC-NEW (WS-PC-COUNT)
               END-IF
           END-IF.
           IF WS-PC-STATUS (WS-PC-COUNT) = "PENDING"
               ADD 1 TO WS-PC-OPEN-COUNT
           ELSE
               IF WS-PC-COUNT > 150
                   SUBTRACT 1 FROM WS-PC-COUNT
               END-IF
           END-IF.
           EXIT.

       LIST-QUEUE-ROWS.
           DISPLAY "  # id / type / demandeur / changement".
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PC-COUNT
               IF WS-SHOW-ALL = "Y"
                       OR WS-PC-STATUS (WS-SCAN) = "PENDING"
                   MOVE WS-SCAN TO WS-SCAN-DISPLAY
                   DISPLAY FUNCTION TRIM (WS-SCAN-DISPLAY) ". "
                       FUNCTION TRIM (WS-PC-ID (WS-SCAN)) " "
                       WS-PC-STATUS (WS-SCAN) " "
                       WS-PC-KIND (WS-SCAN) " "
                       FUNCTION TRIM (WS-PC-REQUESTER (WS-SCAN))
                       " " WS-PC-REQUESTED (WS-SCAN)
                   DISPLAY "      "
                       FUNCTION TRIM (WS-PC-SUMMARY (WS-SCAN))
                   IF WS-PC-DECIDER (WS-SCAN) NOT = SPACES
                       DISPLAY "      decide par "
                           FUNCTION TRIM (WS-PC-DECIDER (WS-SCAN))
                           " le " WS-PC-DECIDED (WS-SCAN)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> DECIDE-QUEUE-ROW re-reads the queue before acting on the
      *> chosen row, so a change queued or decided from another
      *> console since this one started is neither lost nor decided
      *> twice; the queue is rewritten straight after the decision.
       DECIDE-QUEUE-ROW.
           PERFORM ASK-ROW-NUMBER.
           IF WS-ROW-CHOICE = 0 OR WS-ROW-CHOICE > WS-PC-COUNT
               DISPLAY "Numero de ligne invalide."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-ID (WS-ROW-CHOICE) TO WS-CHOSEN-ID.
           PERFORM LOAD-QUEUE-ROWS.
           PERFORM FIND-CHOSEN-ROW.
           IF WS-ROW-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY FUNCTION TRIM (WS-PC-SUMMARY (WS-ROW-CHOICE))
               " (demande par "
               FUNCTION TRIM (WS-PC-REQUESTER (WS-ROW-CHOICE)) ")".
           DISPLAY "Confirmer (O/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "O"
               DISPLAY "Rien n'est change."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECISION = "APPROVED"
               PERFORM APPLY-QUEUED-CHANGE
               IF WS-APPLIED NOT = "Y"
                   IF WS-APPLY-OK = "Y"
                       MOVE "STALE" TO WS-DECISION
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DECISION TO WS-PC-STATUS (WS-ROW-CHOICE).
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE WS-LOG-TIMESTAMP (1:14)
               TO WS-PC-DECIDED (WS-ROW-CHOICE).
           MOVE WS-OPERATOR TO WS-PC-DECIDER (WS-ROW-CHOICE).
           PERFORM SAVE-QUEUE-ROWS.
           PERFORM LOG-DECISION.
           EVALUATE WS-DECISION
               WHEN "APPROVED"
                   DISPLAY "Changement applique a "
                       FUNCTION TRIM (WS-PC-TARGET (WS-ROW-CHOICE))
                       "."
                   IF WS-PC-TARGET (WS-ROW-CHOICE) (1:7) = "config/"
                       DISPLAY "Effectif au prochain reload du serveur"
                           " (SIGHUP ou admin /reload)."
                   END-IF
               WHEN "STALE"
                   DISPLAY "La ligne visee n'est plus dans "
                       FUNCTION TRIM (WS-PC-TARGET (WS-ROW-CHOICE))
                       " - changement non applique (STALE)."
               WHEN OTHER
                   DISPLAY "Changement refuse."
           END-EVALUATE.
           EXIT.

      *> FIND-CHOSEN-ROW points WS-ROW-CHOICE at WS-CHOSEN-ID in the
      *> freshly loaded queue and checks this operator may decide it.
       FIND-CHOSEN-ROW.
           MOVE "N" TO WS-ROW-OK.
           MOVE 0 TO WS-ROW-CHOICE.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-PC-COUNT
               IF WS-PC-ID (WS-SCAN) = WS-CHOSEN-ID
                   MOVE WS-SCAN TO WS-ROW-CHOICE
               END-IF
           END-PERFORM.
           IF WS-ROW-CHOICE = 0
               DISPLAY "Ce changement n'est plus dans la file."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PC-STATUS (WS-ROW-CHOICE) NOT = "PENDING"
               DISPLAY "Ce changement est deja traite ("
                   FUNCTION TRIM (WS-PC-STATUS (WS-ROW-CHOICE)) ")."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LOWER-CASE (WS-PC-REQUESTER (WS-ROW-CHOICE))
                   = FUNCTION LOWER-CASE (WS-OPERATOR)
               DISPLAY "Demande par vous-meme - un autre operateur"
                   " doit decider."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ROW-OK.
           EXIT.

      *> APPLY-QUEUED-CHANGE copies the target to a temp file with
      *> the first line the change names replaced (or left out), then
      *> renames the copy over the original. WS-APPLY-OK says the
      *> target could be read; WS-APPLIED that the line was found
      *> and the file replaced. With no such line the temp copy is
      *> thrown away and the file is left exactly as it was.
       APPLY-QUEUED-CHANGE.
           MOVE "N" TO WS-APPLIED.
           MOVE "N" TO WS-APPLY-OK.
           MOVE "N" TO WS-LINE-HIT.
           MOVE WS-PC-TARGET (WS-ROW-CHOICE) TO WS-TARGET-PATH.
           MOVE SPACES TO WS-TMP-PATH.
           STRING FUNCTION TRIM (WS-TARGET-PATH) DELIMITED BY SIZE
                  ".approve" DELIMITED BY SIZE
               INTO WS-TMP-PATH
           END-STRING.
           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "Lecture impossible de "
                   FUNCTION TRIM (WS-TARGET-PATH) ": "
                   WS-TARGET-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TMP-PATH TO WS-WORK-PATH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Ecriture impossible: " WS-WORK-STATUS
               CLOSE TARGET-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-APPLY-OK.
           PERFORM UNTIL WS-TARGET-STATUS = "10"
               READ TARGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM COPY-ONE-TARGET-LINE
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.
           CLOSE WORK-FILE.
           IF WS-LINE-HIT NOT = "Y"
               MOVE SPACES TO WS-FROM-C-PATH
               STRING FUNCTION TRIM (WS-TMP-PATH) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-FROM-C-PATH
               END-STRING
               CALL "unlink" USING
                   BY REFERENCE WS-FROM-C-PATH
                   RETURNING WS-RET
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-PATH (1:7) = "config/"
               MOVE WS-TARGET-PATH TO WS-CV-FILE
               MOVE WS-OPERATOR TO WS-CV-OPERATOR
               PERFORM SAVE-CONFIG-VERSION
           END-IF.
           MOVE WS-TMP-PATH TO WS-WORK-PATH.
           PERFORM RENAME-INTO-PLACE.
           IF WS-RET = 0
               MOVE "Y" TO WS-APPLIED
           ELSE
               MOVE "N" TO WS-APPLY-OK
           END-IF.
           EXIT.

      *> A whole-line change ("L") matches a line equal to the old
      *> line; a key change ("K") one that starts with it.
       COPY-ONE-TARGET-LINE.
           IF WS-LINE-HIT NOT = "Y"
               IF WS-PC-MODE (WS-ROW-CHOICE) = "K"
                   IF WS-TARGET-LINE
                           (1 : WS-PC-MATCH-LEN (WS-ROW-CHOICE))
                           = WS-PC-MATCH (WS-ROW-CHOICE)
                             (1 : WS-PC-MATCH-LEN (WS-ROW-CHOICE))
                       MOVE "Y" TO WS-LINE-HIT
                   END-IF
               ELSE
                   IF WS-TARGET-LINE = WS-PC-MATCH (WS-ROW-CHOICE)
                       MOVE "Y" TO WS-LINE-HIT
                   END-IF
               END-IF
               IF WS-LINE-HIT = "Y"
                   IF WS-PC-NEW-LEN (WS-ROW-CHOICE) > 0
                       MOVE WS-PC-NEW (WS-ROW-CHOICE) TO WS-WORK-LINE
                       WRITE WS-WORK-LINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-TARGET-LINE TO WS-WORK-LINE.
           WRITE WS-WORK-LINE.
           EXIT.

      *> RENAME-INTO-PLACE renames WS-WORK-PATH over WS-TARGET-PATH;
      *> WS-RET is zero when it worked.
       RENAME-INTO-PLACE.
           MOVE SPACES TO WS-FROM-C-PATH WS-TO-C-PATH.
           STRING FUNCTION TRIM (WS-WORK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FROM-C-PATH
           END-STRING.
           STRING FUNCTION TRIM (WS-TARGET-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-TO-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-FROM-C-PATH
               BY REFERENCE WS-TO-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Renommage impossible: "
                   FUNCTION TRIM (WS-WORK-PATH)
           END-IF.
           EXIT.

      *> SAVE-QUEUE-ROWS copies the queue through a temp file with
      *> the decided row's line replaced; every other line, including
      *> one appended by another console a moment ago, goes through
      *> as it is.
       SAVE-QUEUE-ROWS.
           OPEN INPUT DC-QUEUE-FILE.
           IF WS-DC-QUEUE-STATUS NOT = "00"
               DISPLAY "Lecture impossible: " WS-DC-QUEUE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-QUEUE-TMP-PATH TO WS-WORK-PATH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Reecriture impossible: " WS-WORK-STATUS
               CLOSE DC-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-CHOICE TO WS-SCAN.
           PERFORM UNTIL WS-DC-QUEUE-STATUS = "10"
               READ DC-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-DC-QUEUE-LINE (1:18) = WS-PC-ID (WS-SCAN)
                           PERFORM FORMAT-QUEUE-ROW
                       ELSE
                           MOVE WS-DC-QUEUE-LINE TO WS-WORK-LINE
                       END-IF
                       WRITE WS-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE DC-QUEUE-FILE.
           CLOSE WORK-FILE.
           MOVE WS-DC-QUEUE-PATH TO WS-TARGET-PATH.
           PERFORM RENAME-INTO-PLACE.
           EXIT.

       FORMAT-QUEUE-ROW.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE 1 TO WS-PC-PTR.
           STRING FUNCTION TRIM (WS-PC-ID (WS-SCAN)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-STATUS (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-KIND (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-REQUESTED (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-REQUESTER (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-DECIDED (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-DECIDER (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-TARGET (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PC-MODE (WS-SCAN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PC-MATCH-LEN (WS-SCAN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PC-NEW-LEN (WS-SCAN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-SUMMARY (WS-SCAN))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-WORK-LINE
               WITH POINTER WS-PC-PTR
           END-STRING.
           IF WS-PC-MATCH-LEN (WS-SCAN) > 0
               STRING WS-PC-MATCH (WS-SCAN)
                          (1 : WS-PC-MATCH-LEN (WS-SCAN))
                          DELIMITED BY SIZE
                   INTO WS-WORK-LINE
                   WITH POINTER WS-PC-PTR
               END-STRING
           END-IF.
           IF WS-PC-NEW-LEN (WS-SCAN) > 0
               STRING WS-PC-NEW (WS-SCAN)
                          (1 : WS-PC-NEW-LEN (WS-SCAN))
                          DELIMITED BY SIZE
                   INTO WS-WORK-LINE
                   WITH POINTER WS-PC-PTR
               END-STRING
           END-IF.
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

      *> LOG-DECISION writes the MAINTAIN-shaped audit line, naming
      *> the requester and the operator who decided.
       LOG-DECISION.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "dual-control " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE (WS-DECISION) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-ID (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-SUMMARY (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " requested_by=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PC-REQUESTER (WS-ROW-CHOICE))
                      DELIMITED BY SIZE
                  " decided_by=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPERATOR) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
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

       COPY "config_version.cpy".
