       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERREPORT.
      *> OPERREPORT is the operator-activity report the quarterly
      *> access review asks for. logs/maintenance.log collects the
      *> changes MAINTAIN, USERADMIN, TXNREPAIR, DOCADMIN, SESSADMIN,
      *> PUBLISH and the other consoles make, one line each with the
      *> operator's name; this reads it as a whole for a period
      *> (default the calendar quarter to date) and writes
      *> logs/operator_activity_report.txt:
      *>   - actions per day per operator, by program and action
      *>     type (route added, user added, txn resubmitted, txn
      *>     dropped, document released, session revoked, content
      *>     published, ...), with totals per operator;
      *>   - every action taken outside business hours
      *>     (BUSINESS_DAY_START/BUSINESS_DAY_END in
      *>     config/webserver.conf, Monday to Friday);
      *>   - accounts created and afterwards used - as a web login
      *>     in logs/session_activity.log or as the operator of a
      *>     later change - noting when the login came from an
      *>     address the creator had used;
      *>   - segregation-of-duties conflicts: one person confirming
      *>     a re-order and resubmitting the same transaction,
      *>     approving a cycle-count variance they counted, or
      *>     changing their own account's role, password or lock.
      *>   cobcrun OPERREPORT [<from yyyymmdd> [<to yyyymmdd>]]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT SESSACT-FILE ASSIGN TO WS-SESSACT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSACT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE         PIC X(256).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).
       FD  SESSACT-FILE.
       01  WS-SESSACT-LINE        PIC X(160).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(200).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-STATUS        PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-SESSACT-PATH         PIC X(256)
           VALUE "logs/session_activity.log".
       77 WS-SESSACT-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/operator_activity_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-DAY-START            PIC 9(4) VALUE 800.
       77 WS-DAY-END              PIC 9(4) VALUE 1800.

       77 WS-COMMAND-LINE         PIC X(200) VALUE SPACES.
       77 WS-ARG-FROM             PIC X(16) VALUE SPACES.
       77 WS-ARG-TO               PIC X(16) VALUE SPACES.
       77 WS-FROM-DATE            PIC 9(8) VALUE 0.
       77 WS-TO-DATE              PIC 9(8) VALUE 0.
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-NOW-STAMP            PIC X(21) VALUE SPACES.
       77 WS-TODAY-MONTH          PIC 9(2) VALUE 0.
       77 WS-QUARTER-MONTH        PIC 9(2) VALUE 0.

      *> One maintenance.log line taken apart.
       77 WS-LINE-STAMP           PIC X(21) VALUE SPACES.
       77 WS-LINE-OPERATOR        PIC X(32) VALUE SPACES.
       77 WS-LINE-CHANGE          PIC X(200) VALUE SPACES.
       77 WS-LINE-DATE            PIC 9(8) VALUE 0.
       77 WS-LINE-HHMM            PIC 9(4) VALUE 0.
       77 WS-LINE-WEEKDAY         PIC 9(1) VALUE 0.
       77 WS-LINE-OFF-HOURS       PIC X(1) VALUE "N".
       77 WS-LINE-PROGRAM         PIC X(12) VALUE SPACES.
       77 WS-LINE-ACTION          PIC X(24) VALUE SPACES.
       77 WS-LINE-IN-PERIOD       PIC X(1) VALUE "N".
       77 WS-WORD-1               PIC X(64) VALUE SPACES.
       77 WS-WORD-2               PIC X(64) VALUE SPACES.
       77 WS-WORD-3               PIC X(64) VALUE SPACES.
       77 WS-WORD-4               PIC X(64) VALUE SPACES.
       77 WS-WORD-5               PIC X(64) VALUE SPACES.
       77 WS-SCAN-JUNK            PIC X(200) VALUE SPACES.
       77 WS-LINES-READ           PIC 9(7) VALUE 0.
       77 WS-LINES-IN-PERIOD      PIC 9(7) VALUE 0.

      *> Actions per day, operator, program and action type.
       01 WS-TALLY-TABLE.
           05 WS-TL-ENTRY OCCURS 600 TIMES.
              10 WS-TL-KEY.
                 15 WS-TL-DATE    PIC 9(8).
                 15 WS-TL-OPERATOR PIC X(32).
                 15 WS-TL-PROGRAM PIC X(12).
                 15 WS-TL-ACTION  PIC X(24).
              10 WS-TL-COUNT      PIC 9(5).
              10 WS-TL-OFF-HOURS  PIC 9(5).
       01 WS-TL-HOLD.
           05 WS-TL-HOLD-KEY      PIC X(76).
           05 WS-TL-HOLD-COUNT    PIC 9(5).
           05 WS-TL-HOLD-OFF      PIC 9(5).
       77 WS-TL-COUNT-USED        PIC 9(4) COMP VALUE 0.
       77 WS-TL-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-TL-FOUND             PIC 9(4) COMP VALUE 0.
       77 WS-TL-OVERFLOW          PIC 9(7) VALUE 0.
       77 WS-SORT-I               PIC 9(4) COMP VALUE 0.
       77 WS-SORT-J               PIC 9(4) COMP VALUE 0.

      *> Totals per operator.
       01 WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 60 TIMES.
              10 WS-OP-NAME       PIC X(32).
              10 WS-OP-ACTIONS    PIC 9(7).
              10 WS-OP-OFF-HOURS  PIC 9(7).
              10 WS-OP-DAYS       PIC 9(5).
              10 WS-OP-LAST-DATE  PIC 9(8).
       77 WS-OP-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-OP-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-OP-FOUND             PIC 9(4) COMP VALUE 0.

      *> Out-of-hours actions, as they will be printed.
       01 WS-OFF-HOURS-TABLE.
           05 WS-OH-LINE OCCURS 300 TIMES PIC X(200).
       77 WS-OH-COUNT             PIC 9(5) VALUE 0.
       77 WS-OH-KEPT              PIC 9(4) COMP VALUE 0.
       77 WS-OH-INDEX             PIC 9(4) COMP VALUE 0.

      *> Accounts created (by anyone, at any time up to the end of
      *> the period) and the first use of each after its creation.
       01 WS-CREATED-TABLE.
           05 WS-CR-ENTRY OCCURS 100 TIMES.
              10 WS-CR-USER       PIC X(32).
              10 WS-CR-CREATOR    PIC X(32).
              10 WS-CR-STAMP      PIC X(14).
              10 WS-CR-USE-STAMP  PIC X(14).
              10 WS-CR-USE-KIND   PIC X(16).
              10 WS-CR-USE-IP     PIC X(39).
       77 WS-CR-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-CR-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-CR-USED              PIC 9(4) COMP VALUE 0.
       77 WS-TARGET-USER          PIC X(32) VALUE SPACES.

      *> Every (user, address) pair seen in session_activity.log.
       01 WS-SESSION-IP-TABLE.
           05 WS-SI-ENTRY OCCURS 400 TIMES.
              10 WS-SI-USER       PIC X(32).
              10 WS-SI-IP         PIC X(39).
       77 WS-SI-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-SI-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-SI-FOUND             PIC 9(4) COMP VALUE 0.
       77 WS-SA-STAMP             PIC X(14) VALUE SPACES.
       77 WS-SA-EVENT             PIC X(8) VALUE SPACES.
       77 WS-SA-USER              PIC X(32) VALUE SPACES.
       77 WS-SA-IP                PIC X(39) VALUE SPACES.
       77 WS-SAME-IP              PIC X(1) VALUE "N".

      *> Transaction actions, for the resubmit/confirm pairing.
       01 WS-TXN-ACTION-TABLE.
           05 WS-TA-ENTRY OCCURS 400 TIMES.
              10 WS-TA-KEY        PIC X(64).
              10 WS-TA-OPERATOR   PIC X(32).
              10 WS-TA-KIND       PIC X(1).
              10 WS-TA-STAMP      PIC X(14).
       77 WS-TA-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-TA-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-TA-OTHER             PIC 9(4) COMP VALUE 0.

      *> Segregation-of-duties findings, as they will be printed.
       01 WS-CONFLICT-TABLE.
           05 WS-SD-LINE OCCURS 200 TIMES PIC X(200).
       77 WS-SD-COUNT             PIC 9(5) VALUE 0.
       77 WS-SD-KEPT              PIC 9(4) COMP VALUE 0.
       77 WS-SD-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-SD-TEXT              PIC X(200) VALUE SPACES.

       77 WS-COUNTED-BY           PIC X(32) VALUE SPACES.
       77 WS-DATE-TEXT            PIC X(10) VALUE SPACES.
       77 WS-DATE-IN              PIC 9(8) VALUE 0.
       77 WS-STAMP-TEXT           PIC X(16) VALUE SPACES.
       77 WS-STAMP-IN             PIC X(14) VALUE SPACES.
       77 WS-DISPLAY-A            PIC Z(6)9.
       77 WS-DISPLAY-B            PIC Z(6)9.
       77 WS-DISPLAY-C            PIC Z(4)9.
       77 WS-HHMM-DISPLAY         PIC 9(4).
       77 WS-HHMM-DISPLAY-2       PIC 9(4).
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-REPORT-PERIOD.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM LOAD-BUSINESS-HOURS.
           PERFORM SCAN-MAINTENANCE-LOG.
           PERFORM SCAN-SESSION-ACTIVITY.
           PERFORM FIND-TXN-CONFLICTS.
           PERFORM SORT-TALLY-ROWS.
           PERFORM TOTAL-BY-OPERATOR.
           PERFORM WRITE-ACTIVITY-REPORT.
           STOP RUN.

      *> SET-REPORT-PERIOD: from/to on the command line, otherwise
      *> the first day of the current quarter through today.
       SET-REPORT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP (1:8) TO WS-TODAY.
           MOVE WS-NOW-STAMP (5:2) TO WS-TODAY-MONTH.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-FROM WS-ARG-TO
           END-UNSTRING.
           IF WS-ARG-FROM = SPACES
               COMPUTE WS-QUARTER-MONTH =
                   ((WS-TODAY-MONTH - 1) / 3) * 3 + 1
               MOVE WS-TODAY TO WS-FROM-DATE
               MOVE WS-QUARTER-MONTH TO WS-FROM-DATE (5:2)
               MOVE "01" TO WS-FROM-DATE (7:2)
           ELSE
               IF WS-ARG-FROM (1:8) IS NOT NUMERIC
                       OR WS-ARG-FROM (9:1) NOT = SPACE
                   DISPLAY "Date de debut invalide (AAAAMMJJ): "
                       FUNCTION TRIM (WS-ARG-FROM)
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-FROM (1:8) TO WS-FROM-DATE
           END-IF.
           IF WS-ARG-TO = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           ELSE
               IF WS-ARG-TO (1:8) IS NOT NUMERIC
                       OR WS-ARG-TO (9:1) NOT = SPACE
                   DISPLAY "Date de fin invalide (AAAAMMJJ): "
                       FUNCTION TRIM (WS-ARG-TO)
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-TO (1:8) TO WS-TO-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
                   OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Periode invalide."
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

       LOAD-BUSINESS-HOURS.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-STATUS = "10"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CONFIG-LINE (1:1) NOT = "#"
                               AND WS-CONFIG-LINE NOT = SPACES
                           MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
                           UNSTRING WS-CONFIG-LINE DELIMITED BY "="
                               INTO WS-CFG-KEY WS-CFG-VALUE
                           END-UNSTRING
                           EVALUATE WS-CFG-KEY
                               WHEN "BUSINESS_DAY_START"
                                   IF WS-CFG-VALUE (1:4) IS NUMERIC
                                       MOVE WS-CFG-VALUE (1:4)
                                           TO WS-DAY-START
                                   END-IF
                               WHEN "BUSINESS_DAY_END"
                                   IF WS-CFG-VALUE (1:4) IS NUMERIC
                                       MOVE WS-CFG-VALUE (1:4)
                                           TO WS-DAY-END
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

      *> ------------------------------------------------------------
      *> SCAN-MAINTENANCE-LOG reads every line up to the end of the
      *> period: account creations and their later use are tracked
      *> from the start of the log, everything else only inside the
      *> period.
       SCAN-MAINTENANCE-LOG.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS NOT = "00"
               DISPLAY "Journal de maintenance absent: "
                   FUNCTION TRIM (WS-MAINT-LOG-PATH)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAINT-LOG-STATUS = "10"
               READ MAINT-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM TAKE-ONE-MAINT-LINE
               END-READ
           END-PERFORM.
           CLOSE MAINT-LOG-FILE.
           EXIT.

       TAKE-ONE-MAINT-LINE.
           IF WS-MAINT-LOG-LINE (1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINE-STAMP WS-LINE-OPERATOR
               WS-LINE-CHANGE.
           UNSTRING WS-MAINT-LOG-LINE
               DELIMITED BY " operator=" OR " change="
               INTO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-CHANGE
           END-UNSTRING.
           MOVE WS-LINE-STAMP (1:8) TO WS-LINE-DATE.
           IF WS-LINE-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-OPERATOR = SPACES
               MOVE "unknown" TO WS-LINE-OPERATOR
           END-IF.
           MOVE "N" TO WS-LINE-IN-PERIOD.
           IF WS-LINE-DATE >= WS-FROM-DATE
               MOVE "Y" TO WS-LINE-IN-PERIOD
           END-IF.
           PERFORM CLASSIFY-CHANGE.
           PERFORM NOTE-ACCOUNT-CREATION.
           PERFORM NOTE-CONSOLE-USE.
           IF WS-LINE-IN-PERIOD NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINES-IN-PERIOD.
           PERFORM CHECK-OFF-HOURS.
           PERFORM TALLY-ONE-ACTION.
           IF WS-LINE-OFF-HOURS = "Y"
               PERFORM KEEP-OFF-HOURS-LINE
           END-IF.
           PERFORM CHECK-SELF-SERVICE.
           IF WS-WORD-1 = "txn" AND (WS-WORD-2 = "resubmitted"
                   OR WS-WORD-2 = "re-order")
               PERFORM NOTE-TXN-ACTION
           END-IF.
           EXIT.

      *> CLASSIFY-CHANGE names the program that wrote the line and the
      *> action type from the wording each console logs with.
       CLASSIFY-CHANGE.
           MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
               WS-WORD-5.
           UNSTRING WS-LINE-CHANGE DELIMITED BY ALL SPACE
               INTO WS-WORD-1 WS-WORD-2 WS-WORD-3 WS-WORD-4
                    WS-WORD-5
           END-UNSTRING.
           MOVE SPACES TO WS-LINE-ACTION.
           STRING FUNCTION TRIM (WS-WORD-1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WORD-2) DELIMITED BY SIZE
               INTO WS-LINE-ACTION
           END-STRING.
           EVALUATE TRUE
               WHEN WS-WORD-1 = "route" OR WS-WORD-1 = "acl"
                   MOVE "MAINTAIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "account"
                       AND WS-WORD-2 = "unlocked"
                   MOVE "USERADMIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "account"
                   MOVE "MAINTAIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "proposed"
                   MOVE "MAINTAIN" TO WS-LINE-PROGRAM
                   MOVE "block dismissed" TO WS-LINE-ACTION
               WHEN WS-WORD-1 = "user" OR WS-WORD-1 = "password"
                       OR WS-WORD-1 = "role"
                   MOVE "USERADMIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "txn"
                   MOVE "TXNREPAIR" TO WS-LINE-PROGRAM
                   IF WS-WORD-2 = "re-order"
                       MOVE "txn re-order confirmed" TO WS-LINE-ACTION
                   END-IF
               WHEN WS-WORD-1 = "document"
                   MOVE "DOCADMIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "session"
                   MOVE "SESSADMIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "all" AND WS-WORD-2 = "sessions"
                   MOVE "SESSADMIN" TO WS-LINE-PROGRAM
                   MOVE "sessions revoked (all)" TO WS-LINE-ACTION
               WHEN WS-WORD-1 = "content" AND WS-WORD-2 = "baseline"
                   MOVE "CONTENTCHECK" TO WS-LINE-PROGRAM
                   MOVE "baseline rebuilt" TO WS-LINE-ACTION
               WHEN WS-WORD-1 = "content"
                   MOVE "PUBLISH" TO WS-LINE-PROGRAM
                   IF WS-WORD-2 = "rolled"
                       MOVE "content rolled back" TO WS-LINE-ACTION
                   END-IF
               WHEN WS-WORD-1 = "cycle"
                   MOVE "CYCLECOUNT" TO WS-LINE-PROGRAM
                   PERFORM CLASSIFY-CYCLE-COUNT
               WHEN WS-WORD-1 = "partner"
                   MOVE "PARTNERADMIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "config"
                   MOVE "CONFHIST" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "dual-control"
                   MOVE "APPROVE" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "submission"
                       OR WS-WORD-1 = "guestbook"
                   MOVE "MODERATE" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "incident"
                   MOVE "INCIDENT" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "privacy"
                   MOVE "PRIVACY" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "api" AND WS-WORD-2 = "key"
                   MOVE "KEYADMIN" TO WS-LINE-PROGRAM
               WHEN WS-WORD-1 = "item"
                   MOVE "ITEMMAINT" TO WS-LINE-PROGRAM
               WHEN OTHER
                   MOVE "OTHER" TO WS-LINE-PROGRAM
           END-EVALUATE.
           EXIT.

      *> "cycle count <sku> <what> ..." - the action is <what>.
       CLASSIFY-CYCLE-COUNT.
           EVALUATE TRUE
               WHEN WS-WORD-4 (1:8) = "counted="
                   MOVE "count entered" TO WS-LINE-ACTION
               WHEN WS-WORD-4 = "posted"
                   MOVE "variance posted" TO WS-LINE-ACTION
               WHEN WS-WORD-4 = "approved"
                   MOVE "variance approved" TO WS-LINE-ACTION
               WHEN WS-WORD-4 = "rejected"
                   MOVE "variance rejected" TO WS-LINE-ACTION
               WHEN WS-WORD-4 (1:9) = "variance="
                   MOVE "variance held" TO WS-LINE-ACTION
               WHEN OTHER
                   MOVE "count not posted" TO WS-LINE-ACTION
           END-EVALUATE.
           EXIT.

      *> Business hours are BUSINESS_DAY_START up to (not including)
      *> BUSINESS_DAY_END, Monday to Friday; day 1 of the integer
      *> calendar (1601-01-01) was a Monday.
       CHECK-OFF-HOURS.
           MOVE "N" TO WS-LINE-OFF-HOURS.
           MOVE 0 TO WS-LINE-HHMM.
           IF WS-LINE-STAMP (9:4) IS NUMERIC
               MOVE WS-LINE-STAMP (9:4) TO WS-LINE-HHMM
           END-IF.
           COMPUTE WS-LINE-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-LINE-DATE) - 1, 7) + 1.
           IF WS-LINE-WEEKDAY > 5
                   OR WS-LINE-HHMM < WS-DAY-START
                   OR WS-LINE-HHMM >= WS-DAY-END
               MOVE "Y" TO WS-LINE-OFF-HOURS
           END-IF.
           EXIT.

       TALLY-ONE-ACTION.
           MOVE 0 TO WS-TL-FOUND.
           PERFORM VARYING WS-TL-INDEX FROM 1 BY 1
                   UNTIL WS-TL-INDEX > WS-TL-COUNT-USED
                   OR WS-TL-FOUND > 0
               IF WS-TL-DATE (WS-TL-INDEX) = WS-LINE-DATE
                       AND WS-TL-OPERATOR (WS-TL-INDEX)
                           = WS-LINE-OPERATOR
                       AND WS-TL-PROGRAM (WS-TL-INDEX)
                           = WS-LINE-PROGRAM
                       AND WS-TL-ACTION (WS-TL-INDEX)
                           = WS-LINE-ACTION
                   MOVE WS-TL-INDEX TO WS-TL-FOUND
               END-IF
           END-PERFORM.
           IF WS-TL-FOUND = 0
               IF WS-TL-COUNT-USED >= 600
                   ADD 1 TO WS-TL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TL-COUNT-USED
               MOVE WS-TL-COUNT-USED TO WS-TL-FOUND
               MOVE WS-LINE-DATE TO WS-TL-DATE (WS-TL-FOUND)
               MOVE WS-LINE-OPERATOR TO WS-TL-OPERATOR (WS-TL-FOUND)
               MOVE WS-LINE-PROGRAM TO WS-TL-PROGRAM (WS-TL-FOUND)
               MOVE WS-LINE-ACTION TO WS-TL-ACTION (WS-TL-FOUND)
               MOVE 0 TO WS-TL-COUNT (WS-TL-FOUND)
               MOVE 0 TO WS-TL-OFF-HOURS (WS-TL-FOUND)
           END-IF.
           ADD 1 TO WS-TL-COUNT (WS-TL-FOUND).
           IF WS-LINE-OFF-HOURS = "Y"
               ADD 1 TO WS-TL-OFF-HOURS (WS-TL-FOUND)
           END-IF.
           EXIT.

       KEEP-OFF-HOURS-LINE.
           ADD 1 TO WS-OH-COUNT.
           IF WS-OH-KEPT >= 300
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OH-KEPT.
           MOVE WS-LINE-STAMP (1:12) TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-OH-LINE (WS-OH-KEPT).
           STRING "  " DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-LINE-OPERATOR (1:16) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-CHANGE) DELIMITED BY SIZE
               INTO WS-OH-LINE (WS-OH-KEPT)
           END-STRING.
           IF WS-LINE-WEEKDAY > 5
               MOVE "WE" TO WS-OH-LINE (WS-OH-KEPT) (20:2)
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
      *> NOTE-ACCOUNT-CREATION: USERADMIN logs "user added <u>",
      *> MAINTAIN "account added <u>".
       NOTE-ACCOUNT-CREATION.
           IF NOT ((WS-WORD-1 = "user" OR WS-WORD-1 = "account")
                   AND WS-WORD-2 = "added")
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORD-3 = SPACES OR WS-CR-COUNT >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CR-COUNT.
           MOVE WS-WORD-3 TO WS-CR-USER (WS-CR-COUNT).
           MOVE WS-LINE-OPERATOR TO WS-CR-CREATOR (WS-CR-COUNT).
           MOVE WS-LINE-STAMP (1:14) TO WS-CR-STAMP (WS-CR-COUNT).
           MOVE SPACES TO WS-CR-USE-STAMP (WS-CR-COUNT)
               WS-CR-USE-KIND (WS-CR-COUNT)
               WS-CR-USE-IP (WS-CR-COUNT).
           EXIT.

      *> NOTE-CONSOLE-USE: a later change made under a created
      *> account's name is a use of that account.
       NOTE-CONSOLE-USE.
           IF WS-LINE-IN-PERIOD NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                   UNTIL WS-CR-INDEX > WS-CR-COUNT
               IF WS-CR-USER (WS-CR-INDEX) = WS-LINE-OPERATOR
                       AND WS-CR-USE-STAMP (WS-CR-INDEX) = SPACES
                       AND WS-LINE-STAMP (1:14)
                           > WS-CR-STAMP (WS-CR-INDEX)
                   MOVE WS-LINE-STAMP (1:14)
                       TO WS-CR-USE-STAMP (WS-CR-INDEX)
                   MOVE "console change" TO WS-CR-USE-KIND (WS-CR-INDEX)
               END-IF
           END-PERFORM.
           EXIT.

      *> CHECK-SELF-SERVICE: nobody changes the role, password or lock
      *> of the account they are working under.
       CHECK-SELF-SERVICE.
           MOVE SPACES TO WS-TARGET-USER.
           EVALUATE TRUE
               WHEN WS-WORD-1 = "role" AND WS-WORD-2 = "changed"
               WHEN WS-WORD-1 = "password" AND WS-WORD-2 = "reset"
               WHEN WS-WORD-1 = "account" AND WS-WORD-2 = "unlocked"
               WHEN WS-WORD-1 = "account" AND WS-WORD-2 = "changed"
                   MOVE WS-WORD-3 TO WS-TARGET-USER
               WHEN WS-WORD-1 = "cycle" AND WS-WORD-4 = "approved"
                   PERFORM CHECK-OWN-COUNT-APPROVAL
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-TARGET-USER NOT = WS-LINE-OPERATOR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-STAMP (1:12) TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-SD-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-OPERATOR) DELIMITED BY SIZE
                  " changed own account: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-CHANGE) DELIMITED BY SIZE
               INTO WS-SD-TEXT
           END-STRING.
           PERFORM KEEP-CONFLICT-LINE.
           EXIT.

       CHECK-OWN-COUNT-APPROVAL.
           MOVE SPACES TO WS-SCAN-JUNK WS-COUNTED-BY.
           UNSTRING WS-LINE-CHANGE DELIMITED BY "counted_by="
               INTO WS-SCAN-JUNK WS-COUNTED-BY
           END-UNSTRING.
           IF WS-COUNTED-BY = SPACES
                   OR WS-COUNTED-BY NOT = WS-LINE-OPERATOR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-STAMP (1:12) TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-SD-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-OPERATOR) DELIMITED BY SIZE
                  " approved own count: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-CHANGE) DELIMITED BY SIZE
               INTO WS-SD-TEXT
           END-STRING.
           PERFORM KEEP-CONFLICT-LINE.
           EXIT.

       KEEP-CONFLICT-LINE.
           ADD 1 TO WS-SD-COUNT.
           IF WS-SD-KEPT < 200
               ADD 1 TO WS-SD-KEPT
               MOVE WS-SD-TEXT TO WS-SD-LINE (WS-SD-KEPT)
           END-IF.
           EXIT.

      *> TXNREPAIR logs "txn re-order confirmed <key> ..." when an
      *> operator vouches that a duplicate is a genuine re-order, and
      *> "txn resubmitted <key> ..." when it goes back into intake;
      *> both by the same person is the conflict the review looks for.
       NOTE-TXN-ACTION.
           IF WS-TA-COUNT >= 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TA-COUNT.
           MOVE WS-LINE-OPERATOR TO WS-TA-OPERATOR (WS-TA-COUNT).
           MOVE WS-LINE-STAMP (1:14) TO WS-TA-STAMP (WS-TA-COUNT).
           IF WS-WORD-2 = "re-order"
               MOVE WS-WORD-4 TO WS-TA-KEY (WS-TA-COUNT)
               MOVE "C" TO WS-TA-KIND (WS-TA-COUNT)
           ELSE
               MOVE WS-WORD-3 TO WS-TA-KEY (WS-TA-COUNT)
               MOVE "R" TO WS-TA-KIND (WS-TA-COUNT)
           END-IF.
           EXIT.

       FIND-TXN-CONFLICTS.
           PERFORM VARYING WS-TA-INDEX FROM 1 BY 1
                   UNTIL WS-TA-INDEX > WS-TA-COUNT
               IF WS-TA-KIND (WS-TA-INDEX) = "C"
                   PERFORM VARYING WS-TA-OTHER FROM 1 BY 1
                           UNTIL WS-TA-OTHER > WS-TA-COUNT
                       IF WS-TA-KIND (WS-TA-OTHER) = "R"
                               AND WS-TA-KEY (WS-TA-OTHER)
                                   = WS-TA-KEY (WS-TA-INDEX)
                               AND WS-TA-OPERATOR (WS-TA-OTHER)
                                   = WS-TA-OPERATOR (WS-TA-INDEX)
                           PERFORM REPORT-TXN-CONFLICT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT.

       REPORT-TXN-CONFLICT.
           MOVE WS-TA-STAMP (WS-TA-OTHER) (1:12) TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-SD-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TA-OPERATOR (WS-TA-INDEX))
                      DELIMITED BY SIZE
                  " approved re-order and resubmitted txn "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TA-KEY (WS-TA-INDEX))
                      DELIMITED BY SIZE
               INTO WS-SD-TEXT
           END-STRING.
           PERFORM KEEP-CONFLICT-LINE.
           EXIT.

      *> ------------------------------------------------------------
      *> SCAN-SESSION-ACTIVITY: "ts|event|user|ip" lines. Every
      *> (user, ip) pair is kept so a created account's first login
      *> can be matched against addresses its creator used.
       SCAN-SESSION-ACTIVITY.
           OPEN INPUT SESSACT-FILE.
           IF WS-SESSACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SESSACT-STATUS = "10"
               READ SESSACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-SESSION-LINE
               END-READ
           END-PERFORM.
           CLOSE SESSACT-FILE.
           EXIT.

       TAKE-ONE-SESSION-LINE.
           MOVE SPACES TO WS-SA-STAMP WS-SA-EVENT WS-SA-USER WS-SA-IP.
           UNSTRING WS-SESSACT-LINE DELIMITED BY "|"
               INTO WS-SA-STAMP WS-SA-EVENT WS-SA-USER WS-SA-IP
           END-UNSTRING.
           IF WS-SA-STAMP (1:8) IS NOT NUMERIC OR WS-SA-USER = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SA-STAMP (1:8) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SI-FOUND.
           PERFORM VARYING WS-SI-INDEX FROM 1 BY 1
                   UNTIL WS-SI-INDEX > WS-SI-COUNT
               IF WS-SI-USER (WS-SI-INDEX) = WS-SA-USER
                       AND WS-SI-IP (WS-SI-INDEX) = WS-SA-IP
                   MOVE WS-SI-INDEX TO WS-SI-FOUND
               END-IF
           END-PERFORM.
           IF WS-SI-FOUND = 0 AND WS-SI-COUNT < 400
               ADD 1 TO WS-SI-COUNT
               MOVE WS-SA-USER TO WS-SI-USER (WS-SI-COUNT)
               MOVE WS-SA-IP TO WS-SI-IP (WS-SI-COUNT)
           END-IF.
           IF WS-SA-STAMP (1:8) < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                   UNTIL WS-CR-INDEX > WS-CR-COUNT
               IF WS-CR-USER (WS-CR-INDEX) = WS-SA-USER
                       AND WS-SA-STAMP > WS-CR-STAMP (WS-CR-INDEX)
                       AND (WS-CR-USE-STAMP (WS-CR-INDEX) = SPACES
                       OR WS-SA-STAMP < WS-CR-USE-STAMP (WS-CR-INDEX))
                   MOVE WS-SA-STAMP TO WS-CR-USE-STAMP (WS-CR-INDEX)
                   MOVE "web login" TO WS-CR-USE-KIND (WS-CR-INDEX)
                   MOVE WS-SA-IP TO WS-CR-USE-IP (WS-CR-INDEX)
               END-IF
           END-PERFORM.
           EXIT.

      *> ------------------------------------------------------------
      *> SORT-TALLY-ROWS bubble-sorts the tally on date, operator,
      *> program and action, the in-memory sort SLAREPORT uses.
       SORT-TALLY-ROWS.
           IF WS-TL-COUNT-USED < 2
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-TL-COUNT-USED
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-TL-COUNT-USED - WS-SORT-I
                   IF WS-TL-KEY (WS-SORT-J) > WS-TL-KEY (WS-SORT-J + 1)
                       MOVE WS-TL-ENTRY (WS-SORT-J) TO WS-TL-HOLD
                       MOVE WS-TL-ENTRY (WS-SORT-J + 1)
                           TO WS-TL-ENTRY (WS-SORT-J)
                       MOVE WS-TL-HOLD TO WS-TL-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

       TOTAL-BY-OPERATOR.
           PERFORM VARYING WS-TL-INDEX FROM 1 BY 1
                   UNTIL WS-TL-INDEX > WS-TL-COUNT-USED
               MOVE 0 TO WS-OP-FOUND
               PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                       UNTIL WS-OP-INDEX > WS-OP-COUNT
                   IF WS-OP-NAME (WS-OP-INDEX)
                           = WS-TL-OPERATOR (WS-TL-INDEX)
                       MOVE WS-OP-INDEX TO WS-OP-FOUND
                   END-IF
               END-PERFORM
               IF WS-OP-FOUND = 0 AND WS-OP-COUNT < 60
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-FOUND
                   MOVE WS-TL-OPERATOR (WS-TL-INDEX)
                       TO WS-OP-NAME (WS-OP-FOUND)
                   MOVE 0 TO WS-OP-ACTIONS (WS-OP-FOUND)
                   MOVE 0 TO WS-OP-OFF-HOURS (WS-OP-FOUND)
                   MOVE 0 TO WS-OP-DAYS (WS-OP-FOUND)
                   MOVE 0 TO WS-OP-LAST-DATE (WS-OP-FOUND)
               END-IF
               IF WS-OP-FOUND > 0
                   ADD WS-TL-COUNT (WS-TL-INDEX)
                       TO WS-OP-ACTIONS (WS-OP-FOUND)
                   ADD WS-TL-OFF-HOURS (WS-TL-INDEX)
                       TO WS-OP-OFF-HOURS (WS-OP-FOUND)
                   IF WS-TL-DATE (WS-TL-INDEX)
                           NOT = WS-OP-LAST-DATE (WS-OP-FOUND)
                       ADD 1 TO WS-OP-DAYS (WS-OP-FOUND)
                       MOVE WS-TL-DATE (WS-TL-INDEX)
                           TO WS-OP-LAST-DATE (WS-OP-FOUND)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> ------------------------------------------------------------
       WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible a ecrire: " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "OPERATOR ACTIVITY REPORT" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-FROM-DATE TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Period: " DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-TO-DATE TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-DATE-TEXT TO WS-REPORT-LINE (23:10).
           MOVE WS-DAY-START TO WS-HHMM-DISPLAY.
           MOVE WS-DAY-END TO WS-HHMM-DISPLAY-2.
           STRING "   business hours " DELIMITED BY SIZE
                  WS-HHMM-DISPLAY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-HHMM-DISPLAY-2 DELIMITED BY SIZE
                  " Mon-Fri" DELIMITED BY SIZE
               INTO WS-REPORT-LINE (33:60)
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-LINES-IN-PERIOD TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Source: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MAINT-LOG-PATH) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  " actions in period), " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SESSACT-PATH) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "ACTIVITY BY DAY AND OPERATOR" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "  Date       Operator         Program      Action
      -        "               Count  Off-hrs" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-TL-INDEX FROM 1 BY 1
                   UNTIL WS-TL-INDEX > WS-TL-COUNT-USED
               MOVE WS-TL-DATE (WS-TL-INDEX) TO WS-DATE-IN
               PERFORM FORMAT-DATE
               MOVE WS-TL-COUNT (WS-TL-INDEX) TO WS-DISPLAY-C
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DATE-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TL-OPERATOR (WS-TL-INDEX) (1:16)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TL-PROGRAM (WS-TL-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TL-ACTION (WS-TL-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-C DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               IF WS-TL-OFF-HOURS (WS-TL-INDEX) > 0
                   MOVE WS-TL-OFF-HOURS (WS-TL-INDEX) TO WS-DISPLAY-C
                   MOVE WS-DISPLAY-C TO WS-REPORT-LINE (78:5)
               END-IF
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-TL-OVERFLOW > 0
               MOVE WS-TL-OVERFLOW TO WS-DISPLAY-A
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  (" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " further actions not tabulated - narrow the"
                          DELIMITED BY SIZE
                      " period)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "TOTALS BY OPERATOR" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "  Operator          Actions Off-hours  Days active"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                   UNTIL WS-OP-INDEX > WS-OP-COUNT
               MOVE WS-OP-ACTIONS (WS-OP-INDEX) TO WS-DISPLAY-A
               MOVE WS-OP-OFF-HOURS (WS-OP-INDEX) TO WS-DISPLAY-B
               MOVE WS-OP-DAYS (WS-OP-INDEX) TO WS-DISPLAY-C
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-OP-NAME (WS-OP-INDEX) (1:16) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DISPLAY-A DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-DISPLAY-B DELIMITED BY SIZE
                      "        " DELIMITED BY SIZE
                      WS-DISPLAY-C DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-OH-COUNT TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OUT-OF-HOURS ACTIONS (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  ", WE = weekend)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-OH-INDEX FROM 1 BY 1
                   UNTIL WS-OH-INDEX > WS-OH-KEPT
               MOVE WS-OH-LINE (WS-OH-INDEX) TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-OH-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           IF WS-OH-COUNT > WS-OH-KEPT
               MOVE "  (list truncated at 300 lines)" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           PERFORM WRITE-CREATED-AND-USED.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-SD-COUNT TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SEGREGATION OF DUTIES CONFLICTS (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-SD-INDEX FROM 1 BY 1
                   UNTIL WS-SD-INDEX > WS-SD-KEPT
               MOVE WS-SD-LINE (WS-SD-INDEX) TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-SD-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           MOVE WS-LINES-IN-PERIOD TO WS-DISPLAY-A.
           DISPLAY "Actions sur la periode: "
               FUNCTION TRIM (WS-DISPLAY-A).
           MOVE WS-OH-COUNT TO WS-DISPLAY-A.
           DISPLAY "Hors heures ouvrees:    "
               FUNCTION TRIM (WS-DISPLAY-A).
           MOVE WS-CR-USED TO WS-DISPLAY-A.
           DISPLAY "Comptes crees puis utilises: "
               FUNCTION TRIM (WS-DISPLAY-A).
           MOVE WS-SD-COUNT TO WS-DISPLAY-A.
           DISPLAY "Conflits de separation des taches: "
               FUNCTION TRIM (WS-DISPLAY-A).
           DISPLAY "Rapport ecrit dans " FUNCTION TRIM (WS-REPORT-PATH).
           EXIT.

       WRITE-CREATED-AND-USED.
           MOVE 0 TO WS-CR-USED.
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                   UNTIL WS-CR-INDEX > WS-CR-COUNT
               IF WS-CR-USE-STAMP (WS-CR-INDEX) NOT = SPACES
                   ADD 1 TO WS-CR-USED
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-CR-USED TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS CREATED AND THEN USED (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-CR-USED = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                   UNTIL WS-CR-INDEX > WS-CR-COUNT
               IF WS-CR-USE-STAMP (WS-CR-INDEX) NOT = SPACES
                   PERFORM WRITE-ONE-CREATED-ACCOUNT
               END-IF
           END-PERFORM.
           EXIT.

       WRITE-ONE-CREATED-ACCOUNT.
           MOVE "N" TO WS-SAME-IP.
           IF WS-CR-USE-IP (WS-CR-INDEX) NOT = SPACES
               PERFORM VARYING WS-SI-INDEX FROM 1 BY 1
                       UNTIL WS-SI-INDEX > WS-SI-COUNT
                   IF WS-SI-USER (WS-SI-INDEX)
                           = WS-CR-CREATOR (WS-CR-INDEX)
                           AND WS-SI-IP (WS-SI-INDEX)
                               = WS-CR-USE-IP (WS-CR-INDEX)
                       MOVE "Y" TO WS-SAME-IP
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           MOVE WS-CR-STAMP (WS-CR-INDEX) (1:12) TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CR-USER (WS-CR-INDEX))
                      DELIMITED BY SIZE
                  " created by " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CR-CREATOR (WS-CR-INDEX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
                  ", first used " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           MOVE WS-CR-USE-STAMP (WS-CR-INDEX) (1:12) TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           STRING WS-STAMP-TEXT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CR-USE-KIND (WS-CR-INDEX))
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-CR-USE-IP (WS-CR-INDEX) NOT = SPACES
               STRING " from " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CR-USE-IP (WS-CR-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           STRING ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-SAME-IP = "Y"
               STRING " - SAME ADDRESS AS CREATOR" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> FORMAT-DATE: WS-DATE-IN (yyyymmdd) to WS-DATE-TEXT.
       FORMAT-DATE.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-DATE-IN (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-IN (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-IN (7:2) DELIMITED BY SIZE
               INTO WS-DATE-TEXT
           END-STRING.
           EXIT.

      *> FORMAT-STAMP: WS-STAMP-IN (yyyymmddhhmm) to WS-STAMP-TEXT.
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT.
           STRING WS-STAMP-IN (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-STAMP-IN (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-STAMP-IN (7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP-IN (9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-STAMP-IN (11:2) DELIMITED BY SIZE
               INTO WS-STAMP-TEXT
           END-STRING.
           EXIT.
