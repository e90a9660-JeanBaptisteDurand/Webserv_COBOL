       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCREPORT.
      *> INCREPORT is the monthly incident report from the register
      *> INCIDENT maintains (logs/incident_master.dat). For the month
      *> given (YYYYMM, current month by default) it lists every
      *> incident whose impact began in the month - impact, status,
      *> owner, time to acknowledge and time to resolve in minutes
      *> from the start of the impact, root cause and what is linked
      *> to it - then the means by impact level, and any incident
      *> from an earlier month still not closed. Last comes the
      *> month's restarts from logs/checkpoint_history.dat that no
      *> incident links: those inside a planned window from
      *> config/maintenance.conf are only counted, the rest are
      *> listed as UNDOCUMENTED. The report goes to
      *> logs/incident_report_YYYYMM.txt.
      *>   cobcrun INCREPORT [YYYYMM]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO WS-INCIDENT-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INC-ID
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT CHECKPOINT-HISTORY-FILE
               ASSIGN TO WS-CHECKPOINT-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-HISTORY-STATUS.
           SELECT WINDOW-FILE ASSIGN TO WS-WINDOW-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  WS-INCIDENT-RECORD.
           05 WS-INC-ID           PIC X(16).
           05 WS-INC-TITLE        PIC X(64).
           05 WS-INC-IMPACT       PIC X(8).
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
       FD  CHECKPOINT-HISTORY-FILE.
       01  WS-CHECKPOINT-HISTORY-LINE PIC X(160).
       FD  WINDOW-FILE.
       01  WS-WINDOW-LINE         PIC X(160).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-INCIDENT-PATH        PIC X(256)
           VALUE "logs/incident_master.dat".
       77 WS-INCIDENT-STATUS      PIC X(2) VALUE SPACES.
       77 WS-CHECKPOINT-HISTORY-PATH PIC X(256)
           VALUE "logs/checkpoint_history.dat".
       77 WS-CHECKPOINT-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77 WS-WINDOW-PATH          PIC X(256)
           VALUE "config/maintenance.conf".
       77 WS-WINDOW-STATUS        PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256) VALUE SPACES.
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-COMMAND-LINE         PIC X(32) VALUE SPACES.
       77 WS-WANTED-MONTH         PIC X(6) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-SCAN                 PIC 9(4) COMP VALUE 0.

      *> Per impact level: incidents, acknowledged and resolved
      *> counts with their summed seconds. Row 4 is the month total.
       01 WS-IMPACT-TABLE.
           05 WS-IM-ENTRY OCCURS 4 TIMES.
              10 WS-IM-NAME       PIC X(8).
              10 WS-IM-COUNT      PIC 9(6) VALUE 0.
              10 WS-IM-ACKED      PIC 9(6) VALUE 0.
              10 WS-IM-TTA-SUM    PIC S9(18) COMP VALUE 0.
              10 WS-IM-RESOLVED   PIC 9(6) VALUE 0.
              10 WS-IM-TTR-SUM    PIC S9(18) COMP VALUE 0.
       77 WS-IM-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
       77 WS-CARRIED-COUNT        PIC 9(6) VALUE 0.

      *> Seconds arithmetic on YYYYMMDDHHMMSS stamps.
       77 WS-CALC-STAMP           PIC X(14) VALUE SPACES.
       77 WS-CALC-SECS            PIC S9(18) COMP VALUE 0.
       77 WS-CALC-DAY             PIC 9(8) VALUE 0.
       77 WS-CALC-HH              PIC 9(2) VALUE 0.
       77 WS-CALC-MM              PIC 9(2) VALUE 0.
       77 WS-CALC-SS              PIC 9(2) VALUE 0.
       77 WS-STARTED-SECS         PIC S9(18) COMP VALUE 0.
       77 WS-TTA-SECS             PIC S9(18) COMP VALUE 0.
       77 WS-TTR-SECS             PIC S9(18) COMP VALUE 0.
       77 WS-OUTAGE-START-SECS    PIC S9(18) COMP VALUE 0.
       77 WS-OUTAGE-END-SECS      PIC S9(18) COMP VALUE 0.
       77 WS-WINDOW-START-SECS    PIC S9(18) COMP VALUE 0.
       77 WS-WINDOW-END-SECS      PIC S9(18) COMP VALUE 0.
       77 WS-MINUTES              PIC S9(18) COMP VALUE 0.

      *> Link counts of the incident being written.
       77 WS-N-ALERTS             PIC 9(2) VALUE 0.
       77 WS-N-OUTAGES            PIC 9(2) VALUE 0.
       77 WS-N-REQUESTS           PIC 9(2) VALUE 0.
       77 WS-N-WINDOWS            PIC 9(2) VALUE 0.

      *> Fields of a checkpoint history or window line.
       77 WS-CP-TS                PIC X(14) VALUE SPACES.
       77 WS-CP-UPTIME            PIC X(16) VALUE SPACES.
       77 WS-CP-ACCEPTS           PIC X(16) VALUE SPACES.
       77 WS-CP-DOWN-X            PIC X(20) VALUE SPACES.
       77 WS-CP-TYPE              PIC X(10) VALUE SPACES.
       77 WS-CP-DOWN              PIC S9(18) COMP VALUE 0.
       77 WS-WIN-DATE             PIC X(8) VALUE SPACES.
       77 WS-WIN-SPAN             PIC X(9) VALUE SPACES.
       77 WS-WIN-TEXT             PIC X(96) VALUE SPACES.

       01 WS-LINKED-TABLE.
           05 WS-LINKED-TS OCCURS 1000 TIMES PIC X(14).
       77 WS-LINKED-COUNT         PIC 9(4) COMP VALUE 0.
       77 WS-IS-LINKED            PIC X(1) VALUE "N".
       01 WS-WINDOW-TABLE.
           05 WS-WIN-ENTRY OCCURS 100 TIMES.
              10 WS-WT-DATE       PIC X(8).
              10 WS-WT-FROM       PIC X(4).
              10 WS-WT-TO         PIC X(4).
       77 WS-WIN-COUNT            PIC 9(4) COMP VALUE 0.
       77 WS-IN-WINDOW            PIC X(1) VALUE "N".
       77 WS-OUTAGE-COUNT         PIC 9(6) VALUE 0.
       77 WS-PLANNED-COUNT        PIC 9(6) VALUE 0.
       77 WS-UNDOC-COUNT          PIC 9(6) VALUE 0.

       77 WS-DISPLAY-TTA          PIC X(9) VALUE SPACES.
       77 WS-DISPLAY-TTR          PIC X(9) VALUE SPACES.
       77 WS-DISPLAY-MIN          PIC Z(8)9.
       77 WS-DISPLAY-N            PIC Z(5)9.
       77 WS-DISPLAY-A            PIC Z(5)9.
       77 WS-DISPLAY-B            PIC Z(5)9.
       77 WS-DISPLAY-L1           PIC Z9.
       77 WS-DISPLAY-L2           PIC Z9.
       77 WS-DISPLAY-L3           PIC Z9.
       77 WS-DISPLAY-L4           PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE (1 : 6) IS NUMERIC
               MOVE WS-COMMAND-LINE (1 : 6) TO WS-WANTED-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD
               MOVE WS-STAMP-HOLD (1 : 6) TO WS-WANTED-MONTH
           END-IF.
           MOVE SPACES TO WS-REPORT-PATH.
           STRING "logs/incident_report_" DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.
           MOVE "CRITICAL" TO WS-IM-NAME (1).
           MOVE "MAJOR" TO WS-IM-NAME (2).
           MOVE "MINOR" TO WS-IM-NAME (3).
           MOVE "ALL" TO WS-IM-NAME (4).
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible a ecrire: "
                   FUNCTION TRIM (WS-REPORT-PATH) " " WS-REPORT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Incident report " DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Incidents begun in the month (id / impact / status /"
               & " started / TTA min / TTR min / owner):"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
                   READ INCIDENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-LINKED-OUTAGES
                           IF WS-INC-STARTED (1:6) = WS-WANTED-MONTH
                               PERFORM REPORT-ONE-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-IM-COUNT (4) = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-IMPACT-SUMMARY.
           PERFORM WRITE-CARRIED-OVER.
           PERFORM WRITE-UNDOCUMENTED-OUTAGES.
           CLOSE REPORT-FILE.
           MOVE WS-IM-COUNT (4) TO WS-DISPLAY-N.
           MOVE WS-UNDOC-COUNT TO WS-DISPLAY-A.
           DISPLAY "Rapport des incidents ecrit dans "
               FUNCTION TRIM (WS-REPORT-PATH) ": "
               FUNCTION TRIM (WS-DISPLAY-N) " incident(s), "
               FUNCTION TRIM (WS-DISPLAY-A)
               " panne(s) non documentee(s).".
           STOP RUN.

       NOTE-LINKED-OUTAGES.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-INC-LINK-COUNT
               IF WS-INC-LINK-TYPE (WS-SCAN) = "OUTAGE"
                       AND WS-LINKED-COUNT < 1000
                   ADD 1 TO WS-LINKED-COUNT
                   MOVE WS-INC-LINK-FROM (WS-SCAN)
                       TO WS-LINKED-TS (WS-LINKED-COUNT)
               END-IF
           END-PERFORM.
           EXIT.

      *> REPORT-ONE-INCIDENT writes the incident and adds its times
      *> to its impact level and to the month total.
       REPORT-ONE-INCIDENT.
           EVALUATE WS-INC-IMPACT
               WHEN "CRITICAL"
                   MOVE 1 TO WS-IM-INDEX
               WHEN "MAJOR"
                   MOVE 2 TO WS-IM-INDEX
               WHEN OTHER
                   MOVE 3 TO WS-IM-INDEX
           END-EVALUATE.
           ADD 1 TO WS-IM-COUNT (WS-IM-INDEX) WS-IM-COUNT (4).
           IF WS-INC-STATUS NOT = "CLOSED"
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           MOVE WS-INC-STARTED TO WS-CALC-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-CALC-SECS TO WS-STARTED-SECS.
           MOVE "        -" TO WS-DISPLAY-TTA.
           MOVE "     open" TO WS-DISPLAY-TTR.
           IF WS-INC-ACKED NOT = SPACES
               MOVE WS-INC-ACKED TO WS-CALC-STAMP
               PERFORM STAMP-TO-SECONDS
               COMPUTE WS-TTA-SECS = WS-CALC-SECS - WS-STARTED-SECS
               ADD 1 TO WS-IM-ACKED (WS-IM-INDEX) WS-IM-ACKED (4)
               ADD WS-TTA-SECS TO WS-IM-TTA-SUM (WS-IM-INDEX)
                   WS-IM-TTA-SUM (4)
               COMPUTE WS-MINUTES = WS-TTA-SECS / 60
               MOVE WS-MINUTES TO WS-DISPLAY-MIN
               MOVE WS-DISPLAY-MIN TO WS-DISPLAY-TTA
           END-IF.
           IF WS-INC-RESOLVED NOT = SPACES
               MOVE WS-INC-RESOLVED TO WS-CALC-STAMP
               PERFORM STAMP-TO-SECONDS
               COMPUTE WS-TTR-SECS = WS-CALC-SECS - WS-STARTED-SECS
               ADD 1 TO WS-IM-RESOLVED (WS-IM-INDEX)
                   WS-IM-RESOLVED (4)
               ADD WS-TTR-SECS TO WS-IM-TTR-SUM (WS-IM-INDEX)
                   WS-IM-TTR-SUM (4)
               COMPUTE WS-MINUTES = WS-TTR-SECS / 60
               MOVE WS-MINUTES TO WS-DISPLAY-MIN
               MOVE WS-DISPLAY-MIN TO WS-DISPLAY-TTR
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-INC-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INC-IMPACT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INC-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INC-STARTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-TTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-TTR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-OWNER) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INC-TITLE) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-INC-ROOT-CAUSE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      root cause: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-INC-ROOT-CAUSE)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE 0 TO WS-N-ALERTS WS-N-OUTAGES WS-N-REQUESTS
               WS-N-WINDOWS.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-INC-LINK-COUNT
               EVALUATE WS-INC-LINK-TYPE (WS-SCAN)
                   WHEN "ALERT"
                       ADD 1 TO WS-N-ALERTS
                   WHEN "OUTAGE"
                       ADD 1 TO WS-N-OUTAGES
                   WHEN "REQUESTS"
                       ADD 1 TO WS-N-REQUESTS
                   WHEN "MAINT"
                       ADD 1 TO WS-N-WINDOWS
               END-EVALUATE
           END-PERFORM.
           MOVE WS-N-ALERTS TO WS-DISPLAY-L1.
           MOVE WS-N-OUTAGES TO WS-DISPLAY-L2.
           MOVE WS-N-REQUESTS TO WS-DISPLAY-L3.
           MOVE WS-N-WINDOWS TO WS-DISPLAY-L4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      linked: alerts " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-L1) DELIMITED BY SIZE
                  ", outages " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-L2) DELIMITED BY SIZE
                  ", request ranges " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-L3) DELIMITED BY SIZE
                  ", maintenance windows " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-L4) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-IMPACT-SUMMARY: mean minutes to acknowledge and to
      *> resolve, over the incidents that got that far.
       WRITE-IMPACT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "By impact (incidents / mean TTA min / mean TTR min"
               & " / resolved):" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-IM-INDEX FROM 1 BY 1
                   UNTIL WS-IM-INDEX > 4
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-IM-NAME (WS-IM-INDEX) TO WS-REPORT-LINE (3:8)
               MOVE WS-IM-COUNT (WS-IM-INDEX) TO WS-DISPLAY-N
               MOVE WS-DISPLAY-N TO WS-REPORT-LINE (12:6)
               IF WS-IM-ACKED (WS-IM-INDEX) > 0
                   COMPUTE WS-MINUTES = WS-IM-TTA-SUM (WS-IM-INDEX)
                       / WS-IM-ACKED (WS-IM-INDEX) / 60
                   MOVE WS-MINUTES TO WS-DISPLAY-MIN
                   MOVE WS-DISPLAY-MIN TO WS-REPORT-LINE (19:9)
               ELSE
                   MOVE "        -" TO WS-REPORT-LINE (19:9)
               END-IF
               IF WS-IM-RESOLVED (WS-IM-INDEX) > 0
                   COMPUTE WS-MINUTES = WS-IM-TTR-SUM (WS-IM-INDEX)
                       / WS-IM-RESOLVED (WS-IM-INDEX) / 60
                   MOVE WS-MINUTES TO WS-DISPLAY-MIN
                   MOVE WS-DISPLAY-MIN TO WS-REPORT-LINE (29:9)
               ELSE
                   MOVE "        -" TO WS-REPORT-LINE (29:9)
               END-IF
               MOVE WS-IM-RESOLVED (WS-IM-INDEX) TO WS-DISPLAY-N
               MOVE WS-DISPLAY-N TO WS-REPORT-LINE (39:6)
               WRITE WS-REPORT-LINE
           END-PERFORM.
           MOVE WS-OPEN-COUNT TO WS-DISPLAY-N.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Still open: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-CARRIED-OVER lists incidents begun before the month
      *> that are still not closed.
       WRITE-CARRIED-OVER.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Open incidents begun in earlier months:"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
                   READ INCIDENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-INC-STARTED (1:6) < WS-WANTED-MONTH
                                   AND WS-INC-STATUS NOT = "CLOSED"
                               ADD 1 TO WS-CARRIED-COUNT
                               MOVE SPACES TO WS-REPORT-LINE
                               STRING "  " DELIMITED BY SIZE
                                      WS-INC-ID DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      WS-INC-IMPACT DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      WS-INC-STATUS DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      WS-INC-STARTED DELIMITED BY SIZE
                                      "  " DELIMITED BY SIZE
                                      FUNCTION TRIM (WS-INC-TITLE)
                                          DELIMITED BY SIZE
                                   INTO WS-REPORT-LINE
                               END-STRING
                               WRITE WS-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-CARRIED-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

      *> WRITE-UNDOCUMENTED-OUTAGES: the month's restarts that no
      *> incident links, less those a planned window explains.
       WRITE-UNDOCUMENTED-OUTAGES.
           PERFORM LOAD-MAINTENANCE-WINDOWS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "Outages with no incident (restart / duration min /"
               & " type):" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT CHECKPOINT-HISTORY-FILE.
           IF WS-CHECKPOINT-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-CHECKPOINT-HISTORY-STATUS = "10"
                   READ CHECKPOINT-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CHECKPOINT-HISTORY-LINE (1:6)
                                   = WS-WANTED-MONTH
                               PERFORM CHECK-ONE-OUTAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-HISTORY-FILE
           END-IF.
           IF WS-UNDOC-COUNT = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE WS-OUTAGE-COUNT TO WS-DISPLAY-N.
           MOVE WS-PLANNED-COUNT TO WS-DISPLAY-A.
           MOVE WS-UNDOC-COUNT TO WS-DISPLAY-B.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Restarts: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                  "  in planned windows: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  "  undocumented: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

       CHECK-ONE-OUTAGE.
           MOVE SPACES TO WS-CP-TS WS-CP-UPTIME WS-CP-ACCEPTS
               WS-CP-DOWN-X WS-CP-TYPE.
           UNSTRING WS-CHECKPOINT-HISTORY-LINE DELIMITED BY "|"
               INTO WS-CP-TS WS-CP-UPTIME WS-CP-ACCEPTS
                    WS-CP-DOWN-X WS-CP-TYPE
           END-UNSTRING.
           IF WS-CP-TS IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL (WS-CP-DOWN-X) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CP-DOWN = FUNCTION NUMVAL (WS-CP-DOWN-X).
           ADD 1 TO WS-OUTAGE-COUNT.
           MOVE "N" TO WS-IS-LINKED.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-LINKED-COUNT
               IF WS-LINKED-TS (WS-SCAN) = WS-CP-TS
                   MOVE "Y" TO WS-IS-LINKED
               END-IF
           END-PERFORM.
           IF WS-IS-LINKED = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PLANNED-WINDOW.
           IF WS-IN-WINDOW = "Y"
               ADD 1 TO WS-PLANNED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UNDOC-COUNT.
           COMPUTE WS-MINUTES = WS-CP-DOWN / 60.
           MOVE WS-MINUTES TO WS-DISPLAY-MIN.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-CP-TS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-MIN) DELIMITED BY SIZE
                  " min  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CP-TYPE) DELIMITED BY SIZE
                  "  UNDOCUMENTED" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
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

       STAMP-TO-SECONDS.
           MOVE WS-CALC-STAMP (1:8) TO WS-CALC-DAY.
           MOVE WS-CALC-STAMP (9:2) TO WS-CALC-HH.
           MOVE WS-CALC-STAMP (11:2) TO WS-CALC-MM.
           MOVE WS-CALC-STAMP (13:2) TO WS-CALC-SS.
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DAY) * 86400
               + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.
           EXIT.
