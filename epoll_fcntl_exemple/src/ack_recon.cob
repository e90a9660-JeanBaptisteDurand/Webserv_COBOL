       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECON.
      *> ACKRECON closes the loop on the partner extracts: PARTEXTRACT
      *> logs every logs/extract_<partner>.dat it writes to
      *> logs/distribution.log with its record count and amount
      *> total, and the partner returns logs/ack_<partner>.dat once
      *> their loader has taken the file - one fixed-width record
      *> per extract loaded, laid out like the extract's own header
      *> and trailer:
      *>   A + partner id (16) + extract run date (8)
      *>     + received count (9) + received amount (9(13).99)
      *> Each ack is matched to the distribution-log entry for that
      *> partner and run date (the last one, when the extract was
      *> rerun the same day) and comes out MATCHED when count and
      *> amount agree, MISMATCHED when they do not; an ack naming no
      *> extract we sent is listed on its own. Results go to
      *> logs/ack_history.dat ("partner|date|result|count|amount|
      *> stamp"), which is what lets the next run know an extract
      *> was already acknowledged, and the ack file is removed once
      *> read. Every extract with no ack yet is listed as missing
      *> with its age; one unacknowledged for ACK_OVERDUE_DAYS days
      *> or more (config/webserver.conf, default 3) is queued once
      *> for ALERTDISP, as is every mismatch. Extracts older than
      *> ACK_LOOKBACK_DAYS (default 60) are no longer chased. The
      *> report is logs/ack_recon_report.txt; the run exits nonzero
      *> when anything is mismatched or overdue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO WS-DIST-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.
           SELECT ACK-FILE ASSIGN TO WS-ACK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERT-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE         PIC X(256).
       FD  DIST-LOG-FILE.
       01  WS-DIST-LOG-LINE       PIC X(160).
       FD  ACK-FILE.
       01  WS-ACK-LINE.
           05 WS-ACK-TYPE         PIC X(1).
           05 WS-ACK-PARTNER      PIC X(16).
           05 WS-ACK-DATE         PIC X(8).
           05 WS-ACK-COUNT-X      PIC X(9).
           05 WS-ACK-AMOUNT-X     PIC X(16).
           05 FILLER              PIC X(110).
       FD  ACK-HISTORY-FILE.
       01  WS-HISTORY-LINE        PIC X(160).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-DIST-LOG-PATH        PIC X(256)
           VALUE "logs/distribution.log".
       77 WS-DIST-LOG-STATUS      PIC X(2) VALUE SPACES.
       77 WS-ACK-PATH             PIC X(256) VALUE SPACES.
       77 WS-ACK-STATUS           PIC X(2) VALUE SPACES.
       77 WS-HISTORY-PATH         PIC X(256)
           VALUE "logs/ack_history.dat".
       77 WS-HISTORY-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/ack_recon_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-UNLINK-TARGET        PIC X(256) VALUE SPACES.
       77 WS-C-PATH               PIC X(257) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-OVERDUE-DAYS         PIC 9(4) VALUE 3.
       77 WS-LOOKBACK-DAYS        PIC 9(4) VALUE 60.

       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-TODAY                PIC 9(8) VALUE 0.
       77 WS-TODAY-DAYS           PIC 9(9) COMP VALUE 0.
       77 WS-DATE-NUM             PIC 9(8) VALUE 0.
       77 WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.

      *> One entry per extract sent (partner + run date), with what
      *> is known of its acknowledgement. WS-EX-STATE is blank while
      *> unacknowledged, then MATCHED or MISMATCHED; WS-EX-THIS-RUN
      *> marks an ack read tonight.
       01 WS-EXTRACT-TABLE.
           05 WS-EX-ENTRY OCCURS 1000 TIMES.
              10 WS-EX-PARTNER    PIC X(16) VALUE SPACES.
              10 WS-EX-DATE       PIC X(8) VALUE SPACES.
              10 WS-EX-PATH       PIC X(64) VALUE SPACES.
              10 WS-EX-COUNT      PIC 9(9) VALUE 0.
              10 WS-EX-AMOUNT     PIC 9(13)V99 VALUE 0.
              10 WS-EX-STATE      PIC X(10) VALUE SPACES.
              10 WS-EX-ALERTED    PIC X(1) VALUE "N".
              10 WS-EX-THIS-RUN   PIC X(1) VALUE "N".
              10 WS-EX-ACK-COUNT  PIC 9(9) VALUE 0.
              10 WS-EX-ACK-AMOUNT PIC 9(13)V99 VALUE 0.
              10 WS-EX-AGE        PIC S9(9) COMP VALUE 0.
       77 WS-EX-COUNT-TOTAL       PIC 9(4) COMP VALUE 0.
       77 WS-EX-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-EX-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-PT-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-EX-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-WANTED-PARTNER       PIC X(16) VALUE SPACES.
       77 WS-WANTED-DATE          PIC X(8) VALUE SPACES.

      *> Acks that name no extract we sent.
       01 WS-STRAY-TABLE.
           05 WS-ST-ENTRY OCCURS 100 TIMES.
              10 WS-ST-FILE       PIC X(16) VALUE SPACES.
              10 WS-ST-LINE       PIC X(50) VALUE SPACES.
       77 WS-ST-COUNT             PIC 9(4) COMP VALUE 0.

      *> Fields of one distribution-log line:
      *> "stamp|partner|path|count|amount".
       77 WS-DL-STAMP             PIC X(14) VALUE SPACES.
       77 WS-DL-PARTNER           PIC X(16) VALUE SPACES.
       77 WS-DL-PATH              PIC X(64) VALUE SPACES.
       77 WS-DL-COUNT-X           PIC X(12) VALUE SPACES.
       77 WS-DL-AMOUNT-X          PIC X(20) VALUE SPACES.
       77 WS-PATH-HITS            PIC 9(4) COMP VALUE 0.

      *> Fields of one history line.
       77 WS-HS-PARTNER           PIC X(16) VALUE SPACES.
       77 WS-HS-DATE              PIC X(8) VALUE SPACES.
       77 WS-HS-RESULT            PIC X(12) VALUE SPACES.
       77 WS-HS-COUNT-X           PIC X(12) VALUE SPACES.
       77 WS-HS-AMOUNT-X          PIC X(20) VALUE SPACES.
       77 WS-HS-STAMP             PIC X(14) VALUE SPACES.

       77 WS-PARTNER-DONE         PIC X(1) VALUE "N".
       77 WS-ACK-FILE-PARTNER     PIC X(16) VALUE SPACES.
       77 WS-RECV-COUNT           PIC 9(9) VALUE 0.
       77 WS-RECV-AMOUNT          PIC 9(13)V99 VALUE 0.
       77 WS-RESULT               PIC X(12) VALUE SPACES.
       77 WS-ALERT-TEXT           PIC X(150) VALUE SPACES.

       77 WS-MATCHED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-MISMATCH-COUNT       PIC 9(9) COMP VALUE 0.
       77 WS-MISSING-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-OVERDUE-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-ACK-READ-COUNT       PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-COUNT-EDIT           PIC Z(8)9.
       77 WS-COUNT-EDIT-2         PIC Z(8)9.
       77 WS-AMOUNT-EDIT          PIC Z(12)9.99.
       77 WS-AMOUNT-EDIT-2        PIC Z(12)9.99.
       77 WS-AGE-EDIT             PIC Z(4)9.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 8) TO WS-TODAY.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           PERFORM READ-ACK-CONFIG.
           PERFORM LOAD-DISTRIBUTION-LOG.
           PERFORM LOAD-ACK-HISTORY.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-EX-COUNT-TOTAL
               PERFORM PICK-UP-PARTNER-ACKS
           END-PERFORM.
           PERFORM CHASE-MISSING-ACKS.
           PERFORM WRITE-ACK-REPORT.
           MOVE WS-MATCHED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Accuses concordants  : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-MISMATCH-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Accuses discordants  : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-MISSING-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Accuses manquants    : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "dont en retard       : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-PATH).
           IF WS-MISMATCH-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-ACK-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CONFIG-LINE (1:1) NOT = "#"
                               AND WS-CONFIG-LINE NOT = SPACES
                           UNSTRING WS-CONFIG-LINE DELIMITED BY "="
                               INTO WS-CFG-KEY WS-CFG-VALUE
                           END-UNSTRING
                           PERFORM APPLY-ONE-ACK-SETTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

       APPLY-ONE-ACK-SETTING.
           IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CFG-KEY
               WHEN "ACK_OVERDUE_DAYS"
                   COMPUTE WS-OVERDUE-DAYS =
                       FUNCTION NUMVAL (WS-CFG-VALUE)
               WHEN "ACK_LOOKBACK_DAYS"
                   COMPUTE WS-LOOKBACK-DAYS =
                       FUNCTION NUMVAL (WS-CFG-VALUE)
           END-EVALUATE.
           EXIT.

      *> LOAD-DISTRIBUTION-LOG keeps the extract lines (ship notices
      *> are logged there too, but carry no ack) inside the lookback
      *> window, one entry per partner and run date.
       LOAD-DISTRIBUTION-LOG.
           OPEN INPUT DIST-LOG-FILE.
           IF WS-DIST-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DIST-LOG-STATUS = "10"
               READ DIST-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-DISTRIBUTION
               END-READ
           END-PERFORM.
           CLOSE DIST-LOG-FILE.
           EXIT.

       LOAD-ONE-DISTRIBUTION.
           IF WS-DIST-LOG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DL-STAMP WS-DL-PARTNER WS-DL-PATH
               WS-DL-COUNT-X WS-DL-AMOUNT-X.
           UNSTRING WS-DIST-LOG-LINE DELIMITED BY "|"
               INTO WS-DL-STAMP WS-DL-PARTNER WS-DL-PATH
                    WS-DL-COUNT-X WS-DL-AMOUNT-X
           END-UNSTRING.
           MOVE 0 TO WS-PATH-HITS.
           INSPECT WS-DL-PATH TALLYING WS-PATH-HITS
               FOR ALL "/extract_".
           IF WS-PATH-HITS = 0 OR WS-DL-PARTNER = SPACES
                   OR WS-DL-STAMP (1 : 8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DL-STAMP (1 : 8) TO WS-DATE-NUM.
           PERFORM COMPUTE-AGE-DAYS.
           IF WS-AGE-DAYS > WS-LOOKBACK-DAYS OR WS-AGE-DAYS < 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-DL-PARTNER)
               TO WS-WANTED-PARTNER.
           MOVE WS-DL-STAMP (1 : 8) TO WS-WANTED-DATE.
           PERFORM FIND-EXTRACT-ENTRY.
           IF WS-EX-INDEX = 0
               IF WS-EX-COUNT-TOTAL >= 1000
                   ADD 1 TO WS-EX-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EX-COUNT-TOTAL
               MOVE WS-EX-COUNT-TOTAL TO WS-EX-INDEX
               MOVE WS-WANTED-PARTNER TO WS-EX-PARTNER (WS-EX-INDEX)
               MOVE WS-WANTED-DATE TO WS-EX-DATE (WS-EX-INDEX)
           END-IF.
           MOVE WS-DL-PATH TO WS-EX-PATH (WS-EX-INDEX).
           MOVE WS-AGE-DAYS TO WS-EX-AGE (WS-EX-INDEX).
           MOVE 0 TO WS-EX-COUNT (WS-EX-INDEX).
           IF FUNCTION TEST-NUMVAL (WS-DL-COUNT-X) = 0
               COMPUTE WS-EX-COUNT (WS-EX-INDEX) =
                   FUNCTION NUMVAL (WS-DL-COUNT-X)
           END-IF.
           MOVE 0 TO WS-EX-AMOUNT (WS-EX-INDEX).
           IF FUNCTION TEST-NUMVAL (WS-DL-AMOUNT-X) = 0
               COMPUTE WS-EX-AMOUNT (WS-EX-INDEX) =
                   FUNCTION NUMVAL (WS-DL-AMOUNT-X)
           END-IF.
           EXIT.

      *> COMPUTE-AGE-DAYS: days from WS-DATE-NUM to today.
       COMPUTE-AGE-DAYS.
           MOVE -1 TO WS-AGE-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS
               - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           EXIT.

       FIND-EXTRACT-ENTRY.
           MOVE 0 TO WS-EX-INDEX.
           PERFORM VARYING WS-EX-SCAN FROM 1 BY 1
                   UNTIL WS-EX-SCAN > WS-EX-COUNT-TOTAL
                       OR WS-EX-INDEX NOT = 0
               IF WS-EX-PARTNER (WS-EX-SCAN) = WS-WANTED-PARTNER
                       AND WS-EX-DATE (WS-EX-SCAN) = WS-WANTED-DATE
                   MOVE WS-EX-SCAN TO WS-EX-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-ACK-HISTORY replays earlier results onto the table; the
      *> latest ack for an extract wins, and an ALERTED line means
      *> the overdue alert has already gone out.
       LOAD-ACK-HISTORY.
           OPEN INPUT ACK-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-STATUS = "10"
               READ ACK-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-HISTORY-LINE
               END-READ
           END-PERFORM.
           CLOSE ACK-HISTORY-FILE.
           EXIT.

       APPLY-ONE-HISTORY-LINE.
           IF WS-HISTORY-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-HS-PARTNER WS-HS-DATE WS-HS-RESULT.
           UNSTRING WS-HISTORY-LINE DELIMITED BY "|"
               INTO WS-HS-PARTNER WS-HS-DATE WS-HS-RESULT
           END-UNSTRING.
           MOVE WS-HS-PARTNER TO WS-WANTED-PARTNER.
           MOVE WS-HS-DATE TO WS-WANTED-DATE.
           PERFORM FIND-EXTRACT-ENTRY.
           IF WS-EX-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-HS-RESULT
               WHEN "MATCHED"
               WHEN "MISMATCHED"
                   MOVE WS-HS-RESULT TO WS-EX-STATE (WS-EX-INDEX)
               WHEN "ALERTED"
                   MOVE "Y" TO WS-EX-ALERTED (WS-EX-INDEX)
           END-EVALUATE.
           EXIT.

      *> PICK-UP-PARTNER-ACKS reads logs/ack_<partner>.dat for the
      *> partner of table entry WS-PT-SCAN - once per partner, at
      *> that partner's first entry - and removes it when read.
       PICK-UP-PARTNER-ACKS.
           MOVE "N" TO WS-PARTNER-DONE.
           PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                   UNTIL WS-EX-INDEX >= WS-PT-SCAN
               IF WS-EX-PARTNER (WS-EX-INDEX)
                       = WS-EX-PARTNER (WS-PT-SCAN)
                   MOVE "Y" TO WS-PARTNER-DONE
               END-IF
           END-PERFORM.
           IF WS-PARTNER-DONE = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EX-PARTNER (WS-PT-SCAN) TO WS-ACK-FILE-PARTNER.
           MOVE SPACES TO WS-ACK-PATH.
           STRING "logs/ack_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACK-FILE-PARTNER) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ACK-PATH
           END-STRING.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ACK-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT ACK-HISTORY-FILE
           END-IF.
           PERFORM UNTIL WS-ACK-STATUS = "10"
               READ ACK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-ONE-ACK
               END-READ
           END-PERFORM.
           CLOSE ACK-HISTORY-FILE.
           CLOSE ACK-FILE.
           MOVE WS-ACK-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-FILE.
           EXIT.

       MATCH-ONE-ACK.
           IF WS-ACK-LINE = SPACES OR WS-ACK-TYPE NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACK-READ-COUNT.
           MOVE 0 TO WS-RECV-COUNT.
           IF FUNCTION TEST-NUMVAL (WS-ACK-COUNT-X) = 0
               COMPUTE WS-RECV-COUNT =
                   FUNCTION NUMVAL (WS-ACK-COUNT-X)
           END-IF.
           MOVE 0 TO WS-RECV-AMOUNT.
           IF FUNCTION TEST-NUMVAL (WS-ACK-AMOUNT-X) = 0
               COMPUTE WS-RECV-AMOUNT =
                   FUNCTION NUMVAL (WS-ACK-AMOUNT-X)
           END-IF.
           MOVE 0 TO WS-EX-INDEX.
           IF FUNCTION UPPER-CASE (WS-ACK-PARTNER)
                   = WS-ACK-FILE-PARTNER
               MOVE WS-ACK-FILE-PARTNER TO WS-WANTED-PARTNER
               MOVE WS-ACK-DATE TO WS-WANTED-DATE
               PERFORM FIND-EXTRACT-ENTRY
           END-IF.
           IF WS-EX-INDEX = 0
               MOVE "NO-EXTRACT" TO WS-RESULT
               IF WS-ST-COUNT < 100
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ACK-FILE-PARTNER TO WS-ST-FILE (WS-ST-COUNT)
                   MOVE WS-ACK-LINE TO WS-ST-LINE (WS-ST-COUNT)
               END-IF
               MOVE FUNCTION UPPER-CASE (WS-ACK-PARTNER)
                   TO WS-WANTED-PARTNER
               MOVE WS-ACK-DATE TO WS-WANTED-DATE
               PERFORM WRITE-HISTORY-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECV-COUNT = WS-EX-COUNT (WS-EX-INDEX)
                   AND WS-RECV-AMOUNT = WS-EX-AMOUNT (WS-EX-INDEX)
               MOVE "MATCHED" TO WS-RESULT
           ELSE
               MOVE "MISMATCHED" TO WS-RESULT
           END-IF.
           MOVE WS-RESULT TO WS-EX-STATE (WS-EX-INDEX).
           MOVE "Y" TO WS-EX-THIS-RUN (WS-EX-INDEX).
           MOVE WS-RECV-COUNT TO WS-EX-ACK-COUNT (WS-EX-INDEX).
           MOVE WS-RECV-AMOUNT TO WS-EX-ACK-AMOUNT (WS-EX-INDEX).
           PERFORM WRITE-HISTORY-LINE.
           IF WS-RESULT = "MISMATCHED"
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Partner " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-WANTED-PARTNER)
                          DELIMITED BY SIZE
                      " ack for extract " DELIMITED BY SIZE
                      WS-WANTED-DATE DELIMITED BY SIZE
                      " does not match what was sent - see "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REPORT-PATH) DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM QUEUE-ACK-ALERT
           END-IF.
           EXIT.

      *> WRITE-HISTORY-LINE appends "partner|date|result|count|amount|
      *> stamp" for WS-WANTED-PARTNER / WS-WANTED-DATE to the open
      *> history file.
       WRITE-HISTORY-LINE.
           MOVE WS-RECV-COUNT TO WS-COUNT-EDIT.
           MOVE WS-RECV-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-HISTORY-LINE.
           STRING FUNCTION TRIM (WS-WANTED-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-WANTED-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RESULT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 14) DELIMITED BY SIZE
               INTO WS-HISTORY-LINE
           END-STRING.
           WRITE WS-HISTORY-LINE.
           EXIT.

      *> CHASE-MISSING-ACKS counts the extracts still without an ack
      *> and alerts, once each, on those past the overdue age.
       CHASE-MISSING-ACKS.
           PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                   UNTIL WS-EX-INDEX > WS-EX-COUNT-TOTAL
               EVALUATE WS-EX-STATE (WS-EX-INDEX)
                   WHEN "MATCHED"
                       IF WS-EX-THIS-RUN (WS-EX-INDEX) = "Y"
                           ADD 1 TO WS-MATCHED-COUNT
                       END-IF
                   WHEN "MISMATCHED"
                       IF WS-EX-THIS-RUN (WS-EX-INDEX) = "Y"
                           ADD 1 TO WS-MISMATCH-COUNT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-MISSING-COUNT
                       IF WS-EX-AGE (WS-EX-INDEX) >= WS-OVERDUE-DAYS
                           ADD 1 TO WS-OVERDUE-COUNT
                           IF WS-EX-ALERTED (WS-EX-INDEX) NOT = "Y"
                               PERFORM ALERT-ONE-OVERDUE-EXTRACT
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.
           EXIT.

       ALERT-ONE-OVERDUE-EXTRACT.
           MOVE WS-EX-AGE (WS-EX-INDEX) TO WS-AGE-EDIT.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "Extract " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-PATH (WS-EX-INDEX))
                      DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-EX-DATE (WS-EX-INDEX) DELIMITED BY SIZE
                  " not acknowledged by " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-PARTNER (WS-EX-INDEX))
                      DELIMITED BY SIZE
                  " after " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AGE-EDIT) DELIMITED BY SIZE
                  " day(s)" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM QUEUE-ACK-ALERT.
           MOVE "Y" TO WS-EX-ALERTED (WS-EX-INDEX).
           OPEN EXTEND ACK-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT ACK-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EX-PARTNER (WS-EX-INDEX) TO WS-WANTED-PARTNER.
           MOVE WS-EX-DATE (WS-EX-INDEX) TO WS-WANTED-DATE.
           MOVE "ALERTED" TO WS-RESULT.
           MOVE 0 TO WS-RECV-COUNT.
           MOVE 0 TO WS-RECV-AMOUNT.
           PERFORM WRITE-HISTORY-LINE.
           CLOSE ACK-HISTORY-FILE.
           EXIT.

      *> QUEUE-ACK-ALERT leaves one line for ALERTDISP's next pass.
       QUEUE-ACK-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ALERT-QUEUE-LINE.
           STRING "ack|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ALERT-TEXT) DELIMITED BY SIZE
               INTO WS-ALERT-QUEUE-LINE
           END-STRING.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.

       WRITE-ACK-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OVERDUE-DAYS TO WS-AGE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Partner extract acknowledgements - "
                      DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 8) DELIMITED BY SIZE
                  " (overdue after " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AGE-EDIT) DELIMITED BY SIZE
                  " day(s))" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "MATCHED" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                   UNTIL WS-EX-INDEX > WS-EX-COUNT-TOTAL
               IF WS-EX-THIS-RUN (WS-EX-INDEX) = "Y"
                       AND WS-EX-STATE (WS-EX-INDEX) = "MATCHED"
                   PERFORM WRITE-ACKED-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "MISMATCHED (sent / received)" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                   UNTIL WS-EX-INDEX > WS-EX-COUNT-TOTAL
               IF WS-EX-THIS-RUN (WS-EX-INDEX) = "Y"
                       AND WS-EX-STATE (WS-EX-INDEX) = "MISMATCHED"
                   PERFORM WRITE-ACKED-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "MISSING (age in days)" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                   UNTIL WS-EX-INDEX > WS-EX-COUNT-TOTAL
               IF WS-EX-STATE (WS-EX-INDEX) = SPACES
                   PERFORM WRITE-MISSING-LINE
               END-IF
           END-PERFORM.
           IF WS-ST-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE "ACKS NAMING NO EXTRACT SENT" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-EX-INDEX FROM 1 BY 1
                       UNTIL WS-EX-INDEX > WS-ST-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ack_" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-ST-FILE (WS-EX-INDEX))
                              DELIMITED BY SIZE
                          ".dat: " DELIMITED BY SIZE
                          WS-ST-LINE (WS-EX-INDEX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WS-REPORT-LINE
               END-PERFORM
           END-IF.
           IF WS-EX-DROPPED > 0
               MOVE WS-EX-DROPPED TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Extracts beyond the 1000-entry table, not"
                          DELIMITED BY SIZE
                      " checked: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-ACKED-LINE.
           MOVE WS-EX-COUNT (WS-EX-INDEX) TO WS-COUNT-EDIT.
           MOVE WS-EX-AMOUNT (WS-EX-INDEX) TO WS-AMOUNT-EDIT.
           MOVE WS-EX-ACK-COUNT (WS-EX-INDEX) TO WS-COUNT-EDIT-2.
           MOVE WS-EX-ACK-AMOUNT (WS-EX-INDEX) TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-EX-PARTNER (WS-EX-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EX-DATE (WS-EX-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  "  /" DELIMITED BY SIZE
                  WS-COUNT-EDIT-2 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

       WRITE-MISSING-LINE.
           MOVE WS-EX-AGE (WS-EX-INDEX) TO WS-AGE-EDIT.
           MOVE WS-EX-COUNT (WS-EX-INDEX) TO WS-COUNT-EDIT.
           MOVE WS-EX-AMOUNT (WS-EX-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-EX-PARTNER (WS-EX-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EX-DATE (WS-EX-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  "  age " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AGE-EDIT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-EX-AGE (WS-EX-INDEX) >= WS-OVERDUE-DAYS
               STRING "  OVERDUE" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-REPORT-LINE.
           EXIT.

       UNLINK-ONE-FILE.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-UNLINK-TARGET)
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "unlink" USING
               BY REFERENCE WS-C-PATH
               RETURNING WS-RET.
           EXIT.
