       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBESCAN.
      *> PROBESCAN picks the scanners out of the day's logs so nobody
      *> has to hand-type DENY lines from ERRTRIAGE's offender list.
      *> Every client IP in logs/access.log and logs/reject.log is
      *> scored on four signals:
      *>   - hits on the known probe paths in config/probe_paths.conf
      *>     (PROBE_WEIGHT_PATH points each, default 20);
      *>   - rate-limit rejects (PROBE_WEIGHT_RATELIMIT, default 2);
      *>   - 401s on /api (PROBE_WEIGHT_AUTHFAIL, default 10);
      *>   - the 404 share of its requests, in percent, once it has
      *>     PROBE_MIN_404 of them (default 10).
      *> An address scoring PROBE_SCORE_THRESHOLD or more (default
      *> 100) is appended to logs/pending_blocks.dat with the
      *> evidence ("ip|PENDING|score|requests|404s|probe hits|rate
      *> rejects|auth failures|sample path|detected|decided|
      *> operator"), where MAINTAIN's block review accepts it as a
      *> DENY rule or dismisses it. An address already in acl.conf,
      *> already pending, or dismissed within PROBE_DISMISS_DAYS
      *> (default 30) is reported but not queued again. The scores
      *> are in logs/probe_report.txt; new entries are announced
      *> through ALERTDISP. All settings are config/webserver.conf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT PROBE-PATH-FILE ASSIGN TO WS-PROBE-PATH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROBE-PATH-STATUS.
           SELECT ACL-FILE ASSIGN TO WS-ACL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
           SELECT REJECT-LOG-FILE ASSIGN TO WS-REJECT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-LOG-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
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
       FD  PROBE-PATH-FILE.
       01  WS-PROBE-PATH-LINE     PIC X(128).
       FD  ACL-FILE.
       01  WS-ACL-LINE            PIC X(64).
       FD  ACCESS-LOG-FILE.
       01  WS-ACCESS-LOG-LINE     PIC X(256).
       FD  REJECT-LOG-FILE.
       01  WS-REJECT-LOG-LINE     PIC X(256).
       FD  PENDING-FILE.
       01  WS-PENDING-LINE        PIC X(256).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-PROBE-PATH-PATH      PIC X(256)
           VALUE "config/probe_paths.conf".
       77 WS-PROBE-PATH-STATUS    PIC X(2) VALUE SPACES.
       77 WS-ACL-PATH             PIC X(256)
           VALUE "config/acl.conf".
       77 WS-ACL-STATUS           PIC X(2) VALUE SPACES.
       77 WS-ACCESS-LOG-PATH      PIC X(256) VALUE "logs/access.log".
       77 WS-ACCESS-LOG-STATUS    PIC X(2) VALUE SPACES.
       77 WS-REJECT-LOG-PATH      PIC X(256) VALUE "logs/reject.log".
       77 WS-REJECT-LOG-STATUS    PIC X(2) VALUE SPACES.
       77 WS-PENDING-PATH         PIC X(256)
           VALUE "logs/pending_blocks.dat".
       77 WS-PENDING-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/probe_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-THRESHOLD            PIC 9(9) VALUE 100.
       77 WS-WEIGHT-PATH          PIC 9(9) VALUE 20.
       77 WS-WEIGHT-RATELIMIT     PIC 9(9) VALUE 2.
       77 WS-WEIGHT-AUTHFAIL      PIC 9(9) VALUE 10.
       77 WS-MIN-404              PIC 9(9) VALUE 10.
       77 WS-DISMISS-DAYS         PIC 9(4) VALUE 30.
       77 WS-CFG-NUMBER           PIC 9(9) VALUE 0.

       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-TODAY-DAYS           PIC 9(9) COMP VALUE 0.
       77 WS-DATE-NUM             PIC 9(8) VALUE 0.
       77 WS-AGE-DAYS             PIC S9(9) COMP VALUE 0.

      *> Probe paths, lower-cased, with their lengths.
       01 WS-PROBE-TABLE.
           05 WS-PP-ENTRY OCCURS 50 TIMES.
              10 WS-PP-TEXT       PIC X(64) VALUE SPACES.
              10 WS-PP-LEN        PIC 9(4) COMP VALUE 0.
       77 WS-PP-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PP-INDEX             PIC 9(4) COMP VALUE 0.

      *> Addresses already in acl.conf, ALLOW and DENY alike.
       01 WS-EXEMPT-TABLE.
           05 WS-EX-IP OCCURS 200 TIMES PIC X(39) VALUE SPACES.
       77 WS-EX-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-ACL-TYPE             PIC X(8) VALUE SPACES.
       77 WS-ACL-IP               PIC X(39) VALUE SPACES.

      *> Latest pending-queue state per address.
       01 WS-QUEUED-TABLE.
           05 WS-QD-ENTRY OCCURS 1000 TIMES.
              10 WS-QD-IP         PIC X(39) VALUE SPACES.
              10 WS-QD-STATE      PIC X(10) VALUE SPACES.
              10 WS-QD-DECIDED    PIC X(14) VALUE SPACES.
       77 WS-QD-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-QD-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PQ-IP                PIC X(39) VALUE SPACES.
       77 WS-PQ-STATE             PIC X(10) VALUE SPACES.
       77 WS-PQ-JUNK              PIC X(64) VALUE SPACES.
       77 WS-PQ-DECIDED           PIC X(14) VALUE SPACES.

      *> Per-address evidence for the day.
       01 WS-SCORE-TABLE.
           05 WS-PB-ENTRY OCCURS 2000 TIMES.
              10 WS-PB-IP         PIC X(39) VALUE SPACES.
              10 WS-PB-REQUESTS   PIC 9(9) COMP VALUE 0.
              10 WS-PB-NOTFOUND   PIC 9(9) COMP VALUE 0.
              10 WS-PB-PROBES     PIC 9(9) COMP VALUE 0.
              10 WS-PB-RATELIMIT  PIC 9(9) COMP VALUE 0.
              10 WS-PB-AUTHFAIL   PIC 9(9) COMP VALUE 0.
              10 WS-PB-SAMPLE     PIC X(64) VALUE SPACES.
              10 WS-PB-SCORE      PIC 9(9) COMP VALUE 0.
              10 WS-PB-RATIO      PIC 9(3) VALUE 0.
              10 WS-PB-OUTCOME    PIC X(24) VALUE SPACES.
       77 WS-PB-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PB-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PB-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-PB-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-WANTED-IP            PIC X(39) VALUE SPACES.

       77 WS-SCAN-JUNK            PIC X(256) VALUE SPACES.
       77 WS-SCAN-TAIL            PIC X(256) VALUE SPACES.
       77 WS-LINE-IP              PIC X(39) VALUE SPACES.
       77 WS-LINE-PATH            PIC X(128) VALUE SPACES.
       77 WS-LINE-LOWER           PIC X(128) VALUE SPACES.
       77 WS-LINE-STATUS          PIC X(3) VALUE SPACES.
       77 WS-LINE-REASON          PIC X(16) VALUE SPACES.
       77 WS-HITS                 PIC 9(4) COMP VALUE 0.

       77 WS-FLAGGED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-QUEUED-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-SKIPPED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-EDIT-1               PIC Z(8)9.
       77 WS-EDIT-2               PIC Z(8)9.
       77 WS-EDIT-3               PIC Z(8)9.
       77 WS-EDIT-4               PIC Z(8)9.
       77 WS-EDIT-5               PIC Z(8)9.
       77 WS-EDIT-6               PIC Z(8)9.
       77 WS-RATIO-EDIT           PIC ZZ9.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           PERFORM READ-PROBE-CONFIG.
           PERFORM LOAD-PROBE-PATHS.
           PERFORM LOAD-ACL-ADDRESSES.
           PERFORM LOAD-PENDING-QUEUE.
           PERFORM SCAN-ACCESS-LOG.
           PERFORM SCAN-REJECT-LOG.
           PERFORM VARYING WS-PB-INDEX FROM 1 BY 1
                   UNTIL WS-PB-INDEX > WS-PB-COUNT
               PERFORM SCORE-ONE-ADDRESS
           END-PERFORM.
           PERFORM WRITE-PROBE-REPORT.
           IF WS-QUEUED-COUNT > 0
               PERFORM QUEUE-REVIEW-ALERT
           END-IF.
           MOVE WS-PB-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Adresses examinees     : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Au-dessus du seuil     : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-QUEUED-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Blocages proposes      : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-PATH).
           STOP RUN.

       READ-PROBE-CONFIG.
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
                           PERFORM APPLY-ONE-PROBE-SETTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

       APPLY-ONE-PROBE-SETTING.
           IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CFG-NUMBER = FUNCTION NUMVAL (WS-CFG-VALUE).
           EVALUATE WS-CFG-KEY
               WHEN "PROBE_SCORE_THRESHOLD"
                   IF WS-CFG-NUMBER > 0
                       MOVE WS-CFG-NUMBER TO WS-THRESHOLD
                   END-IF
               WHEN "PROBE_WEIGHT_PATH"
                   MOVE WS-CFG-NUMBER TO WS-WEIGHT-PATH
               WHEN "PROBE_WEIGHT_RATELIMIT"
                   MOVE WS-CFG-NUMBER TO WS-WEIGHT-RATELIMIT
               WHEN "PROBE_WEIGHT_AUTHFAIL"
                   MOVE WS-CFG-NUMBER TO WS-WEIGHT-AUTHFAIL
               WHEN "PROBE_MIN_404"
                   MOVE WS-CFG-NUMBER TO WS-MIN-404
               WHEN "PROBE_DISMISS_DAYS"
                   MOVE WS-CFG-NUMBER TO WS-DISMISS-DAYS
           END-EVALUATE.
           EXIT.

       LOAD-PROBE-PATHS.
           OPEN INPUT PROBE-PATH-FILE.
           IF WS-PROBE-PATH-STATUS NOT = "00"
               DISPLAY "Pas de liste de chemins sondes: "
                   FUNCTION TRIM (WS-PROBE-PATH-PATH)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PROBE-PATH-STATUS = "10"
               READ PROBE-PATH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PROBE-PATH-LINE (1:1) NOT = "#"
                               AND WS-PROBE-PATH-LINE NOT = SPACES
                               AND WS-PP-COUNT < 50
                           ADD 1 TO WS-PP-COUNT
                           MOVE FUNCTION LOWER-CASE
                               (FUNCTION TRIM (WS-PROBE-PATH-LINE))
                               TO WS-PP-TEXT (WS-PP-COUNT)
                           MOVE 0 TO WS-PP-LEN (WS-PP-COUNT)
                           INSPECT WS-PP-TEXT (WS-PP-COUNT)
                               TALLYING WS-PP-LEN (WS-PP-COUNT)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROBE-PATH-FILE.
           EXIT.

       LOAD-ACL-ADDRESSES.
           OPEN INPUT ACL-FILE.
           IF WS-ACL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACL-STATUS = "10"
                   OR WS-EX-COUNT >= 200
               READ ACL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ACL-LINE (1:1) NOT = "#"
                               AND WS-ACL-LINE NOT = SPACES
                           MOVE SPACES TO WS-ACL-TYPE WS-ACL-IP
                           UNSTRING WS-ACL-LINE DELIMITED BY "|"
                               INTO WS-ACL-TYPE WS-ACL-IP
                           END-UNSTRING
                           ADD 1 TO WS-EX-COUNT
                           MOVE WS-ACL-IP TO WS-EX-IP (WS-EX-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACL-FILE.
           EXIT.

      *> LOAD-PENDING-QUEUE keeps the last line seen per address, so
      *> a later decision or re-detection supersedes an earlier one.
       LOAD-PENDING-QUEUE.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PENDING-STATUS = "10"
               READ PENDING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-QUEUED-ADDRESS
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           EXIT.

       LOAD-ONE-QUEUED-ADDRESS.
           IF WS-PENDING-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PQ-IP WS-PQ-STATE WS-PQ-DECIDED.
           UNSTRING WS-PENDING-LINE DELIMITED BY "|"
               INTO WS-PQ-IP WS-PQ-STATE
                    WS-PQ-JUNK WS-PQ-JUNK WS-PQ-JUNK WS-PQ-JUNK
                    WS-PQ-JUNK WS-PQ-JUNK WS-PQ-JUNK WS-PQ-JUNK
                    WS-PQ-DECIDED
           END-UNSTRING.
           MOVE 0 TO WS-QD-INDEX.
           PERFORM VARYING WS-PB-SCAN FROM 1 BY 1
                   UNTIL WS-PB-SCAN > WS-QD-COUNT
               IF WS-QD-IP (WS-PB-SCAN) = WS-PQ-IP
                   MOVE WS-PB-SCAN TO WS-QD-INDEX
               END-IF
           END-PERFORM.
           IF WS-QD-INDEX = 0
               IF WS-QD-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QD-COUNT
               MOVE WS-QD-COUNT TO WS-QD-INDEX
               MOVE WS-PQ-IP TO WS-QD-IP (WS-QD-INDEX)
           END-IF.
           MOVE WS-PQ-STATE TO WS-QD-STATE (WS-QD-INDEX).
           MOVE WS-PQ-DECIDED TO WS-QD-DECIDED (WS-QD-INDEX).
           EXIT.

       SCAN-ACCESS-LOG.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACCESS-LOG-STATUS = "10"
               READ ACCESS-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ACCESS-LINE
               END-READ
           END-PERFORM.
           CLOSE ACCESS-LOG-FILE.
           EXIT.

      *> TALLY-ACCESS-LINE pulls ip=, path= and status= out of one
      *> access line, the way ERRTRIAGE pulls ip= out of a reject.
       TALLY-ACCESS-LINE.
           MOVE SPACES TO WS-SCAN-JUNK WS-SCAN-TAIL.
           UNSTRING WS-ACCESS-LOG-LINE DELIMITED BY " ip="
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           IF WS-SCAN-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINE-IP.
           UNSTRING WS-SCAN-TAIL DELIMITED BY " "
               INTO WS-LINE-IP
           END-UNSTRING.
           MOVE SPACES TO WS-SCAN-JUNK WS-SCAN-TAIL.
           UNSTRING WS-ACCESS-LOG-LINE DELIMITED BY " path="
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-LINE-PATH.
           UNSTRING WS-SCAN-TAIL DELIMITED BY " "
               INTO WS-LINE-PATH
           END-UNSTRING.
           MOVE SPACES TO WS-SCAN-JUNK WS-SCAN-TAIL.
           UNSTRING WS-ACCESS-LOG-LINE DELIMITED BY " status="
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           MOVE WS-SCAN-TAIL (1 : 3) TO WS-LINE-STATUS.
           MOVE WS-LINE-IP TO WS-WANTED-IP.
           PERFORM FIND-OR-ADD-ADDRESS.
           IF WS-PB-INDEX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PB-REQUESTS (WS-PB-INDEX).
           IF WS-LINE-STATUS = "404"
               ADD 1 TO WS-PB-NOTFOUND (WS-PB-INDEX)
           END-IF.
           IF WS-LINE-STATUS = "401" AND WS-LINE-PATH (1 : 4) = "/api"
               ADD 1 TO WS-PB-AUTHFAIL (WS-PB-INDEX)
           END-IF.
           MOVE FUNCTION LOWER-CASE (WS-LINE-PATH) TO WS-LINE-LOWER.
           PERFORM VARYING WS-PP-INDEX FROM 1 BY 1
                   UNTIL WS-PP-INDEX > WS-PP-COUNT
               MOVE 0 TO WS-HITS
               INSPECT WS-LINE-LOWER TALLYING WS-HITS
                   FOR ALL WS-PP-TEXT (WS-PP-INDEX)
                       (1 : WS-PP-LEN (WS-PP-INDEX))
               IF WS-HITS > 0
                   ADD 1 TO WS-PB-PROBES (WS-PB-INDEX)
                   IF WS-PB-SAMPLE (WS-PB-INDEX) = SPACES
                       MOVE WS-LINE-PATH TO WS-PB-SAMPLE (WS-PB-INDEX)
                   END-IF
                   MOVE WS-PP-COUNT TO WS-PP-INDEX
               END-IF
           END-PERFORM.
           EXIT.

       SCAN-REJECT-LOG.
           OPEN INPUT REJECT-LOG-FILE.
           IF WS-REJECT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REJECT-LOG-STATUS = "10"
               READ REJECT-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-REJECT-LINE
               END-READ
           END-PERFORM.
           CLOSE REJECT-LOG-FILE.
           EXIT.

       TALLY-REJECT-LINE.
           MOVE SPACES TO WS-SCAN-JUNK WS-SCAN-TAIL.
           UNSTRING WS-REJECT-LOG-LINE DELIMITED BY " reason="
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-LINE-REASON.
           UNSTRING WS-SCAN-TAIL DELIMITED BY " "
               INTO WS-LINE-REASON
           END-UNSTRING.
           IF WS-LINE-REASON NOT = "rate_limit"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SCAN-JUNK WS-SCAN-TAIL.
           UNSTRING WS-REJECT-LOG-LINE DELIMITED BY " ip="
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-LINE-IP.
           UNSTRING WS-SCAN-TAIL DELIMITED BY " "
               INTO WS-LINE-IP
           END-UNSTRING.
           MOVE WS-LINE-IP TO WS-WANTED-IP.
           PERFORM FIND-OR-ADD-ADDRESS.
           IF WS-PB-INDEX NOT = 0
               ADD 1 TO WS-PB-RATELIMIT (WS-PB-INDEX)
           END-IF.
           EXIT.

      *> FIND-OR-ADD-ADDRESS: WS-PB-INDEX for WS-WANTED-IP, 0 when it
      *> is blank or the table is full.
       FIND-OR-ADD-ADDRESS.
           MOVE 0 TO WS-PB-INDEX.
           IF WS-WANTED-IP = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PB-SCAN FROM 1 BY 1
                   UNTIL WS-PB-SCAN > WS-PB-COUNT
                       OR WS-PB-INDEX NOT = 0
               IF WS-PB-IP (WS-PB-SCAN) = WS-WANTED-IP
                   MOVE WS-PB-SCAN TO WS-PB-INDEX
               END-IF
           END-PERFORM.
           IF WS-PB-INDEX NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PB-COUNT >= 2000
               ADD 1 TO WS-PB-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PB-COUNT.
           MOVE WS-PB-COUNT TO WS-PB-INDEX.
           MOVE WS-WANTED-IP TO WS-PB-IP (WS-PB-INDEX).
           EXIT.

      *> SCORE-ONE-ADDRESS adds up the four signals and, over the
      *> threshold, decides whether the address goes on the queue.
       SCORE-ONE-ADDRESS.
           MOVE 0 TO WS-PB-RATIO (WS-PB-INDEX).
           IF WS-PB-REQUESTS (WS-PB-INDEX) > 0
                   AND WS-PB-NOTFOUND (WS-PB-INDEX) >= WS-MIN-404
               COMPUTE WS-PB-RATIO (WS-PB-INDEX) =
                   WS-PB-NOTFOUND (WS-PB-INDEX) * 100
                   / WS-PB-REQUESTS (WS-PB-INDEX)
           END-IF.
           COMPUTE WS-PB-SCORE (WS-PB-INDEX) =
               WS-PB-PROBES (WS-PB-INDEX) * WS-WEIGHT-PATH
               + WS-PB-RATELIMIT (WS-PB-INDEX) * WS-WEIGHT-RATELIMIT
               + WS-PB-AUTHFAIL (WS-PB-INDEX) * WS-WEIGHT-AUTHFAIL
               + WS-PB-RATIO (WS-PB-INDEX)
               ON SIZE ERROR
                   MOVE 999999999 TO WS-PB-SCORE (WS-PB-INDEX)
           END-COMPUTE.
           IF WS-PB-SCORE (WS-PB-INDEX) < WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           PERFORM VARYING WS-PB-SCAN FROM 1 BY 1
                   UNTIL WS-PB-SCAN > WS-EX-COUNT
               IF WS-EX-IP (WS-PB-SCAN) = WS-PB-IP (WS-PB-INDEX)
                   MOVE "already in acl.conf"
                       TO WS-PB-OUTCOME (WS-PB-INDEX)
               END-IF
           END-PERFORM.
           IF WS-PB-OUTCOME (WS-PB-INDEX) NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-QD-INDEX.
           PERFORM VARYING WS-PB-SCAN FROM 1 BY 1
                   UNTIL WS-PB-SCAN > WS-QD-COUNT
               IF WS-QD-IP (WS-PB-SCAN) = WS-PB-IP (WS-PB-INDEX)
                   MOVE WS-PB-SCAN TO WS-QD-INDEX
               END-IF
           END-PERFORM.
           IF WS-QD-INDEX NOT = 0
               EVALUATE WS-QD-STATE (WS-QD-INDEX)
                   WHEN "PENDING"
                       MOVE "already pending review"
                           TO WS-PB-OUTCOME (WS-PB-INDEX)
                   WHEN "DISMISSED"
                       PERFORM CHECK-RECENT-DISMISSAL
               END-EVALUATE
           END-IF.
           IF WS-PB-OUTCOME (WS-PB-INDEX) NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM QUEUE-PENDING-BLOCK.
           EXIT.

       CHECK-RECENT-DISMISSAL.
           IF WS-QD-DECIDED (WS-QD-INDEX) (1 : 8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QD-DECIDED (WS-QD-INDEX) (1 : 8) TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS
               - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           IF WS-AGE-DAYS < WS-DISMISS-DAYS
               MOVE "dismissed recently" TO WS-PB-OUTCOME (WS-PB-INDEX)
           END-IF.
           EXIT.

       QUEUE-PENDING-BLOCK.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = "00"
               MOVE "queue write failed" TO WS-PB-OUTCOME (WS-PB-INDEX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM EDIT-EVIDENCE.
           MOVE SPACES TO WS-PENDING-LINE.
           STRING FUNCTION TRIM (WS-PB-IP (WS-PB-INDEX))
                      DELIMITED BY SIZE
                  "|PENDING|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-4) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-5) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-6) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PB-SAMPLE (WS-PB-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 14) DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
               INTO WS-PENDING-LINE
           END-STRING.
           WRITE WS-PENDING-LINE.
           CLOSE PENDING-FILE.
           MOVE "queued for review" TO WS-PB-OUTCOME (WS-PB-INDEX).
           ADD 1 TO WS-QUEUED-COUNT.
           EXIT.

       EDIT-EVIDENCE.
           MOVE WS-PB-SCORE (WS-PB-INDEX) TO WS-EDIT-1.
           MOVE WS-PB-REQUESTS (WS-PB-INDEX) TO WS-EDIT-2.
           MOVE WS-PB-NOTFOUND (WS-PB-INDEX) TO WS-EDIT-3.
           MOVE WS-PB-PROBES (WS-PB-INDEX) TO WS-EDIT-4.
           MOVE WS-PB-RATELIMIT (WS-PB-INDEX) TO WS-EDIT-5.
           MOVE WS-PB-AUTHFAIL (WS-PB-INDEX) TO WS-EDIT-6.
           EXIT.

      *> WRITE-PROBE-REPORT lists every address that scored at least
      *> half the threshold, so a near-miss is visible before it
      *> crosses over.
       WRITE-PROBE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-THRESHOLD TO WS-EDIT-1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Probe and scanner scoring - " DELIMITED BY SIZE
                  WS-STAMP-HOLD (1 : 8) DELIMITED BY SIZE
                  " (threshold " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE WS-WEIGHT-PATH TO WS-EDIT-1.
           MOVE WS-WEIGHT-RATELIMIT TO WS-EDIT-2.
           MOVE WS-WEIGHT-AUTHFAIL TO WS-EDIT-3.
           MOVE WS-MIN-404 TO WS-EDIT-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "score = probe hits x " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                  " + rate rejects x " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-2) DELIMITED BY SIZE
                  " + /api 401s x " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-3) DELIMITED BY SIZE
                  " + 404 % (from " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-4) DELIMITED BY SIZE
                  " 404s)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "address                                 score   reqs"
               & "   404s 404% probes  rate  auth  outcome"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-PB-INDEX FROM 1 BY 1
                   UNTIL WS-PB-INDEX > WS-PB-COUNT
               IF WS-PB-SCORE (WS-PB-INDEX) * 2 >= WS-THRESHOLD
                   PERFORM WRITE-SCORE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-1.
           MOVE WS-QUEUED-COUNT TO WS-EDIT-2.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Over threshold: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                  "  queued: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-2) DELIMITED BY SIZE
                  "  not queued again: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-3) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-PB-DROPPED > 0
               MOVE WS-PB-DROPPED TO WS-EDIT-1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Log lines from addresses beyond the 2000-entry"
                          DELIMITED BY SIZE
                      " table, not scored: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-EDIT-1) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-SCORE-LINE.
           MOVE WS-PB-SCORE (WS-PB-INDEX) TO WS-EDIT-1.
           MOVE WS-PB-REQUESTS (WS-PB-INDEX) TO WS-EDIT-2.
           MOVE WS-PB-NOTFOUND (WS-PB-INDEX) TO WS-EDIT-3.
           MOVE WS-PB-PROBES (WS-PB-INDEX) TO WS-EDIT-4.
           MOVE WS-PB-RATELIMIT (WS-PB-INDEX) TO WS-EDIT-5.
           MOVE WS-PB-AUTHFAIL (WS-PB-INDEX) TO WS-EDIT-6.
           MOVE WS-PB-RATIO (WS-PB-INDEX) TO WS-RATIO-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING WS-PB-IP (WS-PB-INDEX) DELIMITED BY SIZE
                  WS-EDIT-1 (4 : 6) DELIMITED BY SIZE
                  WS-EDIT-2 (3 : 7) DELIMITED BY SIZE
                  WS-EDIT-3 (3 : 7) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATIO-EDIT DELIMITED BY SIZE
                  WS-EDIT-4 (3 : 7) DELIMITED BY SIZE
                  WS-EDIT-5 (4 : 6) DELIMITED BY SIZE
                  WS-EDIT-6 (4 : 6) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-PB-OUTCOME (WS-PB-INDEX) = SPACES
               STRING "below threshold" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-PB-OUTCOME (WS-PB-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-REPORT-LINE.
           IF WS-PB-SAMPLE (WS-PB-INDEX) NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    e.g. " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PB-SAMPLE (WS-PB-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

      *> QUEUE-REVIEW-ALERT tells the on-call, through ALERTDISP,
      *> that there are proposed blocks waiting in MAINTAIN.
       QUEUE-REVIEW-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QUEUED-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-ALERT-QUEUE-LINE.
           STRING "probe|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  " probing address(es) proposed for blocking -"
                      DELIMITED BY SIZE
                  " review in MAINTAIN" DELIMITED BY SIZE
               INTO WS-ALERT-QUEUE-LINE
           END-STRING.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.
