       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNTHMON.
      *> SYNTHMON looks at the site the way a customer does. /health
      *> answers from inside the process, so it cannot see a broken
      *> DNS entry, a certificate the wire rejects or a page that
      *> comes back 200 with the wrong content; this job, run every
      *> few minutes, runs one round of the checks listed in
      *> config/monitor_checks.conf through curl, from outside:
      *>   NAME|METHOD|URL|STATUS|TEXT|MAX_MS|CREDENTIALS|BODY
      *> METHOD is GET, HEAD or POST; the response must carry the
      *> STATUS code, contain TEXT (when given) and arrive within
      *> MAX_MS milliseconds. CREDENTIALS "$NAME" sends the API key
      *> held in environment variable NAME on the monitoring host
      *> as the X-Api-Key header, so no secret lives in the checks
      *> file; a literal "user:pass" is still sent as basic auth. A
      *> POST sends BODY (the rest of the line) as JSON. The test
      *> order posted to /api uses partner_id SYNTHMON, which
      *> TXNBATCH recognises and sets aside; its key is a KEYADMIN
      *> key issued to partner SYNTHMON.
      *> Certificates are verified - a failed handshake is a failed
      *> check. Every result is appended to logs/monitor_history.dat
      *> ("stamp|check|PASS/FAIL|status|ms|reason"); the round counts
      *> toward the day's line in logs/monitor_daily.dat
      *> ("date|rounds|failed rounds|checks|failed checks|percent"),
      *> a round passing only when all its checks do - the
      *> externally observed availability AVAILREPORT prints beside
      *> its restart-based figure. A check failing MONITOR_ALERT_AFTER
      *> rounds running (default 3) queues one CRITICAL alert for
      *> ALERTDISP, and its first pass after that a RECOVERED one;
      *> the streaks are kept in logs/monitor_state.dat. curl gives
      *> up after MONITOR_TIMEOUT_SECONDS (default 30). Both settings
      *> are in config/webserver.conf.
      *>   cobcrun SYNTHMON
      *> It is run by cron on the monitoring host, not from
      *> config/schedule.conf: the server's scheduler would make the
      *> process under test wait on its own check, and would stop
      *> with it - e.g. "*/5 * * * * cd <install dir> && cobcrun
      *> SYNTHMON".
      *> Return code 1 when any check failed this round.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT CHECKS-FILE ASSIGN TO WS-CHECKS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKS-STATUS.
           SELECT POST-FILE ASSIGN TO WS-POST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT BODY-FILE ASSIGN TO WS-BODY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BODY-STATUS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DAILY-FILE ASSIGN TO WS-DAILY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT STATE-FILE ASSIGN TO WS-STATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERT-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE         PIC X(256).
       FD  CHECKS-FILE.
       01  WS-CHECKS-LINE         PIC X(1600).
       FD  POST-FILE.
       01  WS-POST-LINE           PIC X(1024).
       FD  BODY-FILE.
       01  WS-BODY-LINE           PIC X(4096).
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(64).
       FD  HISTORY-FILE.
       01  WS-HISTORY-LINE        PIC X(160).
       FD  DAILY-FILE.
       01  WS-DAILY-LINE          PIC X(80).
       FD  STATE-FILE.
       01  WS-STATE-LINE          PIC X(64).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-CHECKS-PATH          PIC X(256)
           VALUE "config/monitor_checks.conf".
       77 WS-CHECKS-STATUS        PIC X(2) VALUE SPACES.
       77 WS-POST-PATH            PIC X(256)
           VALUE "logs/synthmon_post.tmp".
       77 WS-POST-STATUS          PIC X(2) VALUE SPACES.
       77 WS-BODY-PATH            PIC X(256)
           VALUE "logs/synthmon_body.tmp".
       77 WS-BODY-STATUS          PIC X(2) VALUE SPACES.
       77 WS-WORK-PATH            PIC X(256)
           VALUE "logs/synthmon_work.tmp".
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-HISTORY-PATH         PIC X(256)
           VALUE "logs/monitor_history.dat".
       77 WS-HISTORY-STATUS       PIC X(2) VALUE SPACES.
       77 WS-DAILY-PATH           PIC X(256)
           VALUE "logs/monitor_daily.dat".
       77 WS-DAILY-STATUS         PIC X(2) VALUE SPACES.
       77 WS-STATE-PATH           PIC X(256)
           VALUE "logs/monitor_state.dat".
       77 WS-STATE-STATUS         PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-COMMAND              PIC X(2400) VALUE SPACES.
       77 WS-CMD-PTR              PIC S9(9) COMP VALUE 1.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-UNLINK-TARGET        PIC X(256) VALUE SPACES.
       77 WS-C-PATH               PIC X(257) VALUE SPACES.
       77 WS-CURL-EXIT            PIC S9(9) COMP VALUE 0.
       77 WS-CURL-EXIT-DISPLAY    PIC Z(2)9.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-ALERT-AFTER          PIC 9(4) VALUE 3.
       77 WS-TIMEOUT-SECONDS      PIC 9(4) VALUE 30.
       77 WS-TIMEOUT-DISPLAY      PIC Z(3)9.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.

      *> The checks, in file order.
       01 WS-CHECK-TABLE.
           05 WS-CK-ENTRY OCCURS 50 TIMES.
              10 WS-CK-NAME       PIC X(32).
              10 WS-CK-METHOD     PIC X(8).
              10 WS-CK-URL        PIC X(256).
              10 WS-CK-STATUS     PIC X(3).
              10 WS-CK-TEXT       PIC X(128).
              10 WS-CK-MAX-MS     PIC 9(7).
              10 WS-CK-CREDS      PIC X(64).
              10 WS-CK-BODY       PIC X(1024).
       77 WS-CK-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-CK-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-CK-PTR               PIC S9(9) COMP VALUE 1.
       77 WS-CK-MAX-MS-X          PIC X(12) VALUE SPACES.

      *> What came back for the check in hand.
       77 WS-GOT-STATUS           PIC X(3) VALUE SPACES.
       77 WS-GOT-TIME-X           PIC X(16) VALUE SPACES.
       77 WS-GOT-MS               PIC 9(7) VALUE 0.
       77 WS-GOT-MS-DISPLAY       PIC Z(6)9.
       77 WS-MAX-MS-DISPLAY       PIC Z(6)9.
       77 WS-TEXT-LEN             PIC 9(4) COMP VALUE 0.
       77 WS-TEXT-HITS            PIC 9(9) COMP VALUE 0.
       77 WS-CHECK-RESULT         PIC X(4) VALUE SPACES.
           88 WS-CHECK-PASSED     VALUE "PASS".
       77 WS-CHECK-REASON         PIC X(64) VALUE SPACES.

      *> The round's tally.
       77 WS-ROUND-FAILS          PIC 9(4) COMP VALUE 0.
       77 WS-DISPLAY-A            PIC Z(8)9.
       77 WS-DISPLAY-B            PIC Z(8)9.

      *> Consecutive failures per check: check|streak|alerted.
       01 WS-STREAK-TABLE.
           05 WS-SK-ENTRY OCCURS 50 TIMES.
              10 WS-SK-NAME       PIC X(32).
              10 WS-SK-FAILS      PIC 9(6).
              10 WS-SK-ALERTED    PIC X(1).
       77 WS-SK-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-SK-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-SK-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-ST-NAME              PIC X(32) VALUE SPACES.
       77 WS-ST-FAILS-X           PIC X(8) VALUE SPACES.
       77 WS-ST-ALERTED           PIC X(1) VALUE SPACES.
       77 WS-ALERT-TEXT           PIC X(160) VALUE SPACES.
       77 WS-ALERT-PTR            PIC S9(9) COMP VALUE 1.

      *> The daily availability lines, oldest first.
       01 WS-DAY-TABLE.
           05 WS-DY-ENTRY OCCURS 400 TIMES.
              10 WS-DY-DATE       PIC X(8).
              10 WS-DY-ROUNDS     PIC 9(6).
              10 WS-DY-ROUND-FAILS PIC 9(6).
              10 WS-DY-CHECKS     PIC 9(7).
              10 WS-DY-CHECK-FAILS PIC 9(7).
       77 WS-DY-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-DY-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-DY-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-DY-F1                PIC X(8) VALUE SPACES.
       77 WS-DY-F2                PIC X(8) VALUE SPACES.
       77 WS-DY-F3                PIC X(8) VALUE SPACES.
       77 WS-DY-F4                PIC X(8) VALUE SPACES.
       77 WS-DY-F5                PIC X(8) VALUE SPACES.
       77 WS-DY-PCT               PIC 9(3)V9(4) VALUE 0.
       77 WS-DY-PCT-EDIT          PIC ZZ9.9999.
       77 WS-DY-PTR               PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           PERFORM READ-MONITOR-CONFIG.
           PERFORM LOAD-CHECKS.
           IF WS-CK-COUNT = 0
               DISPLAY "Aucun controle dans "
                   FUNCTION TRIM (WS-CHECKS-PATH)
               STOP RUN
           END-IF.
           PERFORM LOAD-STREAK-STATE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-CK-INDEX FROM 1 BY 1
                   UNTIL WS-CK-INDEX > WS-CK-COUNT
               PERFORM RUN-ONE-CHECK
               PERFORM WRITE-HISTORY-LINE
               PERFORM TRACK-STREAK
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM SAVE-STREAK-STATE.
           PERFORM UPDATE-DAILY-FIGURE.
           PERFORM REMOVE-WORK-FILES.
           MOVE WS-CK-COUNT TO WS-DISPLAY-A.
           MOVE WS-ROUND-FAILS TO WS-DISPLAY-B.
           DISPLAY "Controles: " FUNCTION TRIM (WS-DISPLAY-A)
               "  en echec: " FUNCTION TRIM (WS-DISPLAY-B).
           IF WS-ROUND-FAILS > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ------------------------------------------------------------
       READ-MONITOR-CONFIG.
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
                           MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
                           UNSTRING WS-CONFIG-LINE DELIMITED BY "="
                               INTO WS-CFG-KEY WS-CFG-VALUE
                           END-UNSTRING
                           PERFORM APPLY-ONE-MONITOR-SETTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

       APPLY-ONE-MONITOR-SETTING.
           EVALUATE WS-CFG-KEY
               WHEN "MONITOR_ALERT_AFTER"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       COMPUTE WS-ALERT-AFTER =
                           FUNCTION NUMVAL (WS-CFG-VALUE)
                   END-IF
               WHEN "MONITOR_TIMEOUT_SECONDS"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       COMPUTE WS-TIMEOUT-SECONDS =
                           FUNCTION NUMVAL (WS-CFG-VALUE)
                   END-IF
           END-EVALUATE.
           IF WS-ALERT-AFTER < 1
               MOVE 1 TO WS-ALERT-AFTER
           END-IF.
           IF WS-TIMEOUT-SECONDS < 1
               MOVE 30 TO WS-TIMEOUT-SECONDS
           END-IF.
           EXIT.

      *> LOAD-CHECKS: the first seven fields are pipe-delimited; the
      *> POST body is the rest of the line, since JSON may hold "|".
       LOAD-CHECKS.
           MOVE 0 TO WS-CK-COUNT.
           OPEN INPUT CHECKS-FILE.
           IF WS-CHECKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHECKS-STATUS = "10"
               READ CHECKS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CHECKS-LINE (1:1) NOT = "#"
                               AND WS-CHECKS-LINE NOT = SPACES
                               AND WS-CK-COUNT < 50
                           PERFORM LOAD-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECKS-FILE.
           EXIT.

       LOAD-ONE-CHECK.
           ADD 1 TO WS-CK-COUNT.
           MOVE SPACES TO WS-CK-ENTRY (WS-CK-COUNT).
           MOVE SPACES TO WS-CK-MAX-MS-X.
           MOVE 1 TO WS-CK-PTR.
           UNSTRING WS-CHECKS-LINE DELIMITED BY "|"
               INTO WS-CK-NAME (WS-CK-COUNT)
                    WS-CK-METHOD (WS-CK-COUNT)
                    WS-CK-URL (WS-CK-COUNT)
                    WS-CK-STATUS (WS-CK-COUNT)
                    WS-CK-TEXT (WS-CK-COUNT)
                    WS-CK-MAX-MS-X
                    WS-CK-CREDS (WS-CK-COUNT)
               WITH POINTER WS-CK-PTR
           END-UNSTRING.
           IF WS-CK-PTR <= 1600
               MOVE WS-CHECKS-LINE (WS-CK-PTR :)
                   TO WS-CK-BODY (WS-CK-COUNT)
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-CK-METHOD (WS-CK-COUNT))
               TO WS-CK-METHOD (WS-CK-COUNT).
           IF WS-CK-METHOD (WS-CK-COUNT) = SPACES
               MOVE "GET" TO WS-CK-METHOD (WS-CK-COUNT)
           END-IF.
           IF WS-CK-STATUS (WS-CK-COUNT) = SPACES
               MOVE "200" TO WS-CK-STATUS (WS-CK-COUNT)
           END-IF.
           MOVE 0 TO WS-CK-MAX-MS (WS-CK-COUNT).
           IF WS-CK-MAX-MS-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-CK-MAX-MS-X) = 0
               COMPUTE WS-CK-MAX-MS (WS-CK-COUNT) =
                   FUNCTION NUMVAL (WS-CK-MAX-MS-X)
           END-IF.
           IF WS-CK-URL (WS-CK-COUNT) = SPACES
               SUBTRACT 1 FROM WS-CK-COUNT
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
      *> RUN-ONE-CHECK has curl fetch the URL into the body file and
      *> print "code seconds" into the work file, then grades what
      *> came back: the transport, the status, the time and the text,
      *> the first shortfall being the reason given.
       RUN-ONE-CHECK.
           MOVE "FAIL" TO WS-CHECK-RESULT.
           MOVE SPACES TO WS-CHECK-REASON.
           MOVE SPACES TO WS-GOT-STATUS.
           MOVE 0 TO WS-GOT-MS.
           PERFORM REMOVE-WORK-FILES.
           IF WS-CK-METHOD (WS-CK-INDEX) = "POST"
               PERFORM WRITE-POST-BODY
           END-IF.
           PERFORM BUILD-CURL-COMMAND.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           COMPUTE WS-CURL-EXIT = WS-RET / 256.
           PERFORM READ-CURL-RESULT.
           EVALUATE TRUE
               WHEN WS-CURL-EXIT NOT = 0
                   PERFORM NAME-TRANSPORT-FAILURE
               WHEN WS-GOT-STATUS NOT = WS-CK-STATUS (WS-CK-INDEX)
                   MOVE SPACES TO WS-CHECK-REASON
                   STRING "status " DELIMITED BY SIZE
                          WS-GOT-STATUS DELIMITED BY SIZE
                          ", expected " DELIMITED BY SIZE
                          WS-CK-STATUS (WS-CK-INDEX)
                              DELIMITED BY SIZE
                       INTO WS-CHECK-REASON
                   END-STRING
               WHEN WS-CK-MAX-MS (WS-CK-INDEX) > 0
                       AND WS-GOT-MS > WS-CK-MAX-MS (WS-CK-INDEX)
                   MOVE WS-CK-MAX-MS (WS-CK-INDEX)
                       TO WS-MAX-MS-DISPLAY
                   MOVE SPACES TO WS-CHECK-REASON
                   STRING "slower than " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-MAX-MS-DISPLAY)
                              DELIMITED BY SIZE
                          " ms" DELIMITED BY SIZE
                       INTO WS-CHECK-REASON
                   END-STRING
               WHEN OTHER
                   PERFORM LOOK-FOR-EXPECTED-TEXT
                   IF WS-TEXT-LEN > 0 AND WS-TEXT-HITS = 0
                       MOVE "expected text not in response"
                           TO WS-CHECK-REASON
                   ELSE
                       MOVE "PASS" TO WS-CHECK-RESULT
                   END-IF
           END-EVALUATE.
           MOVE WS-GOT-MS TO WS-GOT-MS-DISPLAY.
           DISPLAY "  " WS-CK-NAME (WS-CK-INDEX) " "
               WS-CHECK-RESULT " " WS-GOT-STATUS " "
               WS-GOT-MS-DISPLAY " ms  "
               FUNCTION TRIM (WS-CHECK-REASON).
           IF NOT WS-CHECK-PASSED
               ADD 1 TO WS-ROUND-FAILS
           END-IF.
           EXIT.

       WRITE-POST-BODY.
           OPEN OUTPUT POST-FILE.
           IF WS-POST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CK-BODY (WS-CK-INDEX) TO WS-POST-LINE.
           WRITE WS-POST-LINE.
           CLOSE POST-FILE.
           EXIT.

      *> BUILD-CURL-COMMAND: -s quiet, -o the body, -w the status and
      *> total time; HEAD is asked with -I so curl does not wait for
      *> a body that never comes. URL and credentials are quoted for
      *> the shell; a "$NAME" key is left in double quotes for the
      *> shell to fill from the environment.
       BUILD-CURL-COMMAND.
           MOVE WS-TIMEOUT-SECONDS TO WS-TIMEOUT-DISPLAY.
           MOVE SPACES TO WS-COMMAND.
           MOVE 1 TO WS-CMD-PTR.
           STRING "curl -s -A SYNTHMON -o " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BODY-PATH) DELIMITED BY SIZE
                  " -w '%{http_code} %{time_total}' -m "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TIMEOUT-DISPLAY) DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING.
           EVALUATE WS-CK-METHOD (WS-CK-INDEX)
               WHEN "HEAD"
                   STRING " -I" DELIMITED BY SIZE
                       INTO WS-COMMAND
                       WITH POINTER WS-CMD-PTR
                   END-STRING
               WHEN "POST"
                   STRING " -H 'Content-Type: application/json'"
                              DELIMITED BY SIZE
                          " --data-binary @" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-POST-PATH)
                              DELIMITED BY SIZE
                       INTO WS-COMMAND
                       WITH POINTER WS-CMD-PTR
                   END-STRING
           END-EVALUATE.
           IF WS-CK-CREDS (WS-CK-INDEX) (1 : 1) = "$"
               STRING " -H " DELIMITED BY SIZE
                      '"X-Api-Key: ' DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CK-CREDS (WS-CK-INDEX))
                          DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF.
           IF WS-CK-CREDS (WS-CK-INDEX) NOT = SPACES
                   AND WS-CK-CREDS (WS-CK-INDEX) (1 : 1) NOT = "$"
               STRING " -u '" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CK-CREDS (WS-CK-INDEX))
                          DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF.
           STRING " '" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CK-URL (WS-CK-INDEX))
                      DELIMITED BY SIZE
                  "' > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WORK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING.
           EXIT.

       READ-CURL-RESULT.
           MOVE SPACES TO WS-GOT-TIME-X.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ WORK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING WS-WORK-LINE DELIMITED BY ALL SPACE
                       INTO WS-GOT-STATUS WS-GOT-TIME-X
                   END-UNSTRING
           END-READ.
           CLOSE WORK-FILE.
           IF WS-GOT-TIME-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-GOT-TIME-X) = 0
               COMPUTE WS-GOT-MS ROUNDED =
                   FUNCTION NUMVAL (WS-GOT-TIME-X) * 1000
           END-IF.
           EXIT.

      *> NAME-TRANSPORT-FAILURE turns curl's exit code into the
      *> words an on-call engineer wants in the alert.
       NAME-TRANSPORT-FAILURE.
           EVALUATE WS-CURL-EXIT
               WHEN 6
                   MOVE "DNS lookup failed" TO WS-CHECK-REASON
               WHEN 7
                   MOVE "connection refused" TO WS-CHECK-REASON
               WHEN 28
                   MOVE "timed out" TO WS-CHECK-REASON
               WHEN 35
                   MOVE "TLS handshake failed" TO WS-CHECK-REASON
               WHEN 51
               WHEN 60
                   MOVE "certificate rejected" TO WS-CHECK-REASON
               WHEN 52
                   MOVE "empty reply" TO WS-CHECK-REASON
               WHEN 56
                   MOVE "connection reset" TO WS-CHECK-REASON
               WHEN OTHER
                   MOVE WS-CURL-EXIT TO WS-CURL-EXIT-DISPLAY
                   MOVE SPACES TO WS-CHECK-REASON
                   STRING "curl exit " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CURL-EXIT-DISPLAY)
                              DELIMITED BY SIZE
                       INTO WS-CHECK-REASON
                   END-STRING
           END-EVALUATE.
           EXIT.

      *> LOOK-FOR-EXPECTED-TEXT scans the body line by line; a check
      *> without TEXT leaves WS-TEXT-LEN at zero and always passes.
       LOOK-FOR-EXPECTED-TEXT.
           MOVE 0 TO WS-TEXT-HITS.
           MOVE 0 TO WS-TEXT-LEN.
           IF WS-CK-TEXT (WS-CK-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TEXT-LEN = FUNCTION LENGTH (FUNCTION TRIM
               (WS-CK-TEXT (WS-CK-INDEX) TRAILING)).
           OPEN INPUT BODY-FILE.
           IF WS-BODY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BODY-STATUS = "10"
                   OR WS-TEXT-HITS > 0
               READ BODY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       INSPECT WS-BODY-LINE TALLYING WS-TEXT-HITS
                           FOR ALL WS-CK-TEXT (WS-CK-INDEX)
                               (1 : WS-TEXT-LEN)
               END-READ
           END-PERFORM.
           CLOSE BODY-FILE.
           EXIT.

       WRITE-HISTORY-LINE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GOT-MS TO WS-GOT-MS-DISPLAY.
           MOVE SPACES TO WS-HISTORY-LINE.
           STRING WS-STAMP-HOLD (1 : 14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CK-NAME (WS-CK-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-GOT-STATUS) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-GOT-MS-DISPLAY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHECK-REASON) DELIMITED BY SIZE
               INTO WS-HISTORY-LINE
           END-STRING.
           WRITE WS-HISTORY-LINE.
           EXIT.

      *> ------------------------------------------------------------
      *> TRACK-STREAK counts the check's failures in a row; the
      *> streak reaching MONITOR_ALERT_AFTER raises the alert once,
      *> and the pass that ends an alerted streak says so.
       TRACK-STREAK.
           MOVE 0 TO WS-SK-INDEX.
           PERFORM VARYING WS-SK-SCAN FROM 1 BY 1
                   UNTIL WS-SK-SCAN > WS-SK-COUNT
               IF WS-SK-NAME (WS-SK-SCAN) = WS-CK-NAME (WS-CK-INDEX)
                   MOVE WS-SK-SCAN TO WS-SK-INDEX
               END-IF
           END-PERFORM.
           IF WS-SK-INDEX = 0
               IF WS-SK-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SK-COUNT
               MOVE WS-SK-COUNT TO WS-SK-INDEX
               MOVE WS-CK-NAME (WS-CK-INDEX) TO WS-SK-NAME (WS-SK-INDEX)
               MOVE 0 TO WS-SK-FAILS (WS-SK-INDEX)
               MOVE "N" TO WS-SK-ALERTED (WS-SK-INDEX)
           END-IF.
           IF WS-CHECK-PASSED
               IF WS-SK-ALERTED (WS-SK-INDEX) = "Y"
                   PERFORM QUEUE-RECOVERY-ALERT
               END-IF
               MOVE 0 TO WS-SK-FAILS (WS-SK-INDEX)
               MOVE "N" TO WS-SK-ALERTED (WS-SK-INDEX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SK-FAILS (WS-SK-INDEX).
           IF WS-SK-FAILS (WS-SK-INDEX) >= WS-ALERT-AFTER
                   AND WS-SK-ALERTED (WS-SK-INDEX) NOT = "Y"
               PERFORM QUEUE-FAILURE-ALERT
               MOVE "Y" TO WS-SK-ALERTED (WS-SK-INDEX)
           END-IF.
           EXIT.

       QUEUE-FAILURE-ALERT.
           MOVE WS-SK-FAILS (WS-SK-INDEX) TO WS-DISPLAY-A.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "monitor|CRITICAL: synthetic check "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CK-NAME (WS-CK-INDEX))
                      DELIMITED BY SIZE
                  " failed " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  " times running: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHECK-REASON) DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM APPEND-ALERT.
           EXIT.

       QUEUE-RECOVERY-ALERT.
           MOVE WS-SK-FAILS (WS-SK-INDEX) TO WS-DISPLAY-A.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "monitor|RECOVERED: synthetic check "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CK-NAME (WS-CK-INDEX))
                      DELIMITED BY SIZE
                  " passing again after " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  " failures" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM APPEND-ALERT.
           EXIT.

       APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALERT-TEXT TO WS-ALERT-QUEUE-LINE.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.

       LOAD-STREAK-STATE.
           MOVE 0 TO WS-SK-COUNT.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATE-STATUS = "10"
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-STATE-LINE NOT = SPACES
                               AND WS-SK-COUNT < 50
                           PERFORM LOAD-ONE-STREAK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATE-FILE.
           EXIT.

       LOAD-ONE-STREAK.
           MOVE SPACES TO WS-ST-NAME WS-ST-FAILS-X WS-ST-ALERTED.
           UNSTRING WS-STATE-LINE DELIMITED BY "|"
               INTO WS-ST-NAME WS-ST-FAILS-X WS-ST-ALERTED
           END-UNSTRING.
           ADD 1 TO WS-SK-COUNT.
           MOVE WS-ST-NAME TO WS-SK-NAME (WS-SK-COUNT).
           MOVE 0 TO WS-SK-FAILS (WS-SK-COUNT).
           IF FUNCTION TEST-NUMVAL (WS-ST-FAILS-X) = 0
               COMPUTE WS-SK-FAILS (WS-SK-COUNT) =
                   FUNCTION NUMVAL (WS-ST-FAILS-X)
           END-IF.
           MOVE WS-ST-ALERTED TO WS-SK-ALERTED (WS-SK-COUNT).
           EXIT.

      *> SAVE-STREAK-STATE keeps only the checks still configured, so
      *> a retired check's old streak cannot resurface.
       SAVE-STREAK-STATE.
           OPEN OUTPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SK-SCAN FROM 1 BY 1
                   UNTIL WS-SK-SCAN > WS-SK-COUNT
               PERFORM VARYING WS-CK-INDEX FROM 1 BY 1
                       UNTIL WS-CK-INDEX > WS-CK-COUNT
                   IF WS-CK-NAME (WS-CK-INDEX) = WS-SK-NAME (WS-SK-SCAN)
                       MOVE WS-SK-FAILS (WS-SK-SCAN) TO WS-DISPLAY-A
                       MOVE SPACES TO WS-STATE-LINE
                       STRING FUNCTION TRIM (WS-SK-NAME (WS-SK-SCAN))
                                  DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              FUNCTION TRIM (WS-DISPLAY-A)
                                  DELIMITED BY SIZE
                              "|" DELIMITED BY SIZE
                              WS-SK-ALERTED (WS-SK-SCAN)
                                  DELIMITED BY SIZE
                           INTO WS-STATE-LINE
                       END-STRING
                       WRITE WS-STATE-LINE
                       MOVE WS-CK-COUNT TO WS-CK-INDEX
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE STATE-FILE.
           EXIT.

      *> ------------------------------------------------------------
      *> UPDATE-DAILY-FIGURE adds this round to today's line and
      *> rewrites the file, keeping the latest 400 days.
       UPDATE-DAILY-FIGURE.
           PERFORM LOAD-DAILY-FIGURES.
           MOVE 0 TO WS-DY-INDEX.
           PERFORM VARYING WS-DY-SCAN FROM 1 BY 1
                   UNTIL WS-DY-SCAN > WS-DY-COUNT
               IF WS-DY-DATE (WS-DY-SCAN) = WS-STAMP-HOLD (1 : 8)
                   MOVE WS-DY-SCAN TO WS-DY-INDEX
               END-IF
           END-PERFORM.
           IF WS-DY-INDEX = 0
               IF WS-DY-COUNT >= 400
                   PERFORM VARYING WS-DY-SCAN FROM 2 BY 1
                           UNTIL WS-DY-SCAN > WS-DY-COUNT
                       MOVE WS-DY-ENTRY (WS-DY-SCAN)
                           TO WS-DY-ENTRY (WS-DY-SCAN - 1)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-DY-COUNT
               END-IF
               ADD 1 TO WS-DY-COUNT
               MOVE WS-DY-COUNT TO WS-DY-INDEX
               MOVE WS-STAMP-HOLD (1 : 8) TO WS-DY-DATE (WS-DY-INDEX)
               MOVE 0 TO WS-DY-ROUNDS (WS-DY-INDEX)
               MOVE 0 TO WS-DY-ROUND-FAILS (WS-DY-INDEX)
               MOVE 0 TO WS-DY-CHECKS (WS-DY-INDEX)
               MOVE 0 TO WS-DY-CHECK-FAILS (WS-DY-INDEX)
           END-IF.
           ADD 1 TO WS-DY-ROUNDS (WS-DY-INDEX).
           IF WS-ROUND-FAILS > 0
               ADD 1 TO WS-DY-ROUND-FAILS (WS-DY-INDEX)
           END-IF.
           ADD WS-CK-COUNT TO WS-DY-CHECKS (WS-DY-INDEX).
           ADD WS-ROUND-FAILS TO WS-DY-CHECK-FAILS (WS-DY-INDEX).
           PERFORM SAVE-DAILY-FIGURES.
           EXIT.

       LOAD-DAILY-FIGURES.
           MOVE 0 TO WS-DY-COUNT.
           OPEN INPUT DAILY-FILE.
           IF WS-DAILY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DAILY-STATUS = "10"
               READ DAILY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-DAILY-LINE NOT = SPACES
                           PERFORM LOAD-ONE-DAY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DAILY-FILE.
           EXIT.

       LOAD-ONE-DAY.
           MOVE SPACES TO WS-DY-F1 WS-DY-F2 WS-DY-F3 WS-DY-F4
               WS-DY-F5.
           UNSTRING WS-DAILY-LINE DELIMITED BY "|"
               INTO WS-DY-F1 WS-DY-F2 WS-DY-F3 WS-DY-F4 WS-DY-F5
           END-UNSTRING.
           IF WS-DY-F1 IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL (WS-DY-F2) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-DY-F3) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-DY-F4) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-DY-F5) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DY-COUNT >= 400
               PERFORM VARYING WS-DY-SCAN FROM 2 BY 1
                       UNTIL WS-DY-SCAN > WS-DY-COUNT
                   MOVE WS-DY-ENTRY (WS-DY-SCAN)
                       TO WS-DY-ENTRY (WS-DY-SCAN - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-DY-COUNT
           END-IF.
           ADD 1 TO WS-DY-COUNT.
           MOVE WS-DY-F1 TO WS-DY-DATE (WS-DY-COUNT).
           COMPUTE WS-DY-ROUNDS (WS-DY-COUNT) =
               FUNCTION NUMVAL (WS-DY-F2).
           COMPUTE WS-DY-ROUND-FAILS (WS-DY-COUNT) =
               FUNCTION NUMVAL (WS-DY-F3).
           COMPUTE WS-DY-CHECKS (WS-DY-COUNT) =
               FUNCTION NUMVAL (WS-DY-F4).
           COMPUTE WS-DY-CHECK-FAILS (WS-DY-COUNT) =
               FUNCTION NUMVAL (WS-DY-F5).
           EXIT.

       SAVE-DAILY-FIGURES.
           OPEN OUTPUT DAILY-FILE.
           IF WS-DAILY-STATUS NOT = "00"
               DISPLAY "Disponibilite journaliere non ecrite: "
                   WS-DAILY-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DY-SCAN FROM 1 BY 1
                   UNTIL WS-DY-SCAN > WS-DY-COUNT
               PERFORM WRITE-ONE-DAY
           END-PERFORM.
           CLOSE DAILY-FILE.
           EXIT.

       WRITE-ONE-DAY.
           MOVE 0 TO WS-DY-PCT.
           IF WS-DY-ROUNDS (WS-DY-SCAN) > 0
               COMPUTE WS-DY-PCT =
                   ((WS-DY-ROUNDS (WS-DY-SCAN)
                     - WS-DY-ROUND-FAILS (WS-DY-SCAN)) * 100)
                   / WS-DY-ROUNDS (WS-DY-SCAN)
           END-IF.
           MOVE WS-DY-PCT TO WS-DY-PCT-EDIT.
           MOVE SPACES TO WS-DAILY-LINE.
           MOVE WS-DY-ROUNDS (WS-DY-SCAN) TO WS-DISPLAY-A.
           MOVE WS-DY-ROUND-FAILS (WS-DY-SCAN) TO WS-DISPLAY-B.
           MOVE 1 TO WS-DY-PTR.
           STRING WS-DY-DATE (WS-DY-SCAN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-DAILY-LINE
               WITH POINTER WS-DY-PTR
           END-STRING.
           MOVE WS-DY-CHECKS (WS-DY-SCAN) TO WS-DISPLAY-A.
           MOVE WS-DY-CHECK-FAILS (WS-DY-SCAN) TO WS-DISPLAY-B.
           STRING FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DY-PCT-EDIT) DELIMITED BY SIZE
               INTO WS-DAILY-LINE
               WITH POINTER WS-DY-PTR
           END-STRING.
           WRITE WS-DAILY-LINE.
           EXIT.

      *> REMOVE-WORK-FILES runs before every check as well, so an
      *> empty response can never be graded on the last one's body.
       REMOVE-WORK-FILES.
           MOVE WS-BODY-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-WORK-FILE.
           MOVE WS-WORK-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-WORK-FILE.
           MOVE WS-POST-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-WORK-FILE.
           EXIT.

       UNLINK-ONE-WORK-FILE.
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
