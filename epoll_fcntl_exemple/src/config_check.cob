      *> lines in auth.conf - printing every problem with its file
      *> and line number and exiting nonzero, so a typo is caught
      *> before the restart instead of by customers getting 404s.
      *> With TLS_ENABLED=Y the certificate at TLS_CERT_PATH must
      *> also be readable and not yet expired (CERTCHECK's CONFIG
      *> probe) - an expired one is a failed restart, not a warning.
      *>   cobcrun CONFIGCHECK [<file> <candidate>]
      *> Given a config file name and a candidate path, the candidate
      *> is checked in that file's place and the live one is left
      *> alone - how CONFHIST vets a version before restoring it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WS-AUTH-F2              PIC X(64) VALUE SPACES.
       77 WS-AUTH-F3              PIC X(64) VALUE SPACES.

       77 WS-TLS-ENABLED-F        PIC X(1) VALUE "N".
       77 WS-TLS-CERT-F           PIC X(192) VALUE SPACES.
       77 WS-TLS-CERT-LINE        PIC 9(5) VALUE 0.
       77 WS-COMMAND              PIC X(400) VALUE SPACES.
       77 WS-CERT-RC              PIC S9(9) COMP VALUE 0.

       77 WS-COMMAND-LINE         PIC X(400) VALUE SPACES.
       77 WS-STANDIN-NAME         PIC X(64) VALUE SPACES.
       77 WS-STANDIN-PATH         PIC X(192) VALUE SPACES.
       77 WS-STANDIN-FOR          PIC X(256) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-STANDIN-NAME WS-STANDIN-PATH
           END-UNSTRING.
           MOVE SPACES TO WS-STANDIN-FOR.
           IF WS-STANDIN-NAME NOT = SPACES
                   AND WS-STANDIN-PATH NOT = SPACES
               IF WS-STANDIN-NAME (1:7) = "config/"
                   MOVE WS-STANDIN-NAME TO WS-STANDIN-FOR
               ELSE
                   STRING "config/" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-STANDIN-NAME)
                              DELIMITED BY SIZE
                       INTO WS-STANDIN-FOR
                   END-STRING
               END-IF
           END-IF.
           MOVE "config/webserver.conf" TO WS-CHECK-PATH.
           MOVE "webserver" TO WS-WHICH-FILE.
           PERFORM CHECK-ONE-FILE.
           PERFORM CHECK-TLS-CERTIFICATE.
           MOVE "config/routes.conf" TO WS-CHECK-PATH.
           MOVE "routes" TO WS-WHICH-FILE.
           PERFORM CHECK-ONE-FILE.
           STOP RUN.

       CHECK-ONE-FILE.
           IF WS-STANDIN-FOR NOT = SPACES
                   AND WS-CHECK-PATH = WS-STANDIN-FOR
               MOVE WS-STANDIN-PATH TO WS-CHECK-PATH
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS NOT = "00"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "CERT_WARN_DAYS"
               WHEN "CERT_CRITICAL_DAYS"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 1 OR WS-CFG-NUM > 365
                       MOVE "certificate alert days out of range 1-365"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "BUSINESS_DAY_START"
               WHEN "BUSINESS_DAY_END"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 0 OR WS-CFG-NUM > 2400
                           OR FUNCTION MOD (WS-CFG-NUM, 100) > 59
                       MOVE "business hours must be HHMM, 0000-2400"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "BATCH_WINDOW_END"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 0 OR WS-CFG-NUM > 2400
                           OR FUNCTION MOD (WS-CFG-NUM, 100) > 59
                       MOVE "batch window end must be HHMM, 0000-2400"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "BATCH_OVERRUN_PCT"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 1 OR WS-CFG-NUM > 1000
                       MOVE "BATCH_OVERRUN_PCT out of range 1-1000"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "BATCH_TRAILING_RUNS"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 1 OR WS-CFG-NUM > 30
                       MOVE "BATCH_TRAILING_RUNS out of range 1-30"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "MONITOR_ALERT_AFTER"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 1 OR WS-CFG-NUM > 100
                       MOVE "MONITOR_ALERT_AFTER out of range 1-100"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "MONITOR_TIMEOUT_SECONDS"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 1 OR WS-CFG-NUM > 300
                       MOVE "MONITOR_TIMEOUT_SECONDS out of range 1-300"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "DUAL_CONTROL_DROP_AMOUNT"
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-CFG-NUM < 0
                       MOVE "dual-control drop amount must be 0 or more"
                           TO WS-PROBLEM-TEXT
                       PERFORM REPORT-PROBLEM
                   END-IF
               WHEN "TLS_ENABLED"
                   MOVE WS-CFG-VALUE (1:1) TO WS-TLS-ENABLED-F
               WHEN "TLS_CERT_PATH"
                   MOVE WS-CFG-VALUE TO WS-TLS-CERT-F
                   MOVE WS-LINE-NO TO WS-TLS-CERT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> CHECK-TLS-CERTIFICATE asks CERTCHECK about the certificate
      *> INIT-TLS would load: exit status 1 expired, 2 unreadable.
      *> The problem is reported against the TLS_CERT_PATH line.
       CHECK-TLS-CERTIFICATE.
           IF WS-TLS-ENABLED-F NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TLS-CERT-LINE TO WS-LINE-NO.
           IF WS-TLS-CERT-F = SPACES
               MOVE "TLS_ENABLED=Y but no TLS_CERT_PATH"
                   TO WS-PROBLEM-TEXT
               PERFORM REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun CERTCHECK CONFIG " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TLS-CERT-F) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-CERT-RC.
           COMPUTE WS-CERT-RC = WS-CERT-RC / 256.
           EVALUATE WS-CERT-RC
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE "TLS certificate has expired - renew it"
                       TO WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
               WHEN OTHER
                   MOVE "TLS certificate missing or unreadable"
                       TO WS-PROBLEM-TEXT
                   PERFORM REPORT-PROBLEM
           END-EVALUATE.
           EXIT.

       CHECK-NUMERIC-VALUE.
           MOVE 0 TO WS-CFG-NUM.
           IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
