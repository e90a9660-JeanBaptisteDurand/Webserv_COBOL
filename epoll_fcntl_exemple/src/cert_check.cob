       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCHECK.
      *> CERTCHECK watches the certificate TLS-ACCEPT-CLIENT serves,
      *> so an expiry is found by us and not by a customer's browser.
      *>   cobcrun CERTCHECK                  scheduled check
      *>   cobcrun CERTCHECK FILE <cert>      look at any PEM file
      *>   cobcrun CERTCHECK CONFIG <cert>    CONFIGCHECK's probe
      *> The scheduled check reads TLS_ENABLED and TLS_CERT_PATH from
      *> config/webserver.conf (nothing to do while TLS is off), has
      *> openssl decode the certificate, and writes the subject,
      *> issuer, not-after date and days remaining to
      *> logs/cert_check_report.txt. At CERT_WARN_DAYS (default 30)
      *> or fewer it queues a WARNING alert for ALERTDISP, at
      *> CERT_CRITICAL_DAYS (default 7) or fewer a CRITICAL one, and
      *> an unreadable or expired certificate is CRITICAL too. The
      *> warning goes out once per certificate, the critical alert
      *> once a day, tracked in logs/cert_check_state.dat, so the
      *> check can be run by hand as often as wanted. FILE mode only
      *> prints - a renewed certificate can be inspected before it is
      *> installed. CONFIG mode prints nothing and only sets the
      *> return code: 0 valid, 1 expired, 2 unreadable.
      *> Scheduled return code: 0 when the certificate is fine (or
      *> TLS is off), 1 at warning level or worse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT STATE-FILE ASSIGN TO WS-STATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
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
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(256).
       FD  STATE-FILE.
       01  WS-STATE-LINE          PIC X(128).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(256).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-CONFIG-PATH          PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-WORK-PATH            PIC X(256)
           VALUE "logs/cert_check_work.lst".
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-STATE-PATH           PIC X(256)
           VALUE "logs/cert_check_state.dat".
       77 WS-STATE-STATUS         PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/cert_check_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-COMMAND              PIC X(400) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

       77 WS-COMMAND-LINE         PIC X(400) VALUE SPACES.
       77 WS-ARG-VERB             PIC X(12) VALUE SPACES.
       77 WS-ARG-FILE             PIC X(256) VALUE SPACES.

       77 WS-CFG-KEY              PIC X(64).
       77 WS-CFG-VALUE            PIC X(192).
       77 WS-TLS-ENABLED          PIC X(1) VALUE "N".
       77 WS-CERT-PATH            PIC X(256) VALUE SPACES.
       77 WS-WARN-DAYS            PIC 9(4) VALUE 30.
       77 WS-CRITICAL-DAYS        PIC 9(4) VALUE 7.

      *> What openssl made of the certificate.
       77 WS-CERT-SUBJECT         PIC X(192) VALUE SPACES.
       77 WS-CERT-ISSUER          PIC X(192) VALUE SPACES.
       77 WS-CERT-NOT-AFTER       PIC X(40) VALUE SPACES.
       77 WS-CERT-READ-OK         PIC X(1) VALUE "N".
       77 WS-WORK-KEY             PIC X(16) VALUE SPACES.
       77 WS-WORK-VALUE           PIC X(240) VALUE SPACES.
       77 WS-WORK-PTR             PIC S9(9) COMP VALUE 1.

      *> notAfter is "Mon DD HH:MM:SS YYYY GMT".
       77 WS-NA-MONTH-NAME        PIC X(3) VALUE SPACES.
       77 WS-NA-DAY-X             PIC X(2) VALUE SPACES.
       77 WS-NA-TIME-X            PIC X(8) VALUE SPACES.
       77 WS-NA-YEAR-X            PIC X(4) VALUE SPACES.
       77 WS-NA-ZONE-X            PIC X(4) VALUE SPACES.
       77 WS-MONTH-NAMES          PIC X(36) VALUE
           "JanFebMarAprMayJunJulAugSepOctNovDec".
       77 WS-MONTH-SCAN           PIC 9(4) COMP VALUE 0.
       01 WS-NA-DATE.
           05 WS-NA-YYYY          PIC 9(4) VALUE 0.
           05 WS-NA-MM            PIC 9(2) VALUE 0.
           05 WS-NA-DD            PIC 9(2) VALUE 0.
       01 WS-NA-DATE-NUM REDEFINES WS-NA-DATE PIC 9(8).
       77 WS-NA-HH                PIC 9(2) VALUE 0.
       77 WS-NA-MI                PIC 9(2) VALUE 0.
       77 WS-NA-SS                PIC 9(2) VALUE 0.
       77 WS-NA-DATE-OK           PIC X(1) VALUE "N".

      *> Both instants as seconds on the INTEGER-OF-DATE day count,
      *> now taken back to UTC with CURRENT-DATE's own offset.
       77 WS-NOW-STAMP            PIC X(21) VALUE SPACES.
       77 WS-NOW-DATE-NUM         PIC 9(8) VALUE 0.
       77 WS-NOW-HH               PIC 9(2) VALUE 0.
       77 WS-NOW-MI               PIC 9(2) VALUE 0.
       77 WS-NOW-SS               PIC 9(2) VALUE 0.
       77 WS-OFF-HH               PIC 9(2) VALUE 0.
       77 WS-OFF-MI               PIC 9(2) VALUE 0.
       77 WS-NOW-SECS             PIC S9(18) COMP VALUE 0.
       77 WS-NA-SECS              PIC S9(18) COMP VALUE 0.
       77 WS-LEFT-SECS            PIC S9(18) COMP VALUE 0.
       77 WS-DAYS-LEFT            PIC S9(9) COMP VALUE 0.
       77 WS-DAYS-DISPLAY         PIC -(8)9.

       77 WS-LEVEL                PIC X(8) VALUE SPACES.
           88 WS-LEVEL-OK         VALUE "OK".
           88 WS-LEVEL-WARNING    VALUE "WARNING".
           88 WS-LEVEL-CRITICAL   VALUE "CRITICAL".
       77 WS-LEVEL-REASON         PIC X(48) VALUE SPACES.

      *> Last alert raised: not-after|level|date, one line.
       77 WS-ST-NOT-AFTER         PIC X(40) VALUE SPACES.
       77 WS-ST-LEVEL             PIC X(8) VALUE SPACES.
       77 WS-ST-DATE              PIC X(8) VALUE SPACES.
       77 WS-ALERT-DUE            PIC X(1) VALUE "N".
       77 WS-ALERT-TEXT           PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-ARG-FILE
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           PERFORM READ-CERT-CONFIG.
           EVALUATE FUNCTION UPPER-CASE (WS-ARG-VERB)
               WHEN "CONFIG"
                   PERFORM PROBE-FOR-CONFIGCHECK
               WHEN "FILE"
                   PERFORM SHOW-NAMED-CERT
               WHEN OTHER
                   PERFORM RUN-SCHEDULED-CHECK
           END-EVALUATE.
           STOP RUN.

      *> ------------------------------------------------------------
       RUN-SCHEDULED-CHECK.
           IF WS-TLS-ENABLED NOT = "Y"
               DISPLAY "TLS desactive - aucun certificat a controler."
               PERFORM WRITE-TLS-OFF-REPORT
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSPECT-CERTIFICATE.
           PERFORM GRADE-CERTIFICATE.
           PERFORM SHOW-CERT-DETAILS.
           PERFORM WRITE-CERT-REPORT.
           PERFORM LOAD-ALERT-STATE.
           PERFORM DECIDE-ALERT.
           IF WS-ALERT-DUE = "Y"
               PERFORM QUEUE-CERT-ALERT
               PERFORM SAVE-ALERT-STATE
           END-IF.
           IF NOT WS-LEVEL-OK
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

       SHOW-NAMED-CERT.
           IF WS-ARG-FILE = SPACES
               DISPLAY "Usage: CERTCHECK FILE <certificat>"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARG-FILE TO WS-CERT-PATH.
           PERFORM INSPECT-CERTIFICATE.
           PERFORM GRADE-CERTIFICATE.
           PERFORM SHOW-CERT-DETAILS.
           IF NOT WS-LEVEL-OK
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

      *> PROBE-FOR-CONFIGCHECK: a certificate close to expiry is
      *> still a working one - only "already expired" and "cannot be
      *> read" are configuration errors.
       PROBE-FOR-CONFIGCHECK.
           MOVE WS-ARG-FILE TO WS-CERT-PATH.
           PERFORM INSPECT-CERTIFICATE.
           IF WS-CERT-READ-OK NOT = "Y"
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRADE-CERTIFICATE.
           IF WS-LEFT-SECS <= 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

      *> ------------------------------------------------------------
       READ-CERT-CONFIG.
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
                           PERFORM APPLY-ONE-CERT-SETTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

       APPLY-ONE-CERT-SETTING.
           EVALUATE WS-CFG-KEY
               WHEN "TLS_ENABLED"
                   MOVE WS-CFG-VALUE (1:1) TO WS-TLS-ENABLED
               WHEN "TLS_CERT_PATH"
                   MOVE WS-CFG-VALUE TO WS-CERT-PATH
               WHEN "CERT_WARN_DAYS"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       COMPUTE WS-WARN-DAYS =
                           FUNCTION NUMVAL (WS-CFG-VALUE)
                   END-IF
               WHEN "CERT_CRITICAL_DAYS"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       COMPUTE WS-CRITICAL-DAYS =
                           FUNCTION NUMVAL (WS-CFG-VALUE)
                   END-IF
           END-EVALUATE.
           EXIT.

      *> INSPECT-CERTIFICATE has openssl print the three fields of
      *> interest, one "key=value" line each, and picks them up.
       INSPECT-CERTIFICATE.
           MOVE "N" TO WS-CERT-READ-OK.
           MOVE SPACES TO WS-CERT-SUBJECT WS-CERT-ISSUER
               WS-CERT-NOT-AFTER.
           MOVE SPACES TO WS-COMMAND.
           STRING "openssl x509 -noout -subject -issuer -enddate"
                      DELIMITED BY SIZE
                  " -in " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CERT-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WORK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-CERT-FIELD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           IF WS-RET = 0 AND WS-CERT-NOT-AFTER NOT = SPACES
               PERFORM PARSE-NOT-AFTER
               IF WS-NA-DATE-OK = "Y"
                   MOVE "Y" TO WS-CERT-READ-OK
               END-IF
           END-IF.
           EXIT.

       TAKE-ONE-CERT-FIELD.
           *> Only the first "=" splits: a subject is itself made of
           *> "CN = ..." pairs.
           MOVE SPACES TO WS-WORK-KEY WS-WORK-VALUE.
           MOVE 1 TO WS-WORK-PTR.
           UNSTRING WS-WORK-LINE DELIMITED BY "="
               INTO WS-WORK-KEY
               WITH POINTER WS-WORK-PTR
           END-UNSTRING.
           IF WS-WORK-PTR > 256
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORK-LINE (WS-WORK-PTR :) TO WS-WORK-VALUE.
           EVALUATE FUNCTION TRIM (WS-WORK-KEY)
               WHEN "subject"
                   MOVE FUNCTION TRIM (WS-WORK-VALUE)
                       TO WS-CERT-SUBJECT
               WHEN "issuer"
                   MOVE FUNCTION TRIM (WS-WORK-VALUE)
                       TO WS-CERT-ISSUER
               WHEN "notAfter"
                   MOVE FUNCTION TRIM (WS-WORK-VALUE)
                       TO WS-CERT-NOT-AFTER
           END-EVALUATE.
           EXIT.

       PARSE-NOT-AFTER.
           MOVE "N" TO WS-NA-DATE-OK.
           MOVE SPACES TO WS-NA-MONTH-NAME WS-NA-DAY-X WS-NA-TIME-X
               WS-NA-YEAR-X WS-NA-ZONE-X.
           UNSTRING WS-CERT-NOT-AFTER DELIMITED BY ALL SPACE
               INTO WS-NA-MONTH-NAME WS-NA-DAY-X WS-NA-TIME-X
                    WS-NA-YEAR-X WS-NA-ZONE-X
           END-UNSTRING.
           MOVE 0 TO WS-NA-MM.
           PERFORM VARYING WS-MONTH-SCAN FROM 1 BY 1
                   UNTIL WS-MONTH-SCAN > 12
               IF WS-MONTH-NAMES ((WS-MONTH-SCAN - 1) * 3 + 1 : 3)
                       = WS-NA-MONTH-NAME
                   MOVE WS-MONTH-SCAN TO WS-NA-MM
               END-IF
           END-PERFORM.
           IF WS-NA-MM = 0
                   OR FUNCTION TEST-NUMVAL (WS-NA-DAY-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-NA-YEAR-X) NOT = 0
                   OR WS-NA-TIME-X (3:1) NOT = ":"
                   OR WS-NA-TIME-X (6:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NA-DD = FUNCTION NUMVAL (WS-NA-DAY-X).
           COMPUTE WS-NA-YYYY = FUNCTION NUMVAL (WS-NA-YEAR-X).
           IF WS-NA-TIME-X (1:2) IS NOT NUMERIC
                   OR WS-NA-TIME-X (4:2) IS NOT NUMERIC
                   OR WS-NA-TIME-X (7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NA-TIME-X (1:2) TO WS-NA-HH.
           MOVE WS-NA-TIME-X (4:2) TO WS-NA-MI.
           MOVE WS-NA-TIME-X (7:2) TO WS-NA-SS.
           MOVE "Y" TO WS-NA-DATE-OK.
           EXIT.

      *> GRADE-CERTIFICATE: seconds left, whole days left, and the
      *> level they fall in.
       GRADE-CERTIFICATE.
           MOVE "OK" TO WS-LEVEL.
           MOVE SPACES TO WS-LEVEL-REASON.
           IF WS-CERT-READ-OK NOT = "Y"
               MOVE "CRITICAL" TO WS-LEVEL
               MOVE "certificate missing or unreadable"
                   TO WS-LEVEL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOW-STAMP (1:8) TO WS-NOW-DATE-NUM.
           MOVE WS-NOW-STAMP (9:2) TO WS-NOW-HH.
           MOVE WS-NOW-STAMP (11:2) TO WS-NOW-MI.
           MOVE WS-NOW-STAMP (13:2) TO WS-NOW-SS.
           MOVE WS-NOW-STAMP (18:2) TO WS-OFF-HH.
           MOVE WS-NOW-STAMP (20:2) TO WS-OFF-MI.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE (WS-NOW-DATE-NUM) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS.
           IF WS-NOW-STAMP (17:1) = "+"
               COMPUTE WS-NOW-SECS = WS-NOW-SECS
                   - WS-OFF-HH * 3600 - WS-OFF-MI * 60
           END-IF.
           IF WS-NOW-STAMP (17:1) = "-"
               COMPUTE WS-NOW-SECS = WS-NOW-SECS
                   + WS-OFF-HH * 3600 + WS-OFF-MI * 60
           END-IF.
           COMPUTE WS-NA-SECS =
               FUNCTION INTEGER-OF-DATE (WS-NA-DATE-NUM) * 86400
               + WS-NA-HH * 3600 + WS-NA-MI * 60 + WS-NA-SS.
           COMPUTE WS-LEFT-SECS = WS-NA-SECS - WS-NOW-SECS.
           IF WS-LEFT-SECS > 0
               COMPUTE WS-DAYS-LEFT = WS-LEFT-SECS / 86400
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   0 - ((0 - WS-LEFT-SECS) / 86400)
           END-IF.
           EVALUATE TRUE
               WHEN WS-LEFT-SECS <= 0
                   MOVE "CRITICAL" TO WS-LEVEL
                   MOVE "certificate has expired" TO WS-LEVEL-REASON
               WHEN WS-DAYS-LEFT <= WS-CRITICAL-DAYS
                   MOVE "CRITICAL" TO WS-LEVEL
                   MOVE "certificate expires within critical window"
                       TO WS-LEVEL-REASON
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "WARNING" TO WS-LEVEL
                   MOVE "certificate expires within warning window"
                       TO WS-LEVEL-REASON
           END-EVALUATE.
           EXIT.

      *> ------------------------------------------------------------
       SHOW-CERT-DETAILS.
           DISPLAY "Certificat : " FUNCTION TRIM (WS-CERT-PATH).
           IF WS-CERT-READ-OK NOT = "Y"
               DISPLAY "Certificat illisible ou absent."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           DISPLAY "Sujet      : " FUNCTION TRIM (WS-CERT-SUBJECT).
           DISPLAY "Emetteur   : " FUNCTION TRIM (WS-CERT-ISSUER).
           DISPLAY "Expiration : " FUNCTION TRIM (WS-CERT-NOT-AFTER).
           DISPLAY "Jours      : " FUNCTION TRIM (WS-DAYS-DISPLAY).
           DISPLAY "Niveau     : " FUNCTION TRIM (WS-LEVEL).
           EXIT.

       WRITE-TLS-OFF-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "TLS_ENABLED is not Y - no certificate in service."
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-CERT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Certificate:    " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CERT-PATH) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-CERT-READ-OK = "Y"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Subject:        " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CERT-SUBJECT)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Issuer:         " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CERT-ISSUER)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Not after:      " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CERT-NOT-AFTER)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
               MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Days remaining: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DAYS-DISPLAY)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Status:         " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LEVEL) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           IF WS-LEVEL-REASON NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Status:         " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LEVEL) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LEVEL-REASON)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE WS-REPORT-LINE.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TLS certificate check - " DELIMITED BY SIZE
                  WS-NOW-STAMP (1 : 8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOW-STAMP (9 : 6) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> ------------------------------------------------------------
      *> DECIDE-ALERT: a WARNING goes out once for a given not-after
      *> date (a renewed certificate starts over); CRITICAL goes out
      *> again on each new day until the certificate is replaced.
       DECIDE-ALERT.
           MOVE "N" TO WS-ALERT-DUE.
           EVALUATE TRUE
               WHEN WS-LEVEL-OK
                   CONTINUE
               WHEN WS-LEVEL-WARNING
                   IF WS-ST-NOT-AFTER NOT = WS-CERT-NOT-AFTER
                           OR WS-ST-LEVEL = SPACES
                       MOVE "Y" TO WS-ALERT-DUE
                   END-IF
               WHEN WS-LEVEL-CRITICAL
                   IF WS-ST-NOT-AFTER NOT = WS-CERT-NOT-AFTER
                           OR WS-ST-LEVEL NOT = "CRITICAL"
                           OR WS-ST-DATE NOT = WS-NOW-STAMP (1:8)
                       MOVE "Y" TO WS-ALERT-DUE
                   END-IF
           END-EVALUATE.
           EXIT.

       QUEUE-CERT-ALERT.
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-ALERT-TEXT.
           IF WS-CERT-READ-OK NOT = "Y"
               STRING "cert|CRITICAL: TLS certificate "
                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CERT-PATH) DELIMITED BY SIZE
                      " missing or unreadable" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               END-STRING
           ELSE
               IF WS-LEFT-SECS <= 0
                   STRING "cert|CRITICAL: TLS certificate "
                          DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CERT-PATH)
                              DELIMITED BY SIZE
                          " EXPIRED " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CERT-NOT-AFTER)
                              DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   END-STRING
               ELSE
                   STRING "cert|" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-LEVEL) DELIMITED BY SIZE
                          ": TLS certificate " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CERT-PATH)
                              DELIMITED BY SIZE
                          " expires in " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DAYS-DISPLAY)
                              DELIMITED BY SIZE
                          " days (" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CERT-NOT-AFTER)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   END-STRING
               END-IF
           END-IF.
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

       LOAD-ALERT-STATE.
           MOVE SPACES TO WS-ST-NOT-AFTER WS-ST-LEVEL WS-ST-DATE.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ STATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING WS-STATE-LINE DELIMITED BY "|"
                       INTO WS-ST-NOT-AFTER WS-ST-LEVEL WS-ST-DATE
                   END-UNSTRING
           END-READ.
           CLOSE STATE-FILE.
           EXIT.

       SAVE-ALERT-STATE.
           OPEN OUTPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STATE-LINE.
           STRING FUNCTION TRIM (WS-CERT-NOT-AFTER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LEVEL) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOW-STAMP (1:8) DELIMITED BY SIZE
               INTO WS-STATE-LINE
           END-STRING.
           WRITE WS-STATE-LINE.
           CLOSE STATE-FILE.
           EXIT.
