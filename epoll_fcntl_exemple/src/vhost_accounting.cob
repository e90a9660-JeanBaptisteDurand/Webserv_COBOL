      *> finance can see which hosted brand generates the load. Feed
      *> it the live access.log or a rotated month of them
      *> concatenated; output goes to logs/vhost_accounting.txt.
      *> Given a month (YYYYMM) it builds the month-end chargeback
      *> instead: every access log still on disk - the rotated ones,
      *> compressed or not, and the live one - is read through zcat,
      *> only that month's lines are counted, and the per-day rows
      *> are followed by each host's month total, written to
      *> logs/vhost_accounting_<YYYYMM>.txt. NIGHTRUN runs this on
      *> the last day of the month.
      *>   cobcrun VHOSTACCT [YYYYMM]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WS-REPORT-PATH           PIC X(256)
           VALUE "logs/vhost_accounting.txt".
       77 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.
       77 WS-MONTH-WORK-PATH       PIC X(256)
           VALUE "logs/vhost_month.work".
       77 WS-MONTH-C-PATH          PIC X(257) VALUE SPACES.
       77 WS-COMMAND-LINE          PIC X(32) VALUE SPACES.
       77 WS-WANTED-MONTH          PIC X(6) VALUE SPACES.
       77 WS-COMMAND               PIC X(256) VALUE SPACES.
       77 WS-RET                   PIC S9(9) COMP VALUE 0.

      *> Month totals per host, kept apart from the per-day rows so a
      *> full day table does not make them short.
       01 WS-HOST-TOTAL-TABLE.
           05 WS-HT-ENTRY OCCURS 50 TIMES.
              10 WS-HT-HOST        PIC X(64) VALUE SPACES.
              10 WS-HT-REQUESTS    PIC 9(9) COMP VALUE 0.
              10 WS-HT-BYTES       PIC 9(18) COMP VALUE 0.
       77 WS-HT-COUNT              PIC 9(4) COMP VALUE 0.
       77 WS-HT-INDEX              PIC 9(4) COMP VALUE 0.

      *> One row per (day, virtual host) pair seen in the log.
       01 WS-ACCT-TABLE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE (1 : 6) IS NUMERIC
               MOVE WS-COMMAND-LINE (1 : 6) TO WS-WANTED-MONTH
               PERFORM GATHER-MONTH-LOGS
           END-IF.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS NOT = "00"
               DISPLAY "Pas de journal d'acces a analyser: "
           END-PERFORM.
           CLOSE ACCESS-LOG-FILE.
           PERFORM WRITE-ACCOUNTING-REPORT.
           IF WS-WANTED-MONTH NOT = SPACES
               MOVE SPACES TO WS-MONTH-C-PATH
               STRING FUNCTION TRIM (WS-MONTH-WORK-PATH)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-MONTH-C-PATH
               END-STRING
               CALL "unlink" USING
                   BY REFERENCE WS-MONTH-C-PATH
                   RETURNING WS-RET
           END-IF.
           STOP RUN.

      *> GATHER-MONTH-LOGS concatenates every access log LOGSWEEP has
      *> not yet aged out into one work file (zcat -f passes plain
      *> files through), and points the run and the report at the
      *> month. Lines outside the month are dropped as they are read.
       GATHER-MONTH-LOGS.
           MOVE SPACES TO WS-COMMAND.
           STRING "zcat -f logs/access-2*.log* logs/access.log"
                      DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MONTH-WORK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           MOVE WS-MONTH-WORK-PATH TO WS-ACCESS-LOG-PATH.
           MOVE SPACES TO WS-REPORT-PATH.
           STRING "logs/vhost_accounting_" DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.
           EXIT.

      *> TALLY-ONE-LINE pulls the day (leading CURRENT-DATE stamp),
      *> host= and bytes= out of one access line; lines from before
      *> the host/bytes fields existed are skipped rather than
           ELSE
               EXIT PARAGRAPH
           END-IF.
           IF WS-WANTED-MONTH NOT = SPACES
                   AND WS-LINE-DATE (1:6) NOT = WS-WANTED-MONTH
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SCAN-JUNK.
           MOVE SPACES TO WS-SCAN-TAIL.
           UNSTRING WS-ACCESS-LOG-LINE DELIMITED BY "host="
               ADD 1 TO WS-ACCT-REQUESTS (WS-ACCT-INDEX)
               ADD WS-LINE-BYTES TO WS-ACCT-BYTES (WS-ACCT-INDEX)
           END-IF.
           MOVE 0 TO WS-HT-INDEX.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-HT-COUNT
               IF WS-HT-HOST (WS-SCAN) = WS-LINE-HOST
                   MOVE WS-SCAN TO WS-HT-INDEX
               END-IF
           END-PERFORM.
           IF WS-HT-INDEX = 0 AND WS-HT-COUNT < 50
               ADD 1 TO WS-HT-COUNT
               MOVE WS-HT-COUNT TO WS-HT-INDEX
               MOVE WS-LINE-HOST TO WS-HT-HOST (WS-HT-INDEX)
           END-IF.
           IF WS-HT-INDEX NOT = 0
               ADD 1 TO WS-HT-REQUESTS (WS-HT-INDEX)
               ADD WS-LINE-BYTES TO WS-HT-BYTES (WS-HT-INDEX)
           END-IF.
           EXIT.

       WRITE-ACCOUNTING-REPORT.
               END-STRING
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-WANTED-MONTH NOT = SPACES
               PERFORM WRITE-MONTH-TOTALS
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Rapport de facturation ecrit dans "
               FUNCTION TRIM (WS-REPORT-PATH).
           EXIT.

       WRITE-MONTH-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Month totals " DELIMITED BY SIZE
                  WS-WANTED-MONTH DELIMITED BY SIZE
                  " (host / requests / bytes):" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-HT-INDEX FROM 1 BY 1
                   UNTIL WS-HT-INDEX > WS-HT-COUNT
               MOVE WS-HT-REQUESTS (WS-HT-INDEX) TO WS-DISPLAY-REQS
               MOVE WS-HT-BYTES (WS-HT-INDEX) TO WS-DISPLAY-BYTES
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 1 TO WS-REPORT-PTR
               STRING "  " DELIMITED BY SIZE
                      WS-HT-HOST (WS-HT-INDEX) DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-REQS)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-BYTES)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
               WRITE WS-REPORT-LINE
           END-PERFORM.
           EXIT.
