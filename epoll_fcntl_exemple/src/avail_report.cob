      *> whether the previous run stopped GRACEFUL or ended in a
      *> CRASH (a stale last_written= with no clean shutdown mark).
      *> Month-end availability stops being reconstructed from
      *> memory. Beside it goes what SYNTHMON saw from outside
      *> (logs/monitor_daily.dat): the month's monitor rounds, the
      *> share that passed, and each day on which any round failed -
      *> a process that stayed up while DNS, the certificate or a
      *> page was broken shows in the difference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT MONITOR-FILE ASSIGN TO WS-MONITOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MONITOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  WS-HISTORY-LINE        PIC X(160).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  MONITOR-FILE.
       01  WS-MONITOR-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-HISTORY-PATH         PIC X(256)
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/availability_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-MONITOR-PATH         PIC X(256)
           VALUE "logs/monitor_daily.dat".
       77 WS-MONITOR-STATUS       PIC X(2) VALUE SPACES.
       77 WS-COMMAND-LINE         PIC X(32) VALUE SPACES.
       77 WS-WANTED-MONTH         PIC X(6) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-DISPLAY-B            PIC Z(17)9.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.

      *> SYNTHMON's daily line: date|rounds|failed rounds|...
       77 WS-MON-DATE             PIC X(8) VALUE SPACES.
       77 WS-MON-ROUNDS-X         PIC X(8) VALUE SPACES.
       77 WS-MON-FAILS-X          PIC X(8) VALUE SPACES.
       77 WS-MON-DAY-PCT-X        PIC X(10) VALUE SPACES.
       77 WS-MON-JUNK             PIC X(8) VALUE SPACES.
       77 WS-MON-ROUNDS           PIC 9(9) COMP VALUE 0.
       77 WS-MON-FAILS            PIC 9(9) COMP VALUE 0.
       77 WS-MON-DAYS             PIC 9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM WRITE-AVAILABILITY-SUMMARY.
           PERFORM WRITE-EXTERNAL-AVAILABILITY.
           CLOSE REPORT-FILE.
           DISPLAY "Rapport de disponibilite ecrit dans "
               FUNCTION TRIM (WS-REPORT-PATH).
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-EXTERNAL-AVAILABILITY: rounds rather than seconds - a
      *> round is one pass of every monitor check, and passes only
      *> when they all do.
       WRITE-EXTERNAL-AVAILABILITY.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "SYNTHMON external checks - days with failed rounds:"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           OPEN INPUT MONITOR-FILE.
           IF WS-MONITOR-STATUS NOT = "00"
               MOVE "  no monitor history" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MONITOR-STATUS = "10"
               READ MONITOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ONE-MONITOR-DAY
               END-READ
           END-PERFORM.
           CLOSE MONITOR-FILE.
           IF WS-MON-DAYS = 0
               MOVE "  none" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-MON-ROUNDS > 0
               COMPUTE WS-UPTIME-PCT =
                   ((WS-MON-ROUNDS - WS-MON-FAILS) * 100)
                   / WS-MON-ROUNDS
           ELSE
               MOVE 0 TO WS-UPTIME-PCT
           END-IF.
           MOVE WS-UPTIME-PCT TO WS-UPTIME-PCT-EDIT.
           MOVE WS-MON-ROUNDS TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "Monitor rounds: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           MOVE WS-MON-FAILS TO WS-DISPLAY-A.
           STRING "  failed: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  "  externally observed: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UPTIME-PCT-EDIT)
                      DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.

       TALLY-ONE-MONITOR-DAY.
           IF WS-MONITOR-LINE (1 : 6) NOT = WS-WANTED-MONTH
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MON-DATE WS-MON-ROUNDS-X WS-MON-FAILS-X
               WS-MON-DAY-PCT-X.
           UNSTRING WS-MONITOR-LINE DELIMITED BY "|"
               INTO WS-MON-DATE WS-MON-ROUNDS-X WS-MON-FAILS-X
                    WS-MON-JUNK WS-MON-JUNK WS-MON-DAY-PCT-X
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL (WS-MON-ROUNDS-X) NOT = 0
                   OR FUNCTION TEST-NUMVAL (WS-MON-FAILS-X) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD FUNCTION NUMVAL (WS-MON-ROUNDS-X) TO WS-MON-ROUNDS.
           ADD FUNCTION NUMVAL (WS-MON-FAILS-X) TO WS-MON-FAILS.
           IF FUNCTION NUMVAL (WS-MON-FAILS-X) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MON-DAYS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-MON-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MON-FAILS-X) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MON-ROUNDS-X) DELIMITED BY SIZE
                  " rounds failed  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MON-DAY-PCT-X) DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           EXIT.
