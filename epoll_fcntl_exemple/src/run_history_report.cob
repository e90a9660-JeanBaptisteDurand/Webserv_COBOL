       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
      *> RUNHIST trends the night batch out of the permanent run
      *> history NIGHTRUN appends to (logs/run_history.dat,
      *> "date|step|start|end|rc|restarts|status"). For one run date
      *> - the latest in the file unless one is given - it lists every
      *> step's elapsed time against the average of its previous
      *> BATCH_TRAILING_RUNS successful runs and flags OVERRUN where a
      *> step took more than BATCH_OVERRUN_PCT percent over that
      *> average (and at least a minute more, so a two-second step
      *> taking four is not news). It then lists every night in the
      *> history whose chain finished after BATCH_WINDOW_END (HHMM on
      *> the run date - the chain starts after midnight), with the
      *> minutes over and whether the chain had stopped on a failure.
      *> Settings come from config/webserver.conf; the report goes to
      *> logs/run_history_report.txt.
      *>   cobcrun RUNHIST [YYYYMMDD]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  WS-HISTORY-LINE         PIC X(160).
       FD  CONFIG-FILE.
       01  WS-CONFIG-LINE          PIC X(256).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-HISTORY-PATH          PIC X(256)
           VALUE "logs/run_history.dat".
       77 WS-HISTORY-STATUS        PIC X(2) VALUE SPACES.
       77 WS-CONFIG-PATH           PIC X(256)
           VALUE "config/webserver.conf".
       77 WS-CONFIG-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 WS-CFG-KEY               PIC X(64).
       77 WS-CFG-VALUE             PIC X(192).
       77 WS-REPORT-PATH           PIC X(256)
           VALUE "logs/run_history_report.txt".
       77 WS-REPORT-STATUS         PIC X(2) VALUE SPACES.

      *> Settings, with the defaults used when webserver.conf is
      *> silent.
       77 WS-TRAILING-RUNS         PIC 9(4) VALUE 7.
       77 WS-OVERRUN-PCT           PIC 9(4) VALUE 50.
       77 WS-WINDOW-END            PIC 9(4) VALUE 600.
       77 WS-MIN-OVERRUN-SECS      PIC 9(4) VALUE 60.

       77 WS-COMMAND-LINE          PIC X(32) VALUE SPACES.
       77 WS-TARGET-DATE           PIC X(8) VALUE SPACES.

      *> One row per step seen in the history: the target night's
      *> record and a ring of its last successful elapsed times.
       01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 40 TIMES.
              10 WS-ST-NAME        PIC X(16) VALUE SPACES.
              10 WS-ST-SEEN        PIC X(1) VALUE "N".
              10 WS-ST-ELAPSED     PIC S9(9) COMP VALUE 0.
              10 WS-ST-STATUS      PIC X(16) VALUE SPACES.
              10 WS-ST-RESTARTS    PIC X(4) VALUE SPACES.
              10 WS-ST-RING-COUNT  PIC 9(4) COMP VALUE 0.
              10 WS-ST-RING-NEXT   PIC 9(4) COMP VALUE 1.
              10 WS-ST-RING OCCURS 30 TIMES
                  PIC S9(9) COMP VALUE 0.
       77 WS-ST-COUNT              PIC 9(4) COMP VALUE 0.
       77 WS-ST-INDEX              PIC 9(4) COMP VALUE 0.
       77 WS-RING-INDEX            PIC 9(4) COMP VALUE 0.

      *> Fields of one history line.
       77 WS-H-DATE                PIC X(8) VALUE SPACES.
       77 WS-H-STEP                PIC X(16) VALUE SPACES.
       77 WS-H-START               PIC X(14) VALUE SPACES.
       77 WS-H-END                 PIC X(14) VALUE SPACES.
       77 WS-H-RC                  PIC X(10) VALUE SPACES.
       77 WS-H-RESTARTS            PIC X(4) VALUE SPACES.
       77 WS-H-STATUS              PIC X(16) VALUE SPACES.

      *> Elapsed seconds between two YYYYMMDDHHMMSS stamps.
       77 WS-FROM-STAMP            PIC X(14) VALUE SPACES.
       77 WS-TO-STAMP              PIC X(14) VALUE SPACES.
       77 WS-FROM-SECS             PIC S9(11) COMP VALUE 0.
       77 WS-TO-SECS               PIC S9(11) COMP VALUE 0.
       77 WS-ELAPSED               PIC S9(9) COMP VALUE 0.
       77 WS-STAMP-DAY             PIC 9(8) VALUE 0.
       77 WS-STAMP-HH              PIC 9(2) VALUE 0.
       77 WS-STAMP-MM              PIC 9(2) VALUE 0.
       77 WS-STAMP-SS              PIC 9(2) VALUE 0.

       77 WS-AVERAGE               PIC S9(9) COMP VALUE 0.
       77 WS-RING-SUM              PIC S9(11) COMP VALUE 0.
       77 WS-VARIANCE-PCT          PIC S9(7) COMP VALUE 0.
       77 WS-FLAG                  PIC X(8) VALUE SPACES.
       77 WS-OVERRUN-COUNT         PIC 9(4) COMP VALUE 0.

      *> One night at a time while the late-chain pass walks the file.
       77 WS-NIGHT-DATE            PIC X(8) VALUE SPACES.
       77 WS-NIGHT-LAST-END        PIC X(14) VALUE SPACES.
       77 WS-NIGHT-LAST-STATUS     PIC X(16) VALUE SPACES.
       77 WS-DEADLINE-STAMP        PIC X(14) VALUE SPACES.
       77 WS-WINDOW-END-X          PIC 9(4) VALUE 0.
       77 WS-LATE-COUNT            PIC 9(4) COMP VALUE 0.

       77 WS-DISPLAY-A             PIC Z(8)9.
       77 WS-DISPLAY-B             PIC Z(8)9.
       77 WS-DISPLAY-PCT           PIC -(6)9.
       77 WS-DISPLAY-N             PIC Z(3)9.
       77 WS-DISPLAY-LATE          PIC Z(3)9.
       77 WS-REPORT-PTR            PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-TREND-CONFIG.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE (1 : 8) IS NUMERIC
               MOVE WS-COMMAND-LINE (1 : 8) TO WS-TARGET-DATE
           ELSE
               PERFORM FIND-LATEST-RUN-DATE
           END-IF.
           IF WS-TARGET-DATE = SPACES
               DISPLAY "Pas d'historique d'execution: "
                   FUNCTION TRIM (WS-HISTORY-PATH)
               STOP RUN
           END-IF.
           PERFORM COLLECT-STEP-TIMINGS.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible a ecrire: "
                   FUNCTION TRIM (WS-REPORT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-STEP-SECTION.
           PERFORM WRITE-LATE-SECTION.
           CLOSE REPORT-FILE.
           MOVE WS-OVERRUN-COUNT TO WS-DISPLAY-N.
           MOVE WS-LATE-COUNT TO WS-DISPLAY-LATE.
           DISPLAY "Historique des traitements ecrit dans "
               FUNCTION TRIM (WS-REPORT-PATH) " ("
               FUNCTION TRIM (WS-DISPLAY-N) " depassement(s), "
               FUNCTION TRIM (WS-DISPLAY-LATE)
               " nuit(s) hors fenetre).".
           STOP RUN.

      *> READ-TREND-CONFIG picks the BATCH_* keys out of the same
      *> key=value file WEBSERVER's PARSE-CONFIG-LINE reads; a
      *> missing file or key leaves the compiled-in default.
       READ-TREND-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-FILE-STATUS = "10"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-TREND-LINE
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           EXIT.

       PARSE-TREND-LINE.
           IF WS-CONFIG-LINE (1:1) = "#" OR WS-CONFIG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-CONFIG-LINE DELIMITED BY "="
               INTO WS-CFG-KEY WS-CFG-VALUE
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CFG-KEY
               WHEN "BATCH_TRAILING_RUNS"
                   MOVE FUNCTION NUMVAL (WS-CFG-VALUE)
                       TO WS-TRAILING-RUNS
                   IF WS-TRAILING-RUNS < 1
                       MOVE 1 TO WS-TRAILING-RUNS
                   END-IF
                   IF WS-TRAILING-RUNS > 30
                       MOVE 30 TO WS-TRAILING-RUNS
                   END-IF
               WHEN "BATCH_OVERRUN_PCT"
                   MOVE FUNCTION NUMVAL (WS-CFG-VALUE)
                       TO WS-OVERRUN-PCT
               WHEN "BATCH_WINDOW_END"
                   MOVE FUNCTION NUMVAL (WS-CFG-VALUE)
                       TO WS-WINDOW-END
           END-EVALUATE.
           EXIT.

       FIND-LATEST-RUN-DATE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-STATUS = "10"
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-HISTORY-LINE (1:8) IS NUMERIC
                           AND WS-HISTORY-LINE (1:8) > WS-TARGET-DATE
                           MOVE WS-HISTORY-LINE (1:8)
                               TO WS-TARGET-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT.

      *> COLLECT-STEP-TIMINGS keeps the target night's last record per
      *> step (a rerun after a failure replaces the failed attempt)
      *> and, for earlier nights, the step's successful timings.
       COLLECT-STEP-TIMINGS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-STATUS = "10"
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-STEP-RECORD
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT.

       NOTE-ONE-STEP-RECORD.
           PERFORM SPLIT-HISTORY-LINE.
           IF WS-H-DATE > WS-TARGET-DATE
                   OR WS-H-START IS NOT NUMERIC
                   OR WS-H-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-H-DATE < WS-TARGET-DATE AND WS-H-STATUS NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ST-INDEX.
           PERFORM VARYING WS-RING-INDEX FROM 1 BY 1
                   UNTIL WS-RING-INDEX > WS-ST-COUNT
               IF WS-ST-NAME (WS-RING-INDEX) = WS-H-STEP
                   MOVE WS-RING-INDEX TO WS-ST-INDEX
               END-IF
           END-PERFORM.
           IF WS-ST-INDEX = 0
               IF WS-ST-COUNT >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-INDEX
               MOVE WS-H-STEP TO WS-ST-NAME (WS-ST-INDEX)
           END-IF.
           MOVE WS-H-START TO WS-FROM-STAMP.
           MOVE WS-H-END TO WS-TO-STAMP.
           PERFORM COMPUTE-ELAPSED.
           IF WS-H-DATE = WS-TARGET-DATE
               MOVE "Y" TO WS-ST-SEEN (WS-ST-INDEX)
               MOVE WS-ELAPSED TO WS-ST-ELAPSED (WS-ST-INDEX)
               MOVE WS-H-STATUS TO WS-ST-STATUS (WS-ST-INDEX)
               MOVE WS-H-RESTARTS TO WS-ST-RESTARTS (WS-ST-INDEX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ST-RING-NEXT (WS-ST-INDEX) TO WS-RING-INDEX.
           MOVE WS-ELAPSED TO WS-ST-RING (WS-ST-INDEX, WS-RING-INDEX).
           ADD 1 TO WS-ST-RING-NEXT (WS-ST-INDEX).
           IF WS-ST-RING-NEXT (WS-ST-INDEX) > WS-TRAILING-RUNS
               MOVE 1 TO WS-ST-RING-NEXT (WS-ST-INDEX)
           END-IF.
           IF WS-ST-RING-COUNT (WS-ST-INDEX) < WS-TRAILING-RUNS
               ADD 1 TO WS-ST-RING-COUNT (WS-ST-INDEX)
           END-IF.
           EXIT.

       SPLIT-HISTORY-LINE.
           MOVE SPACES TO WS-H-DATE WS-H-STEP WS-H-START WS-H-END
               WS-H-RC WS-H-RESTARTS WS-H-STATUS.
           UNSTRING WS-HISTORY-LINE DELIMITED BY "|"
               INTO WS-H-DATE WS-H-STEP WS-H-START WS-H-END
                    WS-H-RC WS-H-RESTARTS WS-H-STATUS
           END-UNSTRING.
           EXIT.

      *> COMPUTE-ELAPSED: seconds from WS-FROM-STAMP to WS-TO-STAMP,
      *> across midnight if need be.
       COMPUTE-ELAPSED.
           MOVE WS-FROM-STAMP (1:8) TO WS-STAMP-DAY.
           MOVE WS-FROM-STAMP (9:2) TO WS-STAMP-HH.
           MOVE WS-FROM-STAMP (11:2) TO WS-STAMP-MM.
           MOVE WS-FROM-STAMP (13:2) TO WS-STAMP-SS.
           COMPUTE WS-FROM-SECS =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DAY) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
           MOVE WS-TO-STAMP (1:8) TO WS-STAMP-DAY.
           MOVE WS-TO-STAMP (9:2) TO WS-STAMP-HH.
           MOVE WS-TO-STAMP (11:2) TO WS-STAMP-MM.
           MOVE WS-TO-STAMP (13:2) TO WS-STAMP-SS.
           COMPUTE WS-TO-SECS =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DAY) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
           COMPUTE WS-ELAPSED = WS-TO-SECS - WS-FROM-SECS.
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF.
           EXIT.

       WRITE-STEP-SECTION.
           MOVE WS-TRAILING-RUNS TO WS-DISPLAY-N.
           MOVE WS-OVERRUN-PCT TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Night batch run " DELIMITED BY SIZE
                  WS-TARGET-DATE DELIMITED BY SIZE
                  " against the trailing " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                  " successful runs (overrun over +" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  "%):" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE "  step             status            elapsed  average"
               TO WS-REPORT-LINE.
           MOVE "   var%" TO WS-REPORT-LINE (54:7).
           MOVE "restarts" TO WS-REPORT-LINE (62:8).
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-SEEN (WS-ST-INDEX) = "Y"
                   PERFORM WRITE-ONE-STEP-LINE
               END-IF
           END-PERFORM.
           IF WS-OVERRUN-COUNT = 0
               MOVE "  No step ran over its normal time."
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

      *> WRITE-ONE-STEP-LINE: elapsed and average in seconds; a step
      *> skipped by the calendar or with no earlier successful run
      *> gets no average and is never flagged.
       WRITE-ONE-STEP-LINE.
           MOVE 0 TO WS-AVERAGE.
           MOVE 0 TO WS-RING-SUM.
           MOVE SPACES TO WS-FLAG.
           PERFORM VARYING WS-RING-INDEX FROM 1 BY 1
                   UNTIL WS-RING-INDEX > WS-ST-RING-COUNT (WS-ST-INDEX)
               ADD WS-ST-RING (WS-ST-INDEX, WS-RING-INDEX)
                   TO WS-RING-SUM
           END-PERFORM.
           IF WS-ST-RING-COUNT (WS-ST-INDEX) > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-RING-SUM / WS-ST-RING-COUNT (WS-ST-INDEX)
           END-IF.
           MOVE WS-ST-ELAPSED (WS-ST-INDEX) TO WS-DISPLAY-A.
           MOVE WS-AVERAGE TO WS-DISPLAY-B.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ST-NAME (WS-ST-INDEX) TO WS-REPORT-LINE (3:16).
           MOVE WS-ST-STATUS (WS-ST-INDEX) TO WS-REPORT-LINE (20:16).
           IF WS-ST-STATUS (WS-ST-INDEX) NOT = "SKIPPED-CALENDAR"
               MOVE WS-DISPLAY-A TO WS-REPORT-LINE (36:9)
           END-IF.
           IF WS-ST-RING-COUNT (WS-ST-INDEX) > 0
                   AND WS-ST-STATUS (WS-ST-INDEX) NOT =
                       "SKIPPED-CALENDAR"
               MOVE WS-DISPLAY-B TO WS-REPORT-LINE (45:9)
               IF WS-AVERAGE > 0
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       (WS-ST-ELAPSED (WS-ST-INDEX) - WS-AVERAGE)
                       * 100 / WS-AVERAGE
                   MOVE WS-VARIANCE-PCT TO WS-DISPLAY-PCT
                   MOVE WS-DISPLAY-PCT TO WS-REPORT-LINE (54:7)
               END-IF
               IF WS-ST-ELAPSED (WS-ST-INDEX) * 100 >
                       WS-AVERAGE * (100 + WS-OVERRUN-PCT)
                   AND WS-ST-ELAPSED (WS-ST-INDEX) - WS-AVERAGE
                       >= WS-MIN-OVERRUN-SECS
                   MOVE "OVERRUN" TO WS-FLAG
                   ADD 1 TO WS-OVERRUN-COUNT
               END-IF
           END-IF.
           MOVE WS-ST-RESTARTS (WS-ST-INDEX) TO WS-REPORT-LINE (66:4).
           MOVE WS-FLAG TO WS-REPORT-LINE (72:8).
           WRITE WS-REPORT-LINE.
           EXIT.

      *> WRITE-LATE-SECTION walks the whole history a night at a time
      *> (a night's records are contiguous: reruns carry the same run
      *> date) and reports each night whose last record ended after
      *> the batch window.
       WRITE-LATE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-WINDOW-END TO WS-WINDOW-END-X.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Nights the chain finished after the "
                      DELIMITED BY SIZE
                  WS-WINDOW-END-X DELIMITED BY SIZE
                  " batch window:" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-NIGHT-DATE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-ONE-NIGHT-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM CLOSE-ONE-NIGHT.
           IF WS-LATE-COUNT = 0
               MOVE "  None." TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

       NOTE-ONE-NIGHT-RECORD.
           PERFORM SPLIT-HISTORY-LINE.
           IF WS-H-DATE IS NOT NUMERIC OR WS-H-END IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-H-DATE NOT = WS-NIGHT-DATE
               PERFORM CLOSE-ONE-NIGHT
               MOVE WS-H-DATE TO WS-NIGHT-DATE
               MOVE SPACES TO WS-NIGHT-LAST-END
           END-IF.
           IF WS-H-END > WS-NIGHT-LAST-END
               MOVE WS-H-END TO WS-NIGHT-LAST-END
               MOVE WS-H-STATUS TO WS-NIGHT-LAST-STATUS
           END-IF.
           EXIT.

       CLOSE-ONE-NIGHT.
           IF WS-NIGHT-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DEADLINE-STAMP.
           STRING WS-NIGHT-DATE DELIMITED BY SIZE
                  WS-WINDOW-END-X DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
               INTO WS-DEADLINE-STAMP
           END-STRING.
           IF WS-NIGHT-LAST-END <= WS-DEADLINE-STAMP
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LATE-COUNT.
           MOVE WS-DEADLINE-STAMP TO WS-FROM-STAMP.
           MOVE WS-NIGHT-LAST-END TO WS-TO-STAMP.
           PERFORM COMPUTE-ELAPSED.
           COMPUTE WS-DISPLAY-A = (WS-ELAPSED + 59) / 60.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  "  last step ended " DELIMITED BY SIZE
                  WS-NIGHT-LAST-END (1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NIGHT-LAST-END (9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NIGHT-LAST-END (11:2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  " min late" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-NIGHT-LAST-STATUS = "FAIL"
               STRING " (chain stopped on a failed step)"
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           WRITE WS-REPORT-LINE.
           EXIT.
