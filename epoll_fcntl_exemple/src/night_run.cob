       PROGRAM-ID. NIGHTRUN.
      *> NIGHTRUN is the end-of-day chain controller: instead of
      *> launching DAILYREPORT, SLAREPORT, TRENDREPORT, ERRTRIAGE,
      *> PROBESCAN, VHOSTACCT, PARTLOAD, TXNBATCH, TXNRECON, SHIPCONF,
      *> RMARECV, PARTEXTRACT, ACKRECON, BOREALLOC, FULFILL,
      *> STOCKRECON, REPLEN, ARCHLOAD, LOGSWEEP, SEARCHIDX, LINKCHECK,
      *> CONTENTCHECK, OPERREPORT, CONTACTAGE and IDXCHECK as
      *> independent RUN: lines in config/schedule.conf, one entry
      *> runs this program and it drives the whole chain in
      *> dependency order. Each step's start, end and return code
      *> are recorded in the job-control file, and a rerun after an
      *> abend resumes from the first step that did not finish OK
      *> today - so a mid-chain failure no longer means either
      *> rerunning everything (double-appending
      *> logs/report_history.dat) or skipping steps by guesswork.
      *> ERRTRIAGE's deliberate nonzero exit (it pages on threshold
      *> breach) is recorded but does not halt the chain.
      *> Every step carries a run rule - DAILY, BUSINESS, WEEKLY,
      *> FIRST-BUSINESS, MONTH-END or QUARTER-END - judged against
      *> config/run_calendar.conf (holidays, worked weekend days and
      *> per-step rule overrides). The chain starts after midnight,
      *> so a run started before noon is closing the previous day
      *> and the rules are judged on that day. A step whose rule
      *> does not hold is written to the job-control file as
      *> SKIPPED-CALENDAR. The month-end steps - AVAILREPORT,
      *> INCREPORT, VHOSTMONTH (VHOSTACCT's month totals), RMAREPORT,
      *> FILLRATE, FORECAST and ARCHREPORT - are given the closed
      *> month as their argument; PARTEXTRACT only runs on business
      *> days, so nothing is sent to partners on a bank holiday, and
      *> IDXCHECK verifies the indexed files on the WEEKLY rule.
      *> Every control record is also appended to the permanent run
      *> history (logs/run_history.dat), with the number of times the
      *> step had already failed that night, for RUNHIST's elapsed-
      *> time trending; RUNHIST itself closes the chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCTL-FILE ASSIGN TO WS-JOBCTL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL-FILE.
       01  WS-JOBCTL-LINE         PIC X(160).
       FD  HISTORY-FILE.
       01  WS-HISTORY-LINE        PIC X(160).
       FD  CALENDAR-FILE.
       01  WS-CALENDAR-LINE       PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH          PIC X(256)
           VALUE "logs/job_control.dat".
       77 WS-JOBCTL-STATUS        PIC X(2) VALUE SPACES.
       77 WS-HISTORY-PATH         PIC X(256)
           VALUE "logs/run_history.dat".
       77 WS-HISTORY-STATUS       PIC X(2) VALUE SPACES.
       77 WS-CALENDAR-PATH        PIC X(256)
           VALUE "config/run_calendar.conf".
       77 WS-CALENDAR-STATUS      PIC X(2) VALUE SPACES.

      *> The chain, in dependency order. WS-STEP-WARN-OK marks a step
      *> whose nonzero exit is an expected signal, not an abend.
      *> WS-STEP-PROGRAM is what cobcrun is handed when the step name
      *> is only a label (VHOSTMONTH); WS-STEP-ARG asks for the
      *> closed month as "M" (YYYYMM) or "R" (first and last day).
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 40 TIMES.
              10 WS-STEP-NAME     PIC X(16) VALUE SPACES.
              10 WS-STEP-WARN-OK  PIC X(1) VALUE "N".
              10 WS-STEP-DONE     PIC X(1) VALUE "N".
              10 WS-STEP-RULE     PIC X(16) VALUE "DAILY".
              10 WS-STEP-PROGRAM  PIC X(16) VALUE SPACES.
              10 WS-STEP-ARG      PIC X(1) VALUE SPACE.
              10 WS-STEP-FAILS    PIC 9(4) VALUE 0.
       77 WS-STEP-COUNT           PIC 9(4) VALUE 0.
       77 WS-STEP-INDEX           PIC 9(4) VALUE 0.

       77 WS-START-STAMP          PIC X(14) VALUE SPACES.
       77 WS-END-STAMP            PIC X(14) VALUE SPACES.
       77 WS-STEP-RC              PIC S9(9) COMP VALUE 0.
       77 WS-STEP-RC-DISPLAY      PIC -(8)9.
       77 WS-FAILS-DISPLAY        PIC Z(3)9.
       77 WS-STEP-STATUS          PIC X(16) VALUE SPACES.
       77 WS-COMMAND              PIC X(96) VALUE SPACES.
       77 WS-CHAIN-FAILED         PIC X(1) VALUE "N".
           88 WS-CHAIN-HAS-FAILED VALUE "Y".

       77 WS-CTL-START            PIC X(14) VALUE SPACES.
       77 WS-CTL-END              PIC X(14) VALUE SPACES.
       77 WS-CTL-RC               PIC X(10) VALUE SPACES.
       77 WS-CTL-STATUS           PIC X(16) VALUE SPACES.
       77 WS-CTL-PTR              PIC S9(9) COMP VALUE 1.

      *> Run calendar: the dated exceptions to the weekday rule.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
              10 WS-CAL-DATE      PIC 9(8) VALUE 0.
              10 WS-CAL-BUSINESS  PIC X(1) VALUE "N".
       77 WS-CAL-COUNT            PIC 9(4) VALUE 0.
       77 WS-CAL-INDEX            PIC 9(4) VALUE 0.
       77 WS-CAL-KIND             PIC X(16) VALUE SPACES.
       77 WS-CAL-KEY              PIC X(16) VALUE SPACES.
       77 WS-CAL-VALUE            PIC X(64) VALUE SPACES.
       77 WS-CAL-LINE-NO          PIC 9(4) VALUE 0.
       77 WS-CAL-FOUND            PIC X(1) VALUE "N".

      *> The day being closed and what the calendar says about it.
       77 WS-CLOSE-DATE           PIC 9(8) VALUE 0.
       77 WS-CLOSE-INT            PIC S9(9) COMP VALUE 0.
       77 WS-CLOSE-MONTH          PIC X(6) VALUE SPACES.
       77 WS-CLOSE-BUSINESS       PIC X(1) VALUE "N".
       77 WS-CLOSE-FIRST-BUS      PIC X(1) VALUE "N".
       77 WS-CLOSE-MONTH-END      PIC X(1) VALUE "N".
       77 WS-CLOSE-WEEK-END       PIC X(1) VALUE "N".
       77 WS-CLOSE-QUARTER-END    PIC X(1) VALUE "N".
       77 WS-TEST-DATE            PIC 9(8) VALUE 0.
       77 WS-TEST-INT             PIC S9(9) COMP VALUE 0.
       77 WS-TEST-BUSINESS        PIC X(1) VALUE "N".
       77 WS-WEEKDAY              PIC 9(1) VALUE 0.
       77 WS-NEXT-DATE            PIC 9(8) VALUE 0.
       77 WS-RULE-HOLDS           PIC X(1) VALUE "Y".
       77 WS-STEP-ARGS            PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 8) TO WS-RUN-DATE.
           PERFORM INIT-STEP-TABLE.
           PERFORM LOAD-RUN-CALENDAR.
           PERFORM SET-CLOSING-DAY.
           PERFORM READ-JOB-CONTROL.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   DISPLAY "Etape deja terminee aujourd'hui: "
                       FUNCTION TRIM (WS-STEP-NAME (WS-STEP-INDEX))
               ELSE
                   PERFORM CHECK-STEP-RULE
                   IF WS-RULE-HOLDS = "Y"
                       PERFORM RUN-ONE-STEP
                   ELSE
                       PERFORM SKIP-ONE-STEP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CHAIN-HAS-FAILED
           MOVE "SLAREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "TRENDREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The month's availability figures, once its last day is in
      *> the restart history.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "AVAILREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "M" TO WS-STEP-ARG (WS-STEP-COUNT).
      *> The month's incidents, and the outages none of them covers.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "INCREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "M" TO WS-STEP-ARG (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "ERRTRIAGE" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> Probing addresses are scored while access.log and
      *> reject.log still hold the whole day; blocks are only
      *> proposed, so this step never fails the chain.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "PROBESCAN" TO WS-STEP-NAME (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "VHOSTACCT" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The chargeback month totals come from every access log still
      *> on disk, so they run before LOGSWEEP ages any out.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "VHOSTMONTH" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "VHOSTACCT" TO WS-STEP-PROGRAM (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "M" TO WS-STEP-ARG (WS-STEP-COUNT).
      *> Partner order files dropped in inbound/ are loaded ahead
      *> of TXNBATCH so their orders are checked the same night; a
      *> refused file is the partner's to resend, not a chain stop.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "PARTLOAD" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "TXNBATCH" TO WS-STEP-NAME (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "TXNRECON" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> The day's dock confirmations go in first, so PARTEXTRACT
      *> sends tonight's ship notices.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "SHIPCONF" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> Returned goods the dock booked in today go back on stock
      *> before tonight's allocations.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "RMARECV" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The month's returns, for the partners' credit notes, once
      *> its last receipts are in.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "RMAREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "M" TO WS-STEP-ARG (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "PARTEXTRACT" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "BUSINESS" TO WS-STEP-RULE (WS-STEP-COUNT).
      *> Partner acks are matched once tonight's extracts are logged;
      *> a mismatch or overdue ack pages through ALERTDISP but is
      *> not a reason to hold back allocation.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "ACKRECON" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> Open backorders take the day's receipts before new intake.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "BOREALLOC" TO WS-STEP-NAME (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "FULFILL" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The stock ledger is checked once the day's allocations are
      *> in; a variance pages through ALERTDISP but does not stop
      *> the archive and sweep steps.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "STOCKRECON" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> Purchase orders are suggested from the settled stock and the
      *> backorders still owed after tonight's allocations.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "REPLEN" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The month's demand and fill rate, once its last allocations
      *> and releases are on the journal.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "FILLRATE" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "M" TO WS-STEP-ARG (WS-STEP-COUNT).
      *> The month's demand closes into the forecast on its last day.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "FORECAST" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "ARCHLOAD" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The archive report covers the month just loaded.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "ARCHREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "MONTH-END" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "R" TO WS-STEP-ARG (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "LOGSWEEP" TO WS-STEP-NAME (WS-STEP-COUNT).
           ADD 1 TO WS-STEP-COUNT.
           MOVE "SEARCHIDX" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> Links are checked against the tree SEARCHIDX just walked;
      *> a dead link is reported, not a reason to fail the night.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "LINKCHECK" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> Content changed outside PUBLISH raises its own alert; the
      *> rest of the night still stands.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "CONTENTCHECK" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> The operator-activity report is kept current, quarter to
      *> date, for whenever the access review asks for it.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "OPERREPORT" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> Contact enquiries still outstanding with their teams, aged.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "CONTACTAGE" TO WS-STEP-NAME (WS-STEP-COUNT).
      *> The indexed files are verified once a week, on the night
      *> that closes the Sunday, after every update of the chain. A
      *> damaged file pages through ALERTDISP; the run goes on.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "IDXCHECK" TO WS-STEP-NAME (WS-STEP-COUNT).
           MOVE "WEEKLY" TO WS-STEP-RULE (WS-STEP-COUNT).
           MOVE "Y" TO WS-STEP-WARN-OK (WS-STEP-COUNT).
      *> Step timings against their trailing average, and the nights
      *> the chain overran the batch window, up to tonight's.
           ADD 1 TO WS-STEP-COUNT.
           MOVE "RUNHIST" TO WS-STEP-NAME (WS-STEP-COUNT).
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF WS-STEP-PROGRAM (WS-STEP-INDEX) = SPACES
                   MOVE WS-STEP-NAME (WS-STEP-INDEX)
                       TO WS-STEP-PROGRAM (WS-STEP-INDEX)
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-RUN-CALENDAR reads the holidays, worked weekend days and
      *> rule overrides. A missing file leaves weekends as the only
      *> non-business days and every step on its built-in rule; a
      *> line that cannot be read is reported and ignored.
       LOAD-RUN-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT.
           MOVE 0 TO WS-CAL-LINE-NO.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "Calendrier absent - week-ends seuls chomes."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CALENDAR-STATUS = "10"
               READ CALENDAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CAL-LINE-NO
                       PERFORM NOTE-ONE-CALENDAR-LINE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           EXIT.

       NOTE-ONE-CALENDAR-LINE.
           IF WS-CALENDAR-LINE = SPACES
                   OR WS-CALENDAR-LINE (1:1) = "#"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CAL-KIND WS-CAL-KEY WS-CAL-VALUE.
           UNSTRING WS-CALENDAR-LINE DELIMITED BY "|"
               INTO WS-CAL-KIND WS-CAL-KEY WS-CAL-VALUE
           END-UNSTRING.
           EVALUATE WS-CAL-KIND
               WHEN "HOLIDAY"
               WHEN "WORKDAY"
                   IF WS-CAL-KEY (1:8) IS NOT NUMERIC
                           OR WS-CAL-KEY (9:8) NOT = SPACES
                           OR FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL (WS-CAL-KEY (1:8)))
                               NOT = 0
                       PERFORM REPORT-CALENDAR-LINE
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CAL-COUNT < 200
                       ADD 1 TO WS-CAL-COUNT
                       MOVE WS-CAL-KEY (1:8)
                           TO WS-CAL-DATE (WS-CAL-COUNT)
                       IF WS-CAL-KIND = "WORKDAY"
                           MOVE "Y" TO WS-CAL-BUSINESS (WS-CAL-COUNT)
                       ELSE
                           MOVE "N" TO WS-CAL-BUSINESS (WS-CAL-COUNT)
                       END-IF
                   END-IF
               WHEN "RULE"
                   IF WS-CAL-VALUE NOT = "DAILY"
                           AND WS-CAL-VALUE NOT = "BUSINESS"
                           AND WS-CAL-VALUE NOT = "WEEKLY"
                           AND WS-CAL-VALUE NOT = "FIRST-BUSINESS"
                           AND WS-CAL-VALUE NOT = "MONTH-END"
                           AND WS-CAL-VALUE NOT = "QUARTER-END"
                       PERFORM REPORT-CALENDAR-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "N" TO WS-CAL-FOUND
                   PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                           UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                       IF WS-STEP-NAME (WS-STEP-INDEX) = WS-CAL-KEY
                           MOVE WS-CAL-VALUE
                               TO WS-STEP-RULE (WS-STEP-INDEX)
                           MOVE "Y" TO WS-CAL-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CAL-FOUND = "N"
                       PERFORM REPORT-CALENDAR-LINE
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-CALENDAR-LINE
           END-EVALUATE.
           EXIT.

       REPORT-CALENDAR-LINE.
           DISPLAY "Calendrier ligne " WS-CAL-LINE-NO
               " ignoree: " FUNCTION TRIM (WS-CALENDAR-LINE).
           EXIT.

      *> SET-CLOSING-DAY settles which day tonight's run closes and
      *> which of the calendar rules hold for it.
       SET-CLOSING-DAY.
           MOVE WS-RUN-DATE TO WS-CLOSE-DATE.
           COMPUTE WS-CLOSE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE).
           IF WS-STAMP-HOLD (9 : 2) < "12"
               SUBTRACT 1 FROM WS-CLOSE-INT
               COMPUTE WS-CLOSE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-CLOSE-INT)
           END-IF.
           MOVE WS-CLOSE-DATE (1 : 6) TO WS-CLOSE-MONTH.
           MOVE WS-CLOSE-DATE TO WS-TEST-DATE.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE WS-TEST-BUSINESS TO WS-CLOSE-BUSINESS.
           MOVE "N" TO WS-CLOSE-WEEK-END.
           IF WS-WEEKDAY = 7
               MOVE "Y" TO WS-CLOSE-WEEK-END
           END-IF.
           MOVE WS-CLOSE-BUSINESS TO WS-CLOSE-FIRST-BUS.
           MOVE WS-CLOSE-MONTH TO WS-TEST-DATE (1 : 6).
           MOVE "01" TO WS-TEST-DATE (7 : 2).
           PERFORM UNTIL WS-TEST-DATE >= WS-CLOSE-DATE
                   OR WS-CLOSE-FIRST-BUS = "N"
               PERFORM CHECK-BUSINESS-DAY
               IF WS-TEST-BUSINESS = "Y"
                   MOVE "N" TO WS-CLOSE-FIRST-BUS
               END-IF
               ADD 1 TO WS-TEST-DATE
           END-PERFORM.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CLOSE-INT + 1).
           MOVE "N" TO WS-CLOSE-MONTH-END WS-CLOSE-QUARTER-END.
           IF WS-NEXT-DATE (7 : 2) = "01"
               MOVE "Y" TO WS-CLOSE-MONTH-END
               IF WS-CLOSE-DATE (5 : 2) = "03" OR "06" OR "09"
                       OR "12"
                   MOVE "Y" TO WS-CLOSE-QUARTER-END
               END-IF
           END-IF.
           DISPLAY "Journee close: " WS-CLOSE-DATE
               " ouvree=" WS-CLOSE-BUSINESS
               " 1er-ouvre=" WS-CLOSE-FIRST-BUS
               " fin-semaine=" WS-CLOSE-WEEK-END
               " fin-mois=" WS-CLOSE-MONTH-END
               " fin-trimestre=" WS-CLOSE-QUARTER-END.
           EXIT.

      *> CHECK-BUSINESS-DAY: Monday to Friday unless listed HOLIDAY,
      *> Saturday and Sunday only when listed WORKDAY.
       CHECK-BUSINESS-DAY.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE (WS-TEST-DATE).
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-TEST-INT - 1, 7) + 1.
           IF WS-WEEKDAY <= 5
               MOVE "Y" TO WS-TEST-BUSINESS
           ELSE
               MOVE "N" TO WS-TEST-BUSINESS
           END-IF.
           PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-INDEX) = WS-TEST-DATE
                   MOVE WS-CAL-BUSINESS (WS-CAL-INDEX)
                       TO WS-TEST-BUSINESS
               END-IF
           END-PERFORM.
           EXIT.

       CHECK-STEP-RULE.
           EVALUATE WS-STEP-RULE (WS-STEP-INDEX)
               WHEN "BUSINESS"
                   MOVE WS-CLOSE-BUSINESS TO WS-RULE-HOLDS
               WHEN "WEEKLY"
                   MOVE WS-CLOSE-WEEK-END TO WS-RULE-HOLDS
               WHEN "FIRST-BUSINESS"
                   MOVE WS-CLOSE-FIRST-BUS TO WS-RULE-HOLDS
               WHEN "MONTH-END"
                   MOVE WS-CLOSE-MONTH-END TO WS-RULE-HOLDS
               WHEN "QUARTER-END"
                   MOVE WS-CLOSE-QUARTER-END TO WS-RULE-HOLDS
               WHEN OTHER
                   MOVE "Y" TO WS-RULE-HOLDS
           END-EVALUATE.
           EXIT.

      *> SKIP-ONE-STEP leaves a trace in the control file, so a step
      *> the calendar held back is told apart from one never reached.
       SKIP-ONE-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-START-STAMP.
           MOVE WS-START-STAMP TO WS-END-STAMP.
           MOVE 0 TO WS-STEP-RC.
           MOVE "SKIPPED-CALENDAR" TO WS-STEP-STATUS.
           PERFORM APPEND-CONTROL-RECORD.
           DISPLAY "Etape hors calendrier ("
               FUNCTION TRIM (WS-STEP-RULE (WS-STEP-INDEX)) "): "
               FUNCTION TRIM (WS-STEP-NAME (WS-STEP-INDEX)).
           EXIT.

      *> READ-JOB-CONTROL marks every step that already finished OK
      *> (or was held back by the calendar) today, so the loop above
      *> resumes from the first one that did not.
       READ-JOB-CONTROL.
           OPEN INPUT JOBCTL-FILE.
           IF WS-JOBCTL-STATUS NOT = "00"
                    WS-CTL-END WS-CTL-RC WS-CTL-STATUS
           END-UNSTRING.
           IF WS-CTL-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF FUNCTION TRIM (WS-STEP-NAME (WS-STEP-INDEX))
                       = FUNCTION TRIM (WS-CTL-NAME)
                   IF WS-CTL-STATUS = "OK"
                           OR WS-CTL-STATUS = "SKIPPED-CALENDAR"
                       MOVE "Y" TO WS-STEP-DONE (WS-STEP-INDEX)
                   END-IF
                   IF WS-CTL-STATUS = "FAIL"
                       ADD 1 TO WS-STEP-FAILS (WS-STEP-INDEX)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
               FUNCTION TRIM (WS-STEP-NAME (WS-STEP-INDEX)).
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-START-STAMP.
           MOVE SPACES TO WS-STEP-ARGS.
           EVALUATE WS-STEP-ARG (WS-STEP-INDEX)
               WHEN "M"
                   MOVE WS-CLOSE-MONTH TO WS-STEP-ARGS
               WHEN "R"
                   STRING WS-CLOSE-MONTH DELIMITED BY SIZE
                          "01 " DELIMITED BY SIZE
                          WS-CLOSE-DATE DELIMITED BY SIZE
                       INTO WS-STEP-ARGS
                   END-STRING
           END-EVALUATE.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STEP-PROGRAM (WS-STEP-INDEX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-ARGS DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           END-STRING.
           WRITE WS-JOBCTL-LINE.
           CLOSE JOBCTL-FILE.
           PERFORM APPEND-HISTORY-RECORD.
           EXIT.

      *> APPEND-HISTORY-RECORD keeps the same record for good, with
      *> the step's earlier failures tonight as its restart count:
      *> "date|step|start|end|rc|restarts|status".
       APPEND-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STEP-FAILS (WS-STEP-INDEX) TO WS-FAILS-DISPLAY.
           MOVE SPACES TO WS-HISTORY-LINE.
           MOVE 1 TO WS-CTL-PTR.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STEP-NAME (WS-STEP-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-START-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-END-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STEP-RC-DISPLAY)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FAILS-DISPLAY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STEP-STATUS) DELIMITED BY SIZE
               INTO WS-HISTORY-LINE
               WITH POINTER WS-CTL-PTR
           END-STRING.
           WRITE WS-HISTORY-LINE.
           CLOSE HISTORY-FILE.
           EXIT.
