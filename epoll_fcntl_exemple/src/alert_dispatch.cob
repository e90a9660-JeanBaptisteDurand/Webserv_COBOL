      *> file over the weekend. Scheduled every few minutes, this job
      *>   - picks up a fresh alert.txt (consumed after dispatch) and
      *>     any "SLA BREACH" lines (one alert per report date),
      *>   - drains logs/alert_queue.dat, where the batch checks that
      *>     have no file of their own append "SOURCE|TEXT" lines
      *>     (one alert per line, consumed after dispatch),
      *>   - resolves who is on call from config/oncall.conf
      *>     ("DAY|CONTACT|METHOD|TARGET", DAY a three-letter weekday
      *>     or "*", file order = escalation order for the day),
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-QUEUE-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO WS-SLA-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-REPORT-STATUS.
       01  WS-ONCALL-LINE         PIC X(96).
       FD  ALERT-FILE.
       01  WS-ALERT-LINE          PIC X(132).
       FD  ALERT-QUEUE-FILE.
       01  WS-QUEUE-LINE          PIC X(160).
       FD  SLA-REPORT-FILE.
       01  WS-SLA-REPORT-LINE     PIC X(132).
       FD  HISTORY-FILE.
       77 WS-ONCALL-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-PATH           PIC X(256) VALUE "logs/alert.txt".
       77 WS-ALERT-STATUS         PIC X(2) VALUE SPACES.
       77 WS-QUEUE-PATH           PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-QUEUE-STATUS         PIC X(2) VALUE SPACES.
       77 WS-QUEUE-WORK-PATH      PIC X(256)
           VALUE "logs/alert_queue.work".
       77 WS-QUEUE-WORK-C-PATH    PIC X(257) VALUE SPACES.
       77 WS-QUEUE-SEQ            PIC 9(3) VALUE 0.
       77 WS-SLA-REPORT-PATH      PIC X(256)
           VALUE "logs/sla_report.txt".
       77 WS-SLA-REPORT-STATUS    PIC X(2) VALUE SPACES.
           PERFORM RESOLVE-TODAY-ONCALL.
           PERFORM PICK-UP-TRIAGE-ALERT.
           PERFORM PICK-UP-SLA-BREACHES.
           PERFORM PICK-UP-QUEUED-ALERTS.
           PERFORM ESCALATE-STALE-ALERTS.
           IF WS-DIRTY = "Y"
               PERFORM SAVE-ALERT-HISTORY
           PERFORM REGISTER-AND-DISPATCH.
           EXIT.

      *> PICK-UP-QUEUED-ALERTS raises one alert per queued line; the
      *> id is "Q" plus the pickup stamp and a sequence so several
      *> lines queued between passes stay distinct. The queue is
      *> first renamed to logs/alert_queue.work, so a check that
      *> appends while the pass runs starts a fresh queue for the
      *> next pass instead of being deleted unread; the work file is
      *> removed once everything in it is registered. A work file
      *> still there from a pass that died half way is drained
      *> before the queue is taken.
       PICK-UP-QUEUED-ALERTS.
           MOVE 0 TO WS-QUEUE-SEQ.
           MOVE SPACES TO WS-QUEUE-WORK-C-PATH.
           STRING FUNCTION TRIM (WS-QUEUE-WORK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-QUEUE-WORK-C-PATH
           END-STRING.
           PERFORM DRAIN-QUEUE-WORK-FILE.
           MOVE SPACES TO WS-ALERT-C-PATH.
           STRING FUNCTION TRIM (WS-QUEUE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-ALERT-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-ALERT-C-PATH
               BY REFERENCE WS-QUEUE-WORK-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               *> No queue (nothing was queued since the last pass).
               EXIT PARAGRAPH
           END-IF.
           PERFORM DRAIN-QUEUE-WORK-FILE.
           EXIT.

       DRAIN-QUEUE-WORK-FILE.
           OPEN INPUT ALERT-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-QUEUE-STATUS = "10"
               READ ALERT-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM REGISTER-ONE-QUEUED-ALERT
               END-READ
           END-PERFORM.
           CLOSE ALERT-QUEUE-FILE.
           CALL "unlink" USING
               BY REFERENCE WS-QUEUE-WORK-C-PATH
               RETURNING WS-RET.
           EXIT.

       REGISTER-ONE-QUEUED-ALERT.
           IF WS-QUEUE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-TEXT.
           UNSTRING WS-QUEUE-LINE DELIMITED BY "|"
               INTO WS-NEW-SOURCE WS-NEW-TEXT
           END-UNSTRING.
           IF WS-NEW-TEXT = SPACES
               MOVE WS-QUEUE-LINE TO WS-NEW-TEXT
               MOVE "queue" TO WS-NEW-SOURCE
           END-IF.
           ADD 1 TO WS-QUEUE-SEQ.
           MOVE SPACES TO WS-NEW-ID.
           STRING "Q" DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  WS-QUEUE-SEQ DELIMITED BY SIZE
               INTO WS-NEW-ID
           END-STRING.
           PERFORM REGISTER-AND-DISPATCH.
           EXIT.

      *> REGISTER-AND-DISPATCH files the new alert at escalation
      *> level 1 and delivers it to the first on-call contact.
       REGISTER-AND-DISPATCH.
