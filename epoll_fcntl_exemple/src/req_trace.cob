       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQTRACE.
      *> REQTRACE is the help desk's first step when a partner
      *> disputes an order: it puts the whole story of one request
      *> back together in time order instead of leaving someone to
      *> grep five files. GENERATE-REQUEST-ID stamps the same req=
      *> value on the access log, the error log, the audit trail and
      *> the captured transaction; from there the transaction key
      *> leads to the TXNBATCH outcome (accepted, rejected with its
      *> reason, set aside as a SYNTHMON test, or left unparsed by
      *> FULFILL), the order registry, the order master status and
      *> the webhook delivery log and queue. Rejects carry no
      *> request id - an ACL reject happens before there is a
      *> request - so reject-log lines are matched on the client IP
      *> within a minute either side of the request. Orders loaded
      *> from a partner file by PARTLOAD carry ids starting "F" and
      *> have no access-log line; their trail starts at the
      *> transaction.
      *> Every access, error, reject and audit log still on disk is
      *> read, the rotated ones through zcat as VHOSTACCT does.
      *> Given an IP and a window (YYYYMMDDHHMM, an hour by default)
      *> it traces every request that address made in the window.
      *> The trace is displayed and kept in logs/request_trace.txt.
      *>   cobcrun REQTRACE <request-id>
      *>   cobcrun REQTRACE <ip> <from> [<to>]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WS-TXN-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT SPLIT-FILE ASSIGN TO WS-SPLIT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT ORDER-REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORG-KEY
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO WS-ORDER-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORD-KEY
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT WEBHOOK-FILE ASSIGN TO WS-WEBHOOK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WEBHOOK-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(1200).
       FD  TRANSACTION-FILE.
       01  WS-TXN-RECORD.
           05 WS-TXN-KEY          PIC X(26).
           05 WS-TXN-TIMESTAMP    PIC X(21).
           05 WS-TXN-CLIENT-IP    PIC X(39).
           05 WS-TXN-REQ-PATH     PIC X(64).
           05 WS-TXN-CONTENT-LENGTH PIC 9(9).
           05 WS-TXN-BODY-LEN     PIC 9(9).
           05 WS-TXN-ORDER-NO     PIC X(16).
           05 WS-TXN-PARTNER-ID   PIC X(16).
           05 WS-TXN-AMOUNT       PIC X(12).
           05 WS-TXN-REQUEST-ID   PIC X(32).
           05 WS-TXN-BODY         PIC X(8192).
       FD  SPLIT-FILE.
       01  WS-SPLIT-LINE          PIC X(8448).
       FD  ORDER-REGISTRY-FILE.
       01  WS-ORDER-REG-RECORD.
           05 WS-ORG-KEY.
              10 WS-ORG-PARTNER   PIC X(16).
              10 WS-ORG-ORDER     PIC X(16).
           05 WS-ORG-TXN-KEY      PIC X(26).
           05 WS-ORG-REQUEST-ID   PIC X(32).
           05 WS-ORG-RUN-ID       PIC X(16).
           05 WS-ORG-RELEASE-KEY  PIC X(26).
       FD  ORDER-MASTER-FILE.
       01  WS-ORDER-RECORD.
           05 WS-ORD-KEY          PIC X(26).
           05 WS-ORD-NUMBER       PIC X(16).
           05 WS-ORD-SKU          PIC X(16).
           05 WS-ORD-QTY          PIC 9(9).
           05 WS-ORD-CLIENT-IP    PIC X(39).
           05 WS-ORD-TIMESTAMP    PIC X(21).
           05 WS-ORD-STATUS       PIC X(12).
           05 WS-ORD-ALLOC-QTY    PIC 9(9).
           05 WS-ORD-PARTNER      PIC X(16).
           05 WS-ORD-SHIPPED-QTY  PIC 9(9).
           05 WS-ORD-AMOUNT       PIC 9(11)V99.
           05 WS-ORD-INVOICE-NO   PIC X(12).
       FD  WEBHOOK-FILE.
       01  WS-WEBHOOK-LINE        PIC X(320).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(280).

       WORKING-STORAGE SECTION.
       77 WS-WORK-PATH            PIC X(256)
           VALUE "logs/reqtrace.work".
       77 WS-WORK-C-PATH          PIC X(257) VALUE SPACES.
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-TXN-PATH             PIC X(256)
           VALUE "logs/transactions.dat".
       77 WS-TXN-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-SPLIT-PATH           PIC X(256) VALUE SPACES.
       77 WS-SPLIT-STATUS         PIC X(2) VALUE SPACES.
       77 WS-REGISTRY-PATH        PIC X(256)
           VALUE "logs/order_registry.dat".
       77 WS-REGISTRY-STATUS      PIC X(2) VALUE SPACES.
       77 WS-ORDER-MASTER-PATH    PIC X(256)
           VALUE "logs/orders.dat".
       77 WS-ORDER-MASTER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-WEBHOOK-PATH         PIC X(256) VALUE SPACES.
       77 WS-WEBHOOK-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/request_trace.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-COMMAND-LINE         PIC X(128) VALUE SPACES.
       77 WS-COMMAND              PIC X(256) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-LOG-NAME             PIC X(16) VALUE SPACES.

      *> What was asked for: one request id, or an IP and a window.
       77 WS-ARG-1                PIC X(48) VALUE SPACES.
       77 WS-ARG-2                PIC X(16) VALUE SPACES.
       77 WS-ARG-3                PIC X(16) VALUE SPACES.
       77 WS-TRACE-MODE           PIC X(1) VALUE SPACE.
           88 WS-TRACE-BY-ID      VALUE "I".
           88 WS-TRACE-BY-IP      VALUE "P".
       77 WS-WANTED-IP            PIC X(39) VALUE SPACES.
       77 WS-FROM-STAMP           PIC X(12) VALUE SPACES.
       77 WS-TO-STAMP             PIC X(12) VALUE SPACES.
       77 WS-FROM-SECONDS         PIC 9(12) COMP VALUE 0.
       77 WS-TO-SECONDS           PIC 9(12) COMP VALUE 0.
       77 WS-WINDOW-DEFAULT       PIC 9(5) COMP VALUE 3600.
       77 WS-REJECT-SLACK         PIC 9(5) COMP VALUE 60.

      *> The requests being traced, each with the client IP and time
      *> the access log gives it and the transaction key it led to.
       01 WS-WANT-TABLE.
           05 WS-WT-ENTRY OCCURS 50 TIMES.
              10 WS-WT-ID         PIC X(32) VALUE SPACES.
              10 WS-WT-IP         PIC X(39) VALUE SPACES.
              10 WS-WT-SECONDS    PIC 9(12) COMP VALUE 0.
              10 WS-WT-TXN-KEY    PIC X(26) VALUE SPACES.
       77 WS-WT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-WT-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-WT-HIT               PIC 9(4) COMP VALUE 0.
       77 WS-SCAN                 PIC 9(4) COMP VALUE 0.

      *> Everything found, sorted on the stamp before it is printed.
       01 WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 500 TIMES.
              10 WS-EV-STAMP      PIC X(16).
              10 WS-EV-SOURCE     PIC X(8).
              10 WS-EV-TEXT       PIC X(240).
       77 WS-EV-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-EV-DROPPED           PIC 9(9) COMP VALUE 0.
       01 WS-EV-NEW.
           05 WS-EV-NEW-STAMP     PIC X(16).
           05 WS-EV-NEW-SOURCE    PIC X(8).
           05 WS-EV-NEW-TEXT      PIC X(240).
       01 WS-EV-HOLD              PIC X(264).
       77 WS-SORT-I               PIC 9(4) COMP VALUE 0.
       77 WS-SORT-J               PIC 9(4) COMP VALUE 0.
       77 WS-SORT-DONE            PIC X(1) VALUE "N".

      *> Audit blocks: lines after a matching header belong to it
      *> until the next header; a long body is cut short.
       77 WS-IN-BLOCK             PIC X(1) VALUE "N".
       77 WS-BLOCK-STAMP          PIC X(16) VALUE SPACES.
       77 WS-BLOCK-LINES          PIC 9(5) COMP VALUE 0.
       77 WS-BLOCK-OMITTED        PIC 9(5) COMP VALUE 0.
       77 WS-BLOCK-MAX            PIC 9(5) COMP VALUE 40.

       77 WS-LINE-IP              PIC X(39) VALUE SPACES.
       77 WS-LINE-REQID           PIC X(32) VALUE SPACES.
       77 WS-LINE-SECONDS         PIC 9(12) COMP VALUE 0.
       77 WS-LINE-MATCH           PIC X(1) VALUE "N".
       77 WS-SCAN-JUNK            PIC X(1200) VALUE SPACES.
       77 WS-SCAN-TAIL            PIC X(1200) VALUE SPACES.
       77 WS-FIELD-WANTED         PIC X(16) VALUE SPACES.
       77 WS-GAP                  PIC S9(12) COMP VALUE 0.

       01 WS-CONV-STAMP.
           05 WS-CONV-DATE        PIC 9(8).
           05 WS-CONV-HH          PIC 9(2).
           05 WS-CONV-MI          PIC 9(2).
           05 WS-CONV-SS          PIC 9(2).
       01 WS-CONV-STAMP-X REDEFINES WS-CONV-STAMP PIC X(14).
       77 WS-CONV-SECONDS         PIC 9(12) COMP VALUE 0.

       77 WS-SPLIT-F1             PIC X(26) VALUE SPACES.
       77 WS-SPLIT-F2             PIC X(21) VALUE SPACES.
       77 WS-SPLIT-F3             PIC X(39) VALUE SPACES.
       77 WS-SPLIT-F4             PIC X(64) VALUE SPACES.
       77 WS-SPLIT-F5             PIC X(32) VALUE SPACES.
       77 WS-SPLIT-F6             PIC X(64) VALUE SPACES.
       77 WS-SPLIT-F7             PIC X(32) VALUE SPACES.
       77 WS-SPLIT-F8             PIC X(32) VALUE SPACES.
       77 WS-SPLIT-F9             PIC X(32) VALUE SPACES.
       77 WS-SPLIT-KIND           PIC X(1) VALUE SPACE.
       77 WS-SPLIT-LABEL          PIC X(40) VALUE SPACES.

       77 WS-WH-STAMP             PIC X(14) VALUE SPACES.
       77 WS-WH-RESULT            PIC X(40) VALUE SPACES.
       77 WS-WH-PAYLOAD           PIC X(256) VALUE SPACES.
       77 WS-WH-KIND              PIC X(1) VALUE SPACE.
       77 WS-REF-PATTERN          PIC X(40) VALUE SPACES.
       77 WS-REF-LEN              PIC 9(4) COMP VALUE 0.
       77 WS-REF-TALLY            PIC 9(4) COMP VALUE 0.

       77 WS-PRINT-LINE           PIC X(280) VALUE SPACES.
       77 WS-DISPLAY-A            PIC Z(8)9.
       77 WS-DISPLAY-B            PIC Z(8)9.
       77 WS-DISPLAY-C            PIC Z(8)9.
       77 WS-DISPLAY-AMT          PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3
           END-UNSTRING.
           PERFORM CHECK-ARGUMENTS.
           IF WS-TRACE-MODE = SPACE
               DISPLAY "Usage: REQTRACE <request-id>"
               DISPLAY "       REQTRACE <ip> <AAAAMMJJHHMM>"
                   " [<AAAAMMJJHHMM>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "access" TO WS-LOG-NAME.
           PERFORM GATHER-LOG.
           PERFORM TRACE-ACCESS-LOG.
           IF WS-TRACE-BY-IP AND WS-WT-COUNT = 0
               DISPLAY "Aucune requete de " FUNCTION TRIM
                   (WS-WANTED-IP) " dans la fenetre demandee."
           END-IF.
           MOVE "error" TO WS-LOG-NAME.
           PERFORM GATHER-LOG.
           PERFORM TRACE-ERROR-LOG.
           MOVE "reject" TO WS-LOG-NAME.
           PERFORM GATHER-LOG.
           PERFORM TRACE-REJECT-LOG.
           MOVE "audit" TO WS-LOG-NAME.
           PERFORM GATHER-LOG.
           PERFORM TRACE-AUDIT-LOG.
           PERFORM REMOVE-WORK-FILE.
           PERFORM TRACE-INTAKE-FILE.
           MOVE "logs/txn_accepted.dat" TO WS-SPLIT-PATH.
           MOVE "A" TO WS-SPLIT-KIND.
           MOVE "ACCEPTED by TXNBATCH" TO WS-SPLIT-LABEL.
           PERFORM TRACE-SPLIT-FILE.
           MOVE "logs/txn_unparsed.dat" TO WS-SPLIT-PATH.
           MOVE "A" TO WS-SPLIT-KIND.
           MOVE "UNPARSED - body refused by FULFILL"
               TO WS-SPLIT-LABEL.
           PERFORM TRACE-SPLIT-FILE.
           MOVE "logs/txn_rejected.dat" TO WS-SPLIT-PATH.
           MOVE "R" TO WS-SPLIT-KIND.
           MOVE "REJECTED by TXNBATCH" TO WS-SPLIT-LABEL.
           PERFORM TRACE-SPLIT-FILE.
           MOVE "logs/txn_synthetic.dat" TO WS-SPLIT-PATH.
           MOVE "R" TO WS-SPLIT-KIND.
           MOVE "SET ASIDE by TXNBATCH" TO WS-SPLIT-LABEL.
           PERFORM TRACE-SPLIT-FILE.
           PERFORM TRACE-ORDER-REGISTRY.
           PERFORM TRACE-ORDER-MASTER.
           MOVE "logs/webhook_delivery.log" TO WS-WEBHOOK-PATH.
           MOVE "D" TO WS-WH-KIND.
           PERFORM TRACE-WEBHOOK-FILE.
           MOVE "logs/webhook_queue.dat" TO WS-WEBHOOK-PATH.
           MOVE "Q" TO WS-WH-KIND.
           PERFORM TRACE-WEBHOOK-FILE.
           IF WS-EV-COUNT = 0
               IF WS-TRACE-BY-ID
                   DISPLAY "Aucune trace de la requete "
                       FUNCTION TRIM (WS-ARG-1)
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SORT-EVENTS.
           PERFORM WRITE-TRACE-REPORT.
           STOP RUN.

      *> CHECK-ARGUMENTS settles the mode: an argument starting "R"
      *> (or "F" for a file order)
      *> alone is a request id (its own stamp stands in for the
      *> time until the access line is found); anything else is an
      *> IP followed by the window.
       CHECK-ARGUMENTS.
           IF WS-ARG-1 = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-2 = SPACES
               IF (WS-ARG-1 (1 : 1) = "R" OR "F")
                       AND WS-ARG-1 (2 : 14) IS NUMERIC
                   SET WS-TRACE-BY-ID TO TRUE
                   MOVE 1 TO WS-WT-COUNT
                   MOVE WS-ARG-1 TO WS-WT-ID (1)
                   MOVE WS-ARG-1 (2 : 14) TO WS-CONV-STAMP-X
                   PERFORM STAMP-TO-SECONDS
                   MOVE WS-CONV-SECONDS TO WS-WT-SECONDS (1)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-2 (1 : 12) IS NOT NUMERIC
                   OR WS-ARG-2 (13 : 4) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARG-1 TO WS-WANTED-IP.
           MOVE WS-ARG-2 (1 : 12) TO WS-FROM-STAMP.
           MOVE WS-FROM-STAMP TO WS-CONV-STAMP-X.
           MOVE "00" TO WS-CONV-STAMP-X (13 : 2).
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-CONV-SECONDS TO WS-FROM-SECONDS.
           IF WS-ARG-3 = SPACES
               COMPUTE WS-TO-SECONDS =
                   WS-FROM-SECONDS + WS-WINDOW-DEFAULT
           ELSE
               IF WS-ARG-3 (1 : 12) IS NOT NUMERIC
                       OR WS-ARG-3 (13 : 4) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-3 (1 : 12) TO WS-TO-STAMP
               MOVE WS-TO-STAMP TO WS-CONV-STAMP-X
               MOVE "59" TO WS-CONV-STAMP-X (13 : 2)
               PERFORM STAMP-TO-SECONDS
               MOVE WS-CONV-SECONDS TO WS-TO-SECONDS
           END-IF.
           IF WS-FROM-SECONDS = 0 OR WS-TO-SECONDS < WS-FROM-SECONDS
               EXIT PARAGRAPH
           END-IF.
           SET WS-TRACE-BY-IP TO TRUE.
           EXIT.

      *> STAMP-TO-SECONDS turns a YYYYMMDDHHMMSS stamp into seconds
      *> since the calendar base, so windows can cross midnight;
      *> anything that is not a stamp comes back as zero.
       STAMP-TO-SECONDS.
           MOVE 0 TO WS-CONV-SECONDS.
           IF WS-CONV-STAMP-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONV-DATE < 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CONV-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-CONV-DATE) * 86400
               + WS-CONV-HH * 3600 + WS-CONV-MI * 60 + WS-CONV-SS.
           EXIT.

      *> GATHER-LOG concatenates every copy of one log LOGSWEEP has
      *> not yet aged out - rotated, compressed or not, and the live
      *> one - into the work file (zcat -f passes plain files).
       GATHER-LOG.
           MOVE SPACES TO WS-COMMAND.
           STRING "zcat -f logs/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOG-NAME) DELIMITED BY SIZE
                  "-2*.log* logs/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOG-NAME) DELIMITED BY SIZE
                  ".log > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WORK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           EXIT.

       REMOVE-WORK-FILE.
           MOVE SPACES TO WS-WORK-C-PATH.
           STRING FUNCTION TRIM (WS-WORK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-WORK-C-PATH
           END-STRING.
           CALL "unlink" USING
               BY REFERENCE WS-WORK-C-PATH
               RETURNING WS-RET.
           EXIT.

      *> TRACE-ACCESS-LOG finds the request line(s): by req= for a
      *> request id, by ip= inside the window otherwise. Each hit
      *> fixes the client IP and time the reject log is matched on.
       TRACE-ACCESS-LOG.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-ACCESS-LINE
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           EXIT.

       NOTE-ONE-ACCESS-LINE.
           PERFORM READ-LINE-STAMP.
           IF WS-LINE-SECONDS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "req=" TO WS-FIELD-WANTED.
           PERFORM EXTRACT-LOG-FIELD.
           MOVE WS-SCAN-TAIL (1 : 32) TO WS-LINE-REQID.
           MOVE "ip=" TO WS-FIELD-WANTED.
           PERFORM EXTRACT-LOG-FIELD.
           MOVE WS-SCAN-TAIL (1 : 39) TO WS-LINE-IP.
           IF WS-TRACE-BY-ID
               PERFORM FIND-WANTED-ID
               IF WS-WT-HIT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINE-IP TO WS-WT-IP (WS-WT-HIT)
               MOVE WS-LINE-SECONDS TO WS-WT-SECONDS (WS-WT-HIT)
           ELSE
               IF WS-LINE-IP NOT = WS-WANTED-IP
                       OR WS-LINE-SECONDS < WS-FROM-SECONDS
                       OR WS-LINE-SECONDS > WS-TO-SECONDS
                   EXIT PARAGRAPH
               END-IF
               IF WS-LINE-REQID NOT = SPACES
                   IF WS-WT-COUNT >= 50
                       ADD 1 TO WS-WT-DROPPED
                   ELSE
                       ADD 1 TO WS-WT-COUNT
                       MOVE WS-LINE-REQID TO WS-WT-ID (WS-WT-COUNT)
                       MOVE WS-LINE-IP TO WS-WT-IP (WS-WT-COUNT)
                       MOVE WS-LINE-SECONDS
                           TO WS-WT-SECONDS (WS-WT-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE "ACCESS" TO WS-EV-NEW-SOURCE.
           PERFORM ADD-LOG-LINE-EVENT.
           EXIT.

       TRACE-ERROR-LOG.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "req=" TO WS-FIELD-WANTED
                       PERFORM EXTRACT-LOG-FIELD
                       MOVE WS-SCAN-TAIL (1 : 32) TO WS-LINE-REQID
                       PERFORM FIND-WANTED-ID
                       IF WS-WT-HIT > 0
                           PERFORM READ-LINE-STAMP
                           MOVE "ERROR" TO WS-EV-NEW-SOURCE
                           PERFORM ADD-LOG-LINE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           EXIT.

      *> TRACE-REJECT-LOG: no request id on a reject, so the client
      *> IP and the time decide - inside the window for an IP trace,
      *> within WS-REJECT-SLACK seconds of a traced request otherwise.
       TRACE-REJECT-LOG.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-REJECT-LINE
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           EXIT.

       NOTE-ONE-REJECT-LINE.
           PERFORM READ-LINE-STAMP.
           IF WS-LINE-SECONDS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "ip=" TO WS-FIELD-WANTED.
           PERFORM EXTRACT-LOG-FIELD.
           MOVE WS-SCAN-TAIL (1 : 39) TO WS-LINE-IP.
           MOVE "N" TO WS-LINE-MATCH.
           IF WS-TRACE-BY-IP
               IF WS-LINE-IP = WS-WANTED-IP
                       AND WS-LINE-SECONDS >= WS-FROM-SECONDS
                       AND WS-LINE-SECONDS <= WS-TO-SECONDS
                   MOVE "Y" TO WS-LINE-MATCH
               END-IF
           ELSE
               PERFORM VARYING WS-SCAN FROM 1 BY 1
                       UNTIL WS-SCAN > WS-WT-COUNT
                   IF WS-WT-IP (WS-SCAN) = WS-LINE-IP
                       COMPUTE WS-GAP = WS-LINE-SECONDS
                           - WS-WT-SECONDS (WS-SCAN)
                       IF WS-GAP <= WS-REJECT-SLACK
                               AND WS-GAP >= 0 - WS-REJECT-SLACK
                           MOVE "Y" TO WS-LINE-MATCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LINE-MATCH = "Y"
               MOVE "REJECT" TO WS-EV-NEW-SOURCE
               PERFORM ADD-LOG-LINE-EVENT
           END-IF.
           EXIT.

      *> TRACE-AUDIT-LOG takes every line of a block whose header
      *> carries a traced request id, at the header's time, so the
      *> request and response stay in the order they were written.
       TRACE-AUDIT-LOG.
           MOVE "N" TO WS-IN-BLOCK.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           PERFORM CLOSE-AUDIT-BLOCK.
           EXIT.

       NOTE-ONE-AUDIT-LINE.
           IF WS-WORK-LINE (1 : 5) = "---- "
               PERFORM CLOSE-AUDIT-BLOCK
               MOVE "req=" TO WS-FIELD-WANTED
               PERFORM EXTRACT-LOG-FIELD
               MOVE WS-SCAN-TAIL (1 : 32) TO WS-LINE-REQID
               PERFORM FIND-WANTED-ID
               IF WS-WT-HIT > 0
                   MOVE "Y" TO WS-IN-BLOCK
                   MOVE WS-WORK-LINE (6 : 16) TO WS-BLOCK-STAMP
                   MOVE 0 TO WS-BLOCK-LINES
                   MOVE 0 TO WS-BLOCK-OMITTED
                   MOVE WS-BLOCK-STAMP TO WS-EV-NEW-STAMP
                   MOVE "AUDIT" TO WS-EV-NEW-SOURCE
                   MOVE WS-WORK-LINE TO WS-EV-NEW-TEXT
                   PERFORM ADD-TRACE-EVENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-BLOCK NOT = "Y" OR WS-WORK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLOCK-LINES >= WS-BLOCK-MAX
               ADD 1 TO WS-BLOCK-OMITTED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BLOCK-LINES.
           MOVE WS-BLOCK-STAMP TO WS-EV-NEW-STAMP.
           MOVE "AUDIT" TO WS-EV-NEW-SOURCE.
           MOVE SPACES TO WS-EV-NEW-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-WORK-LINE DELIMITED BY SIZE
               INTO WS-EV-NEW-TEXT
           END-STRING.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

       CLOSE-AUDIT-BLOCK.
           IF WS-IN-BLOCK = "Y" AND WS-BLOCK-OMITTED > 0
               MOVE WS-BLOCK-OMITTED TO WS-DISPLAY-A
               MOVE WS-BLOCK-STAMP TO WS-EV-NEW-STAMP
               MOVE "AUDIT" TO WS-EV-NEW-SOURCE
               MOVE SPACES TO WS-EV-NEW-TEXT
               STRING "  (" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " more lines in logs/audit.log)"
                          DELIMITED BY SIZE
                   INTO WS-EV-NEW-TEXT
               END-STRING
               PERFORM ADD-TRACE-EVENT
           END-IF.
           MOVE "N" TO WS-IN-BLOCK.
           EXIT.

      *> TRACE-INTAKE-FILE: a request still in the intake file has
      *> been captured but not yet through TXNBATCH.
       TRACE-INTAKE-FILE.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TXN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-TXN-REQUEST-ID TO WS-LINE-REQID
                       PERFORM FIND-WANTED-ID
                       IF WS-WT-HIT > 0
                           PERFORM NOTE-CAPTURED-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           EXIT.

       NOTE-CAPTURED-TRANSACTION.
           MOVE WS-TXN-KEY TO WS-WT-TXN-KEY (WS-WT-HIT).
           MOVE WS-TXN-TIMESTAMP (1 : 16) TO WS-EV-NEW-STAMP.
           MOVE "TXN" TO WS-EV-NEW-SOURCE.
           MOVE SPACES TO WS-EV-NEW-TEXT.
           STRING "key=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-KEY) DELIMITED BY SIZE
                  " CAPTURED, awaiting TXNBATCH partner="
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-PARTNER-ID) DELIMITED BY SIZE
                  " order=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-ORDER-NO) DELIMITED BY SIZE
                  " amount=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-AMOUNT) DELIMITED BY SIZE
               INTO WS-EV-NEW-TEXT
           END-STRING.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

      *> TRACE-SPLIT-FILE walks one drained split; the request id is
      *> the ninth field of an accepted-layout line and the seventh
      *> of a rejected-layout one, whose sixth field is the reason.
       TRACE-SPLIT-FILE.
           OPEN INPUT SPLIT-FILE.
           IF WS-SPLIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SPLIT-STATUS = "10"
               READ SPLIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ONE-SPLIT-LINE
               END-READ
           END-PERFORM.
           CLOSE SPLIT-FILE.
           EXIT.

       NOTE-ONE-SPLIT-LINE.
           IF WS-SPLIT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SPLIT-F1 WS-SPLIT-F2 WS-SPLIT-F6
               WS-SPLIT-F7 WS-SPLIT-F8 WS-SPLIT-F9.
           UNSTRING WS-SPLIT-LINE DELIMITED BY "|"
               INTO WS-SPLIT-F1 WS-SPLIT-F2 WS-SPLIT-F3
                    WS-SPLIT-F4 WS-SPLIT-F5 WS-SPLIT-F6
                    WS-SPLIT-F7 WS-SPLIT-F8 WS-SPLIT-F9
           END-UNSTRING.
           IF WS-SPLIT-KIND = "A"
               MOVE WS-SPLIT-F9 TO WS-LINE-REQID
           ELSE
               MOVE WS-SPLIT-F7 TO WS-LINE-REQID
           END-IF.
           PERFORM FIND-WANTED-ID.
           IF WS-WT-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SPLIT-F1 TO WS-WT-TXN-KEY (WS-WT-HIT).
           MOVE WS-SPLIT-F2 (1 : 16) TO WS-EV-NEW-STAMP.
           MOVE "TXN" TO WS-EV-NEW-SOURCE.
           MOVE SPACES TO WS-EV-NEW-TEXT.
           IF WS-SPLIT-KIND = "A"
               STRING "key=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-F1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-LABEL)
                          DELIMITED BY SIZE
                      " partner=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-F7) DELIMITED BY SIZE
                      " order=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-F6) DELIMITED BY SIZE
                      " amount=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-F8) DELIMITED BY SIZE
                   INTO WS-EV-NEW-TEXT
               END-STRING
           ELSE
               STRING "key=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-F1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-LABEL)
                          DELIMITED BY SIZE
                      " reason=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SPLIT-F6) DELIMITED BY SIZE
                   INTO WS-EV-NEW-TEXT
               END-STRING
           END-IF.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

      *> TRACE-ORDER-REGISTRY: the registry keeps the transaction key
      *> and the TXNBATCH run that accepted the order long after
      *> FULFILL has drained the accepted split; the run id carries
      *> the run's start time.
       TRACE-ORDER-REGISTRY.
           OPEN INPUT ORDER-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
               READ ORDER-REGISTRY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-ORG-REQUEST-ID TO WS-LINE-REQID
                       PERFORM FIND-WANTED-ID
                       IF WS-WT-HIT > 0
                           PERFORM NOTE-REGISTRY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-REGISTRY-FILE.
           EXIT.

       NOTE-REGISTRY-ENTRY.
           IF WS-WT-TXN-KEY (WS-WT-HIT) = SPACES
               MOVE WS-ORG-TXN-KEY TO WS-WT-TXN-KEY (WS-WT-HIT)
           END-IF.
           MOVE SPACES TO WS-EV-NEW-STAMP.
           STRING WS-ORG-RUN-ID (2 : 14) DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
               INTO WS-EV-NEW-STAMP
           END-STRING.
           MOVE "REGISTRY" TO WS-EV-NEW-SOURCE.
           MOVE SPACES TO WS-EV-NEW-TEXT.
           STRING "partner=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORG-PARTNER) DELIMITED BY SIZE
                  " order=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORG-ORDER) DELIMITED BY SIZE
                  " registered key=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORG-TXN-KEY) DELIMITED BY SIZE
                  " run=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORG-RUN-ID) DELIMITED BY SIZE
               INTO WS-EV-NEW-TEXT
           END-STRING.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

      *> TRACE-ORDER-MASTER reads the order FULFILL made of each
      *> traced transaction (keyed on the transaction key) and shows
      *> where it stands now.
       TRACE-ORDER-MASTER.
           OPEN INPUT ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-WT-COUNT
               IF WS-WT-TXN-KEY (WS-SCAN) NOT = SPACES
                   MOVE WS-WT-TXN-KEY (WS-SCAN) TO WS-ORD-KEY
                   READ ORDER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM NOTE-ORDER-RECORD
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           EXIT.

       NOTE-ORDER-RECORD.
           MOVE WS-ORD-TIMESTAMP (1 : 16) TO WS-EV-NEW-STAMP.
           MOVE "ORDER" TO WS-EV-NEW-SOURCE.
           MOVE WS-ORD-QTY TO WS-DISPLAY-A.
           MOVE WS-ORD-ALLOC-QTY TO WS-DISPLAY-B.
           MOVE WS-ORD-SHIPPED-QTY TO WS-DISPLAY-C.
           MOVE WS-ORD-AMOUNT TO WS-DISPLAY-AMT.
           MOVE SPACES TO WS-EV-NEW-TEXT.
           STRING "order=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-NUMBER) DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-STATUS) DELIMITED BY SIZE
                  " sku=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  " qty=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  " allocated=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
                  " shipped=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-C) DELIMITED BY SIZE
                  " amount=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-AMT) DELIMITED BY SIZE
                  " invoice=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-INVOICE-NO) DELIMITED BY SIZE
               INTO WS-EV-NEW-TEXT
           END-STRING.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

      *> TRACE-WEBHOOK-FILE looks for "ref=<transaction key>&" in the
      *> delivery log ("ts|result|payload", kind D) or the retry
      *> queue ("ts|payload", kind Q - still undelivered).
       TRACE-WEBHOOK-FILE.
           OPEN INPUT WEBHOOK-FILE.
           IF WS-WEBHOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WEBHOOK-STATUS = "10"
               READ WEBHOOK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-SCAN FROM 1 BY 1
                               UNTIL WS-SCAN > WS-WT-COUNT
                           IF WS-WT-TXN-KEY (WS-SCAN) NOT = SPACES
                               PERFORM MATCH-WEBHOOK-LINE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE WEBHOOK-FILE.
           EXIT.

       MATCH-WEBHOOK-LINE.
           MOVE SPACES TO WS-REF-PATTERN.
           STRING "ref=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WT-TXN-KEY (WS-SCAN))
                      DELIMITED BY SIZE
                  "&" DELIMITED BY SIZE
               INTO WS-REF-PATTERN
           END-STRING.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-REF-PATTERN))
               TO WS-REF-LEN.
           MOVE 0 TO WS-REF-TALLY.
           INSPECT WS-WEBHOOK-LINE TALLYING WS-REF-TALLY
               FOR ALL WS-REF-PATTERN (1 : WS-REF-LEN).
           IF WS-REF-TALLY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WH-STAMP WS-WH-RESULT WS-WH-PAYLOAD.
           IF WS-WH-KIND = "D"
               UNSTRING WS-WEBHOOK-LINE DELIMITED BY "|"
                   INTO WS-WH-STAMP WS-WH-RESULT WS-WH-PAYLOAD
               END-UNSTRING
           ELSE
               UNSTRING WS-WEBHOOK-LINE DELIMITED BY "|"
                   INTO WS-WH-STAMP WS-WH-PAYLOAD
               END-UNSTRING
               MOVE "QUEUED, awaiting WEBHOOKSEND" TO WS-WH-RESULT
           END-IF.
      *> The stamp is to the second only; a notification goes out
      *> after the intake it reports, so it sorts last in its second.
           MOVE SPACES TO WS-EV-NEW-STAMP.
           STRING WS-WH-STAMP DELIMITED BY SIZE
                  "99" DELIMITED BY SIZE
               INTO WS-EV-NEW-STAMP
           END-STRING.
           MOVE "WEBHOOK" TO WS-EV-NEW-SOURCE.
           MOVE SPACES TO WS-EV-NEW-TEXT.
           STRING FUNCTION TRIM (WS-WH-RESULT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WH-PAYLOAD) DELIMITED BY SIZE
               INTO WS-EV-NEW-TEXT
           END-STRING.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

      *> READ-LINE-STAMP takes the CURRENT-DATE stamp every log line
      *> starts with; a line without one comes back as zero seconds.
       READ-LINE-STAMP.
           MOVE WS-WORK-LINE (1 : 14) TO WS-CONV-STAMP-X.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-CONV-SECONDS TO WS-LINE-SECONDS.
           EXIT.

       EXTRACT-LOG-FIELD.
           MOVE SPACES TO WS-SCAN-JUNK.
           MOVE SPACES TO WS-SCAN-TAIL.
           UNSTRING WS-WORK-LINE
                   DELIMITED BY FUNCTION TRIM (WS-FIELD-WANTED)
               INTO WS-SCAN-JUNK WS-SCAN-TAIL
           END-UNSTRING.
           IF WS-SCAN-TAIL NOT = SPACES
               MOVE WS-SCAN-TAIL TO WS-SCAN-JUNK
               MOVE SPACES TO WS-SCAN-TAIL
               UNSTRING WS-SCAN-JUNK DELIMITED BY " "
                   INTO WS-SCAN-TAIL
               END-UNSTRING
           END-IF.
           EXIT.

       FIND-WANTED-ID.
           MOVE 0 TO WS-WT-HIT.
           IF WS-LINE-REQID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-WT-COUNT OR WS-WT-HIT > 0
               IF WS-WT-ID (WS-SCAN) = WS-LINE-REQID
                   MOVE WS-SCAN TO WS-WT-HIT
               END-IF
           END-PERFORM.
           EXIT.

      *> ADD-LOG-LINE-EVENT files a one-line log entry under its own
      *> stamp, the text being the line after that stamp.
       ADD-LOG-LINE-EVENT.
           MOVE WS-WORK-LINE (1 : 16) TO WS-EV-NEW-STAMP.
           MOVE WS-WORK-LINE (23 : 240) TO WS-EV-NEW-TEXT.
           PERFORM ADD-TRACE-EVENT.
           EXIT.

       ADD-TRACE-EVENT.
           IF WS-EV-COUNT >= 500
               ADD 1 TO WS-EV-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EV-COUNT.
           MOVE WS-EV-NEW TO WS-EV-ENTRY (WS-EV-COUNT).
           EXIT.

      *> SORT-EVENTS is an insertion sort on the stamp: events with
      *> the same stamp (an audit block's lines) keep the order in
      *> which they were found.
       SORT-EVENTS.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-EV-COUNT
               MOVE WS-EV-ENTRY (WS-SORT-I) TO WS-EV-HOLD
               COMPUTE WS-SORT-J = WS-SORT-I - 1
               MOVE "N" TO WS-SORT-DONE
               PERFORM UNTIL WS-SORT-DONE = "Y"
                   IF WS-SORT-J = 0
                       MOVE "Y" TO WS-SORT-DONE
                   ELSE
                       IF WS-EV-STAMP (WS-SORT-J) > WS-EV-HOLD (1 : 16)
                           MOVE WS-EV-ENTRY (WS-SORT-J)
                               TO WS-EV-ENTRY (WS-SORT-J + 1)
                           SUBTRACT 1 FROM WS-SORT-J
                       ELSE
                           MOVE "Y" TO WS-SORT-DONE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-EV-HOLD TO WS-EV-ENTRY (WS-SORT-J + 1)
           END-PERFORM.
           EXIT.

       WRITE-TRACE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-TRACE-BY-ID
               STRING "Request trace " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ARG-1) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE WS-WT-COUNT TO WS-DISPLAY-A
               STRING "Request trace ip=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-WANTED-IP) DELIMITED BY SIZE
                      " from " DELIMITED BY SIZE
                      WS-ARG-2 (1 : 12) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " request(s)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-TRACE-LINE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-EV-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-EV-STAMP (WS-SORT-I) (1 : 4)
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-EV-STAMP (WS-SORT-I) (5 : 2)
                          DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-EV-STAMP (WS-SORT-I) (7 : 2)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EV-STAMP (WS-SORT-I) (9 : 2)
                          DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-EV-STAMP (WS-SORT-I) (11 : 2)
                          DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-EV-STAMP (WS-SORT-I) (13 : 2)
                          DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      WS-EV-STAMP (WS-SORT-I) (15 : 2)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EV-SOURCE (WS-SORT-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EV-TEXT (WS-SORT-I) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-TRACE-LINE
           END-PERFORM.
           IF WS-EV-DROPPED > 0 OR WS-WT-DROPPED > 0
               MOVE WS-EV-DROPPED TO WS-DISPLAY-A
               MOVE WS-WT-DROPPED TO WS-DISPLAY-B
               MOVE SPACES TO WS-PRINT-LINE
               STRING "(table full - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " further events and " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
                      " further requests not shown; narrow the"
                          DELIMITED BY SIZE
                      " window)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM PRINT-TRACE-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Trace ecrite dans "
               FUNCTION TRIM (WS-REPORT-PATH).
           EXIT.

       PRINT-TRACE-LINE.
           DISPLAY FUNCTION TRIM (WS-PRINT-LINE TRAILING).
           MOVE WS-PRINT-LINE TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           EXIT.
