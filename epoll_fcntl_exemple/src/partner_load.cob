       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTLOAD.
      *> PARTLOAD is the file side of partner intake: a partner that
      *> would rather send one file of orders a day than POST each
      *> one to /api drops a fixed-width order file in inbound/, and
      *> this program loads it into the transactions file in the
      *> very record shape WRITE-TRANSACTION writes for a web order
      *> - a JSON body carrying order_number, partner_id, amount,
      *> sku and qty, with the parsed columns filled in - so
      *> TXNBATCH (partner, credit and duplicate checks), TXNRECON,
      *> PARTEXTRACT and FULFILL treat file orders exactly like web
      *> orders. Each partner's detail layout is defined in
      *> config/partner_inbound.conf; the file opens with a header
      *> (H + partner id + file date) and closes with a trailer
      *> (T + record count + amount total), the same controls
      *> PARTEXTRACT puts on the extracts we send. The whole file is
      *> checked before anything is loaded: a missing or misplaced
      *> header or trailer, a bad detail record, or a trailer count
      *> or amount that disagrees with the detail rejects the whole
      *> file, and nothing of it reaches the transactions file.
      *> A loaded file moves to inbound/loaded/, a rejected one to
      *> inbound/rejected/, and one only partly loaded (some order
      *> records could not be written) to inbound/partial/, held
      *> for operations; a file name already loaded once, wholly or
      *> partly, is refused, so a resent file cannot double the
      *> orders - the missing orders come back under a new name. Every
      *> file gets a load report for the partner in
      *> logs/loadreport_<partner>_<stamp>_<nnn>.txt and a line in
      *> logs/partner_load_history.dat ("stamp|partner|file|result|
      *> count|amount|report"); a rejected file is also queued for
      *> ALERTDISP. File orders carry request ids starting "F"
      *> rather than "R" (there is no HTTP request behind them),
      *> which REQTRACE accepts. NIGHTRUN runs it ahead of TXNBATCH;
      *> the run exits nonzero when any file was not loaded.
      *>   cobcrun PARTLOAD
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO WS-LAYOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT ORDER-FILE ASSIGN TO WS-ORDER-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WS-TXN-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERT-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  WS-LAYOUT-LINE         PIC X(160).
       FD  LIST-FILE.
       01  WS-LIST-LINE           PIC X(128).
       FD  ORDER-FILE.
       01  WS-ORDER-LINE          PIC X(512).
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
       FD  HISTORY-FILE.
       01  WS-HISTORY-LINE        PIC X(256).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-LAYOUT-PATH          PIC X(256)
           VALUE "config/partner_inbound.conf".
       77 WS-LAYOUT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-LIST-PATH            PIC X(256)
           VALUE "logs/partload.lst".
       77 WS-LIST-STATUS          PIC X(2) VALUE SPACES.
       77 WS-ORDER-FILE-PATH      PIC X(256) VALUE SPACES.
       77 WS-ORDER-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 WS-TXN-PATH             PIC X(256)
           VALUE "logs/transactions.dat".
       77 WS-TXN-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-HISTORY-PATH         PIC X(256)
           VALUE "logs/partner_load_history.dat".
       77 WS-HISTORY-STATUS       PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256) VALUE SPACES.
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-INBOUND-DIR          PIC X(32) VALUE "inbound".
       77 WS-COMMAND              PIC X(256) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
       77 WS-C-PATH               PIC X(257) VALUE SPACES.
       77 WS-OLD-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-NEW-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-RUN-STAMP            PIC X(14) VALUE SPACES.

      *> One inbound layout per partner: where each detail field
      *> sits, and the request path its transactions carry.
       01 WS-LAYOUT-TABLE.
           05 WS-IL-ENTRY OCCURS 10 TIMES.
              10 WS-IL-PARTNER    PIC X(16) VALUE SPACES.
              10 WS-IL-PATH       PIC X(64) VALUE SPACES.
              10 WS-IL-ORDER-POS  PIC 9(4) COMP VALUE 0.
              10 WS-IL-ORDER-LEN  PIC 9(4) COMP VALUE 0.
              10 WS-IL-SKU-POS    PIC 9(4) COMP VALUE 0.
              10 WS-IL-SKU-LEN    PIC 9(4) COMP VALUE 0.
              10 WS-IL-QTY-POS    PIC 9(4) COMP VALUE 0.
              10 WS-IL-QTY-LEN    PIC 9(4) COMP VALUE 0.
              10 WS-IL-AMT-POS    PIC 9(4) COMP VALUE 0.
              10 WS-IL-AMT-LEN    PIC 9(4) COMP VALUE 0.
              10 WS-IL-AMT-DEC    PIC 9(1) VALUE 2.
              10 WS-IL-VALID      PIC X(1) VALUE "Y".
       77 WS-IL-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-IL-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-IL-HIT               PIC 9(4) COMP VALUE 0.
       77 WS-CFG-PARTNER          PIC X(16) VALUE SPACES.
       77 WS-CFG-FIELD            PIC X(16) VALUE SPACES.
       77 WS-CFG-VALUE            PIC X(64) VALUE SPACES.
       77 WS-CFG-LENGTH           PIC X(8) VALUE SPACES.
       77 WS-CFG-DEC              PIC X(8) VALUE SPACES.
       77 WS-CFG-POS-N            PIC 9(4) COMP VALUE 0.
       77 WS-CFG-LEN-N            PIC 9(4) COMP VALUE 0.
       77 WS-FIELD-END            PIC 9(4) COMP VALUE 0.

      *> The file in hand.
       77 WS-FILE-NAME            PIC X(128) VALUE SPACES.
       77 WS-FILE-SEQ             PIC 9(3) VALUE 0.
       77 WS-FILE-PARTNER         PIC X(16) VALUE SPACES.
       77 WS-FILE-DATE            PIC X(8) VALUE SPACES.
       77 WS-FILE-RESULT          PIC X(10) VALUE SPACES.
       77 WS-LINE-NO              PIC 9(9) COMP VALUE 0.
       77 WS-HEADER-SEEN          PIC X(1) VALUE "N".
       77 WS-TRAILER-SEEN         PIC X(1) VALUE "N".
       77 WS-DETAIL-COUNT         PIC 9(9) VALUE 0.
       77 WS-DETAIL-AMOUNT        PIC 9(13)V99 VALUE 0.
       77 WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77 WS-TRAILER-AMOUNT       PIC 9(13)V99 VALUE 0.
       77 WS-LOADED-COUNT         PIC 9(9) VALUE 0.
       77 WS-WRITE-FAILED         PIC 9(9) VALUE 0.
       77 WS-FIRST-KEY            PIC X(26) VALUE SPACES.
       77 WS-LAST-KEY             PIC X(26) VALUE SPACES.
       77 WS-LOADED-BEFORE        PIC X(14) VALUE SPACES.

      *> The first errors found in the file, for the report; every
      *> error is counted.
       01 WS-ERROR-TABLE.
           05 WS-ER-ENTRY OCCURS 20 TIMES.
              10 WS-ER-TEXT       PIC X(100) VALUE SPACES.
       77 WS-ER-COUNT             PIC 9(9) COMP VALUE 0.
       77 WS-ER-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-ER-NEW               PIC X(100) VALUE SPACES.

      *> One detail record's fields, cut out by the layout.
       77 WS-DTL-ORDER            PIC X(16) VALUE SPACES.
       77 WS-DTL-SKU              PIC X(16) VALUE SPACES.
       77 WS-DTL-QTY-X            PIC X(9) VALUE SPACES.
       77 WS-DTL-QTY              PIC 9(9) VALUE 0.
       77 WS-DTL-AMOUNT-X         PIC X(13) VALUE SPACES.
       77 WS-DTL-AMOUNT           PIC 9(11)V99 VALUE 0.
       77 WS-DTL-OK               PIC X(1) VALUE "Y".
       77 WS-AMOUNT-LIMIT         PIC 9(11)V99 VALUE 999999999.99.

      *> Transaction key and request id, built the way
      *> WRITE-TRANSACTION and GENERATE-REQUEST-ID build them.
       77 WS-PID                  PIC S9(9) COMP VALUE 0.
       77 WS-PID-DISPLAY          PIC 9(6) VALUE 0.
       77 WS-TXN-SEQ              PIC 9(6) VALUE 0.
       77 WS-TXN-SEQ-DISPLAY      PIC 9(6) VALUE 0.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-BODY-PTR             PIC S9(9) COMP VALUE 1.
       77 WS-TXN-AMOUNT-EDIT      PIC Z(8)9.99.
       77 WS-QTY-EDIT             PIC Z(8)9.

       77 WS-HIST-STAMP           PIC X(14) VALUE SPACES.
       77 WS-HIST-PARTNER         PIC X(16) VALUE SPACES.
       77 WS-HIST-FILE            PIC X(128) VALUE SPACES.
       77 WS-HIST-RESULT          PIC X(10) VALUE SPACES.
       77 WS-ALERT-TEXT           PIC X(150) VALUE SPACES.

       77 WS-FILES-LOADED         PIC 9(4) COMP VALUE 0.
       77 WS-FILES-REFUSED        PIC 9(4) COMP VALUE 0.
       77 WS-DISPLAY-A            PIC Z(8)9.
       77 WS-DISPLAY-B            PIC Z(8)9.
       77 WS-AMOUNT-EDIT          PIC Z(12)9.99.
       77 WS-AMOUNT-EDIT-2        PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-RUN-STAMP.
           PERFORM LOAD-INBOUND-LAYOUTS.
           IF WS-IL-COUNT = 0
               DISPLAY "Aucune description de fichier partenaire dans "
                   FUNCTION TRIM (WS-LAYOUT-PATH)
               STOP RUN
           END-IF.
           PERFORM MAKE-INBOUND-DIRECTORIES.
           *> Name the waiting files (plain files only - the loaded
           *> and rejected subdirectories are left out).
           MOVE SPACES TO WS-COMMAND.
           STRING "ls -p " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  " 2>/dev/null | grep -v / > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           CALL "getpid" RETURNING WS-PID.
           MOVE WS-PID TO WS-PID-DISPLAY.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-STATUS = "10"
                   READ LIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LIST-LINE NOT = SPACES
                               PERFORM PROCESS-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-LIST-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "unlink" USING
               BY REFERENCE WS-C-PATH
               RETURNING WS-RET.
           MOVE WS-FILES-LOADED TO WS-DISPLAY-A.
           MOVE WS-FILES-REFUSED TO WS-DISPLAY-B.
           DISPLAY "Fichiers partenaires charges : "
               FUNCTION TRIM (WS-DISPLAY-A).
           DISPLAY "Fichiers partenaires refuses : "
               FUNCTION TRIM (WS-DISPLAY-B).
           IF WS-FILES-REFUSED > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> LOAD-INBOUND-LAYOUTS reads the per-partner field positions;
      *> a layout missing a field, or one reaching past the record,
      *> is kept but marked unusable, so that partner's files are
      *> refused with the reason rather than loaded wrongly.
       LOAD-INBOUND-LAYOUTS.
           OPEN INPUT LAYOUT-FILE.
           IF WS-LAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LAYOUT-STATUS = "10"
               READ LAYOUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-LAYOUT-LINE
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.
           PERFORM VARYING WS-IL-INDEX FROM 1 BY 1
                   UNTIL WS-IL-INDEX > WS-IL-COUNT
               PERFORM CHECK-ONE-LAYOUT
           END-PERFORM.
           EXIT.

       LOAD-ONE-LAYOUT-LINE.
           IF WS-LAYOUT-LINE (1 : 1) = "#"
                   OR WS-LAYOUT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CFG-PARTNER WS-CFG-FIELD WS-CFG-VALUE
               WS-CFG-LENGTH WS-CFG-DEC.
           UNSTRING WS-LAYOUT-LINE DELIMITED BY "|"
               INTO WS-CFG-PARTNER WS-CFG-FIELD WS-CFG-VALUE
                    WS-CFG-LENGTH WS-CFG-DEC
           END-UNSTRING.
           IF WS-CFG-PARTNER = SPACES OR WS-CFG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IL-HIT.
           PERFORM VARYING WS-IL-INDEX FROM 1 BY 1
                   UNTIL WS-IL-INDEX > WS-IL-COUNT
               IF WS-IL-PARTNER (WS-IL-INDEX) = WS-CFG-PARTNER
                   MOVE WS-IL-INDEX TO WS-IL-HIT
               END-IF
           END-PERFORM.
           IF WS-IL-HIT = 0
               IF WS-IL-COUNT >= 10
                   DISPLAY "Trop de partenaires dans "
                       FUNCTION TRIM (WS-LAYOUT-PATH) ": "
                       FUNCTION TRIM (WS-CFG-PARTNER) " ignore."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IL-COUNT
               MOVE WS-IL-COUNT TO WS-IL-HIT
               MOVE WS-CFG-PARTNER TO WS-IL-PARTNER (WS-IL-HIT)
               MOVE "/api/inbound" TO WS-IL-PATH (WS-IL-HIT)
           END-IF.
           IF FUNCTION TRIM (WS-CFG-FIELD) = "path"
               MOVE WS-CFG-VALUE TO WS-IL-PATH (WS-IL-HIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CFG-POS-N.
           MOVE 0 TO WS-CFG-LEN-N.
           IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
               COMPUTE WS-CFG-POS-N = FUNCTION NUMVAL (WS-CFG-VALUE)
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-CFG-LENGTH) = 0
               COMPUTE WS-CFG-LEN-N =
                   FUNCTION NUMVAL (WS-CFG-LENGTH)
           END-IF.
           EVALUATE FUNCTION TRIM (WS-CFG-FIELD)
               WHEN "order"
                   MOVE WS-CFG-POS-N TO WS-IL-ORDER-POS (WS-IL-HIT)
                   MOVE WS-CFG-LEN-N TO WS-IL-ORDER-LEN (WS-IL-HIT)
               WHEN "sku"
                   MOVE WS-CFG-POS-N TO WS-IL-SKU-POS (WS-IL-HIT)
                   MOVE WS-CFG-LEN-N TO WS-IL-SKU-LEN (WS-IL-HIT)
               WHEN "qty"
                   MOVE WS-CFG-POS-N TO WS-IL-QTY-POS (WS-IL-HIT)
                   MOVE WS-CFG-LEN-N TO WS-IL-QTY-LEN (WS-IL-HIT)
               WHEN "amount"
                   MOVE WS-CFG-POS-N TO WS-IL-AMT-POS (WS-IL-HIT)
                   MOVE WS-CFG-LEN-N TO WS-IL-AMT-LEN (WS-IL-HIT)
                   IF WS-CFG-DEC (1 : 1) IS NUMERIC
                           AND WS-CFG-DEC (2 : 7) = SPACES
                       MOVE WS-CFG-DEC (1 : 1)
                           TO WS-IL-AMT-DEC (WS-IL-HIT)
                   ELSE
                       IF WS-CFG-DEC NOT = SPACES
                           MOVE 9 TO WS-IL-AMT-DEC (WS-IL-HIT)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Champ inconnu dans "
                       FUNCTION TRIM (WS-LAYOUT-PATH) ": "
                       FUNCTION TRIM (WS-CFG-FIELD)
           END-EVALUATE.
           EXIT.

       CHECK-ONE-LAYOUT.
           MOVE "Y" TO WS-IL-VALID (WS-IL-INDEX).
           MOVE WS-IL-ORDER-POS (WS-IL-INDEX) TO WS-CFG-POS-N.
           MOVE WS-IL-ORDER-LEN (WS-IL-INDEX) TO WS-CFG-LEN-N.
           MOVE 16 TO WS-FIELD-END.
           PERFORM CHECK-ONE-LAYOUT-FIELD.
           MOVE WS-IL-SKU-POS (WS-IL-INDEX) TO WS-CFG-POS-N.
           MOVE WS-IL-SKU-LEN (WS-IL-INDEX) TO WS-CFG-LEN-N.
           MOVE 16 TO WS-FIELD-END.
           PERFORM CHECK-ONE-LAYOUT-FIELD.
           MOVE WS-IL-QTY-POS (WS-IL-INDEX) TO WS-CFG-POS-N.
           MOVE WS-IL-QTY-LEN (WS-IL-INDEX) TO WS-CFG-LEN-N.
           MOVE 9 TO WS-FIELD-END.
           PERFORM CHECK-ONE-LAYOUT-FIELD.
           MOVE WS-IL-AMT-POS (WS-IL-INDEX) TO WS-CFG-POS-N.
           MOVE WS-IL-AMT-LEN (WS-IL-INDEX) TO WS-CFG-LEN-N.
           MOVE 13 TO WS-FIELD-END.
           PERFORM CHECK-ONE-LAYOUT-FIELD.
           IF WS-IL-AMT-DEC (WS-IL-INDEX) > 2
               MOVE "N" TO WS-IL-VALID (WS-IL-INDEX)
           END-IF.
           IF WS-IL-VALID (WS-IL-INDEX) NOT = "Y"
               DISPLAY "Description incomplete ou hors limites pour "
                   FUNCTION TRIM (WS-IL-PARTNER (WS-IL-INDEX))
                   " dans " FUNCTION TRIM (WS-LAYOUT-PATH)
           END-IF.
           EXIT.

      *> CHECK-ONE-LAYOUT-FIELD: the field must start after the type
      *> byte, end inside the record and fit its column
      *> (WS-FIELD-END holds the column width on the way in).
       CHECK-ONE-LAYOUT-FIELD.
           IF WS-CFG-POS-N < 2 OR WS-CFG-LEN-N = 0
                   OR WS-CFG-LEN-N > WS-FIELD-END
                   OR WS-CFG-POS-N + WS-CFG-LEN-N - 1 > 512
               MOVE "N" TO WS-IL-VALID (WS-IL-INDEX)
           END-IF.
           EXIT.

       MAKE-INBOUND-DIRECTORIES.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "mkdir" USING
               BY REFERENCE WS-C-PATH
               BY VALUE 493
               RETURNING WS-RET.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/loaded" X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "mkdir" USING
               BY REFERENCE WS-C-PATH
               BY VALUE 493
               RETURNING WS-RET.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/rejected" X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "mkdir" USING
               BY REFERENCE WS-C-PATH
               BY VALUE 493
               RETURNING WS-RET.
           MOVE SPACES TO WS-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/partial" X"00" DELIMITED BY SIZE
               INTO WS-C-PATH
           END-STRING.
           CALL "mkdir" USING
               BY REFERENCE WS-C-PATH
               BY VALUE 493
               RETURNING WS-RET.
           EXIT.

      *> PROCESS-ONE-FILE checks the whole file first and loads it
      *> only when nothing is wrong with it, then files it away,
      *> reports and records the outcome.
       PROCESS-ONE-FILE.
           MOVE WS-LIST-LINE TO WS-FILE-NAME.
           MOVE SPACES TO WS-ORDER-FILE-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
               INTO WS-ORDER-FILE-PATH
           END-STRING.
           ADD 1 TO WS-FILE-SEQ.
           MOVE 0 TO WS-ER-COUNT.
           MOVE SPACES TO WS-ERROR-TABLE.
           MOVE SPACES TO WS-FILE-PARTNER WS-FILE-DATE.
           MOVE SPACES TO WS-FIRST-KEY WS-LAST-KEY.
           MOVE 0 TO WS-IL-HIT.
           MOVE 0 TO WS-DETAIL-COUNT WS-DETAIL-AMOUNT.
           MOVE 0 TO WS-TRAILER-COUNT WS-TRAILER-AMOUNT.
           MOVE 0 TO WS-LOADED-COUNT WS-WRITE-FAILED.
           PERFORM CHECK-ALREADY-LOADED.
           IF WS-LOADED-BEFORE NOT = SPACES
               MOVE SPACES TO WS-ER-NEW
               STRING "file name already loaded on "
                          DELIMITED BY SIZE
                      WS-LOADED-BEFORE DELIMITED BY SIZE
                      " - send new orders under a new name"
                          DELIMITED BY SIZE
                   INTO WS-ER-NEW
               END-STRING
               PERFORM NOTE-FILE-ERROR
           ELSE
               PERFORM VALIDATE-ORDER-FILE
           END-IF.
           MOVE "REJECTED" TO WS-FILE-RESULT.
           IF WS-ER-COUNT = 0
               PERFORM LOAD-ORDER-FILE
           END-IF.
           EVALUATE WS-FILE-RESULT
               WHEN "LOADED"
                   ADD 1 TO WS-FILES-LOADED
                   PERFORM FILE-AWAY-LOADED
               WHEN "REJECTED"
                   ADD 1 TO WS-FILES-REFUSED
                   PERFORM FILE-AWAY-REJECTED
               WHEN "PARTIAL"
                   ADD 1 TO WS-FILES-REFUSED
                   PERFORM FILE-AWAY-PARTIAL
               WHEN OTHER
                   ADD 1 TO WS-FILES-REFUSED
           END-EVALUATE.
           PERFORM WRITE-LOAD-REPORT.
           PERFORM WRITE-HISTORY-LINE.
           IF WS-FILE-RESULT NOT = "LOADED"
               PERFORM QUEUE-LOAD-ALERT
           END-IF.
           MOVE WS-LOADED-COUNT TO WS-DISPLAY-A.
           DISPLAY "Fichier " FUNCTION TRIM (WS-FILE-NAME) ": "
               FUNCTION TRIM (WS-FILE-RESULT) " ("
               FUNCTION TRIM (WS-DISPLAY-A) " commande(s) chargee(s))".
           EXIT.

      *> CHECK-ALREADY-LOADED looks the file name up in the load
      *> history; a name loaded before, even partly, is never
      *> loaded again.
       CHECK-ALREADY-LOADED.
           MOVE SPACES TO WS-LOADED-BEFORE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-STATUS = "10"
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-HIST-STAMP WS-HIST-PARTNER
                           WS-HIST-FILE WS-HIST-RESULT
                       UNSTRING WS-HISTORY-LINE DELIMITED BY "|"
                           INTO WS-HIST-STAMP WS-HIST-PARTNER
                                WS-HIST-FILE WS-HIST-RESULT
                       END-UNSTRING
                       IF WS-HIST-FILE = WS-FILE-NAME
                               AND (WS-HIST-RESULT = "LOADED"
                                   OR WS-HIST-RESULT = "PARTIAL")
                           MOVE WS-HIST-STAMP TO WS-LOADED-BEFORE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT.

      *> VALIDATE-ORDER-FILE is the first pass: structure, every
      *> detail record, and the trailer controls against the detail.
       VALIDATE-ORDER-FILE.
           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-FILE-STATUS NOT = "00"
               MOVE "file cannot be read" TO WS-ER-NEW
               PERFORM NOTE-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ORDER-FILE-STATUS NOT = "00"
               READ ORDER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
           IF WS-HEADER-SEEN NOT = "Y"
               MOVE "no header (H) record" TO WS-ER-NEW
               PERFORM NOTE-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRAILER-SEEN NOT = "Y"
               MOVE "no trailer (T) record" TO WS-ER-NEW
               PERFORM NOTE-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE WS-TRAILER-COUNT TO WS-DISPLAY-A
               MOVE WS-DETAIL-COUNT TO WS-DISPLAY-B
               MOVE SPACES TO WS-ER-NEW
               STRING "trailer count " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " but the file holds " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
                      " order records" DELIMITED BY SIZE
                   INTO WS-ER-NEW
               END-STRING
               PERFORM NOTE-FILE-ERROR
           END-IF.
           IF WS-TRAILER-AMOUNT NOT = WS-DETAIL-AMOUNT
               MOVE WS-TRAILER-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-DETAIL-AMOUNT TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO WS-ER-NEW
               STRING "trailer amount " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
                      " but the order records total "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-AMOUNT-EDIT-2)
                          DELIMITED BY SIZE
                   INTO WS-ER-NEW
               END-STRING
               PERFORM NOTE-FILE-ERROR
           END-IF.
           EXIT.

       CHECK-ONE-RECORD.
           IF WS-ORDER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRAILER-SEEN = "Y"
               MOVE "record after the trailer" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ORDER-LINE (1 : 1)
               WHEN "H"
                   PERFORM CHECK-HEADER-RECORD
               WHEN "D"
                   IF WS-HEADER-SEEN NOT = "Y"
                       MOVE "order record before the header"
                           TO WS-ER-NEW
                       PERFORM NOTE-LINE-ERROR
                   ELSE
                       IF WS-IL-HIT > 0
                           PERFORM CHECK-DETAIL-RECORD
                       END-IF
                   END-IF
               WHEN "T"
                   PERFORM CHECK-TRAILER-RECORD
               WHEN OTHER
                   MOVE "unknown record type" TO WS-ER-NEW
                   PERFORM NOTE-LINE-ERROR
           END-EVALUATE.
           EXIT.

      *> CHECK-HEADER-RECORD: one header, first, naming a partner
      *> with a usable layout and a real file date.
       CHECK-HEADER-RECORD.
           IF WS-HEADER-SEEN = "Y" OR WS-DETAIL-COUNT > 0
               MOVE "header is not the first record" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-HEADER-SEEN.
           MOVE WS-ORDER-LINE (2 : 16) TO WS-FILE-PARTNER.
           MOVE WS-ORDER-LINE (18 : 8) TO WS-FILE-DATE.
           PERFORM VARYING WS-IL-INDEX FROM 1 BY 1
                   UNTIL WS-IL-INDEX > WS-IL-COUNT
               IF WS-IL-PARTNER (WS-IL-INDEX) = WS-FILE-PARTNER
                   MOVE WS-IL-INDEX TO WS-IL-HIT
               END-IF
           END-PERFORM.
           IF WS-IL-HIT = 0
               MOVE SPACES TO WS-ER-NEW
               STRING "no inbound layout for partner "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FILE-PARTNER)
                          DELIMITED BY SIZE
                   INTO WS-ER-NEW
               END-STRING
               PERFORM NOTE-LINE-ERROR
           ELSE
               IF WS-IL-VALID (WS-IL-HIT) NOT = "Y"
                   MOVE SPACES TO WS-ER-NEW
                   STRING "inbound layout for partner "
                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-FILE-PARTNER)
                              DELIMITED BY SIZE
                          " is incomplete on our side"
                              DELIMITED BY SIZE
                       INTO WS-ER-NEW
                   END-STRING
                   PERFORM NOTE-LINE-ERROR
                   MOVE 0 TO WS-IL-HIT
               END-IF
           END-IF.
           IF WS-FILE-DATE IS NOT NUMERIC
               MOVE "header file date is not YYYYMMDD" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
           END-IF.
           EXIT.

       CHECK-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM CUT-DETAIL-FIELDS.
           IF WS-DTL-OK = "Y"
               ADD WS-DTL-AMOUNT TO WS-DETAIL-AMOUNT
           END-IF.
           EXIT.

      *> CUT-DETAIL-FIELDS cuts one detail record up by the partner's
      *> layout and checks each field, noting what is wrong.
       CUT-DETAIL-FIELDS.
           MOVE "Y" TO WS-DTL-OK.
           MOVE SPACES TO WS-DTL-ORDER WS-DTL-SKU WS-DTL-QTY-X
               WS-DTL-AMOUNT-X.
           MOVE 0 TO WS-DTL-QTY WS-DTL-AMOUNT.
           MOVE WS-ORDER-LINE (WS-IL-ORDER-POS (WS-IL-HIT) :
                   WS-IL-ORDER-LEN (WS-IL-HIT))
               TO WS-DTL-ORDER.
           MOVE WS-ORDER-LINE (WS-IL-SKU-POS (WS-IL-HIT) :
                   WS-IL-SKU-LEN (WS-IL-HIT))
               TO WS-DTL-SKU.
           MOVE WS-ORDER-LINE (WS-IL-QTY-POS (WS-IL-HIT) :
                   WS-IL-QTY-LEN (WS-IL-HIT))
               TO WS-DTL-QTY-X.
           MOVE WS-ORDER-LINE (WS-IL-AMT-POS (WS-IL-HIT) :
                   WS-IL-AMT-LEN (WS-IL-HIT))
               TO WS-DTL-AMOUNT-X.
           MOVE FUNCTION TRIM (WS-DTL-ORDER) TO WS-DTL-ORDER.
           MOVE FUNCTION TRIM (WS-DTL-SKU) TO WS-DTL-SKU.
           IF WS-DTL-ORDER = SPACES
               MOVE "order number is blank" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               MOVE "N" TO WS-DTL-OK
           END-IF.
           IF WS-DTL-SKU = SPACES
               MOVE "sku is blank" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               MOVE "N" TO WS-DTL-OK
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-DTL-QTY-X) = 0
               COMPUTE WS-DTL-QTY = FUNCTION NUMVAL (WS-DTL-QTY-X)
           END-IF.
           IF WS-DTL-QTY = 0
               MOVE "quantity is not a number above zero"
                   TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               MOVE "N" TO WS-DTL-OK
           END-IF.
           IF WS-DTL-AMOUNT-X (1 : WS-IL-AMT-LEN (WS-IL-HIT))
                   IS NOT NUMERIC
               MOVE "amount is not unsigned digits" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               MOVE "N" TO WS-DTL-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DTL-AMOUNT =
               FUNCTION NUMVAL (WS-DTL-AMOUNT-X)
               / 10 ** WS-IL-AMT-DEC (WS-IL-HIT).
           IF WS-DTL-AMOUNT > WS-AMOUNT-LIMIT
               MOVE "amount too large for one order" TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               MOVE "N" TO WS-DTL-OK
           END-IF.
           EXIT.

      *> CHECK-TRAILER-RECORD reads the controls: T + count 9(9) +
      *> amount 9(13).99, as PARTEXTRACT writes them.
       CHECK-TRAILER-RECORD.
           MOVE "Y" TO WS-TRAILER-SEEN.
           IF WS-ORDER-LINE (2 : 9) IS NOT NUMERIC
                   OR WS-ORDER-LINE (11 : 13) IS NOT NUMERIC
                   OR WS-ORDER-LINE (24 : 1) NOT = "."
                   OR WS-ORDER-LINE (25 : 2) IS NOT NUMERIC
               MOVE "trailer is not T + count 9(9) + amount 9(13).99"
                   TO WS-ER-NEW
               PERFORM NOTE-LINE-ERROR
               MOVE 999999999 TO WS-TRAILER-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDER-LINE (2 : 9) TO WS-TRAILER-COUNT.
           COMPUTE WS-TRAILER-AMOUNT =
               FUNCTION NUMVAL (WS-ORDER-LINE (11 : 16)).
           EXIT.

       NOTE-LINE-ERROR.
           MOVE WS-LINE-NO TO WS-DISPLAY-A.
           MOVE WS-ER-NEW TO WS-ALERT-TEXT.
           MOVE SPACES TO WS-ER-NEW.
           STRING "record " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ALERT-TEXT) DELIMITED BY SIZE
               INTO WS-ER-NEW
           END-STRING.
           PERFORM NOTE-FILE-ERROR.
           EXIT.

       NOTE-FILE-ERROR.
           ADD 1 TO WS-ER-COUNT.
           IF WS-ER-COUNT <= 20
               MOVE WS-ER-NEW TO WS-ER-TEXT (WS-ER-COUNT)
           END-IF.
           EXIT.

      *> LOAD-ORDER-FILE is the second pass: one transaction per
      *> detail record. A transactions file that cannot be opened
      *> leaves the order file where it is for the next run.
       LOAD-ORDER-FILE.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           IF WS-TXN-FILE-STATUS NOT = "00"
               MOVE "HELD" TO WS-FILE-RESULT
               MOVE SPACES TO WS-ER-NEW
               STRING "transactions file unavailable (status "
                          DELIMITED BY SIZE
                      WS-TXN-FILE-STATUS DELIMITED BY SIZE
                      ") - file left in place for the next run"
                          DELIMITED BY SIZE
                   INTO WS-ER-NEW
               END-STRING
               PERFORM NOTE-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ORDER-FILE.
           PERFORM UNTIL WS-ORDER-FILE-STATUS NOT = "00"
               READ ORDER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ORDER-LINE (1 : 1) = "D"
                           PERFORM CUT-DETAIL-FIELDS
                           PERFORM WRITE-FILE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE "LOADED" TO WS-FILE-RESULT.
           IF WS-WRITE-FAILED > 0
               MOVE "PARTIAL" TO WS-FILE-RESULT
               MOVE WS-WRITE-FAILED TO WS-DISPLAY-A
               MOVE SPACES TO WS-ER-NEW
               STRING FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " order record(s) could not be written - "
                          DELIMITED BY SIZE
                      "operations will resend them under a new "
                      "file name" DELIMITED BY SIZE
                   INTO WS-ER-NEW
               END-STRING
               PERFORM NOTE-FILE-ERROR
           END-IF.
           EXIT.

      *> WRITE-FILE-TRANSACTION builds the record WRITE-TRANSACTION
      *> would have written had the order been POSTed as JSON.
       WRITE-FILE-TRANSACTION.
           ADD 1 TO WS-TXN-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE WS-TXN-SEQ TO WS-TXN-SEQ-DISPLAY.
           MOVE SPACES TO WS-TXN-RECORD.
           STRING WS-LOG-TIMESTAMP (1 : 14) DELIMITED BY SIZE
                  WS-PID-DISPLAY DELIMITED BY SIZE
                  WS-TXN-SEQ-DISPLAY DELIMITED BY SIZE
               INTO WS-TXN-KEY
           END-STRING.
           STRING "F" DELIMITED BY SIZE
                  WS-LOG-TIMESTAMP (1 : 16) DELIMITED BY SIZE
                  WS-PID-DISPLAY DELIMITED BY SIZE
                  WS-TXN-SEQ-DISPLAY DELIMITED BY SIZE
               INTO WS-TXN-REQUEST-ID
           END-STRING.
           MOVE WS-LOG-TIMESTAMP TO WS-TXN-TIMESTAMP.
           MOVE "inbound-file" TO WS-TXN-CLIENT-IP.
           MOVE WS-IL-PATH (WS-IL-HIT) TO WS-TXN-REQ-PATH.
           MOVE WS-DTL-ORDER TO WS-TXN-ORDER-NO.
           MOVE WS-FILE-PARTNER TO WS-TXN-PARTNER-ID.
           MOVE WS-DTL-AMOUNT TO WS-TXN-AMOUNT-EDIT.
           MOVE FUNCTION TRIM (WS-TXN-AMOUNT-EDIT) TO WS-TXN-AMOUNT.
           MOVE WS-DTL-QTY TO WS-QTY-EDIT.
           MOVE 1 TO WS-BODY-PTR.
           STRING "{""order_number"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DTL-ORDER) DELIMITED BY SIZE
                  """,""partner_id"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-PARTNER) DELIMITED BY SIZE
                  """,""amount"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-AMOUNT) DELIMITED BY SIZE
                  """,""sku"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DTL-SKU) DELIMITED BY SIZE
                  """,""qty"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  """,""source"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  """}" DELIMITED BY SIZE
               INTO WS-TXN-BODY
               WITH POINTER WS-BODY-PTR
           END-STRING.
           COMPUTE WS-TXN-BODY-LEN = WS-BODY-PTR - 1.
           MOVE WS-TXN-BODY-LEN TO WS-TXN-CONTENT-LENGTH.
           WRITE WS-TXN-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   IF WS-FIRST-KEY = SPACES
                       MOVE WS-TXN-KEY TO WS-FIRST-KEY
                   END-IF
                   MOVE WS-TXN-KEY TO WS-LAST-KEY
           END-WRITE.
           EXIT.

       FILE-AWAY-LOADED.
           MOVE SPACES TO WS-NEW-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/loaded/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-NEW-C-PATH
           END-STRING.
           PERFORM RENAME-ORDER-FILE.
           EXIT.

       FILE-AWAY-REJECTED.
           MOVE SPACES TO WS-NEW-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/rejected/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-NEW-C-PATH
           END-STRING.
           PERFORM RENAME-ORDER-FILE.
           EXIT.

       FILE-AWAY-PARTIAL.
           MOVE SPACES TO WS-NEW-C-PATH.
           STRING FUNCTION TRIM (WS-INBOUND-DIR) DELIMITED BY SIZE
                  "/partial/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-NEW-C-PATH
           END-STRING.
           PERFORM RENAME-ORDER-FILE.
           EXIT.

       RENAME-ORDER-FILE.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-ORDER-FILE-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
           CALL "rename" USING
               BY REFERENCE WS-OLD-C-PATH
               BY REFERENCE WS-NEW-C-PATH
               RETURNING WS-RET.
           IF WS-RET NOT = 0
               DISPLAY "Fichier non deplace: "
                   FUNCTION TRIM (WS-ORDER-FILE-PATH)
           END-IF.
           EXIT.

      *> WRITE-LOAD-REPORT leaves the partner's copy of the outcome:
      *> what the file held, what its trailer claimed, what was
      *> loaded and, for a refused file, why.
       WRITE-LOAD-REPORT.
           MOVE SPACES TO WS-REPORT-PATH.
           IF WS-FILE-PARTNER = SPACES
               MOVE "UNKNOWN" TO WS-HIST-PARTNER
           ELSE
               MOVE WS-FILE-PARTNER TO WS-HIST-PARTNER
           END-IF.
           STRING "logs/loadreport_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HIST-PARTNER) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Rapport impossible: "
                   FUNCTION TRIM (WS-REPORT-PATH)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Order file load report - " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Partner       : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HIST-PARTNER) DELIMITED BY SIZE
                  "   file date: " DELIMITED BY SIZE
                  WS-FILE-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Processed     : " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE WS-FILE-RESULT
               WHEN "LOADED"
                   MOVE "Result        : LOADED - every order accepted"
                       & " for processing" TO WS-REPORT-LINE
               WHEN "REJECTED"
                   MOVE "Result        : REJECTED - nothing was"
                       & " loaded; correct and resend the whole file"
                       TO WS-REPORT-LINE
               WHEN "HELD"
                   MOVE "Result        : HELD - not loaded yet, it"
                       & " will be retried on the next run"
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "Result        : PARTIAL - see below; do not"
                       & " resend until contacted" TO WS-REPORT-LINE
           END-EVALUATE.
           WRITE WS-REPORT-LINE.
           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-A.
           MOVE WS-DETAIL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Order records : " DELIMITED BY SIZE
                  WS-DISPLAY-A DELIMITED BY SIZE
                  "   amount: " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-TRAILER-SEEN = "Y"
               MOVE WS-TRAILER-COUNT TO WS-DISPLAY-A
               MOVE WS-TRAILER-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Trailer       : " DELIMITED BY SIZE
                      WS-DISPLAY-A DELIMITED BY SIZE
                      "   amount: " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE WS-LOADED-COUNT TO WS-DISPLAY-A.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Loaded        : " DELIMITED BY SIZE
                  WS-DISPLAY-A DELIMITED BY SIZE
                  " order(s)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE WS-REPORT-LINE.
           IF WS-FIRST-KEY NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Transactions  : " DELIMITED BY SIZE
                      WS-FIRST-KEY DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WS-LAST-KEY DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
           END-IF.
           IF WS-ER-COUNT > 0
               MOVE WS-ER-COUNT TO WS-DISPLAY-A
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Errors        : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE WS-REPORT-LINE
               PERFORM VARYING WS-ER-INDEX FROM 1 BY 1
                       UNTIL WS-ER-INDEX > WS-ER-COUNT
                           OR WS-ER-INDEX > 20
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-ER-TEXT (WS-ER-INDEX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WS-REPORT-LINE
               END-PERFORM
               IF WS-ER-COUNT > 20
                   COMPUTE WS-DISPLAY-A = WS-ER-COUNT - 20
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ... and " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DISPLAY-A)
                              DELIMITED BY SIZE
                          " more" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-HISTORY-LINE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOADED-COUNT TO WS-DISPLAY-A.
           MOVE WS-DETAIL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-HISTORY-LINE.
           STRING WS-RUN-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HIST-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-RESULT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPORT-PATH) DELIMITED BY SIZE
               INTO WS-HISTORY-LINE
           END-STRING.
           WRITE WS-HISTORY-LINE.
           CLOSE HISTORY-FILE.
           EXIT.

      *> QUEUE-LOAD-ALERT leaves one line for ALERTDISP's next pass.
       QUEUE-LOAD-ALERT.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "Order file " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HIST-PARTNER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-RESULT) DELIMITED BY SIZE
                  " - see " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPORT-PATH) DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ALERT-QUEUE-LINE.
           STRING "partload|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ALERT-TEXT) DELIMITED BY SIZE
               INTO WS-ALERT-QUEUE-LINE
           END-STRING.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.
