       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRUN.
      *> BILLRUN is the month-end partner billing run. For the month
      *> given on the command line as "YYYYMM" (no argument bills the
      *> month just ended) it reads the order master for every order
      *> FULFILL or BOREALLOC has fully allocated, that came in by
      *> the end of that month and that no invoice has billed yet,
      *> and writes one numbered invoice per partner to
      *> logs/invoices.dat:
      *>   H|invoice|partner|month|issue date|prior balance
      *>   L|invoice|order key|order number|sku|qty|amount
      *>   T|invoice|line count|new charges|amount due
      *> Orders still backordered or part-allocated wait for the
      *> month they are filled in. logs/statements_YYYYMM.txt gets one
      *> statement per partner: prior balance, the invoice's lines,
      *> new charges and amount due; the amount due is carried on the
      *> partner master (PARTNERADM payments bring it down) as the
      *> next statement's prior balance.
      *> Invoice numbers come from logs/billing_control.dat, which
      *> holds the last number issued and one line per month billed.
      *> A run reserves its numbers there before it writes anything,
      *> so a number is never issued twice (an interrupted run leaves
      *> a gap, never a repeat), and moves through phases the way
      *> TXNBATCH does:
      *>   CLAIMED  numbers reserved, invoices going to the work file
      *>   WRITTEN  work file complete, being appended to the invoices
      *>   POSTED   invoices appended; orders and partners being
      *>            stamped and the statements printed
      *>   DONE     the month is billed.
      *> A run that cannot append the invoices, or cannot stamp an
      *> order or a partner, stops with return code 1 in the phase
      *> it reached. A restart rolls a CLAIMED run back, re-appends
      *> a WRITTEN run (first taking out whatever part of it already
      *> reached the invoice file) and finishes a POSTED one. Each
      *> billed order carries its invoice number and each partner the
      *> month last billed, so finishing a run twice cannot bill
      *> anything twice, and a month already DONE is refused
      *> outright.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO WS-ORDER-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORD-KEY
               FILE STATUS IS WS-ORDER-MASTER-STATUS.
           SELECT PARTNER-MASTER-FILE ASSIGN TO WS-PARTNER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PTR-ID
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT BILL-CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BILL-LINES-FILE ASSIGN TO WS-LINES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LINES-STATUS.
           SELECT INVOICE-WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT INVOICE-COPY-FILE ASSIGN TO WS-COPY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PARTNER-MASTER-FILE.
       01  WS-PARTNER-RECORD.
           05 WS-PTR-ID           PIC X(16).
           05 WS-PTR-NAME         PIC X(48).
           05 WS-PTR-STATUS       PIC X(10).
           05 WS-PTR-CREDIT-LIMIT PIC 9(11)V99.
           05 WS-PTR-OPEN-BALANCE PIC 9(11)V99.
           05 WS-PTR-LAST-RUN     PIC X(16).
           05 WS-PTR-CHANGED      PIC X(14).
           05 WS-PTR-CHANGED-BY   PIC X(32).
           05 WS-PTR-STMT-BALANCE PIC 9(11)V99.
           05 WS-PTR-LAST-BILLED  PIC X(6).
       FD  BILL-CONTROL-FILE.
       01  WS-CONTROL-LINE        PIC X(96).
       FD  BILL-LINES-FILE.
       01  WS-LINES-LINE          PIC X(160).
       FD  INVOICE-WORK-FILE.
       01  WS-WORK-LINE           PIC X(160).
       FD  INVOICE-FILE.
       01  WS-INVOICE-LINE        PIC X(160).
       FD  INVOICE-COPY-FILE.
       01  WS-COPY-LINE           PIC X(160).
       FD  STATEMENT-FILE.
       01  WS-STATEMENT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ORDER-MASTER-PATH    PIC X(256)
           VALUE "logs/orders.dat".
       77 WS-ORDER-MASTER-STATUS  PIC X(2) VALUE SPACES.
       77 WS-PARTNER-PATH         PIC X(256)
           VALUE "logs/partner_master.dat".
       77 WS-PARTNER-STATUS       PIC X(2) VALUE SPACES.
       77 WS-CONTROL-PATH         PIC X(256)
           VALUE "logs/billing_control.dat".
       77 WS-CONTROL-STATUS       PIC X(2) VALUE SPACES.
       77 WS-LINES-PATH           PIC X(256)
           VALUE "logs/billing_lines.tmp".
       77 WS-LINES-STATUS         PIC X(2) VALUE SPACES.
       77 WS-WORK-PATH            PIC X(256)
           VALUE "logs/invoice_run.tmp".
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-INVOICE-PATH         PIC X(256)
           VALUE "logs/invoices.dat".
       77 WS-INVOICE-STATUS       PIC X(2) VALUE SPACES.
       77 WS-COPY-PATH            PIC X(256)
           VALUE "logs/invoices.bak".
       77 WS-COPY-STATUS          PIC X(2) VALUE SPACES.
       77 WS-STATEMENT-PATH       PIC X(256) VALUE SPACES.
       77 WS-STATEMENT-STATUS     PIC X(2) VALUE SPACES.

       77 WS-COMMAND-LINE         PIC X(64) VALUE SPACES.
       77 WS-ARG-MONTH            PIC X(16) VALUE SPACES.
       77 WS-PERIOD               PIC X(6) VALUE SPACES.
       77 WS-ASKED-PERIOD         PIC X(6) VALUE SPACES.
       77 WS-PERIOD-YEAR          PIC 9(4) VALUE 0.
       77 WS-PERIOD-MONTH         PIC 9(2) VALUE 0.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-ISSUE-DATE           PIC X(8) VALUE SPACES.
       77 WS-UNLINK-TARGET        PIC X(256) VALUE SPACES.
       77 WS-C-PATH               PIC X(257) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

      *> The control file held in memory: the last invoice number
      *> issued and one entry per month billed (or being billed).
       77 WS-LAST-INVOICE-SEQ     PIC 9(9) VALUE 0.
       01 WS-CONTROL-TABLE.
           05 WS-CT-ENTRY OCCURS 240 TIMES.
              10 WS-CT-PERIOD     PIC X(6) VALUE SPACES.
              10 WS-CT-PHASE      PIC X(8) VALUE SPACES.
              10 WS-CT-FIRST-SEQ  PIC 9(9) VALUE 0.
              10 WS-CT-LAST-SEQ   PIC 9(9) VALUE 0.
              10 WS-CT-STAMP      PIC X(14) VALUE SPACES.
       77 WS-CT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-CT-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-CT-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-CT-PENDING           PIC 9(4) COMP VALUE 0.
       77 WS-CTL-F1               PIC X(8) VALUE SPACES.
       77 WS-CTL-F2               PIC X(16) VALUE SPACES.
       77 WS-CTL-F3               PIC X(16) VALUE SPACES.
       77 WS-CTL-F4               PIC X(16) VALUE SPACES.
       77 WS-CTL-F5               PIC X(16) VALUE SPACES.
       77 WS-CTL-F6               PIC X(16) VALUE SPACES.
       77 WS-SEQ-EDIT             PIC 9(9).
       77 WS-SEQ-EDIT-2           PIC 9(9).

      *> Partners with something to bill this run.
       01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 500 TIMES.
              10 WS-PT-ID         PIC X(16) VALUE SPACES.
              10 WS-PT-PRIOR      PIC 9(11)V99 VALUE 0.
              10 WS-PT-LINES      PIC 9(9) COMP VALUE 0.
              10 WS-PT-CHARGES    PIC 9(11)V99 VALUE 0.
       77 WS-PT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PT-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-PT-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-WANTED-PARTNER       PIC X(16) VALUE SPACES.
       77 WS-INVOICE-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-SKIPPED-COUNT        PIC 9(9) COMP VALUE 0.
       77 WS-BILLED-LINES         PIC 9(9) COMP VALUE 0.
       77 WS-RUN-TOTAL            PIC 9(13)V99 VALUE 0.

      *> One billable order line: "partner|key|order|sku|qty|amount",
      *> and one invoice work/file line split back into its fields.
       77 WS-BL-PARTNER           PIC X(16) VALUE SPACES.
       77 WS-BL-KEY               PIC X(26) VALUE SPACES.
       77 WS-BL-ORDER             PIC X(16) VALUE SPACES.
       77 WS-BL-SKU               PIC X(16) VALUE SPACES.
       77 WS-BL-QTY               PIC X(9) VALUE SPACES.
       77 WS-BL-AMOUNT            PIC X(16) VALUE SPACES.
       77 WS-IV-TYPE              PIC X(1) VALUE SPACE.
       77 WS-IV-NUMBER            PIC X(12) VALUE SPACES.
       77 WS-IV-F3                PIC X(26) VALUE SPACES.
       77 WS-IV-F4                PIC X(16) VALUE SPACES.
       77 WS-IV-F5                PIC X(16) VALUE SPACES.
       77 WS-IV-F6                PIC X(16) VALUE SPACES.
       77 WS-IV-F7                PIC X(16) VALUE SPACES.
       77 WS-IV-SEQ               PIC 9(9) VALUE 0.
       77 WS-INVOICE-NO           PIC X(12) VALUE SPACES.
       77 WS-CUR-SEQ              PIC 9(9) VALUE 0.
       77 WS-CUR-LINES            PIC 9(9) COMP VALUE 0.
       77 WS-CUR-TOTAL            PIC 9(11)V99 VALUE 0.
       77 WS-CUR-PRIOR            PIC 9(11)V99 VALUE 0.
       77 WS-CUR-DUE              PIC 9(13)V99 VALUE 0.
       77 WS-CUR-PARTNER          PIC X(16) VALUE SPACES.
       77 WS-LINE-AMOUNT          PIC 9(11)V99 VALUE 0.
       77 WS-STRIPPED-COUNT       PIC 9(9) COMP VALUE 0.
      *> Set when an order or partner could not be stamped; the
      *> run then stays POSTED for the rerun to finish.
       77 WS-APPLY-FAILED         PIC X(1) VALUE "N".

       77 WS-AMOUNT-EDIT          PIC Z(10)9.99.
       77 WS-AMOUNT-EDIT-2        PIC Z(12)9.99.
       77 WS-QTY-EDIT             PIC Z(8)9.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-LINE-PTR             PIC S9(9) COMP VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BILLING-PERIOD.
           IF WS-PERIOD = SPACES
               DISPLAY "Mois invalide - attendu AAAAMM: "
                   FUNCTION TRIM (WS-ARG-MONTH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 8) TO WS-ISSUE-DATE.
           PERFORM LOAD-BILLING-CONTROL.
           PERFORM RESUME-PENDING-RUN.
           PERFORM FIND-CONTROL-PERIOD.
           IF WS-CT-INDEX NOT = 0
               DISPLAY "Mois " WS-PERIOD " deja facture ("
                   FUNCTION TRIM (WS-CT-STAMP (WS-CT-INDEX))
                   ") - rien n'est refacture."
               STOP RUN
           END-IF.
           PERFORM COLLECT-BILLABLE-ORDERS.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM RESERVE-INVOICE-NUMBERS.
           PERFORM WRITE-INVOICE-WORK.
           MOVE "WRITTEN" TO WS-CT-PHASE (WS-CT-INDEX).
           PERFORM SAVE-BILLING-CONTROL.
           PERFORM FINISH-BILLING-RUN.
           MOVE WS-INVOICE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Mois " WS-PERIOD " - factures emises: "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-BILLED-LINES TO WS-DISPLAY-COUNT.
           DISPLAY "Commandes facturees      : "
               FUNCTION TRIM (WS-DISPLAY-COUNT).
           MOVE WS-RUN-TOTAL TO WS-AMOUNT-EDIT-2.
           DISPLAY "Montant facture          : "
               FUNCTION TRIM (WS-AMOUNT-EDIT-2).
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Commandes reportees (table des partenaires"
                   " pleine): " FUNCTION TRIM (WS-DISPLAY-COUNT)
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> SET-BILLING-PERIOD takes the month from the command line, or
      *> the month before today's when none is given.
       SET-BILLING-PERIOD.
           MOVE SPACES TO WS-PERIOD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO WS-ARG-MONTH
               END-UNSTRING
               IF WS-ARG-MONTH (1 : 6) IS NUMERIC
                       AND WS-ARG-MONTH (7 : 10) = SPACES
                   MOVE WS-ARG-MONTH (1 : 4) TO WS-PERIOD-YEAR
                   MOVE WS-ARG-MONTH (5 : 2) TO WS-PERIOD-MONTH
                   IF WS-PERIOD-MONTH >= 1 AND WS-PERIOD-MONTH <= 12
                       MOVE WS-ARG-MONTH (1 : 6) TO WS-PERIOD
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 4) TO WS-PERIOD-YEAR.
           MOVE WS-STAMP-HOLD (5 : 2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE WS-PERIOD-YEAR TO WS-PERIOD (1 : 4).
           MOVE WS-PERIOD-MONTH TO WS-PERIOD (5 : 2).
           EXIT.

      *> LOAD-BILLING-CONTROL reads "N|last number" and the month
      *> lines "P|month|phase|first|last|stamp".
       LOAD-BILLING-CONTROL.
           MOVE 0 TO WS-LAST-INVOICE-SEQ.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT BILL-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONTROL-STATUS = "10"
               READ BILL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONTROL-LINE
               END-READ
           END-PERFORM.
           CLOSE BILL-CONTROL-FILE.
           EXIT.

       LOAD-ONE-CONTROL-LINE.
           IF WS-CONTROL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CTL-F1 WS-CTL-F2 WS-CTL-F3 WS-CTL-F4
               WS-CTL-F5 WS-CTL-F6.
           UNSTRING WS-CONTROL-LINE DELIMITED BY "|"
               INTO WS-CTL-F1 WS-CTL-F2 WS-CTL-F3 WS-CTL-F4
                    WS-CTL-F5 WS-CTL-F6
           END-UNSTRING.
           IF WS-CTL-F1 = "N"
               IF FUNCTION TEST-NUMVAL (WS-CTL-F2) = 0
                   COMPUTE WS-LAST-INVOICE-SEQ =
                       FUNCTION NUMVAL (WS-CTL-F2)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CTL-F1 NOT = "P" OR WS-CT-COUNT >= 240
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CTL-F2 TO WS-CT-PERIOD (WS-CT-COUNT).
           MOVE WS-CTL-F3 TO WS-CT-PHASE (WS-CT-COUNT).
           MOVE 0 TO WS-CT-FIRST-SEQ (WS-CT-COUNT).
           MOVE 0 TO WS-CT-LAST-SEQ (WS-CT-COUNT).
           IF FUNCTION TEST-NUMVAL (WS-CTL-F4) = 0
               COMPUTE WS-CT-FIRST-SEQ (WS-CT-COUNT) =
                   FUNCTION NUMVAL (WS-CTL-F4)
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-CTL-F5) = 0
               COMPUTE WS-CT-LAST-SEQ (WS-CT-COUNT) =
                   FUNCTION NUMVAL (WS-CTL-F5)
           END-IF.
           MOVE WS-CTL-F6 TO WS-CT-STAMP (WS-CT-COUNT).
           EXIT.

      *> SAVE-BILLING-CONTROL rewrites the control file whole; it is
      *> written at every phase change, before the work it records.
       SAVE-BILLING-CONTROL.
           OPEN OUTPUT BILL-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "Fichier de controle inaccessible: "
                   WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LAST-INVOICE-SEQ TO WS-SEQ-EDIT.
           MOVE SPACES TO WS-CONTROL-LINE.
           STRING "N|" DELIMITED BY SIZE
                  WS-SEQ-EDIT DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING.
           WRITE WS-CONTROL-LINE.
           PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                   UNTIL WS-CT-SCAN > WS-CT-COUNT
               IF WS-CT-PERIOD (WS-CT-SCAN) NOT = SPACES
                   MOVE WS-CT-FIRST-SEQ (WS-CT-SCAN) TO WS-SEQ-EDIT
                   MOVE WS-CT-LAST-SEQ (WS-CT-SCAN) TO WS-SEQ-EDIT-2
                   MOVE SPACES TO WS-CONTROL-LINE
                   STRING "P|" DELIMITED BY SIZE
                          WS-CT-PERIOD (WS-CT-SCAN) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CT-PHASE (WS-CT-SCAN))
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-SEQ-EDIT DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-SEQ-EDIT-2 DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-CT-STAMP (WS-CT-SCAN) DELIMITED BY SIZE
                       INTO WS-CONTROL-LINE
                   END-STRING
                   WRITE WS-CONTROL-LINE
               END-IF
           END-PERFORM.
           CLOSE BILL-CONTROL-FILE.
           EXIT.

       FIND-CONTROL-PERIOD.
           MOVE 0 TO WS-CT-INDEX.
           PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                   UNTIL WS-CT-SCAN > WS-CT-COUNT
                       OR WS-CT-INDEX NOT = 0
               IF WS-CT-PERIOD (WS-CT-SCAN) = WS-PERIOD
                   MOVE WS-CT-SCAN TO WS-CT-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> RESUME-PENDING-RUN deals with a run that did not reach DONE
      *> before anything new starts: CLAIMED is rolled back (its
      *> numbers stay burned), WRITTEN and POSTED are finished.
       RESUME-PENDING-RUN.
           MOVE 0 TO WS-CT-PENDING.
           PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                   UNTIL WS-CT-SCAN > WS-CT-COUNT
               IF WS-CT-PERIOD (WS-CT-SCAN) NOT = SPACES
                       AND WS-CT-PHASE (WS-CT-SCAN) NOT = "DONE"
                   MOVE WS-CT-SCAN TO WS-CT-PENDING
               END-IF
           END-PERFORM.
           IF WS-CT-PENDING = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-PENDING TO WS-CT-INDEX.
           EVALUATE WS-CT-PHASE (WS-CT-INDEX)
               WHEN "WRITTEN"
               WHEN "POSTED"
                   DISPLAY "Reprise: fin de la facturation interrompue"
                       " du mois " WS-CT-PERIOD (WS-CT-INDEX) "."
                   MOVE WS-PERIOD TO WS-ASKED-PERIOD
                   MOVE WS-CT-PERIOD (WS-CT-INDEX) TO WS-PERIOD
                   PERFORM FINISH-BILLING-RUN
                   MOVE WS-ASKED-PERIOD TO WS-PERIOD
               WHEN OTHER
                   DISPLAY "Reprise: annulation de la facturation"
                       " interrompue du mois "
                       WS-CT-PERIOD (WS-CT-INDEX)
                       " (numeros reserves non emis)."
                   MOVE SPACES TO WS-CT-PERIOD (WS-CT-INDEX)
                   PERFORM SAVE-BILLING-CONTROL
                   PERFORM REMOVE-BILLING-WORK-FILES
           END-EVALUATE.
           EXIT.

      *> FINISH-BILLING-RUN carries the run at WS-CT-INDEX from
      *> WRITTEN through POSTED to DONE.
       FINISH-BILLING-RUN.
           IF WS-CT-PHASE (WS-CT-INDEX) = "WRITTEN"
               PERFORM STRIP-RUN-FROM-INVOICES
               PERFORM APPEND-WORK-TO-INVOICES
               MOVE "POSTED" TO WS-CT-PHASE (WS-CT-INDEX)
               PERFORM SAVE-BILLING-CONTROL
           END-IF.
           PERFORM APPLY-INVOICE-WORK.
           MOVE "DONE" TO WS-CT-PHASE (WS-CT-INDEX).
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-CT-STAMP (WS-CT-INDEX).
           PERFORM SAVE-BILLING-CONTROL.
           PERFORM REMOVE-BILLING-WORK-FILES.
           EXIT.

      *> COLLECT-BILLABLE-ORDERS picks the month's billable lines off
      *> the order master into the lines work file and totals them
      *> per partner.
       COLLECT-BILLABLE-ORDERS.
           MOVE 0 TO WS-PT-COUNT.
           INITIALIZE WS-PARTNER-TABLE.
           OPEN INPUT ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               DISPLAY "Fichier des commandes inaccessible: "
                   FUNCTION TRIM (WS-ORDER-MASTER-PATH)
                   " (statut " WS-ORDER-MASTER-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BILL-LINES-FILE.
           PERFORM UNTIL WS-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM COLLECT-ONE-ORDER
               END-READ
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           CLOSE BILL-LINES-FILE.
           PERFORM LOAD-PARTNER-DETAILS.
           EXIT.

       COLLECT-ONE-ORDER.
           IF WS-ORD-INVOICE-NO NOT = SPACES
                   OR WS-ORD-PARTNER = SPACES
                   OR WS-ORD-TIMESTAMP (1 : 6) > WS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-ALLOC-QTY NOT NUMERIC
                   OR WS-ORD-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-QTY = 0 OR WS-ORD-ALLOC-QTY < WS-ORD-QTY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORD-PARTNER TO WS-WANTED-PARTNER.
           PERFORM FIND-PARTNER-ENTRY.
           IF WS-PT-INDEX = 0
               IF WS-PT-COUNT >= 500
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-INDEX
               MOVE WS-ORD-PARTNER TO WS-PT-ID (WS-PT-INDEX)
           END-IF.
           ADD 1 TO WS-PT-LINES (WS-PT-INDEX).
           ADD WS-ORD-AMOUNT TO WS-PT-CHARGES (WS-PT-INDEX).
           MOVE WS-ORD-QTY TO WS-QTY-EDIT.
           MOVE WS-ORD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-LINES-LINE.
           STRING FUNCTION TRIM (WS-ORD-PARTNER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORD-KEY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-NUMBER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-SKU) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-LINES-LINE
           END-STRING.
           WRITE WS-LINES-LINE.
           EXIT.

       FIND-PARTNER-ENTRY.
           MOVE 0 TO WS-PT-INDEX.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
                       OR WS-PT-INDEX NOT = 0
               IF WS-PT-ID (WS-PT-SCAN) = WS-WANTED-PARTNER
                   MOVE WS-PT-SCAN TO WS-PT-INDEX
               END-IF
           END-PERFORM.
           EXIT.

      *> LOAD-PARTNER-DETAILS fills in the prior balance for the
      *> partners being billed; one not on the partner master is
      *> still invoiced, with no balance carried.
       LOAD-PARTNER-DETAILS.
           OPEN INPUT PARTNER-MASTER-FILE.
           IF WS-PARTNER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
               MOVE WS-PT-ID (WS-PT-SCAN) TO WS-PTR-ID
               READ PARTNER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-PTR-STMT-BALANCE NUMERIC
                           MOVE WS-PTR-STMT-BALANCE
                               TO WS-PT-PRIOR (WS-PT-SCAN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTNER-MASTER-FILE.
           EXIT.

      *> RESERVE-INVOICE-NUMBERS takes one number per partner being
      *> billed and records the month as CLAIMED with its range -
      *> on disk before a single invoice line exists.
       RESERVE-INVOICE-NUMBERS.
           MOVE 0 TO WS-INVOICE-COUNT.
           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN > WS-PT-COUNT
               IF WS-PT-LINES (WS-PT-SCAN) > 0
                   ADD 1 TO WS-INVOICE-COUNT
               END-IF
           END-PERFORM.
           IF WS-CT-COUNT >= 240
               DISPLAY "Fichier de controle plein (240 mois)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-INDEX.
           MOVE WS-PERIOD TO WS-CT-PERIOD (WS-CT-INDEX).
           MOVE "CLAIMED" TO WS-CT-PHASE (WS-CT-INDEX).
           COMPUTE WS-CT-FIRST-SEQ (WS-CT-INDEX) =
               WS-LAST-INVOICE-SEQ + 1.
           ADD WS-INVOICE-COUNT TO WS-LAST-INVOICE-SEQ.
           MOVE WS-LAST-INVOICE-SEQ TO WS-CT-LAST-SEQ (WS-CT-INDEX).
           MOVE SPACES TO WS-CT-STAMP (WS-CT-INDEX).
           PERFORM SAVE-BILLING-CONTROL.
           EXIT.

      *> WRITE-INVOICE-WORK writes each partner's invoice - header,
      *> one line per order, trailer - into the run's work file.
       WRITE-INVOICE-WORK.
           MOVE WS-CT-FIRST-SEQ (WS-CT-INDEX) TO WS-CUR-SEQ.
           OPEN OUTPUT INVOICE-WORK-FILE.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF WS-PT-LINES (WS-PT-INDEX) > 0
                   PERFORM WRITE-ONE-PARTNER-INVOICE
                   ADD 1 TO WS-CUR-SEQ
               END-IF
           END-PERFORM.
           CLOSE INVOICE-WORK-FILE.
           EXIT.

       WRITE-ONE-PARTNER-INVOICE.
           MOVE WS-CUR-SEQ TO WS-SEQ-EDIT.
           MOVE SPACES TO WS-INVOICE-NO.
           STRING "INV" DELIMITED BY SIZE
                  WS-SEQ-EDIT DELIMITED BY SIZE
               INTO WS-INVOICE-NO
           END-STRING.
           MOVE WS-PT-PRIOR (WS-PT-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "H|" DELIMITED BY SIZE
                  WS-INVOICE-NO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PT-ID (WS-PT-INDEX))
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ISSUE-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           WRITE WS-WORK-LINE.
           OPEN INPUT BILL-LINES-FILE.
           PERFORM UNTIL WS-LINES-STATUS NOT = "00"
               READ BILL-LINES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM WRITE-ONE-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE BILL-LINES-FILE.
           COMPUTE WS-CUR-DUE = WS-PT-PRIOR (WS-PT-INDEX)
               + WS-PT-CHARGES (WS-PT-INDEX).
           MOVE WS-PT-LINES (WS-PT-INDEX) TO WS-QTY-EDIT.
           MOVE WS-PT-CHARGES (WS-PT-INDEX) TO WS-AMOUNT-EDIT.
           MOVE WS-CUR-DUE TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "T|" DELIMITED BY SIZE
                  WS-INVOICE-NO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTY-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AMOUNT-EDIT-2) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           WRITE WS-WORK-LINE.
           EXIT.

       WRITE-ONE-INVOICE-LINE.
           IF WS-LINES-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BL-PARTNER WS-BL-KEY WS-BL-ORDER
               WS-BL-SKU WS-BL-QTY WS-BL-AMOUNT.
           UNSTRING WS-LINES-LINE DELIMITED BY "|"
               INTO WS-BL-PARTNER WS-BL-KEY WS-BL-ORDER WS-BL-SKU
                    WS-BL-QTY WS-BL-AMOUNT
           END-UNSTRING.
           IF WS-BL-PARTNER NOT = WS-PT-ID (WS-PT-INDEX)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WORK-LINE.
           STRING "L|" DELIMITED BY SIZE
                  WS-INVOICE-NO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-BL-KEY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BL-ORDER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BL-SKU) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BL-QTY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BL-AMOUNT) DELIMITED BY SIZE
               INTO WS-WORK-LINE
           END-STRING.
           WRITE WS-WORK-LINE.
           EXIT.

      *> STRIP-RUN-FROM-INVOICES takes any line numbered inside the
      *> run's range back out of the invoice file - the part of an
      *> append a crash interrupted - so the re-append cannot leave
      *> an invoice in the file twice.
       STRIP-RUN-FROM-INVOICES.
           MOVE 0 TO WS-STRIPPED-COUNT.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT INVOICE-COPY-FILE.
           PERFORM UNTIL WS-INVOICE-STATUS = "10"
               READ INVOICE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM COPY-ONE-KEPT-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           CLOSE INVOICE-COPY-FILE.
           IF WS-STRIPPED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INVOICE-COPY-FILE.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM UNTIL WS-COPY-STATUS = "10"
               READ INVOICE-COPY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-COPY-LINE TO WS-INVOICE-LINE
                       WRITE WS-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE INVOICE-COPY-FILE.
           CLOSE INVOICE-FILE.
           EXIT.

       COPY-ONE-KEPT-INVOICE-LINE.
           MOVE SPACES TO WS-IV-TYPE WS-IV-NUMBER.
           UNSTRING WS-INVOICE-LINE DELIMITED BY "|"
               INTO WS-IV-TYPE WS-IV-NUMBER
           END-UNSTRING.
           IF WS-IV-NUMBER (1 : 3) = "INV"
                   AND WS-IV-NUMBER (4 : 9) IS NUMERIC
               MOVE WS-IV-NUMBER (4 : 9) TO WS-IV-SEQ
               IF WS-IV-SEQ >= WS-CT-FIRST-SEQ (WS-CT-INDEX)
                       AND WS-IV-SEQ <= WS-CT-LAST-SEQ (WS-CT-INDEX)
                   ADD 1 TO WS-STRIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-INVOICE-LINE TO WS-COPY-LINE.
           WRITE WS-COPY-LINE.
           EXIT.

       APPEND-WORK-TO-INVOICES.
           OPEN INPUT INVOICE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Fichier de travail des factures illisible: "
                   FUNCTION TRIM (WS-WORK-PATH) " " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "Fichier des factures inaccessible: "
                   FUNCTION TRIM (WS-INVOICE-PATH) " "
                   WS-INVOICE-STATUS
               CLOSE INVOICE-WORK-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ INVOICE-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-WORK-LINE TO WS-INVOICE-LINE
                       WRITE WS-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE INVOICE-WORK-FILE.
           CLOSE INVOICE-FILE.
           EXIT.

      *> APPLY-INVOICE-WORK reads the run's invoices back, stamps each
      *> billed order with its invoice number (an order already
      *> stamped is left alone), carries the amount due onto the
      *> partner (once per partner per month) and prints the
      *> statements. Anything it cannot read or stamp stops the run
      *> before it is marked DONE.
       APPLY-INVOICE-WORK.
           MOVE 0 TO WS-INVOICE-COUNT.
           MOVE 0 TO WS-BILLED-LINES.
           MOVE 0 TO WS-RUN-TOTAL.
           MOVE "N" TO WS-APPLY-FAILED.
           OPEN INPUT INVOICE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Fichier de travail des factures illisible: "
                   FUNCTION TRIM (WS-WORK-PATH) " " WS-WORK-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ORDER-MASTER-FILE.
           IF WS-ORDER-MASTER-STATUS NOT = "00"
               DISPLAY "Pas de fichier maitre des commandes: "
                   FUNCTION TRIM (WS-ORDER-MASTER-PATH) " "
                   WS-ORDER-MASTER-STATUS
               CLOSE INVOICE-WORK-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           *> Without the partner master the amount due could not be
           *> carried forward.
           OPEN I-O PARTNER-MASTER-FILE.
           IF WS-PARTNER-STATUS NOT = "00"
               DISPLAY "Pas de fichier des partenaires: "
                   FUNCTION TRIM (WS-PARTNER-PATH) " "
                   WS-PARTNER-STATUS
               CLOSE ORDER-MASTER-FILE
               CLOSE INVOICE-WORK-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-STATEMENT-PATH.
           STRING "logs/statements_" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-STATEMENT-PATH
           END-STRING.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ INVOICE-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           CLOSE PARTNER-MASTER-FILE.
           CLOSE ORDER-MASTER-FILE.
           CLOSE INVOICE-WORK-FILE.
           DISPLAY "Releves: " FUNCTION TRIM (WS-STATEMENT-PATH).
           IF WS-APPLY-FAILED = "Y"
               DISPLAY "Facturation du mois " WS-PERIOD
                   " laissee POSTED - relancer BILLRUN."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       APPLY-ONE-WORK-LINE.
           IF WS-WORK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-IV-TYPE WS-IV-NUMBER WS-IV-F3 WS-IV-F4
               WS-IV-F5 WS-IV-F6 WS-IV-F7.
           UNSTRING WS-WORK-LINE DELIMITED BY "|"
               INTO WS-IV-TYPE WS-IV-NUMBER WS-IV-F3 WS-IV-F4
                    WS-IV-F5 WS-IV-F6 WS-IV-F7
           END-UNSTRING.
           EVALUATE WS-IV-TYPE
               WHEN "H"
                   PERFORM START-PARTNER-STATEMENT
               WHEN "L"
                   PERFORM APPLY-INVOICE-LINE
               WHEN "T"
                   PERFORM CLOSE-PARTNER-STATEMENT
           END-EVALUATE.
           EXIT.

      *> H|invoice|partner|month|issue date|prior balance
       START-PARTNER-STATEMENT.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE WS-IV-F3 TO WS-CUR-PARTNER.
           MOVE 0 TO WS-CUR-PRIOR.
           IF FUNCTION TEST-NUMVAL (WS-IV-F6) = 0
               COMPUTE WS-CUR-PRIOR = FUNCTION NUMVAL (WS-IV-F6)
           END-IF.
           MOVE SPACES TO WS-PTR-NAME.
           MOVE WS-CUR-PARTNER TO WS-PTR-ID.
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-PTR-NAME
           END-READ.
           MOVE ALL "=" TO WS-STATEMENT-LINE.
           WRITE WS-STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "Statement for " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CUR-PARTNER) DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-PTR-NAME NOT = SPACES
               STRING " - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PTR-NAME) DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING " (not on the partner master)"
                      DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           WRITE WS-STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING "Invoice " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IV-NUMBER) DELIMITED BY SIZE
                  "   month " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IV-F4) DELIMITED BY SIZE
                  "   issued " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IV-F5) DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING.
           WRITE WS-STATEMENT-LINE.
           MOVE WS-CUR-PRIOR TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING "Prior balance                       "
                      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING.
           WRITE WS-STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-LINE.
           WRITE WS-STATEMENT-LINE.
           MOVE "  Order            SKU               Qty"
               & "          Amount" TO WS-STATEMENT-LINE.
           WRITE WS-STATEMENT-LINE.
           EXIT.

      *> L|invoice|order key|order number|sku|qty|amount
       APPLY-INVOICE-LINE.
           ADD 1 TO WS-BILLED-LINES.
           MOVE 0 TO WS-LINE-AMOUNT.
           IF FUNCTION TEST-NUMVAL (WS-IV-F7) = 0
               COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL (WS-IV-F7)
           END-IF.
           ADD WS-LINE-AMOUNT TO WS-RUN-TOTAL.
           MOVE WS-IV-F3 TO WS-ORD-KEY.
           READ ORDER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ORD-INVOICE-NO = SPACES
                       MOVE WS-IV-NUMBER TO WS-ORD-INVOICE-NO
                       REWRITE WS-ORDER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-ORDER-MASTER-STATUS NOT = "00"
                           DISPLAY "Commande non marquee facturee: "
                               FUNCTION TRIM (WS-IV-F3) " "
                               WS-ORDER-MASTER-STATUS
                           MOVE "Y" TO WS-APPLY-FAILED
                       END-IF
                   END-IF
           END-READ.
           MOVE 0 TO WS-QTY-EDIT.
           IF FUNCTION TEST-NUMVAL (WS-IV-F6) = 0
               COMPUTE WS-QTY-EDIT = FUNCTION NUMVAL (WS-IV-F6)
           END-IF.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-IV-F4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IV-F5 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTY-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING.
           WRITE WS-STATEMENT-LINE.
           EXIT.

      *> T|invoice|line count|new charges|amount due
       CLOSE-PARTNER-STATEMENT.
           MOVE 0 TO WS-CUR-TOTAL.
           IF FUNCTION TEST-NUMVAL (WS-IV-F4) = 0
               COMPUTE WS-CUR-TOTAL = FUNCTION NUMVAL (WS-IV-F4)
           END-IF.
           MOVE 0 TO WS-CUR-DUE.
           IF FUNCTION TEST-NUMVAL (WS-IV-F5) = 0
               COMPUTE WS-CUR-DUE = FUNCTION NUMVAL (WS-IV-F5)
           END-IF.
           MOVE WS-CUR-PARTNER TO WS-PTR-ID.
           READ PARTNER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PTR-LAST-BILLED NOT = WS-PERIOD
                       IF WS-PTR-STMT-BALANCE NOT NUMERIC
                           MOVE 0 TO WS-PTR-STMT-BALANCE
                       END-IF
                       ADD WS-CUR-TOTAL TO WS-PTR-STMT-BALANCE
                       MOVE WS-PERIOD TO WS-PTR-LAST-BILLED
                       REWRITE WS-PARTNER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-PARTNER-STATUS NOT = "00"
                           DISPLAY "Solde du partenaire non reporte: "
                               FUNCTION TRIM (WS-CUR-PARTNER) " "
                               WS-PARTNER-STATUS
                           MOVE "Y" TO WS-APPLY-FAILED
                       END-IF
                   END-IF
           END-READ.
           MOVE SPACES TO WS-STATEMENT-LINE.
           WRITE WS-STATEMENT-LINE.
           MOVE WS-CUR-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING "New charges                         "
                      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING.
           WRITE WS-STATEMENT-LINE.
           MOVE WS-CUR-DUE TO WS-AMOUNT-EDIT-2.
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING "Amount due                        "
                      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-STRING.
           WRITE WS-STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-LINE.
           WRITE WS-STATEMENT-LINE.
           EXIT.

      *> REMOVE-BILLING-WORK-FILES unlinks the run's work files, the
      *> same direct-libc unlink TXNBATCH uses.
       REMOVE-BILLING-WORK-FILES.
           MOVE WS-LINES-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-WORK-FILE.
           MOVE WS-WORK-PATH TO WS-UNLINK-TARGET.
           PERFORM UNLINK-ONE-WORK-FILE.
           MOVE WS-COPY-PATH TO WS-UNLINK-TARGET.
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
