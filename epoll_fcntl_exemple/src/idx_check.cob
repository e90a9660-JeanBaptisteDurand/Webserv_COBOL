       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXCHECK.
      *> IDXCHECK is the offline check of the files the server and the
      *> batch jobs update all day - after a disk-full event or a
      *> killed process the only test used to be "open it and see".
      *>   TXN        logs/transactions.dat     (WEBSERVER, TXNBATCH)
      *>   VISITORS   logs/visitors.dat         (WEBSERVER)
      *>   INVENTORY  logs/inventory_master.dat (WEBSERVER, batch)
      *>   ORDERS     logs/orders.dat           (WEBSERVER, batch)
      *>   ARCHIVE    logs/access_archive.dat   (ARCHLOAD)
      *>   SESSIONS   logs/sessions.dat         (WEBSERVER)
      *> VERIFY reads each file end to end, checks that the keys come
      *> back ascending and unique and that the required fields hold
      *> valid values, and reports the record counts. The sessions
      *> file is line sequential in arrival order, so only the
      *> uniqueness of its tokens is checked there.
      *> REORG unloads a file to logs/idxcheck_<name>.unl, reloads the
      *> unload into a staging file first (logs/idxcheck_stage.dat)
      *> and only when the staged count matches the unloaded count
      *> rebuilds the file itself from it, then counts it again.
      *> Before and after counts must agree; if the rebuild itself
      *> goes wrong the unload is kept and RELOAD <name> rebuilds the
      *> file from it. On success the unload is removed, so the space
      *> is reclaimed.
      *> CONVERT INVENTORY is the one-off move of an inventory master
      *> still in the layout from before ITEMMAINT (82-byte records:
      *> SKU, description, quantity, reorder point) to the current
      *> one: each record is unloaded with status ACTIVE and no
      *> last-change stamp or operator, then staged and rebuilt with
      *> the same before/staged/after counts as REORG; a failed
      *> rebuild leaves the unload for RELOAD INVENTORY. A master
      *> already in the current layout is refused.
      *> CONVERT ORDERS does the same for an order master still in
      *> the layout from before the allocation, partner, shipping
      *> and billing fields (139-byte records, key to status): an
      *> ALLOCATED order is taken as allocated in full, anything
      *> else as nothing allocated yet; nothing is shipped, the
      *> amount is zero and partner and invoice are blank. A failed
      *> rebuild leaves the unload for RELOAD ORDERS, and a master
      *> already in the current layout is refused.
      *> A file is refused while another process has it open. REORG,
      *> RELOAD and CONVERT also refuse every file WEBSERVER uses
      *> while the server is running (server_pid= in
      *> logs/checkpoint.txt names a live process and
      *> clean_shutdown= is not Y): a worker opens
      *> those files at any moment and would write into a half-
      *> rebuilt file. VERIFY only reads, so it runs while the server
      *> is up - that is how NIGHTRUN runs it weekly - and a file the
      *> server opened during the pass is reported as in use rather
      *> than trusted.
      *> Results go to logs/idxcheck_report.txt; a file with errors
      *> or a failed rebuild is queued for ALERTDISP, and any file
      *> with errors, refused or not rebuilt ends the run nonzero.
      *>   cobcrun IDXCHECK [VERIFY|REORG] [TXN|...|SESSIONS|ALL]
      *>   cobcrun IDXCHECK RELOAD ORDERS
      *>   cobcrun IDXCHECK CONVERT INVENTORY|ORDERS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Only one of the checked files is open at a time, so they all
      *> take the path and status of the file in hand.
           SELECT TRANSACTION-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VISITOR-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-VIS-IP
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INV-MASTER-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-INV-SKU
               FILE STATUS IS WS-FILE-STATUS.
      *> The inventory master in its layout from before ITEMMAINT,
      *> read only by CONVERT.
           SELECT OLD-INV-MASTER-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-OLD-INV-SKU
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ORD-KEY
               FILE STATUS IS WS-FILE-STATUS.
      *> The order master in its layout from before the allocation,
      *> partner, shipping and billing fields, read only by CONVERT.
           SELECT OLD-ORDER-MASTER-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-OLD-ORD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-ARC-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SESSIONS-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *> The unload is record sequential, not line sequential: an
      *> intake body may hold any byte, a newline included.
           SELECT UNLOAD-FILE ASSIGN TO WS-UNLOAD-PATH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERT-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  VISITOR-FILE.
       01  WS-VISITOR-RECORD.
           05 WS-VIS-IP           PIC X(39).
           05 WS-VIS-FIRST-SEEN   PIC X(14).
           05 WS-VIS-LAST-SEEN    PIC X(14).
           05 WS-VIS-CONNECTIONS  PIC 9(9).
           05 WS-VIS-REQUESTS     PIC 9(9).
           05 WS-VIS-REJECTS      PIC 9(9).
       FD  INV-MASTER-FILE.
       01  WS-INV-MASTER-RECORD.
           05 WS-INV-SKU          PIC X(16).
           05 WS-INV-DESC         PIC X(48).
           05 WS-INV-QTY          PIC 9(9).
           05 WS-INV-REORDER      PIC 9(9).
      *> ACTIVE or RETIRED, and who last maintained the item. A
      *> master still in the 82-byte layout below cannot be read
      *> with this one: CONVERT INVENTORY moves it across once.
           05 WS-INV-STATUS       PIC X(8).
           05 WS-INV-CHANGED      PIC X(14).
           05 WS-INV-CHANGED-BY   PIC X(32).
       FD  OLD-INV-MASTER-FILE.
       01  WS-OLD-INV-MASTER-RECORD.
           05 WS-OLD-INV-SKU      PIC X(16).
           05 WS-OLD-INV-DESC     PIC X(48).
           05 WS-OLD-INV-QTY      PIC 9(9).
           05 WS-OLD-INV-REORDER  PIC 9(9).
       FD  ORDER-MASTER-FILE.
       01  WS-ORDER-RECORD.
           05 WS-ORD-KEY          PIC X(26).
           05 WS-ORD-NUMBER       PIC X(16).
           05 WS-ORD-SKU          PIC X(16).
           05 WS-ORD-QTY          PIC 9(9).
           05 WS-ORD-CLIENT-IP    PIC X(39).
           05 WS-ORD-TIMESTAMP    PIC X(21).
           05 WS-ORD-STATUS       PIC X(12).
      *> A master still in the 139-byte layout below cannot be read
      *> with this one: CONVERT ORDERS moves it across once.
           05 WS-ORD-ALLOC-QTY    PIC 9(9).
           05 WS-ORD-PARTNER      PIC X(16).
           05 WS-ORD-SHIPPED-QTY  PIC 9(9).
           05 WS-ORD-AMOUNT       PIC 9(11)V99.
           05 WS-ORD-INVOICE-NO   PIC X(12).
       FD  OLD-ORDER-MASTER-FILE.
       01  WS-OLD-ORDER-RECORD.
           05 WS-OLD-ORD-KEY      PIC X(26).
           05 WS-OLD-ORD-NUMBER   PIC X(16).
           05 WS-OLD-ORD-SKU      PIC X(16).
           05 WS-OLD-ORD-QTY      PIC 9(9).
           05 WS-OLD-ORD-CLIENT-IP PIC X(39).
           05 WS-OLD-ORD-TIMESTAMP PIC X(21).
           05 WS-OLD-ORD-STATUS   PIC X(12).
       FD  ARCHIVE-FILE.
       01  WS-ARCHIVE-RECORD.
           05 WS-ARC-KEY.
              10 WS-ARC-DATE      PIC X(8).
              10 WS-ARC-PATH     PIC X(64).
           05 WS-ARC-COUNT        PIC 9(9).
           05 WS-ARC-BYTES        PIC 9(18).
           05 WS-ARC-MS           PIC 9(18).
       FD  SESSIONS-FILE.
       01  WS-SESSIONS-LINE       PIC X(176).
       FD  UNLOAD-FILE
           RECORD VARYING IN SIZE FROM 1 TO 8436 CHARACTERS
               DEPENDING ON WS-UNLOAD-LEN.
       01  WS-UNLOAD-RECORD       PIC X(8436).
       FD  CHECKPOINT-FILE.
       01  WS-CHECKPOINT-LINE     PIC X(256).
       FD  REPORT-FILE.
       01  WS-REPORT-LINE         PIC X(132).
       FD  ALERT-QUEUE-FILE.
       01  WS-ALERT-QUEUE-LINE    PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-FILE-PATH            PIC X(256) VALUE SPACES.
       77 WS-FILE-STATUS          PIC X(2) VALUE SPACES.
       77 WS-UNLOAD-PATH          PIC X(256) VALUE SPACES.
       77 WS-UNLOAD-STATUS        PIC X(2) VALUE SPACES.
       77 WS-UNLOAD-LEN           PIC 9(5) COMP VALUE 0.
       77 WS-STAGE-PATH           PIC X(256)
           VALUE "logs/idxcheck_stage.dat".
       77 WS-CHECKPOINT-PATH      PIC X(256)
           VALUE "logs/checkpoint.txt".
       77 WS-CHECKPOINT-STATUS    PIC X(2) VALUE SPACES.
       77 WS-REPORT-PATH          PIC X(256)
           VALUE "logs/idxcheck_report.txt".
       77 WS-REPORT-STATUS        PIC X(2) VALUE SPACES.
       77 WS-ALERT-QUEUE-PATH     PIC X(256)
           VALUE "logs/alert_queue.dat".
       77 WS-ALERT-QUEUE-STATUS   PIC X(2) VALUE SPACES.
       77 WS-COMMAND              PIC X(320) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.

       77 WS-COMMAND-LINE         PIC X(96) VALUE SPACES.
       77 WS-ARG-MODE             PIC X(12) VALUE SPACES.
       77 WS-ARG-FILE             PIC X(12) VALUE SPACES.

      *> The files this program knows, and whether WEBSERVER itself
      *> opens them (a rebuild then waits for the server to stop).
       01 WS-FILE-TABLE.
           05 WS-FT-ENTRY OCCURS 6 TIMES.
              10 WS-FT-NAME       PIC X(12) VALUE SPACES.
              10 WS-FT-PATH       PIC X(256) VALUE SPACES.
              10 WS-FT-SERVER     PIC X(1) VALUE "N".
       77 WS-FT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-FT-INDEX             PIC 9(4) COMP VALUE 0.
       77 WS-FT-MATCHED           PIC 9(4) COMP VALUE 0.

      *> What logs/checkpoint.txt says about the server.
       77 WS-CKP-KEY              PIC X(32) VALUE SPACES.
       77 WS-CKP-VALUE            PIC X(64) VALUE SPACES.
       77 WS-CKP-PID-X            PIC X(16) VALUE SPACES.
       77 WS-CKP-CLEAN            PIC X(8) VALUE SPACES.
       77 WS-SERVER-PID           PIC S9(9) COMP VALUE 0.
       77 WS-SERVER-PID-DISPLAY   PIC Z(8)9.
       77 WS-SERVER-STATE         PIC X(1) VALUE "N".
           88 WS-SERVER-IS-UP     VALUE "Y".
           88 WS-SERVER-IS-DOWN   VALUE "N".
           88 WS-SERVER-UNKNOWN   VALUE "?".

      *> The file in hand.
       77 WS-CUR-NAME             PIC X(12) VALUE SPACES.
       77 WS-CUR-SERVER           PIC X(1) VALUE "N".
       77 WS-CUR-RESULT           PIC X(24) VALUE SPACES.
       77 WS-CUR-KEY              PIC X(80) VALUE SPACES.
       77 WS-PREV-KEY             PIC X(80) VALUE SPACES.
       77 WS-HAVE-PREV            PIC X(1) VALUE "N".
       77 WS-REC-HOLD             PIC X(8436) VALUE SPACES.
       77 WS-REC-LEN              PIC 9(5) COMP VALUE 0.
       77 WS-READ-STATE           PIC X(1) VALUE "N".
           88 WS-READ-HAS-RECORD  VALUE "Y".
           88 WS-READ-AT-END      VALUE "E".
           88 WS-READ-HAS-FAILED  VALUE "F".
       77 WS-READ-FAIL-STATUS     PIC X(2) VALUE SPACES.
       77 WS-REC-BAD              PIC X(1) VALUE "N".
       77 WS-ERROR-TEXT           PIC X(48) VALUE SPACES.
       77 WS-WRITE-OK             PIC X(1) VALUE "Y".
       77 WS-IN-USE               PIC X(1) VALUE "N".

       77 WS-READ-COUNT           PIC 9(9) COMP VALUE 0.
       77 WS-BLANK-COUNT          PIC 9(9) COMP VALUE 0.
       77 WS-KEY-ERRORS           PIC 9(9) COMP VALUE 0.
       77 WS-FIELD-ERRORS         PIC 9(9) COMP VALUE 0.
       77 WS-ERRORS-LISTED        PIC 9(4) COMP VALUE 0.
       77 WS-LIST-LIMIT           PIC 9(4) COMP VALUE 20.
       77 WS-BEFORE-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-STAGE-COUNT          PIC 9(9) COMP VALUE 0.
       77 WS-AFTER-COUNT          PIC 9(9) COMP VALUE 0.
       77 WS-REJECT-COUNT         PIC 9(9) COMP VALUE 0.
       77 WS-LOAD-COUNT           PIC 9(9) COMP VALUE 0.

      *> Sessions have no key order to lean on: tokens seen so far.
       01 WS-TOKEN-TABLE.
           05 WS-TK-TOKEN OCCURS 2000 TIMES PIC X(32) VALUE SPACES.
       77 WS-TK-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-TK-DROPPED           PIC 9(9) COMP VALUE 0.
       77 WS-TK-SCAN              PIC 9(4) COMP VALUE 0.
       77 WS-SES-TOKEN            PIC X(32) VALUE SPACES.
       77 WS-SES-IP               PIC X(39) VALUE SPACES.
       77 WS-SES-USER             PIC X(32) VALUE SPACES.
       77 WS-SES-ISSUED           PIC X(20) VALUE SPACES.
       77 WS-SES-EXPIRY           PIC X(20) VALUE SPACES.

       77 WS-FILES-DONE           PIC 9(4) COMP VALUE 0.
       77 WS-FILES-BAD            PIC 9(4) COMP VALUE 0.
       77 WS-FILES-REFUSED        PIC 9(4) COMP VALUE 0.
       77 WS-STAMP-HOLD           PIC X(21) VALUE SPACES.
       77 WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       77 WS-REPORT-PTR           PIC S9(9) COMP VALUE 1.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.
       77 WS-DISPLAY-COUNT-2      PIC Z(8)9.
       77 WS-DISPLAY-COUNT-3      PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-MODE WS-ARG-FILE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-ARG-MODE) TO WS-ARG-MODE.
           MOVE FUNCTION UPPER-CASE (WS-ARG-FILE) TO WS-ARG-FILE.
           IF WS-ARG-MODE = SPACES
               MOVE "VERIFY" TO WS-ARG-MODE
           END-IF.
           IF WS-ARG-FILE = SPACES
               MOVE "ALL" TO WS-ARG-FILE
           END-IF.
           PERFORM INIT-FILE-TABLE.
           MOVE 0 TO WS-FT-MATCHED.
           PERFORM VARYING WS-FT-INDEX FROM 1 BY 1
                   UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF WS-FT-NAME (WS-FT-INDEX) = WS-ARG-FILE
                   MOVE WS-FT-INDEX TO WS-FT-MATCHED
               END-IF
           END-PERFORM.
           IF (WS-ARG-MODE NOT = "VERIFY" AND WS-ARG-MODE NOT = "REORG"
                   AND WS-ARG-MODE NOT = "RELOAD"
                   AND WS-ARG-MODE NOT = "CONVERT")
                   OR (WS-ARG-FILE NOT = "ALL" AND WS-FT-MATCHED = 0)
                   OR (WS-ARG-MODE = "RELOAD" AND WS-FT-MATCHED = 0)
                   OR (WS-ARG-MODE = "CONVERT"
                       AND WS-ARG-FILE NOT = "INVENTORY"
                       AND WS-ARG-FILE NOT = "ORDERS")
               DISPLAY "Usage: IDXCHECK [VERIFY|REORG] [fichier|ALL]"
                   " ou IDXCHECK RELOAD <fichier>"
                   " ou IDXCHECK CONVERT INVENTORY|ORDERS"
               DISPLAY "  fichiers: TXN VISITORS INVENTORY ORDERS"
                   " ARCHIVE SESSIONS"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP-HOLD.
           MOVE WS-STAMP-HOLD (1 : 14) TO WS-RUN-STAMP.
           PERFORM CHECK-SERVER-STATE.
           PERFORM OPEN-REPORT.
           PERFORM VARYING WS-FT-INDEX FROM 1 BY 1
                   UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF WS-ARG-FILE = "ALL"
                       OR WS-FT-INDEX = WS-FT-MATCHED
                   PERFORM PROCESS-ONE-FILE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REPORT.
           IF WS-FILES-BAD > 0
               PERFORM QUEUE-CHECK-ALERT
           END-IF.
           IF WS-FILES-BAD > 0 OR WS-FILES-REFUSED > 0
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-FILE-TABLE.
           MOVE 0 TO WS-FT-COUNT.
           ADD 1 TO WS-FT-COUNT.
           MOVE "TXN" TO WS-FT-NAME (WS-FT-COUNT).
           MOVE "logs/transactions.dat" TO WS-FT-PATH (WS-FT-COUNT).
           MOVE "Y" TO WS-FT-SERVER (WS-FT-COUNT).
           ADD 1 TO WS-FT-COUNT.
           MOVE "VISITORS" TO WS-FT-NAME (WS-FT-COUNT).
           MOVE "logs/visitors.dat" TO WS-FT-PATH (WS-FT-COUNT).
           MOVE "Y" TO WS-FT-SERVER (WS-FT-COUNT).
           ADD 1 TO WS-FT-COUNT.
           MOVE "INVENTORY" TO WS-FT-NAME (WS-FT-COUNT).
           MOVE "logs/inventory_master.dat"
               TO WS-FT-PATH (WS-FT-COUNT).
           MOVE "Y" TO WS-FT-SERVER (WS-FT-COUNT).
           ADD 1 TO WS-FT-COUNT.
           MOVE "ORDERS" TO WS-FT-NAME (WS-FT-COUNT).
           MOVE "logs/orders.dat" TO WS-FT-PATH (WS-FT-COUNT).
           MOVE "Y" TO WS-FT-SERVER (WS-FT-COUNT).
           ADD 1 TO WS-FT-COUNT.
           MOVE "ARCHIVE" TO WS-FT-NAME (WS-FT-COUNT).
           MOVE "logs/access_archive.dat" TO WS-FT-PATH (WS-FT-COUNT).
           MOVE "N" TO WS-FT-SERVER (WS-FT-COUNT).
           ADD 1 TO WS-FT-COUNT.
           MOVE "SESSIONS" TO WS-FT-NAME (WS-FT-COUNT).
           MOVE "logs/sessions.dat" TO WS-FT-PATH (WS-FT-COUNT).
           MOVE "Y" TO WS-FT-SERVER (WS-FT-COUNT).
           EXIT.

      *> CHECK-SERVER-STATE reads the checkpoint WEBSERVER rewrites
      *> at startup, on its timer and at shutdown. A clean shutdown
      *> means it is down; otherwise the pid it recorded is asked
      *> whether it is still alive (kill with signal 0 delivers
      *> nothing). A checkpoint without a pid, from a server older
      *> than this check, cannot be judged and counts as running.
       CHECK-SERVER-STATE.
           MOVE SPACES TO WS-CKP-PID-X.
           MOVE SPACES TO WS-CKP-CLEAN.
           MOVE "N" TO WS-SERVER-STATE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHECKPOINT-STATUS = "10"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CKP-KEY WS-CKP-VALUE
                       UNSTRING WS-CHECKPOINT-LINE DELIMITED BY "="
                           INTO WS-CKP-KEY WS-CKP-VALUE
                       END-UNSTRING
                       EVALUATE WS-CKP-KEY
                           WHEN "server_pid"
                               MOVE WS-CKP-VALUE TO WS-CKP-PID-X
                           WHEN "clean_shutdown"
                               MOVE WS-CKP-VALUE TO WS-CKP-CLEAN
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           IF FUNCTION TRIM (WS-CKP-CLEAN) = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CKP-PID-X = SPACES
                   OR FUNCTION TEST-NUMVAL (WS-CKP-PID-X) NOT = 0
               MOVE "?" TO WS-SERVER-STATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SERVER-PID = FUNCTION NUMVAL (WS-CKP-PID-X).
           IF WS-SERVER-PID = 0
               MOVE "?" TO WS-SERVER-STATE
               EXIT PARAGRAPH
           END-IF.
           CALL "kill" USING
               BY VALUE WS-SERVER-PID
               BY VALUE 0
               RETURNING WS-RET.
           IF WS-RET = 0
               MOVE "Y" TO WS-SERVER-STATE
           END-IF.
           EXIT.

      *> CHECK-FILE-IN-USE asks whether any process holds the file
      *> open right now, from the descriptors listed under /proc -
      *> the server opens these files around each use, so this is a
      *> snapshot, taken again after the pass.
       CHECK-FILE-IN-USE.
           MOVE "N" TO WS-IN-USE.
           MOVE SPACES TO WS-COMMAND.
           STRING "ls -l /proc/[0-9]*/fd 2>/dev/null | grep -q '/"
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           IF WS-RET = 0
               MOVE "Y" TO WS-IN-USE
           END-IF.
           EXIT.

      *> PROCESS-ONE-FILE runs the mode asked for against one file of
      *> the table and totals its outcome.
       PROCESS-ONE-FILE.
           MOVE WS-FT-NAME (WS-FT-INDEX) TO WS-CUR-NAME.
           MOVE WS-FT-PATH (WS-FT-INDEX) TO WS-FILE-PATH.
           MOVE WS-FT-SERVER (WS-FT-INDEX) TO WS-CUR-SERVER.
           MOVE SPACES TO WS-UNLOAD-PATH.
           STRING "logs/idxcheck_" DELIMITED BY SIZE
                  FUNCTION LOWER-CASE (WS-CUR-NAME) DELIMITED BY SPACE
                  ".unl" DELIMITED BY SIZE
               INTO WS-UNLOAD-PATH
           END-STRING.
           MOVE 0 TO WS-READ-COUNT WS-BLANK-COUNT WS-KEY-ERRORS
               WS-FIELD-ERRORS WS-ERRORS-LISTED WS-BEFORE-COUNT
               WS-STAGE-COUNT WS-AFTER-COUNT WS-REJECT-COUNT
               WS-TK-COUNT WS-TK-DROPPED.
           MOVE SPACES TO WS-CUR-RESULT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CUR-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-PATH) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-FILE-IN-USE.
           IF WS-IN-USE = "Y"
               MOVE "REFUSED - IN USE" TO WS-CUR-RESULT
           END-IF.
           IF WS-ARG-MODE NOT = "VERIFY" AND WS-CUR-SERVER = "Y"
                   AND NOT WS-SERVER-IS-DOWN
               MOVE "REFUSED - WEBSERVER UP" TO WS-CUR-RESULT
           END-IF.
           IF WS-CUR-RESULT = SPACES
               EVALUATE WS-ARG-MODE
                   WHEN "VERIFY"
                       PERFORM VERIFY-CURRENT-FILE
                   WHEN "REORG"
                       PERFORM REORG-CURRENT-FILE
                   WHEN "RELOAD"
                       PERFORM RELOAD-CURRENT-FILE
                   WHEN "CONVERT"
                       PERFORM CONVERT-CURRENT-FILE
               END-EVALUATE
           END-IF.
           PERFORM REPORT-FILE-RESULT.
           ADD 1 TO WS-FILES-DONE.
           EVALUATE TRUE
               WHEN WS-CUR-RESULT (1 : 7) = "REFUSED"
               WHEN WS-CUR-RESULT = "NO UNLOAD"
                   ADD 1 TO WS-FILES-REFUSED
               WHEN WS-CUR-RESULT = "OK"
               WHEN WS-CUR-RESULT = "ABSENT"
               WHEN WS-CUR-RESULT = "REORGANIZED"
               WHEN WS-CUR-RESULT = "RELOADED"
               WHEN WS-CUR-RESULT = "CONVERTED"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-FILES-BAD
           END-EVALUATE.
           EXIT.

      *> VERIFY-CURRENT-FILE reads the file end to end with the
      *> checks of CHECK-CURRENT-RECORD on every record.
       VERIFY-CURRENT-FILE.
           PERFORM OPEN-CURRENT-INPUT.
           IF WS-FILE-STATUS = "35"
               MOVE "ABSENT" TO WS-CUR-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               STRING "OPEN FAILED " DELIMITED BY SIZE
                      WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-READ-STATE.
           PERFORM UNTIL WS-READ-AT-END OR WS-READ-HAS-FAILED
               PERFORM READ-CURRENT-NEXT
               IF WS-READ-HAS-RECORD
                   PERFORM CHECK-CURRENT-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-CURRENT.
           PERFORM CHECK-FILE-IN-USE.
           PERFORM SET-VERIFY-RESULT.
           EXIT.

      *> SET-VERIFY-RESULT: a read that broke off, then a file that
      *> was opened under the pass, outrank the error counts.
       SET-VERIFY-RESULT.
           EVALUATE TRUE
               WHEN WS-READ-HAS-FAILED
                   STRING "READ FAILED " DELIMITED BY SIZE
                          WS-READ-FAIL-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-RESULT
                   END-STRING
               WHEN WS-IN-USE = "Y"
                   MOVE "REFUSED - IN USE" TO WS-CUR-RESULT
               WHEN WS-KEY-ERRORS > 0 OR WS-FIELD-ERRORS > 0
                   MOVE "ERRORS" TO WS-CUR-RESULT
               WHEN OTHER
                   MOVE "OK" TO WS-CUR-RESULT
           END-EVALUATE.
           EXIT.

      *> REORG-CURRENT-FILE: unload with the same checks as VERIFY,
      *> then the staged and the real reload. A file whose read broke
      *> off is left alone - its unload would be short.
       REORG-CURRENT-FILE.
           PERFORM OPEN-CURRENT-INPUT.
           IF WS-FILE-STATUS = "35"
               MOVE "ABSENT" TO WS-CUR-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               STRING "OPEN FAILED " DELIMITED BY SIZE
                      WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               PERFORM CLOSE-CURRENT
               STRING "UNLOAD FAILED " DELIMITED BY SIZE
                      WS-UNLOAD-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-READ-STATE.
           PERFORM UNTIL WS-READ-AT-END OR WS-READ-HAS-FAILED
               PERFORM READ-CURRENT-NEXT
               IF WS-READ-HAS-RECORD
                   PERFORM CHECK-CURRENT-RECORD
                   MOVE WS-REC-LEN TO WS-UNLOAD-LEN
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-UNLOAD-RECORD
                   WRITE WS-UNLOAD-RECORD
                   IF WS-UNLOAD-STATUS = "00"
                       ADD 1 TO WS-BEFORE-COUNT
                   ELSE
                       MOVE "F" TO WS-READ-STATE
                       MOVE WS-UNLOAD-STATUS TO WS-READ-FAIL-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           PERFORM CLOSE-CURRENT.
           IF WS-READ-HAS-FAILED
               STRING "UNLOAD FAILED " DELIMITED BY SIZE
                      WS-READ-FAIL-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               PERFORM REMOVE-UNLOAD
               EXIT PARAGRAPH
           END-IF.
           PERFORM REBUILD-FROM-UNLOAD.
           *> The reload rebuilds the index, so key order is mended;
           *> a bad field is carried over as it was and still counts.
           IF WS-CUR-RESULT = "RELOADED"
               IF WS-FIELD-ERRORS > 0
                   MOVE "REORGANIZED - BAD FIELDS" TO WS-CUR-RESULT
               ELSE
                   MOVE "REORGANIZED" TO WS-CUR-RESULT
               END-IF
           END-IF.
           EXIT.

      *> RELOAD-CURRENT-FILE rebuilds a file from the unload a failed
      *> rebuild left behind; the unload's own count is the before.
       RELOAD-CURRENT-FILE.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               MOVE "NO UNLOAD" TO WS-CUR-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-UNLOAD-STATUS NOT = "00"
               READ UNLOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
               END-READ
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           PERFORM REBUILD-FROM-UNLOAD.
           EXIT.

      *> REBUILD-FROM-UNLOAD loads the unload into the staging file
      *> and counts it; only a staged count equal to the unloaded
      *> one lets the real file be rebuilt. The real file is counted
      *> again afterwards. The unload goes once the counts agree, or
      *> when a reorganization or conversion stopped with the file
      *> untouched.
       REBUILD-FROM-UNLOAD.
           MOVE WS-STAGE-PATH TO WS-FILE-PATH.
           PERFORM LOAD-FROM-UNLOAD.
           MOVE WS-LOAD-COUNT TO WS-STAGE-COUNT.
           PERFORM REMOVE-STAGE.
           MOVE WS-FT-PATH (WS-FT-INDEX) TO WS-FILE-PATH.
           IF WS-STAGE-COUNT NOT = WS-BEFORE-COUNT
               MOVE "STAGE COUNT MISMATCH" TO WS-CUR-RESULT
               IF WS-ARG-MODE NOT = "RELOAD"
                   PERFORM REMOVE-UNLOAD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-FROM-UNLOAD.
           MOVE WS-LOAD-COUNT TO WS-AFTER-COUNT.
           IF WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
               MOVE "REBUILD COUNT MISMATCH" TO WS-CUR-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM REMOVE-UNLOAD.
           MOVE "RELOADED" TO WS-CUR-RESULT.
           EXIT.

      *> LOAD-FROM-UNLOAD creates the file at WS-FILE-PATH from the
      *> unload and leaves in WS-LOAD-COUNT what a fresh read of it
      *> finds (zero when it could not be written at all).
       LOAD-FROM-UNLOAD.
           MOVE 0 TO WS-LOAD-COUNT.
           MOVE 0 TO WS-REJECT-COUNT.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-CURRENT-OUTPUT.
           IF WS-FILE-STATUS NOT = "00"
               CLOSE UNLOAD-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-UNLOAD-STATUS NOT = "00"
               READ UNLOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-UNLOAD-LEN TO WS-REC-LEN
                       MOVE SPACES TO WS-REC-HOLD
                       MOVE WS-UNLOAD-RECORD (1 : WS-UNLOAD-LEN)
                           TO WS-REC-HOLD
                       PERFORM WRITE-CURRENT
                       IF WS-WRITE-OK = "N"
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           PERFORM CLOSE-CURRENT.
           PERFORM OPEN-CURRENT-INPUT.
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-READ-STATE.
           PERFORM UNTIL WS-READ-AT-END OR WS-READ-HAS-FAILED
               PERFORM READ-CURRENT-NEXT
               IF WS-READ-HAS-RECORD
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-PERFORM.
           PERFORM CLOSE-CURRENT.
           EXIT.

      *> CONVERT-CURRENT-FILE unloads the inventory or order master
      *> through its old layout, each record widened to the current
      *> one by READ-OLD-INVENTORY-NEXT or READ-OLD-ORDER-NEXT and
      *> checked as VERIFY would; the staged and the real rebuild
      *> then write it in the current layout. A read that broke off
      *> leaves the master untouched.
       CONVERT-CURRENT-FILE.
           PERFORM CHECK-ALREADY-CONVERTED.
           IF WS-CUR-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-NAME = "ORDERS"
               OPEN INPUT OLD-ORDER-MASTER-FILE
           ELSE
               OPEN INPUT OLD-INV-MASTER-FILE
           END-IF.
           IF WS-FILE-STATUS = "35"
               MOVE "ABSENT" TO WS-CUR-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               STRING "OPEN FAILED " DELIMITED BY SIZE
                      WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = "00"
               PERFORM CLOSE-OLD-MASTER
               STRING "UNLOAD FAILED " DELIMITED BY SIZE
                      WS-UNLOAD-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HAVE-PREV.
           MOVE "N" TO WS-READ-STATE.
           PERFORM UNTIL WS-READ-AT-END OR WS-READ-HAS-FAILED
               IF WS-CUR-NAME = "ORDERS"
                   PERFORM READ-OLD-ORDER-NEXT
               ELSE
                   PERFORM READ-OLD-INVENTORY-NEXT
               END-IF
               IF WS-READ-HAS-RECORD
                   PERFORM CHECK-CURRENT-RECORD
                   MOVE WS-REC-LEN TO WS-UNLOAD-LEN
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-UNLOAD-RECORD
                   WRITE WS-UNLOAD-RECORD
                   IF WS-UNLOAD-STATUS = "00"
                       ADD 1 TO WS-BEFORE-COUNT
                   ELSE
                       MOVE "F" TO WS-READ-STATE
                       MOVE WS-UNLOAD-STATUS TO WS-READ-FAIL-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE UNLOAD-FILE.
           PERFORM CLOSE-OLD-MASTER.
           IF WS-READ-HAS-FAILED
               STRING "UNLOAD FAILED " DELIMITED BY SIZE
                      WS-READ-FAIL-STATUS DELIMITED BY SIZE
                   INTO WS-CUR-RESULT
               END-STRING
               PERFORM REMOVE-UNLOAD
               EXIT PARAGRAPH
           END-IF.
           PERFORM REBUILD-FROM-UNLOAD.
           IF WS-CUR-RESULT = "RELOADED"
               MOVE "CONVERTED" TO WS-CUR-RESULT
           END-IF.
           EXIT.

       CLOSE-OLD-MASTER.
           IF WS-CUR-NAME = "ORDERS"
               CLOSE OLD-ORDER-MASTER-FILE
           ELSE
               CLOSE OLD-INV-MASTER-FILE
           END-IF.
           EXIT.

      *> CHECK-ALREADY-CONVERTED: a master whose first record reads
      *> back in the current layout with a known status (inventory)
      *> or with numeric quantities and amount (orders) has been
      *> converted already, and converting it again would cut every
      *> record short.
       CHECK-ALREADY-CONVERTED.
           IF WS-CUR-NAME = "ORDERS"
               PERFORM CHECK-ORDERS-CONVERTED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INV-MASTER-FILE.
           IF WS-FILE-STATUS (1 : 1) NOT = "0"
               EXIT PARAGRAPH
           END-IF.
           READ INV-MASTER-FILE NEXT RECORD
           END-READ.
           IF WS-FILE-STATUS = "00"
                   AND (WS-INV-STATUS = "ACTIVE"
                       OR WS-INV-STATUS = "RETIRED")
               MOVE "REFUSED - NEW LAYOUT" TO WS-CUR-RESULT
           END-IF.
           CLOSE INV-MASTER-FILE.
           EXIT.

       CHECK-ORDERS-CONVERTED.
           OPEN INPUT ORDER-MASTER-FILE.
           IF WS-FILE-STATUS (1 : 1) NOT = "0"
               EXIT PARAGRAPH
           END-IF.
           READ ORDER-MASTER-FILE NEXT RECORD
           END-READ.
           IF WS-FILE-STATUS = "00"
                   AND WS-ORD-ALLOC-QTY IS NUMERIC
                   AND WS-ORD-SHIPPED-QTY IS NUMERIC
                   AND WS-ORD-AMOUNT IS NUMERIC
               MOVE "REFUSED - NEW LAYOUT" TO WS-CUR-RESULT
           END-IF.
           CLOSE ORDER-MASTER-FILE.
           EXIT.

      *> READ-OLD-INVENTORY-NEXT is READ-CURRENT-NEXT for the old
      *> layout: the record comes back in WS-REC-HOLD already in the
      *> current layout, and in the current record for the checks.
       READ-OLD-INVENTORY-NEXT.
           READ OLD-INV-MASTER-FILE NEXT RECORD
           END-READ.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS = "10"
                   MOVE "E" TO WS-READ-STATE
                   EXIT PARAGRAPH
               WHEN WS-FILE-STATUS (1 : 1) NOT = "0"
                   MOVE "F" TO WS-READ-STATE
                   MOVE WS-FILE-STATUS TO WS-READ-FAIL-STATUS
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO WS-READ-STATE.
           MOVE SPACES TO WS-INV-MASTER-RECORD.
           MOVE WS-OLD-INV-SKU TO WS-INV-SKU.
           MOVE WS-OLD-INV-DESC TO WS-INV-DESC.
           MOVE WS-OLD-INV-QTY TO WS-INV-QTY.
           MOVE WS-OLD-INV-REORDER TO WS-INV-REORDER.
           MOVE "ACTIVE" TO WS-INV-STATUS.
           MOVE SPACES TO WS-REC-HOLD.
           MOVE WS-INV-MASTER-RECORD TO WS-REC-HOLD.
           MOVE LENGTH OF WS-INV-MASTER-RECORD TO WS-REC-LEN.
           MOVE WS-INV-SKU TO WS-CUR-KEY.
           EXIT.

      *> READ-OLD-ORDER-NEXT is the same for the old order layout.
      *> Before the allocated quantity was kept an order was either
      *> ALLOCATED in full or not allocated at all.
       READ-OLD-ORDER-NEXT.
           READ OLD-ORDER-MASTER-FILE NEXT RECORD
           END-READ.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS = "10"
                   MOVE "E" TO WS-READ-STATE
                   EXIT PARAGRAPH
               WHEN WS-FILE-STATUS (1 : 1) NOT = "0"
                   MOVE "F" TO WS-READ-STATE
                   MOVE WS-FILE-STATUS TO WS-READ-FAIL-STATUS
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO WS-READ-STATE.
           MOVE SPACES TO WS-ORDER-RECORD.
           MOVE WS-OLD-ORD-KEY TO WS-ORD-KEY.
           MOVE WS-OLD-ORD-NUMBER TO WS-ORD-NUMBER.
           MOVE WS-OLD-ORD-SKU TO WS-ORD-SKU.
           MOVE WS-OLD-ORD-QTY TO WS-ORD-QTY.
           MOVE WS-OLD-ORD-CLIENT-IP TO WS-ORD-CLIENT-IP.
           MOVE WS-OLD-ORD-TIMESTAMP TO WS-ORD-TIMESTAMP.
           MOVE WS-OLD-ORD-STATUS TO WS-ORD-STATUS.
           IF WS-ORD-STATUS = "ALLOCATED"
               MOVE WS-ORD-QTY TO WS-ORD-ALLOC-QTY
           ELSE
               MOVE 0 TO WS-ORD-ALLOC-QTY
           END-IF.
           MOVE 0 TO WS-ORD-SHIPPED-QTY.
           MOVE 0 TO WS-ORD-AMOUNT.
           MOVE SPACES TO WS-ORD-PARTNER.
           MOVE SPACES TO WS-ORD-INVOICE-NO.
           MOVE SPACES TO WS-REC-HOLD.
           MOVE WS-ORDER-RECORD TO WS-REC-HOLD.
           MOVE LENGTH OF WS-ORDER-RECORD TO WS-REC-LEN.
           MOVE WS-ORD-KEY TO WS-CUR-KEY.
           EXIT.

       REMOVE-STAGE.
           MOVE SPACES TO WS-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STAGE-PATH) DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           EXIT.

       REMOVE-UNLOAD.
           MOVE SPACES TO WS-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNLOAD-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           EXIT.

      *> The per-file verbs. Each leaves WS-FILE-STATUS set; a read
      *> also leaves the record in WS-REC-HOLD and its key in
      *> WS-CUR-KEY. Blank session lines are skipped and counted.
       OPEN-CURRENT-INPUT.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   OPEN INPUT TRANSACTION-FILE
               WHEN "VISITORS"
                   OPEN INPUT VISITOR-FILE
               WHEN "INVENTORY"
                   OPEN INPUT INV-MASTER-FILE
               WHEN "ORDERS"
                   OPEN INPUT ORDER-MASTER-FILE
               WHEN "ARCHIVE"
                   OPEN INPUT ARCHIVE-FILE
               WHEN "SESSIONS"
                   OPEN INPUT SESSIONS-FILE
           END-EVALUATE.
           MOVE "N" TO WS-HAVE-PREV.
           EXIT.

       OPEN-CURRENT-OUTPUT.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   OPEN OUTPUT TRANSACTION-FILE
               WHEN "VISITORS"
                   OPEN OUTPUT VISITOR-FILE
               WHEN "INVENTORY"
                   OPEN OUTPUT INV-MASTER-FILE
               WHEN "ORDERS"
                   OPEN OUTPUT ORDER-MASTER-FILE
               WHEN "ARCHIVE"
                   OPEN OUTPUT ARCHIVE-FILE
               WHEN "SESSIONS"
                   OPEN OUTPUT SESSIONS-FILE
           END-EVALUATE.
           EXIT.

       CLOSE-CURRENT.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   CLOSE TRANSACTION-FILE
               WHEN "VISITORS"
                   CLOSE VISITOR-FILE
               WHEN "INVENTORY"
                   CLOSE INV-MASTER-FILE
               WHEN "ORDERS"
                   CLOSE ORDER-MASTER-FILE
               WHEN "ARCHIVE"
                   CLOSE ARCHIVE-FILE
               WHEN "SESSIONS"
                   CLOSE SESSIONS-FILE
           END-EVALUATE.
           EXIT.

       READ-CURRENT-NEXT.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   READ TRANSACTION-FILE NEXT RECORD
                   END-READ
               WHEN "VISITORS"
                   READ VISITOR-FILE NEXT RECORD
                   END-READ
               WHEN "INVENTORY"
                   READ INV-MASTER-FILE NEXT RECORD
                   END-READ
               WHEN "ORDERS"
                   READ ORDER-MASTER-FILE NEXT RECORD
                   END-READ
               WHEN "ARCHIVE"
                   READ ARCHIVE-FILE NEXT RECORD
                   END-READ
               WHEN "SESSIONS"
                   MOVE SPACES TO WS-SESSIONS-LINE
                   READ SESSIONS-FILE
                   END-READ
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS = "10"
                   MOVE "E" TO WS-READ-STATE
                   EXIT PARAGRAPH
               WHEN WS-FILE-STATUS (1 : 1) NOT = "0"
                   MOVE "F" TO WS-READ-STATE
                   MOVE WS-FILE-STATUS TO WS-READ-FAIL-STATUS
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO WS-READ-STATE.
           MOVE SPACES TO WS-REC-HOLD.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   MOVE WS-TXN-RECORD TO WS-REC-HOLD
                   MOVE LENGTH OF WS-TXN-RECORD TO WS-REC-LEN
                   MOVE WS-TXN-KEY TO WS-CUR-KEY
               WHEN "VISITORS"
                   MOVE WS-VISITOR-RECORD TO WS-REC-HOLD
                   MOVE LENGTH OF WS-VISITOR-RECORD TO WS-REC-LEN
                   MOVE WS-VIS-IP TO WS-CUR-KEY
               WHEN "INVENTORY"
                   MOVE WS-INV-MASTER-RECORD TO WS-REC-HOLD
                   MOVE LENGTH OF WS-INV-MASTER-RECORD TO WS-REC-LEN
                   MOVE WS-INV-SKU TO WS-CUR-KEY
               WHEN "ORDERS"
                   MOVE WS-ORDER-RECORD TO WS-REC-HOLD
                   MOVE LENGTH OF WS-ORDER-RECORD TO WS-REC-LEN
                   MOVE WS-ORD-KEY TO WS-CUR-KEY
               WHEN "ARCHIVE"
                   MOVE WS-ARCHIVE-RECORD TO WS-REC-HOLD
                   MOVE LENGTH OF WS-ARCHIVE-RECORD TO WS-REC-LEN
                   MOVE WS-ARC-KEY TO WS-CUR-KEY
               WHEN "SESSIONS"
                   IF WS-SESSIONS-LINE = SPACES
                       ADD 1 TO WS-BLANK-COUNT
                       MOVE "N" TO WS-READ-STATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SESSIONS-LINE TO WS-REC-HOLD
                   MOVE LENGTH OF WS-SESSIONS-LINE TO WS-REC-LEN
                   MOVE WS-SESSIONS-LINE (1 : 32) TO WS-CUR-KEY
           END-EVALUATE.
           EXIT.

      *> WRITE-CURRENT writes WS-REC-HOLD to the file in hand; a key
      *> refused on reload (a duplicate the index had let through)
      *> leaves WS-WRITE-OK "N" and so shows up in the counts.
       WRITE-CURRENT.
           MOVE "Y" TO WS-WRITE-OK.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN) TO WS-TXN-RECORD
                   WRITE WS-TXN-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "VISITORS"
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-VISITOR-RECORD
                   WRITE WS-VISITOR-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "INVENTORY"
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-INV-MASTER-RECORD
                   WRITE WS-INV-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "ORDERS"
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-ORDER-RECORD
                   WRITE WS-ORDER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "ARCHIVE"
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-ARCHIVE-RECORD
                   WRITE WS-ARCHIVE-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "SESSIONS"
                   MOVE WS-REC-HOLD (1 : WS-REC-LEN)
                       TO WS-SESSIONS-LINE
                   WRITE WS-SESSIONS-LINE
           END-EVALUATE.
           IF WS-FILE-STATUS (1 : 1) NOT = "0"
               MOVE "N" TO WS-WRITE-OK
           END-IF.
           EXIT.

      *> CHECK-CURRENT-RECORD: key order first, then the file's own
      *> required fields. A record is counted once however many of
      *> its fields are wrong.
       CHECK-CURRENT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-REC-BAD.
           IF WS-CUR-NAME = "SESSIONS"
               PERFORM CHECK-SESSION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-HAVE-PREV = "Y"
               IF WS-CUR-KEY = WS-PREV-KEY
                   MOVE "duplicate key" TO WS-ERROR-TEXT
                   ADD 1 TO WS-KEY-ERRORS
                   PERFORM LIST-RECORD-ERROR
               ELSE
                   IF WS-CUR-KEY < WS-PREV-KEY
                       MOVE "key out of sequence" TO WS-ERROR-TEXT
                       ADD 1 TO WS-KEY-ERRORS
                       PERFORM LIST-RECORD-ERROR
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CUR-KEY TO WS-PREV-KEY.
           MOVE "Y" TO WS-HAVE-PREV.
           IF WS-CUR-KEY = SPACES
               MOVE "blank key" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           EVALUATE WS-CUR-NAME
               WHEN "TXN"
                   PERFORM CHECK-TXN-FIELDS
               WHEN "VISITORS"
                   PERFORM CHECK-VISITOR-FIELDS
               WHEN "INVENTORY"
                   PERFORM CHECK-INVENTORY-FIELDS
               WHEN "ORDERS"
                   PERFORM CHECK-ORDER-FIELDS
               WHEN "ARCHIVE"
                   PERFORM CHECK-ARCHIVE-FIELDS
           END-EVALUATE.
           EXIT.

       CHECK-TXN-FIELDS.
           IF WS-TXN-TIMESTAMP = SPACES
               MOVE "blank timestamp" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-TXN-CONTENT-LENGTH IS NOT NUMERIC
               MOVE "content length not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-TXN-BODY-LEN IS NOT NUMERIC
               MOVE "body length not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           ELSE
               IF WS-TXN-BODY-LEN > LENGTH OF WS-TXN-BODY
                   MOVE "body length beyond the body field"
                       TO WS-ERROR-TEXT
                   PERFORM NOTE-FIELD-ERROR
               END-IF
           END-IF.
           EXIT.

       CHECK-VISITOR-FIELDS.
           IF WS-VIS-FIRST-SEEN IS NOT NUMERIC
                   OR WS-VIS-LAST-SEEN IS NOT NUMERIC
               MOVE "first/last seen not a timestamp" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-VIS-CONNECTIONS IS NOT NUMERIC
                   OR WS-VIS-REQUESTS IS NOT NUMERIC
                   OR WS-VIS-REJECTS IS NOT NUMERIC
               MOVE "counter not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           EXIT.

       CHECK-INVENTORY-FIELDS.
           IF WS-INV-QTY IS NOT NUMERIC
               MOVE "quantity not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-INV-REORDER IS NOT NUMERIC
               MOVE "reorder point not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-INV-STATUS NOT = SPACES
                   AND WS-INV-STATUS NOT = "ACTIVE"
                   AND WS-INV-STATUS NOT = "RETIRED"
               MOVE "unknown item status" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           EXIT.

       CHECK-ORDER-FIELDS.
           IF WS-ORD-NUMBER = SPACES OR WS-ORD-SKU = SPACES
               MOVE "blank order number or sku" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-ORD-STATUS = SPACES
               MOVE "blank status" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-ORD-QTY IS NOT NUMERIC
                   OR WS-ORD-ALLOC-QTY IS NOT NUMERIC
                   OR WS-ORD-SHIPPED-QTY IS NOT NUMERIC
               MOVE "quantity not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-ORD-AMOUNT IS NOT NUMERIC
               MOVE "amount not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           EXIT.

       CHECK-ARCHIVE-FIELDS.
           IF WS-ARC-DATE IS NOT NUMERIC
               MOVE "date not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-ARC-PATH = SPACES
               MOVE "blank path" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           IF WS-ARC-COUNT IS NOT NUMERIC
                   OR WS-ARC-BYTES IS NOT NUMERIC
                   OR WS-ARC-MS IS NOT NUMERIC
               MOVE "total not numeric" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           EXIT.

      *> CHECK-SESSION-LINE: "token|ip|user|issued|expiry" with a
      *> token, a user and an expiry, and no token given out twice.
       CHECK-SESSION-LINE.
           MOVE SPACES TO WS-SES-TOKEN WS-SES-IP WS-SES-USER
               WS-SES-ISSUED WS-SES-EXPIRY.
           UNSTRING WS-SESSIONS-LINE DELIMITED BY "|"
               INTO WS-SES-TOKEN WS-SES-IP WS-SES-USER
                    WS-SES-ISSUED WS-SES-EXPIRY
           END-UNSTRING.
           MOVE WS-SES-TOKEN TO WS-CUR-KEY.
           IF WS-SES-TOKEN = SPACES
               MOVE "blank token" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-SES-USER = SPACES OR WS-SES-EXPIRY = SPACES
               MOVE "blank user or expiry" TO WS-ERROR-TEXT
               PERFORM NOTE-FIELD-ERROR
           END-IF.
           PERFORM VARYING WS-TK-SCAN FROM 1 BY 1
                   UNTIL WS-TK-SCAN > WS-TK-COUNT
               IF WS-TK-TOKEN (WS-TK-SCAN) = WS-SES-TOKEN
                   MOVE "duplicate token" TO WS-ERROR-TEXT
                   ADD 1 TO WS-KEY-ERRORS
                   PERFORM LIST-RECORD-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-TK-COUNT < 2000
               ADD 1 TO WS-TK-COUNT
               MOVE WS-SES-TOKEN TO WS-TK-TOKEN (WS-TK-COUNT)
           ELSE
               ADD 1 TO WS-TK-DROPPED
           END-IF.
           EXIT.

       NOTE-FIELD-ERROR.
           IF WS-REC-BAD = "N"
               ADD 1 TO WS-FIELD-ERRORS
               MOVE "Y" TO WS-REC-BAD
           END-IF.
           PERFORM LIST-RECORD-ERROR.
           EXIT.

      *> LIST-RECORD-ERROR puts the first errors of a file in the
      *> report by key; past the limit they are only counted.
       LIST-RECORD-ERROR.
           IF WS-ERRORS-LISTED >= WS-LIST-LIMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ERRORS-LISTED.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ! record " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  " key " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CUR-KEY) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ERROR-TEXT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      *> REPORT-FILE-RESULT closes a file's block in the report and
      *> says the same on the console.
       REPORT-FILE-RESULT.
           IF WS-KEY-ERRORS + WS-FIELD-ERRORS > WS-ERRORS-LISTED
                   AND WS-ERRORS-LISTED >= WS-LIST-LIMIT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "  (further errors counted, not listed)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-KEY-ERRORS TO WS-DISPLAY-COUNT-2.
           MOVE WS-FIELD-ERRORS TO WS-DISPLAY-COUNT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-REPORT-PTR.
           STRING "  records read: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  "  key errors: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT-2) DELIMITED BY SIZE
                  "  records with bad fields: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT-3) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-REPORT-PTR
           END-STRING.
           IF WS-CUR-RESULT (1 : 7) = "REFUSED"
               MOVE SPACES TO WS-REPORT-LINE
           END-IF.
           IF WS-BLANK-COUNT > 0
               MOVE WS-BLANK-COUNT TO WS-DISPLAY-COUNT
               STRING "  blank lines: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-REPORT-PTR
               END-STRING
           END-IF.
           IF WS-REPORT-LINE NOT = SPACES
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-TK-DROPPED > 0
               MOVE WS-TK-DROPPED TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  (token table full - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT)
                          DELIMITED BY SIZE
                      " tokens not checked for repeats)"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-ARG-MODE NOT = "VERIFY"
                   AND WS-CUR-RESULT (1 : 7) NOT = "REFUSED"
                   AND WS-CUR-RESULT NOT = "ABSENT"
               MOVE WS-BEFORE-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-STAGE-COUNT TO WS-DISPLAY-COUNT-2
               MOVE WS-AFTER-COUNT TO WS-DISPLAY-COUNT-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  before: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT)
                          DELIMITED BY SIZE
                      "  staged: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT-2)
                          DELIMITED BY SIZE
                      "  after: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-COUNT-3)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF WS-CUR-RESULT = "REBUILD COUNT MISMATCH"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  unload kept in " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-UNLOAD-PATH)
                              DELIMITED BY SIZE
                          " - rebuild with IDXCHECK RELOAD "
                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-CUR-NAME)
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  result: " DELIMITED BY SIZE
                  WS-CUR-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY FUNCTION TRIM (WS-CUR-NAME) ": "
               FUNCTION TRIM (WS-DISPLAY-COUNT) " enregistrement(s) - "
               FUNCTION TRIM (WS-CUR-RESULT).
           EXIT.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Ecriture du rapport impossible: "
                   FUNCTION TRIM (WS-REPORT-PATH)
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Indexed file check " DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  "  mode " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARG-MODE) DELIMITED BY SIZE
                  "  files " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARG-FILE) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-SERVER-IS-UP
                   MOVE WS-SERVER-PID TO WS-SERVER-PID-DISPLAY
                   STRING "WEBSERVER running, pid " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-SERVER-PID-DISPLAY)
                              DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-SERVER-UNKNOWN
                   MOVE "WEBSERVER state unknown (no pid in the"
                       & " checkpoint) - taken as running"
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "WEBSERVER not running" TO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

       CLOSE-REPORT.
           MOVE WS-FILES-DONE TO WS-DISPLAY-COUNT.
           MOVE WS-FILES-BAD TO WS-DISPLAY-COUNT-2.
           MOVE WS-FILES-REFUSED TO WS-DISPLAY-COUNT-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Files: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  "  with errors or not rebuilt: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT-2) DELIMITED BY SIZE
                  "  refused: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT-3) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY "Controle ecrit dans "
               FUNCTION TRIM (WS-REPORT-PATH)
               " (fichiers en erreur: "
               FUNCTION TRIM (WS-DISPLAY-COUNT-2)
               ", refuses: " FUNCTION TRIM (WS-DISPLAY-COUNT-3) ")".
           EXIT.

       WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = "00"
               WRITE WS-REPORT-LINE
           END-IF.
           EXIT.

      *> QUEUE-CHECK-ALERT leaves one line for ALERTDISP's next pass:
      *> a damaged file should page someone, not wait in a report.
       QUEUE-CHECK-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILES-BAD TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-ALERT-QUEUE-LINE.
           STRING "idxcheck|Indexed file " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARG-MODE) DELIMITED BY SIZE
                  " found " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-COUNT) DELIMITED BY SIZE
                  " file(s) in error - see " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPORT-PATH) DELIMITED BY SIZE
               INTO WS-ALERT-QUEUE-LINE
           END-STRING.
           WRITE WS-ALERT-QUEUE-LINE.
           CLOSE ALERT-QUEUE-FILE.
           EXIT.
