       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY.
      *> PRIVACY answers a data-rights request for one IP address or
      *> user name, which used to mean searching every file below by
      *> hand. ACCESS lists every record held about the identifier,
      *> file by file with counts, in logs/privacy_extract_<stamp>
      *> .txt; ERASE removes or anonymizes the same records where we
      *> are allowed to:
      *>   logs/visitors.dat            registry record deleted
      *>   logs/access.log and the rotated access-<ts>.log(.gz)
      *>                                ip= replaced by 0.0.0.0
      *>   logs/sessions.dat            sessions revoked (the workers
      *>                                re-read the file, as for
      *>                                SESSADMIN)
      *>   logs/session_activity.log    user and address blanked
      *>   logs/submissions.dat         address, name, email and
      *>                                message blanked; the entry is
      *>                                journalled ERASED for MODERATE
      *>                                and the guestbook republished
      *>   logs/upload_manifest.dat     address replaced
      *>   logs/txn_rejected.dat        address replaced
      *> Accepted orders (logs/txn_accepted.dat) are under legal
      *> retention and are never changed, nor is intake still
      *> waiting in logs/transactions.dat for TXNBATCH; both are
      *> listed as retained. The access archive and the visitor
      *> history hold per-day totals only. An address is matched in
      *> address fields only and a user name in the session files
      *> only - nothing else here records who a user is. An erasure
      *> run keeps no extract, so it leaves no copy of what it
      *> removed. Every run writes a dated certificate for the
      *> compliance file (logs/privacy_certificate_<stamp>.txt) and
      *> a line in logs/maintenance.log that names the certificate
      *> but not the identifier. A log the server appends to is
      *> rewritten in place, so run erasures at a quiet hour.
      *>   cobcrun PRIVACY ACCESS 192.0.2.15
      *>   cobcrun PRIVACY ERASE jdupont
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT VISITOR-FILE ASSIGN TO WS-VISITOR-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-VIS-IP
               FILE STATUS IS WS-VISITOR-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WS-TXN-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT CERT-FILE ASSIGN TO WS-CERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT DECISION-FILE ASSIGN TO WS-DECISION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-MAINT-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  WS-SOURCE-LINE         PIC X(8448).
       FD  WORK-FILE.
       01  WS-WORK-LINE           PIC X(8448).
       FD  LIST-FILE.
       01  WS-LIST-LINE           PIC X(256).
       FD  VISITOR-FILE.
       01  WS-VISITOR-RECORD.
           05 WS-VIS-IP           PIC X(39).
           05 WS-VIS-FIRST-SEEN   PIC X(14).
           05 WS-VIS-LAST-SEEN    PIC X(14).
           05 WS-VIS-CONNECTIONS  PIC 9(9).
           05 WS-VIS-REQUESTS     PIC 9(9).
           05 WS-VIS-REJECTS      PIC 9(9).
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
       FD  EXTRACT-FILE.
       01  WS-EXTRACT-LINE        PIC X(8460).
       FD  CERT-FILE.
       01  WS-CERT-LINE           PIC X(132).
       FD  DECISION-FILE.
       01  WS-DECISION-LINE       PIC X(160).
       FD  MAINT-LOG-FILE.
       01  WS-MAINT-LOG-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       77 WS-SOURCE-PATH          PIC X(256) VALUE SPACES.
       77 WS-SOURCE-STATUS        PIC X(2) VALUE SPACES.
       77 WS-WORK-PATH            PIC X(256)
           VALUE "logs/privacy_work.new".
       77 WS-WORK-STATUS          PIC X(2) VALUE SPACES.
       77 WS-UNPACK-PATH          PIC X(256)
           VALUE "logs/privacy_work.log".
       77 WS-LIST-PATH            PIC X(256)
           VALUE "logs/privacy_files.lst".
       77 WS-LIST-STATUS          PIC X(2) VALUE SPACES.
       77 WS-VISITOR-PATH         PIC X(256)
           VALUE "logs/visitors.dat".
       77 WS-VISITOR-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 WS-TXN-PATH             PIC X(256)
           VALUE "logs/transactions.dat".
       77 WS-TXN-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 WS-EXTRACT-PATH         PIC X(256) VALUE SPACES.
       77 WS-EXTRACT-STATUS       PIC X(2) VALUE SPACES.
       77 WS-CERT-PATH            PIC X(256) VALUE SPACES.
       77 WS-CERT-STATUS          PIC X(2) VALUE SPACES.
       77 WS-DECISION-PATH        PIC X(256)
           VALUE "logs/moderation.dat".
       77 WS-DECISION-STATUS      PIC X(2) VALUE SPACES.
       77 WS-MAINT-LOG-PATH       PIC X(256)
           VALUE "logs/maintenance.log".
       77 WS-MAINT-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-COMMAND              PIC X(320) VALUE SPACES.
       77 WS-RET                  PIC S9(9) COMP VALUE 0.
      *> A gzipped log is recompressed beside itself and renamed
      *> over the original only once gzip has finished cleanly.
       77 WS-REPACK-PATH          PIC X(256) VALUE SPACES.
       77 WS-OLD-C-PATH           PIC X(257) VALUE SPACES.
       77 WS-NEW-C-PATH           PIC X(257) VALUE SPACES.

       77 WS-COMMAND-LINE         PIC X(96) VALUE SPACES.
       77 WS-ARG-MODE             PIC X(12) VALUE SPACES.
       77 WS-ARG-ID               PIC X(64) VALUE SPACES.
       77 WS-ID                   PIC X(39) VALUE SPACES.
       77 WS-ID-LEN               PIC S9(9) COMP VALUE 0.
      *> "IP" or "USER": which fields the identifier is looked for in.
       77 WS-ID-TYPE              PIC X(4) VALUE SPACES.
       77 WS-TALLY                PIC S9(9) COMP VALUE 0.
       77 WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       77 WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       77 WS-CHANGE-TEXT          PIC X(200) VALUE SPACES.

      *> What an erased value reads as afterwards.
       77 WS-ANON-IP              PIC X(7) VALUE "0.0.0.0".
       77 WS-ANON-USER            PIC X(8) VALUE "(erased)".

      *> One row per file searched, in certificate order.
       01 WS-FILE-TABLE.
           05 WS-PF-ENTRY OCCURS 100 TIMES.
              10 WS-PF-NAME       PIC X(48) VALUE SPACES.
              10 WS-PF-FOUND      PIC 9(7) COMP VALUE 0.
              10 WS-PF-ERASED     PIC 9(7) COMP VALUE 0.
              10 WS-PF-RETAINED   PIC 9(7) COMP VALUE 0.
              10 WS-PF-NOTE       PIC X(48) VALUE SPACES.
       77 WS-PF-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-PF-INDEX             PIC 9(4) COMP VALUE 0.

      *> Records kept under retention, listed on the certificate.
       01 WS-RETAINED-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
              10 WS-RT-FILE       PIC X(24) VALUE SPACES.
              10 WS-RT-KEY        PIC X(26) VALUE SPACES.
              10 WS-RT-STAMP      PIC X(21) VALUE SPACES.
              10 WS-RT-ORDER      PIC X(16) VALUE SPACES.
              10 WS-RT-REASON     PIC X(36) VALUE SPACES.
       77 WS-RT-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-RT-SCAN              PIC 9(4) COMP VALUE 0.

      *> The file being scanned: its name as listed, how its lines
      *> are laid out (WS-FILE-KIND) and whether it is gzipped.
       77 WS-FILE-NAME            PIC X(256) VALUE SPACES.
       77 WS-FILE-NAME-LEN        PIC S9(9) COMP VALUE 0.
       77 WS-FILE-KIND            PIC X(8) VALUE SPACES.
       77 WS-PACKED               PIC X(1) VALUE "N".
       77 WS-UNPACKED-OK          PIC X(1) VALUE "N".
       77 WS-SRC-LINE             PIC X(8448) VALUE SPACES.
       77 WS-NEW-LINE             PIC X(8448) VALUE SPACES.
       77 WS-NEW-PTR              PIC S9(9) COMP VALUE 1.
       77 WS-SOURCE-LEN           PIC S9(9) COMP VALUE 0.
       77 WS-LINE-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-LINE-MATCH           PIC X(1) VALUE "N".
      *> K keep as read, A write the anonymized line, D drop the
      *> line, R retained (matched but never changed).
       77 WS-LINE-ACTION          PIC X(1) VALUE "K".
       77 WS-IP-TOKEN             PIC X(48) VALUE SPACES.
       77 WS-IP-TOKEN-LEN         PIC S9(9) COMP VALUE 0.
       77 WS-POS                  PIC S9(9) COMP VALUE 0.
       77 WS-FLD-WANTED           PIC S9(9) COMP VALUE 0.
       77 WS-FLD-NO               PIC S9(9) COMP VALUE 0.
       77 WS-FLD-START            PIC S9(9) COMP VALUE 0.
       77 WS-FLD-LEN              PIC S9(9) COMP VALUE 0.
       77 WS-FIELD-HIT            PIC X(1) VALUE "N".
       77 WS-REPL                 PIC X(16) VALUE SPACES.
       77 WS-REPL-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-TAIL-START           PIC S9(9) COMP VALUE 0.
       77 WS-TAIL-LEN             PIC S9(9) COMP VALUE 0.
       77 WS-KEEP-KEY             PIC X(26) VALUE SPACES.
       77 WS-KEEP-STAMP           PIC X(21) VALUE SPACES.
       77 WS-KEEP-ORDER           PIC X(16) VALUE SPACES.
       77 WS-KEEP-REASON          PIC X(36) VALUE SPACES.
       77 WS-KEEP-SKIP            PIC X(64) VALUE SPACES.

      *> The submissions file's fixed layout (main.cob WS-SUB-RECORD).
       01 WS-SUB-RECORD.
           05 WS-SUB-STAMP         PIC X(14).
           05 WS-SUB-IP            PIC X(39).
           05 WS-SUB-NAME          PIC X(32).
           05 WS-SUB-EMAIL         PIC X(48).
           05 WS-SUB-MESSAGE       PIC X(256).
           05 WS-SUB-KIND          PIC X(10).
           05 WS-SUB-REF           PIC X(32).
       77 WS-SUB-KEY              PIC X(64) VALUE SPACES.
       77 WS-GUESTBOOK-ERASED     PIC X(1) VALUE "N".
       77 WS-REPUBLISHED          PIC X(1) VALUE "N".

       77 WS-TOTAL-FOUND          PIC 9(9) COMP VALUE 0.
       77 WS-TOTAL-ERASED         PIC 9(9) COMP VALUE 0.
       77 WS-TOTAL-RETAINED       PIC 9(9) COMP VALUE 0.
       77 WS-DISPLAY-A            PIC Z(6)9.
       77 WS-DISPLAY-B            PIC Z(6)9.
       77 WS-DISPLAY-C            PIC Z(6)9.
       77 WS-DISPLAY-N            PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-MODE WS-ARG-ID
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-ARG-MODE) TO WS-ARG-MODE.
           IF (WS-ARG-MODE NOT = "ACCESS" AND WS-ARG-MODE NOT = "ERASE")
                   OR WS-ARG-ID = SPACES
               DISPLAY "Usage: PRIVACY ACCESS|ERASE"
                   " <adresse IP|utilisateur>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-IDENTIFIER.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE WS-LOG-TIMESTAMP (1 : 14) TO WS-RUN-STAMP.
           STRING "logs/privacy_certificate_" DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CERT-PATH
           END-STRING.
           IF WS-ARG-MODE = "ACCESS"
               STRING "logs/privacy_extract_" DELIMITED BY SIZE
                      WS-RUN-STAMP DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-EXTRACT-PATH
               END-STRING
               PERFORM OPEN-EXTRACT
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ID-TYPE = "IP"
               DISPLAY "Demande " FUNCTION TRIM (WS-ARG-MODE)
                   " pour l'adresse " WS-ID (1 : WS-ID-LEN)
           ELSE
               DISPLAY "Demande " FUNCTION TRIM (WS-ARG-MODE)
                   " pour l'utilisateur " WS-ID (1 : WS-ID-LEN)
           END-IF.

           PERFORM SEARCH-VISITORS.
           MOVE "logs/access.log" TO WS-FILE-NAME.
           MOVE "ACCESS" TO WS-FILE-KIND.
           MOVE "N" TO WS-PACKED.
           PERFORM SCAN-TEXT-FILE.
           PERFORM SEARCH-ROTATED-LOGS.
           MOVE "logs/access_archive.dat" TO WS-FILE-NAME.
           PERFORM NOTE-AGGREGATE-FILE.
           MOVE "logs/visitor_history.dat" TO WS-FILE-NAME.
           PERFORM NOTE-AGGREGATE-FILE.
           MOVE "logs/sessions.dat" TO WS-FILE-NAME.
           MOVE "SESSIONS" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.
           MOVE "logs/session_activity.log" TO WS-FILE-NAME.
           MOVE "SESSACT" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.
           MOVE "logs/submissions.dat" TO WS-FILE-NAME.
           MOVE "SUBMIT" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.
           MOVE "logs/upload_manifest.dat" TO WS-FILE-NAME.
           MOVE "UPLOAD" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.
           PERFORM SEARCH-INTAKE.
           MOVE "logs/txn_accepted.dat" TO WS-FILE-NAME.
           MOVE "ACCEPTED" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.
           MOVE "logs/txn_rejected.dat" TO WS-FILE-NAME.
           MOVE "REJECTED" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.

           IF WS-ARG-MODE = "ERASE" AND WS-GUESTBOOK-ERASED = "Y"
               PERFORM REPUBLISH-GUESTBOOK
           END-IF.
           IF WS-ARG-MODE = "ACCESS"
               CLOSE EXTRACT-FILE
           END-IF.
           PERFORM ADD-UP-TOTALS.
           PERFORM WRITE-CERTIFICATE.
           PERFORM LOG-PRIVACY-RUN.
           PERFORM SHOW-SUMMARY.
           MOVE SPACES TO WS-COMMAND.
           STRING "rm -f logs/privacy_work.new logs/privacy_work.log"
                      " logs/privacy_files.lst" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           STOP RUN.

      *> CHECK-IDENTIFIER refuses what could never be matched safely
      *> - an over-long value, a field delimiter, or the values an
      *> erasure leaves behind - and decides the identifier's type:
      *> anything with a "." or ":" is an address.
       CHECK-IDENTIFIER.
           IF WS-ARG-ID (40 : 25) NOT = SPACES
               DISPLAY "Identifiant trop long."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARG-ID (1 : 39) TO WS-ID.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-ID TALLYING WS-TALLY FOR ALL "|".
           IF WS-TALLY > 0 OR WS-ID = WS-ANON-IP
                   OR WS-ID = WS-ANON-USER
               DISPLAY "Identifiant refuse: "
                   FUNCTION TRIM (WS-ID)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-ID)) TO WS-ID-LEN.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-ID TALLYING WS-TALLY FOR ALL "." ALL ":".
           IF WS-TALLY > 0
               MOVE "IP" TO WS-ID-TYPE
           ELSE
               MOVE "USER" TO WS-ID-TYPE
           END-IF.
           *> An access-log line carries the address as " ip=<addr> ".
           MOVE SPACES TO WS-IP-TOKEN.
           STRING " ip=" DELIMITED BY SIZE
                  WS-ID (1 : WS-ID-LEN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO WS-IP-TOKEN
           END-STRING.
           COMPUTE WS-IP-TOKEN-LEN = WS-ID-LEN + 5.
           EXIT.

       OPEN-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                   FUNCTION TRIM (WS-EXTRACT-PATH) ": "
                   WS-EXTRACT-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PERSONAL DATA EXTRACT" TO WS-EXTRACT-LINE.
           WRITE WS-EXTRACT-LINE.
           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING "Identifier : " DELIMITED BY SIZE
                  WS-ID (1 : WS-ID-LEN) DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           END-STRING.
           IF WS-ID-TYPE = "IP"
               MOVE "(IP address)"
                   TO WS-EXTRACT-LINE (WS-ID-LEN + 15 : 12)
           ELSE
               MOVE "(user name)"
                   TO WS-EXTRACT-LINE (WS-ID-LEN + 15 : 11)
           END-IF.
           WRITE WS-EXTRACT-LINE.
           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING "Taken      : " DELIMITED BY SIZE
                  WS-RUN-STAMP (1 : 4) "-" WS-RUN-STAMP (5 : 2) "-"
                  WS-RUN-STAMP (7 : 2) " " WS-RUN-STAMP (9 : 2) ":"
                  WS-RUN-STAMP (11 : 2) ":" WS-RUN-STAMP (13 : 2)
                      DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           END-STRING.
           WRITE WS-EXTRACT-LINE.
           EXIT.

      *> ADD-FILE-ROW opens the certificate row for WS-FILE-NAME and,
      *> on an access run, its section of the extract.
       ADD-FILE-ROW.
           IF WS-PF-COUNT < 100
               ADD 1 TO WS-PF-COUNT
           END-IF.
           MOVE WS-PF-COUNT TO WS-PF-INDEX.
           MOVE WS-FILE-NAME TO WS-PF-NAME (WS-PF-INDEX).
           MOVE 0 TO WS-PF-FOUND (WS-PF-INDEX)
                     WS-PF-ERASED (WS-PF-INDEX)
                     WS-PF-RETAINED (WS-PF-INDEX).
           MOVE SPACES TO WS-PF-NOTE (WS-PF-INDEX).
           IF WS-ARG-MODE = "ACCESS"
               MOVE SPACES TO WS-EXTRACT-LINE
               WRITE WS-EXTRACT-LINE
               MOVE SPACES TO WS-EXTRACT-LINE
               STRING "== " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
               END-STRING
               WRITE WS-EXTRACT-LINE
           END-IF.
           EXIT.

      *> FINISH-FILE-ROW settles the row's note - unless the search
      *> already left one (file missing, not searched) - and closes
      *> the extract section with the count.
       FINISH-FILE-ROW.
           IF WS-PF-NOTE (WS-PF-INDEX) = SPACES
               PERFORM SET-FILE-NOTE
           END-IF.
           IF WS-ARG-MODE = "ACCESS"
               MOVE WS-PF-FOUND (WS-PF-INDEX) TO WS-DISPLAY-A
               MOVE SPACES TO WS-EXTRACT-LINE
               STRING "   " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                      " record(s) - " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-PF-NOTE (WS-PF-INDEX))
                          DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
               END-STRING
               WRITE WS-EXTRACT-LINE
           END-IF.
           EXIT.

       SET-FILE-NOTE.
           IF WS-PF-FOUND (WS-PF-INDEX) = 0
               MOVE "nothing held" TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-RETAINED (WS-PF-INDEX) > 0
               IF WS-FILE-KIND = "INTAKE"
                   MOVE "kept - intake awaiting TXNBATCH"
                       TO WS-PF-NOTE (WS-PF-INDEX)
               ELSE
                   MOVE "kept - legal retention (accepted orders)"
                       TO WS-PF-NOTE (WS-PF-INDEX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-MODE = "ACCESS"
               MOVE "erasable" TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-FILE-KIND
               WHEN "VISITOR"
                   MOVE "registry record deleted"
                       TO WS-PF-NOTE (WS-PF-INDEX)
               WHEN "SESSIONS"
                   MOVE "sessions revoked" TO WS-PF-NOTE (WS-PF-INDEX)
               WHEN "SESSACT"
                   MOVE "user and address blanked"
                       TO WS-PF-NOTE (WS-PF-INDEX)
               WHEN "SUBMIT"
                   MOVE "entries blanked, journalled ERASED"
                       TO WS-PF-NOTE (WS-PF-INDEX)
               WHEN OTHER
                   MOVE "address replaced by 0.0.0.0"
                       TO WS-PF-NOTE (WS-PF-INDEX)
           END-EVALUATE.
           EXIT.

       NOTE-AGGREGATE-FILE.
           PERFORM ADD-FILE-ROW.
           MOVE "per-day totals only - no identifiers"
               TO WS-PF-NOTE (WS-PF-INDEX).
           PERFORM FINISH-FILE-ROW.
           EXIT.

      *> SEARCH-VISITORS: the registry is keyed on the address, so
      *> it is one keyed read (and one DELETE on an erasure).
       SEARCH-VISITORS.
           MOVE "logs/visitors.dat" TO WS-FILE-NAME.
           MOVE "VISITOR" TO WS-FILE-KIND.
           PERFORM ADD-FILE-ROW.
           PERFORM SEARCH-VISITOR-RECORD.
           PERFORM FINISH-FILE-ROW.
           EXIT.

       SEARCH-VISITOR-RECORD.
           IF WS-ID-TYPE = "USER"
               MOVE "not searched - holds no user names"
                   TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-MODE = "ERASE"
               OPEN I-O VISITOR-FILE
           ELSE
               OPEN INPUT VISITOR-FILE
           END-IF.
           IF WS-VISITOR-FILE-STATUS = "35"
               MOVE "not present" TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-VISITOR-FILE-STATUS NOT = "00"
               STRING "not readable, status " DELIMITED BY SIZE
                      WS-VISITOR-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PF-NOTE (WS-PF-INDEX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID TO WS-VIS-IP.
           READ VISITOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PF-FOUND (WS-PF-INDEX)
                   PERFORM HANDLE-VISITOR-RECORD
           END-READ.
           CLOSE VISITOR-FILE.
           EXIT.

       HANDLE-VISITOR-RECORD.
           IF WS-ARG-MODE = "ACCESS"
               MOVE WS-VIS-CONNECTIONS TO WS-DISPLAY-N
               MOVE SPACES TO WS-EXTRACT-LINE
               MOVE 1 TO WS-NEW-PTR
               STRING "  ip=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-VIS-IP) DELIMITED BY SIZE
                      " first_seen=" DELIMITED BY SIZE
                      WS-VIS-FIRST-SEEN DELIMITED BY SIZE
                      " last_seen=" DELIMITED BY SIZE
                      WS-VIS-LAST-SEEN DELIMITED BY SIZE
                      " connections=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-NEW-PTR
               END-STRING
               MOVE WS-VIS-REQUESTS TO WS-DISPLAY-N
               STRING " requests=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-NEW-PTR
               END-STRING
               MOVE WS-VIS-REJECTS TO WS-DISPLAY-N
               STRING " rejects=" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DISPLAY-N) DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-NEW-PTR
               END-STRING
               WRITE WS-EXTRACT-LINE
               EXIT PARAGRAPH
           END-IF.
           DELETE VISITOR-FILE RECORD
               INVALID KEY
                   STRING "delete failed, status " DELIMITED BY SIZE
                          WS-VISITOR-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-PF-NOTE (WS-PF-INDEX)
                   END-STRING
               NOT INVALID KEY
                   ADD 1 TO WS-PF-ERASED (WS-PF-INDEX)
           END-DELETE.
           EXIT.

      *> SEARCH-ROTATED-LOGS lists the rotated access logs, plain
      *> and already gzipped by LOGSWEEP, the same way ARCHLOAD
      *> finds its work, and scans each like the live log.
       SEARCH-ROTATED-LOGS.
           MOVE "ACCESS" TO WS-FILE-KIND.
           IF WS-ID-TYPE = "USER"
               MOVE "logs/access-<ts>.log(.gz)" TO WS-FILE-NAME
               MOVE "N" TO WS-PACKED
               PERFORM SCAN-TEXT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "ls -1 logs/access-2*.log logs/access-2*.log.gz"
                      " > logs/privacy_files.lst 2>/dev/null"
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-STATUS = "10"
               READ LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LIST-LINE NOT = SPACES
                           PERFORM SCAN-ROTATED-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           EXIT.

       SCAN-ROTATED-LOG.
           MOVE WS-LIST-LINE TO WS-FILE-NAME.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-FILE-NAME))
               TO WS-FILE-NAME-LEN.
           MOVE "N" TO WS-PACKED.
           IF WS-FILE-NAME-LEN > 3
               IF WS-FILE-NAME (WS-FILE-NAME-LEN - 2 : 3) = ".gz"
                   MOVE "Y" TO WS-PACKED
               END-IF
           END-IF.
           MOVE "ACCESS" TO WS-FILE-KIND.
           PERFORM SCAN-TEXT-FILE.
           EXIT.

      *> SCAN-TEXT-FILE searches one line-sequential file laid out as
      *> WS-FILE-KIND says. On an erasure every line is copied to the
      *> work file - anonymized, dropped or as read - and the work
      *> file copied back over the original when anything changed.
       SCAN-TEXT-FILE.
           PERFORM ADD-FILE-ROW.
           PERFORM SCAN-TEXT-LINES.
           PERFORM FINISH-FILE-ROW.
           EXIT.

       SCAN-TEXT-LINES.
           IF WS-ID-TYPE = "USER"
                   AND WS-FILE-KIND NOT = "SESSIONS"
                   AND WS-FILE-KIND NOT = "SESSACT"
               MOVE "not searched - holds no user names"
                   TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-NAME TO WS-SOURCE-PATH.
           IF WS-PACKED = "Y"
               PERFORM UNPACK-ROTATED-LOG
               IF WS-UNPACKED-OK NOT = "Y"
                   MOVE "could not be unpacked"
                       TO WS-PF-NOTE (WS-PF-INDEX)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-UNPACK-PATH TO WS-SOURCE-PATH
           END-IF.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS = "35"
               MOVE "not present" TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOURCE-STATUS NOT = "00"
               STRING "not readable, status " DELIMITED BY SIZE
                      WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO WS-PF-NOTE (WS-PF-INDEX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-MODE = "ERASE"
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   CLOSE SOURCE-FILE
                   STRING "not erased - work file status "
                              DELIMITED BY SIZE
                          WS-WORK-STATUS DELIMITED BY SIZE
                       INTO WS-PF-NOTE (WS-PF-INDEX)
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM UNTIL WS-SOURCE-STATUS = "10"
               READ SOURCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-ARG-MODE = "ERASE"
               CLOSE WORK-FILE
               IF WS-PF-ERASED (WS-PF-INDEX) > 0
                   PERFORM REPLACE-SOURCE-FILE
               END-IF
           END-IF.
           EXIT.

       UNPACK-ROTATED-LOG.
           MOVE "N" TO WS-UNPACKED-OK.
           MOVE SPACES TO WS-COMMAND.
           STRING "gzip -dc " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNPACK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           IF WS-RET = 0
               MOVE "Y" TO WS-UNPACKED-OK
           END-IF.
           EXIT.

      *> REPLACE-SOURCE-FILE copies the work file back over the file
      *> just scanned (the unpacked copy of a gzipped log, which is
      *> then compressed back under its own name - REPACK-ROTATED-LOG).
       REPLACE-SOURCE-FILE.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               STRING "not erased - work file status "
                          DELIMITED BY SIZE
                      WS-WORK-STATUS DELIMITED BY SIZE
                   INTO WS-PF-NOTE (WS-PF-INDEX)
               END-STRING
               MOVE 0 TO WS-PF-ERASED (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               CLOSE WORK-FILE
               STRING "not erased - rewrite status " DELIMITED BY SIZE
                      WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO WS-PF-NOTE (WS-PF-INDEX)
               END-STRING
               MOVE 0 TO WS-PF-ERASED (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-WORK-LINE TO WS-SOURCE-LINE
                       WRITE WS-SOURCE-LINE
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SOURCE-FILE.
           IF WS-PACKED = "Y"
               PERFORM REPACK-ROTATED-LOG
           END-IF.
           EXIT.

      *> REPACK-ROTATED-LOG compresses the erased copy to
      *> <file>.gz.new and renames it over the archive. Should gzip
      *> or the rename fail the archive is left exactly as it was,
      *> and the certificate says nothing was erased from it.
       REPACK-ROTATED-LOG.
           MOVE SPACES TO WS-REPACK-PATH.
           STRING FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
               INTO WS-REPACK-PATH
           END-STRING.
           MOVE SPACES TO WS-COMMAND.
           STRING "gzip -c " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNPACK-PATH) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REPACK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           MOVE SPACES TO WS-OLD-C-PATH.
           STRING FUNCTION TRIM (WS-REPACK-PATH) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-OLD-C-PATH
           END-STRING.
           IF WS-RET = 0
               MOVE SPACES TO WS-NEW-C-PATH
               STRING FUNCTION TRIM (WS-FILE-NAME) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-NEW-C-PATH
               END-STRING
               CALL "rename" USING
                   BY REFERENCE WS-OLD-C-PATH
                   BY REFERENCE WS-NEW-C-PATH
                   RETURNING WS-RET
               IF WS-RET = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CALL "unlink" USING
               BY REFERENCE WS-OLD-C-PATH
               RETURNING WS-RET.
           MOVE 0 TO WS-PF-ERASED (WS-PF-INDEX).
           MOVE "not erased - archive could not be recompressed"
               TO WS-PF-NOTE (WS-PF-INDEX).
           EXIT.

      *> CHECK-ONE-LINE decides what the line read means for this
      *> request, then lists it (access) or writes its replacement
      *> to the work file (erasure).
       CHECK-ONE-LINE.
           MOVE WS-SOURCE-LINE TO WS-SRC-LINE.
           MOVE "N" TO WS-LINE-MATCH.
           MOVE "K" TO WS-LINE-ACTION.
           MOVE 0 TO WS-LINE-LEN.
           IF WS-SRC-LINE NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (WS-SRC-LINE TRAILING)) TO WS-LINE-LEN
           END-IF.
           MOVE WS-LINE-LEN TO WS-SOURCE-LEN.
           IF WS-LINE-LEN > 0
               EVALUATE WS-FILE-KIND
                   WHEN "ACCESS"
                       PERFORM CHECK-ACCESS-LINE
                   WHEN "SESSIONS"
                       PERFORM CHECK-SESSION-LINE
                   WHEN "SESSACT"
                       PERFORM CHECK-ACTIVITY-LINE
                   WHEN "SUBMIT"
                       PERFORM CHECK-SUBMISSION-LINE
                   WHEN "UPLOAD"
                       PERFORM CHECK-UPLOAD-LINE
                   WHEN "ACCEPTED"
                       PERFORM CHECK-ACCEPTED-LINE
                   WHEN "REJECTED"
                       PERFORM CHECK-REJECTED-LINE
               END-EVALUATE
           END-IF.
           IF WS-LINE-MATCH = "Y"
               ADD 1 TO WS-PF-FOUND (WS-PF-INDEX)
               IF WS-LINE-ACTION = "R"
                   ADD 1 TO WS-PF-RETAINED (WS-PF-INDEX)
               END-IF
               IF WS-ARG-MODE = "ACCESS" AND WS-FILE-KIND NOT = "SUBMIT"
                   MOVE SPACES TO WS-EXTRACT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-SOURCE-LINE (1 : WS-SOURCE-LEN)
                              DELIMITED BY SIZE
                       INTO WS-EXTRACT-LINE
                   END-STRING
                   WRITE WS-EXTRACT-LINE
               END-IF
           END-IF.
           IF WS-ARG-MODE NOT = "ERASE"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-LINE-ACTION
               WHEN "A"
                   ADD 1 TO WS-PF-ERASED (WS-PF-INDEX)
                   MOVE WS-SRC-LINE TO WS-WORK-LINE
                   WRITE WS-WORK-LINE
               WHEN "D"
                   ADD 1 TO WS-PF-ERASED (WS-PF-INDEX)
               WHEN OTHER
                   MOVE WS-SOURCE-LINE TO WS-WORK-LINE
                   WRITE WS-WORK-LINE
           END-EVALUATE.
           EXIT.

      *> An access-log line names the client as " ip=<addr> ".
       CHECK-ACCESS-LINE.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-SRC-LINE TALLYING WS-TALLY
               FOR ALL WS-IP-TOKEN (1 : WS-IP-TOKEN-LEN).
           IF WS-TALLY = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FLD-START.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS + WS-IP-TOKEN-LEN - 1 > WS-LINE-LEN
                       OR WS-FLD-START NOT = 0
               IF WS-SRC-LINE (WS-POS : WS-IP-TOKEN-LEN)
                       = WS-IP-TOKEN (1 : WS-IP-TOKEN-LEN)
                   MOVE WS-POS TO WS-FLD-START
               END-IF
           END-PERFORM.
           IF WS-FLD-START = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-LINE-MATCH.
           MOVE "A" TO WS-LINE-ACTION.
           ADD 4 TO WS-FLD-START.
           MOVE WS-ID-LEN TO WS-FLD-LEN.
           MOVE WS-ANON-IP TO WS-REPL.
           MOVE 7 TO WS-REPL-LEN.
           PERFORM SPLICE-FIELD.
           EXIT.

      *> sessions.dat: token|ip|user|issued|expiry - a match is
      *> dropped, which revokes the session.
       CHECK-SESSION-LINE.
           IF WS-ID-TYPE = "IP"
               MOVE 2 TO WS-FLD-WANTED
           ELSE
               MOVE 3 TO WS-FLD-WANTED
           END-IF.
           PERFORM MATCH-FIELD.
           IF WS-FIELD-HIT = "Y"
               MOVE "Y" TO WS-LINE-MATCH
               MOVE "D" TO WS-LINE-ACTION
           END-IF.
           EXIT.

      *> session_activity.log: ts|event|user|ip - both the user and
      *> the address are blanked, whichever one matched.
       CHECK-ACTIVITY-LINE.
           IF WS-ID-TYPE = "IP"
               MOVE 4 TO WS-FLD-WANTED
           ELSE
               MOVE 3 TO WS-FLD-WANTED
           END-IF.
           PERFORM MATCH-FIELD.
           IF WS-FIELD-HIT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-LINE-MATCH.
           MOVE "A" TO WS-LINE-ACTION.
           MOVE 4 TO WS-FLD-WANTED.
           PERFORM FIND-FIELD.
           IF WS-FLD-START > 0
               MOVE WS-ANON-IP TO WS-REPL
               MOVE 7 TO WS-REPL-LEN
               PERFORM SPLICE-FIELD
           END-IF.
           MOVE 3 TO WS-FLD-WANTED.
           PERFORM FIND-FIELD.
           IF WS-FLD-START > 0
               MOVE WS-ANON-USER TO WS-REPL
               MOVE 8 TO WS-REPL-LEN
               PERFORM SPLICE-FIELD
           END-IF.
           EXIT.

      *> submissions.dat is fixed-width. The entry keeps its time,
      *> kind and reference - MODERATE still knows it - and loses
      *> everything the visitor typed.
       CHECK-SUBMISSION-LINE.
           MOVE WS-SRC-LINE TO WS-SUB-RECORD.
           IF WS-SUB-IP NOT = WS-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-LINE-MATCH.
           MOVE "A" TO WS-LINE-ACTION.
           IF WS-ARG-MODE = "ACCESS"
               PERFORM EXTRACT-SUBMISSION
           END-IF.
           MOVE WS-ANON-IP TO WS-SUB-IP.
           MOVE WS-ANON-USER TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-EMAIL.
           MOVE WS-ANON-USER TO WS-SUB-MESSAGE.
           MOVE SPACES TO WS-SRC-LINE.
           MOVE WS-SUB-RECORD TO WS-SRC-LINE.
           IF WS-ARG-MODE = "ERASE"
               PERFORM JOURNAL-ERASED-SUBMISSION
           END-IF.
           EXIT.

      *> EXTRACT-SUBMISSION lists an entry field by field rather
      *> than as the fixed-width record.
       EXTRACT-SUBMISSION.
           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-SUB-STAMP DELIMITED BY SIZE
                  " kind=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-KIND) DELIMITED BY SIZE
                  " ref=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-REF) DELIMITED BY SIZE
                  " ip=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-IP) DELIMITED BY SIZE
                  " name=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-NAME) DELIMITED BY SIZE
                  " email=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-EMAIL) DELIMITED BY SIZE
                  " message=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-MESSAGE) DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           END-STRING.
           WRITE WS-EXTRACT-LINE.
           EXIT.

      *> JOURNAL-ERASED-SUBMISSION appends the ERASED state for the
      *> entry under the key MODERATE will find it by - the request
      *> id, or time and (now blanked) address for an older entry.
       JOURNAL-ERASED-SUBMISSION.
           IF WS-SUB-KIND = "GUESTBOOK"
               MOVE "Y" TO WS-GUESTBOOK-ERASED
           END-IF.
           IF WS-SUB-REF NOT = SPACES
               MOVE WS-SUB-REF TO WS-SUB-KEY
           ELSE
               MOVE SPACES TO WS-SUB-KEY
               STRING "L" DELIMITED BY SIZE
                      WS-SUB-STAMP DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUB-IP) DELIMITED BY SIZE
                   INTO WS-SUB-KEY
               END-STRING
           END-IF.
           OPEN EXTEND DECISION-FILE.
           IF WS-DECISION-STATUS = "35"
               OPEN OUTPUT DECISION-FILE
           END-IF.
           IF WS-DECISION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DECISION-LINE.
           STRING WS-RUN-STAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUB-KEY) DELIMITED BY SIZE
                  "|ERASED||PRIVACY" DELIMITED BY SIZE
               INTO WS-DECISION-LINE
           END-STRING.
           WRITE WS-DECISION-LINE.
           CLOSE DECISION-FILE.
           EXIT.

      *> upload_manifest.dat: id|ip|name|size|ts|stored|status.
       CHECK-UPLOAD-LINE.
           MOVE 2 TO WS-FLD-WANTED.
           PERFORM MATCH-FIELD.
           IF WS-FIELD-HIT = "Y"
               MOVE "Y" TO WS-LINE-MATCH
               MOVE "A" TO WS-LINE-ACTION
               MOVE WS-ANON-IP TO WS-REPL
               MOVE 7 TO WS-REPL-LEN
               PERFORM SPLICE-FIELD
           END-IF.
           EXIT.

      *> txn_accepted.dat: key|ts|ip|path|clen|order|partner|... -
      *> accepted orders are kept whole and listed.
       CHECK-ACCEPTED-LINE.
           MOVE 3 TO WS-FLD-WANTED.
           PERFORM MATCH-FIELD.
           IF WS-FIELD-HIT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-LINE-MATCH.
           MOVE "R" TO WS-LINE-ACTION.
           MOVE SPACES TO WS-KEEP-KEY WS-KEEP-STAMP WS-KEEP-ORDER.
           UNSTRING WS-SRC-LINE DELIMITED BY "|"
               INTO WS-KEEP-KEY WS-KEEP-STAMP WS-KEEP-SKIP
                    WS-KEEP-SKIP WS-KEEP-SKIP WS-KEEP-ORDER
           END-UNSTRING.
           MOVE "accepted order - legal retention" TO WS-KEEP-REASON.
           PERFORM NOTE-RETAINED-RECORD.
           EXIT.

      *> txn_rejected.dat: key|ts|ip|path|clen|reason|reqid|body.
       CHECK-REJECTED-LINE.
           MOVE 3 TO WS-FLD-WANTED.
           PERFORM MATCH-FIELD.
           IF WS-FIELD-HIT = "Y"
               MOVE "Y" TO WS-LINE-MATCH
               MOVE "A" TO WS-LINE-ACTION
               MOVE WS-ANON-IP TO WS-REPL
               MOVE 7 TO WS-REPL-LEN
               PERFORM SPLICE-FIELD
           END-IF.
           EXIT.

       NOTE-RETAINED-RECORD.
           IF WS-RT-COUNT >= 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE WS-FILE-NAME (6 : 24) TO WS-RT-FILE (WS-RT-COUNT).
           MOVE WS-KEEP-KEY TO WS-RT-KEY (WS-RT-COUNT).
           MOVE WS-KEEP-STAMP TO WS-RT-STAMP (WS-RT-COUNT).
           MOVE WS-KEEP-ORDER TO WS-RT-ORDER (WS-RT-COUNT).
           MOVE WS-KEEP-REASON TO WS-RT-REASON (WS-RT-COUNT).
           EXIT.

      *> SEARCH-INTAKE: records TXNBATCH has not drained yet. Each
      *> will become an accepted order or a rejection, so none is
      *> touched here; an erasure rerun after the drain catches the
      *> rejections.
       SEARCH-INTAKE.
           MOVE "logs/transactions.dat" TO WS-FILE-NAME.
           MOVE "INTAKE" TO WS-FILE-KIND.
           PERFORM ADD-FILE-ROW.
           PERFORM SEARCH-INTAKE-RECORDS.
           PERFORM FINISH-FILE-ROW.
           EXIT.

       SEARCH-INTAKE-RECORDS.
           IF WS-ID-TYPE = "USER"
               MOVE "not searched - holds no user names"
                   TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               MOVE "not present" TO WS-PF-NOTE (WS-PF-INDEX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-TXN-FILE-STATUS NOT = "00"
               STRING "not readable, status " DELIMITED BY SIZE
                      WS-TXN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PF-NOTE (WS-PF-INDEX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TXN-FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TXN-CLIENT-IP = WS-ID
                           PERFORM HANDLE-INTAKE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           EXIT.

       HANDLE-INTAKE-RECORD.
           ADD 1 TO WS-PF-FOUND (WS-PF-INDEX).
           ADD 1 TO WS-PF-RETAINED (WS-PF-INDEX).
           MOVE WS-TXN-KEY TO WS-KEEP-KEY.
           MOVE WS-TXN-TIMESTAMP TO WS-KEEP-STAMP.
           MOVE WS-TXN-ORDER-NO TO WS-KEEP-ORDER.
           MOVE "intake awaiting TXNBATCH" TO WS-KEEP-REASON.
           PERFORM NOTE-RETAINED-RECORD.
           IF WS-ARG-MODE NOT = "ACCESS"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE 1 TO WS-NEW-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-TXN-KEY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-TIMESTAMP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-CLIENT-IP) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-REQ-PATH) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-ORDER-NO) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-PARTNER-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-AMOUNT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TXN-REQUEST-ID) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
               WITH POINTER WS-NEW-PTR
           END-STRING.
           IF WS-TXN-BODY-LEN > 0 AND WS-TXN-BODY-LEN <= 8192
               STRING WS-TXN-BODY (1 : WS-TXN-BODY-LEN)
                   DELIMITED BY SIZE
                   INTO WS-EXTRACT-LINE
                   WITH POINTER WS-NEW-PTR
               END-STRING
           END-IF.
           WRITE WS-EXTRACT-LINE.
           EXIT.

      *> MATCH-FIELD: is field WS-FLD-WANTED of the line exactly the
      *> identifier? Leaves the field located for SPLICE-FIELD.
       MATCH-FIELD.
           MOVE "N" TO WS-FIELD-HIT.
           PERFORM FIND-FIELD.
           IF WS-FLD-START = 0 OR WS-FLD-LEN NOT = WS-ID-LEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SRC-LINE (WS-FLD-START : WS-FLD-LEN)
                   = WS-ID (1 : WS-ID-LEN)
               MOVE "Y" TO WS-FIELD-HIT
           END-IF.
           EXIT.

      *> FIND-FIELD locates pipe-delimited field WS-FLD-WANTED in the
      *> first WS-LINE-LEN bytes of WS-SRC-LINE: WS-FLD-START is 0
      *> when the line has fewer fields.
       FIND-FIELD.
           MOVE 0 TO WS-FLD-START WS-FLD-LEN.
           MOVE 1 TO WS-FLD-NO.
           IF WS-FLD-WANTED = 1
               MOVE 1 TO WS-FLD-START
           END-IF.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LINE-LEN
                       OR WS-FLD-NO > WS-FLD-WANTED
               IF WS-SRC-LINE (WS-POS : 1) = "|"
                   ADD 1 TO WS-FLD-NO
                   IF WS-FLD-NO = WS-FLD-WANTED
                       COMPUTE WS-FLD-START = WS-POS + 1
                   END-IF
                   IF WS-FLD-NO > WS-FLD-WANTED
                       COMPUTE WS-FLD-LEN = WS-POS - WS-FLD-START
                   END-IF
               END-IF
           END-PERFORM.
           *> The last field runs to the end of the line.
           IF WS-FLD-START > 0 AND WS-FLD-NO = WS-FLD-WANTED
               COMPUTE WS-FLD-LEN = WS-LINE-LEN - WS-FLD-START + 1
           END-IF.
           EXIT.

      *> SPLICE-FIELD puts WS-REPL (WS-REPL-LEN bytes) in place of
      *> the WS-FLD-LEN bytes at WS-FLD-START.
       SPLICE-FIELD.
           MOVE SPACES TO WS-NEW-LINE.
           MOVE 1 TO WS-NEW-PTR.
           IF WS-FLD-START > 1
               STRING WS-SRC-LINE (1 : WS-FLD-START - 1)
                   DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-NEW-PTR
               END-STRING
           END-IF.
           STRING WS-REPL (1 : WS-REPL-LEN) DELIMITED BY SIZE
               INTO WS-NEW-LINE
               WITH POINTER WS-NEW-PTR
           END-STRING.
           COMPUTE WS-TAIL-START = WS-FLD-START + WS-FLD-LEN.
           IF WS-TAIL-START <= WS-LINE-LEN
               COMPUTE WS-TAIL-LEN = WS-LINE-LEN - WS-TAIL-START + 1
               STRING WS-SRC-LINE (WS-TAIL-START : WS-TAIL-LEN)
                   DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-NEW-PTR
               END-STRING
           END-IF.
           MOVE WS-NEW-LINE TO WS-SRC-LINE.
           COMPUTE WS-LINE-LEN = WS-NEW-PTR - 1.
           EXIT.

      *> REPUBLISH-GUESTBOOK rebuilds the guestbook page through
      *> MODERATE so an erased entry leaves the public page too.
       REPUBLISH-GUESTBOOK.
           MOVE SPACES TO WS-COMMAND.
           STRING "cobcrun MODERATE PUBLISH PRIVACY" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING.
           CALL "system" USING
               BY REFERENCE WS-COMMAND
               RETURNING WS-RET.
           *> MODERATE exits nonzero when PUBLISH did not swap the
           *> page in; the erased entry may then still be served.
           IF WS-RET = 0
               MOVE "Y" TO WS-REPUBLISHED
           ELSE
               DISPLAY "Livre d'or non republie - lancer MODERATE"
                   " PUBLISH."
               MOVE 1 TO RETURN-CODE
           END-IF.
           EXIT.

       ADD-UP-TOTALS.
           MOVE 0 TO WS-TOTAL-FOUND WS-TOTAL-ERASED WS-TOTAL-RETAINED.
           PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
                   UNTIL WS-PF-INDEX > WS-PF-COUNT
               ADD WS-PF-FOUND (WS-PF-INDEX) TO WS-TOTAL-FOUND
               ADD WS-PF-ERASED (WS-PF-INDEX) TO WS-TOTAL-ERASED
               ADD WS-PF-RETAINED (WS-PF-INDEX) TO WS-TOTAL-RETAINED
           END-PERFORM.
           EXIT.

      *> WRITE-CERTIFICATE: what was asked, where we looked, what was
      *> found and done file by file, and every record kept back.
       WRITE-CERTIFICATE.
           OPEN OUTPUT CERT-FILE.
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "Impossible d'ecrire "
                   FUNCTION TRIM (WS-CERT-PATH) ": " WS-CERT-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PERSONAL DATA REQUEST - CERTIFICATE" TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           STRING "Issued     : " DELIMITED BY SIZE
                  WS-RUN-STAMP (1 : 4) "-" WS-RUN-STAMP (5 : 2) "-"
                  WS-RUN-STAMP (7 : 2) " " WS-RUN-STAMP (9 : 2) ":"
                  WS-RUN-STAMP (11 : 2) ":" WS-RUN-STAMP (13 : 2)
                      DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           IF WS-ARG-MODE = "ACCESS"
               MOVE "Request    : ACCESS - copy of the data held"
                   TO WS-CERT-LINE
           ELSE
               MOVE "Request    : ERASE - erasure of the data held"
                   TO WS-CERT-LINE
           END-IF.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Identifier : " DELIMITED BY SIZE
                  WS-ID (1 : WS-ID-LEN) DELIMITED BY SIZE
                  INTO WS-CERT-LINE
           END-STRING.
           IF WS-ID-TYPE = "IP"
               MOVE "(IP address)"
                   TO WS-CERT-LINE (WS-ID-LEN + 15 : 12)
           ELSE
               MOVE "(user name)"
                   TO WS-CERT-LINE (WS-ID-LEN + 15 : 11)
           END-IF.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           IF WS-ARG-MODE = "ACCESS"
               STRING "Extract    : " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-EXTRACT-PATH) DELIMITED BY SIZE
                   INTO WS-CERT-LINE
               END-STRING
           ELSE
               MOVE "Extract    : none kept on an erasure"
                   TO WS-CERT-LINE
           END-IF.
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           MOVE "File" TO WS-CERT-LINE.
           MOVE "  Found" TO WS-CERT-LINE (42 : 7).
           MOVE " Erased" TO WS-CERT-LINE (50 : 7).
           MOVE "Retained" TO WS-CERT-LINE (58 : 8).
           MOVE "Outcome" TO WS-CERT-LINE (67 : 7).
           WRITE WS-CERT-LINE.
           MOVE ALL "-" TO WS-CERT-LINE (1 : 114).
           WRITE WS-CERT-LINE.
           PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
                   UNTIL WS-PF-INDEX > WS-PF-COUNT
               MOVE SPACES TO WS-CERT-LINE
               MOVE WS-PF-NAME (WS-PF-INDEX) TO WS-CERT-LINE (1 : 40)
               MOVE WS-PF-FOUND (WS-PF-INDEX) TO WS-DISPLAY-A
               MOVE WS-PF-ERASED (WS-PF-INDEX) TO WS-DISPLAY-B
               MOVE WS-PF-RETAINED (WS-PF-INDEX) TO WS-DISPLAY-C
               MOVE WS-DISPLAY-A TO WS-CERT-LINE (42 : 7)
               MOVE WS-DISPLAY-B TO WS-CERT-LINE (50 : 7)
               MOVE WS-DISPLAY-C TO WS-CERT-LINE (58 : 7)
               MOVE WS-PF-NOTE (WS-PF-INDEX) TO WS-CERT-LINE (67 : 48)
               WRITE WS-CERT-LINE
           END-PERFORM.
           MOVE ALL "-" TO WS-CERT-LINE (1 : 114).
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE "Total" TO WS-CERT-LINE (1 : 40).
           MOVE WS-TOTAL-FOUND TO WS-DISPLAY-A.
           MOVE WS-TOTAL-ERASED TO WS-DISPLAY-B.
           MOVE WS-TOTAL-RETAINED TO WS-DISPLAY-C.
           MOVE WS-DISPLAY-A TO WS-CERT-LINE (42 : 7).
           MOVE WS-DISPLAY-B TO WS-CERT-LINE (50 : 7).
           MOVE WS-DISPLAY-C TO WS-CERT-LINE (58 : 7).
           WRITE WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           WRITE WS-CERT-LINE.
           IF WS-RT-COUNT = 0
               MOVE "No record is held back under retention."
                   TO WS-CERT-LINE
               WRITE WS-CERT-LINE
           ELSE
               MOVE "Records held back (not changed by an erasure):"
                   TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               PERFORM VARYING WS-RT-SCAN FROM 1 BY 1
                       UNTIL WS-RT-SCAN > WS-RT-COUNT
                   MOVE SPACES TO WS-CERT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-RT-FILE (WS-RT-SCAN) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RT-KEY (WS-RT-SCAN) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RT-STAMP (WS-RT-SCAN) DELIMITED BY SIZE
                          " order " DELIMITED BY SIZE
                          WS-RT-ORDER (WS-RT-SCAN) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-RT-REASON (WS-RT-SCAN))
                              DELIMITED BY SIZE
                       INTO WS-CERT-LINE
                   END-STRING
                   WRITE WS-CERT-LINE
               END-PERFORM
           END-IF.
           IF WS-ARG-MODE = "ERASE"
               MOVE SPACES TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               MOVE "Erased addresses now read 0.0.0.0 and erased names"
                   & " and texts (erased); revoked sessions and deleted"
                   & " registry records are gone." TO WS-CERT-LINE
               WRITE WS-CERT-LINE
               IF WS-REPUBLISHED = "Y"
                   MOVE "The guestbook page was republished without"
                       & " the erased entries." TO WS-CERT-LINE
                   WRITE WS-CERT-LINE
               END-IF
               IF WS-GUESTBOOK-ERASED = "Y" AND WS-REPUBLISHED NOT = "Y"
                   MOVE "The guestbook page could NOT be republished -"
                       & " run MODERATE PUBLISH." TO WS-CERT-LINE
                   WRITE WS-CERT-LINE
               END-IF
           END-IF.
           CLOSE CERT-FILE.
           EXIT.

      *> The maintenance log names the certificate, not the person.
       LOG-PRIVACY-RUN.
           MOVE WS-TOTAL-FOUND TO WS-DISPLAY-A.
           MOVE WS-TOTAL-ERASED TO WS-DISPLAY-B.
           MOVE WS-TOTAL-RETAINED TO WS-DISPLAY-C.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING "privacy " DELIMITED BY SIZE
                  FUNCTION LOWER-CASE (WS-ARG-MODE) DELIMITED BY SPACE
                  " certificate=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CERT-PATH) DELIMITED BY SIZE
                  " found=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-A) DELIMITED BY SIZE
                  " erased=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-B) DELIMITED BY SIZE
                  " retained=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DISPLAY-C) DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF WS-MAINT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MAINT-LOG-LINE.
           STRING FUNCTION TRIM (WS-LOG-TIMESTAMP) DELIMITED BY SIZE
                  " operator=PRIVACY change=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHANGE-TEXT) DELIMITED BY SIZE
               INTO WS-MAINT-LOG-LINE
           END-STRING.
           WRITE WS-MAINT-LOG-LINE.
           CLOSE MAINT-LOG-FILE.
           EXIT.

       SHOW-SUMMARY.
           PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
                   UNTIL WS-PF-INDEX > WS-PF-COUNT
               IF WS-PF-FOUND (WS-PF-INDEX) > 0
                   MOVE WS-PF-FOUND (WS-PF-INDEX) TO WS-DISPLAY-A
                   DISPLAY "  " WS-PF-NAME (WS-PF-INDEX) (1 : 40)
                       WS-DISPLAY-A "  "
                       FUNCTION TRIM (WS-PF-NOTE (WS-PF-INDEX))
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-FOUND TO WS-DISPLAY-A.
           MOVE WS-TOTAL-ERASED TO WS-DISPLAY-B.
           MOVE WS-TOTAL-RETAINED TO WS-DISPLAY-C.
           DISPLAY "Trouves: " FUNCTION TRIM (WS-DISPLAY-A)
               "  effaces: " FUNCTION TRIM (WS-DISPLAY-B)
               "  conserves: " FUNCTION TRIM (WS-DISPLAY-C).
           IF WS-ARG-MODE = "ACCESS"
               DISPLAY "Extrait   : " FUNCTION TRIM (WS-EXTRACT-PATH)
           END-IF.
           DISPLAY "Certificat: " FUNCTION TRIM (WS-CERT-PATH).
           EXIT.
