           SELECT WEBHOOK-QUEUE-FILE ASSIGN TO WS-WH-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WH-QUEUE-STATUS.
           SELECT WEBHOOK-LOG-FILE ASSIGN TO WS-WH-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WH-LOG-STATUS.
           SELECT VISITOR-FILE ASSIGN TO WS-VISITOR-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TXN-KEY
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT API-KEY-FILE ASSIGN TO WS-APIKEY-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PK-ID
               FILE STATUS IS WS-APIKEY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       FD  POLICY-FILE.
       01  WS-POLICY-LINE         PIC X(96).
       FD  SUBMISSIONS-FILE.
       01  WS-SUBMISSIONS-LINE    PIC X(431).
       FD  SESSIONS-FILE.
       01  WS-SESSIONS-LINE       PIC X(176).
       FD  SEARCH-INDEX-FILE.
       01  WS-MAINT-LINE          PIC X(160).
       FD  WEBHOOK-QUEUE-FILE.
       01  WS-WH-QUEUE-LINE       PIC X(320).
       FD  WEBHOOK-LOG-FILE.
       01  WS-WH-LOG-LINE         PIC X(320).
       FD  VISITOR-FILE.
       01  WS-VISITOR-RECORD.
           05 WS-VIS-IP           PIC X(39).
           05 WS-TXN-AMOUNT       PIC X(12).
           05 WS-TXN-REQUEST-ID   PIC X(32).
           05 WS-TXN-BODY         PIC X(8192).
      *> Partner API keys, issued and revoked by KEYADMIN. Only the
      *> salted hash of the secret is kept; the usage and refusal
      *> counters are kept up by CHECK-API-KEY on every use.
       FD  API-KEY-FILE.
       01  WS-APIKEY-RECORD.
           05 WS-PK-ID            PIC X(16).
           05 WS-PK-PARTNER       PIC X(16).
           05 WS-PK-SALT          PIC X(16).
           05 WS-PK-HASH          PIC X(16).
           05 WS-PK-STATUS        PIC X(10).
           05 WS-PK-EXPIRY        PIC X(8).
           05 WS-PK-ISSUED        PIC X(14).
           05 WS-PK-ISSUED-BY     PIC X(32).
           05 WS-PK-REVOKED       PIC X(14).
           05 WS-PK-REVOKED-BY    PIC X(32).
           05 WS-PK-LAST-USED     PIC X(14).
           05 WS-PK-USE-COUNT     PIC 9(9).
           05 WS-PK-LAST-REFUSED  PIC X(14).
           05 WS-PK-REFUSED-COUNT PIC 9(9).
       WORKING-STORAGE SECTION.
       *> --------------------------------------------------------------
       *> Socket descriptors and status variables.
           05 WS-DYN-BODY          PIC X(2048).
           05 WS-DYN-BODY-LEN      PIC S9(9) COMP.
       77 WS-DYN-REASON            PIC X(24) VALUE SPACES.
      *> Who is calling, for handlers that must scope their answer
      *> to the authenticated credential (a partner sees only its
      *> own orders). EXTERNAL rather than another CALL parameter so
      *> INVHANDL and the other handlers keep their six-argument
      *> USING list. A handler may leave a short note in
      *> WS-DYN-CALLER-NOTE; WRITE-ACCESS-LOG appends it to the
      *> request's access-log line as "lookup=" and clears it.
       01 WS-DYN-CALLER EXTERNAL.
           05 WS-DYN-CALLER-USER    PIC X(32).
           05 WS-DYN-CALLER-ROLE    PIC X(12).
           05 WS-DYN-CALLER-PARTNER PIC X(16).
           05 WS-DYN-CALLER-IP      PIC X(39).
           05 WS-DYN-CALLER-REQID   PIC X(32).
           05 WS-DYN-CALLER-NOTE    PIC X(96).

       *> Static file serving (used once a route has matched a path).
       *> Files are read byte-for-byte with the C library open/read
       *> appended to WS-ACCESS-LOG-PATH.
       77 WS-ACCESS-LOG-PATH       PIC X(256)
           VALUE "logs/access.log".
       77 WS-ACCESS-LOG-PTR        PIC S9(9) COMP VALUE 1.
       77 WS-ACCESS-LOG-STATUS     PIC X(2) VALUE SPACES.
       77 WS-LOG-TIMESTAMP         PIC X(21) VALUE SPACES.
       77 WS-LOG-FD-DISPLAY        PIC Z(8)9.
           VALUE "config/acl.conf".
       77 WS-ACL-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-ACL-TABLE.
           05 WS-ACL-ENTRY OCCURS 200 TIMES.
              10 WS-ACL-TYPE       PIC X(5).
              10 WS-ACL-IP         PIC X(39).
       77 WS-ACL-COUNT             PIC 9(4) COMP VALUE 0.
      *> which is what the availability report counts as a crash.
       77 WS-PREV-CLEAN            PIC X(8) VALUE SPACES.
       77 WS-CHECKPOINT-FINAL      PIC X(1) VALUE "N".
      *> server_pid= names the original process, so an offline job
      *> (IDXCHECK) can tell a live server from a checkpoint a crash
      *> left behind.
       77 WS-SERVER-PID            PIC 9(9) VALUE 0.
       77 WS-CHECKPOINT-HIST-PATH  PIC X(256)
           VALUE "logs/checkpoint_history.dat".
       77 WS-CHECKPOINT-HIST-STATUS PIC X(2) VALUE SPACES.
       77 WS-WH-QUEUE-PATH         PIC X(256)
           VALUE "logs/webhook_queue.dat".
       77 WS-WH-QUEUE-STATUS       PIC X(2) VALUE SPACES.
      *> One "ts|DELIVERED/QUEUED|payload" line per notification, so
      *> a delivery can still be shown after the fact.
       77 WS-WH-LOG-PATH           PIC X(256)
           VALUE "logs/webhook_delivery.log".
       77 WS-WH-LOG-STATUS         PIC X(2) VALUE SPACES.
       77 WS-WH-OUTCOME            PIC X(10) VALUE SPACES.
       77 WS-WH-FD                 PIC S9(9) COMP VALUE -1.
       77 WS-WH-PORT-HI            PIC 9(3) VALUE 0.
       77 WS-WH-PORT-LO            PIC 9(3) VALUE 0.
       77 WS-AUTH-OK               PIC X(1) VALUE "N".
           88 WS-AUTH-IS-OK        VALUE "Y".

      *> Partner API keys (apikey_utils.cpy): an "X-Api-Key:
      *> <key id>.<secret>" header stands in for Basic auth on the
      *> intake rows and binds the request to the key's partner.
       77 WS-APIKEY-PATH           PIC X(256)
           VALUE "logs/partner_keys.dat".
       77 WS-APIKEY-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 WS-APIKEY-PRESENT        PIC X(1) VALUE "N".
           88 WS-APIKEY-IS-PRESENT VALUE "Y".
       77 WS-APIKEY-REFUSED        PIC X(1) VALUE "N".
           88 WS-APIKEY-IS-REFUSED VALUE "Y".
       77 WS-APIKEY-TAIL           PIC X(256) VALUE SPACES.
       77 WS-APIKEY-VALUE          PIC X(64) VALUE SPACES.
       77 WS-APIKEY-ID-IN          PIC X(16) VALUE SPACES.
       77 WS-APIKEY-SECRET-IN      PIC X(32) VALUE SPACES.
       77 WS-APIKEY-BODY-PARTNER   PIC X(16) VALUE SPACES.
       77 WS-APIKEY-TODAY          PIC X(8) VALUE SPACES.

       *> --------------------------------------------------------------
       *> Form-urlencoded bodies (form_utils.cpy): PARSE-FORM-BODY
       *> decodes name=value pairs (%XX escapes, "+" for space) out of
       *> WS-BODY-BUFFER into WS-FORM-TABLE; SERVE-CONTACT is the
       *> first consumer, appending one fixed-format record per
       *> "/contact" submission to the file the CRM load job pulls;
       *> SERVE-GUESTBOOK files "/guestbook" entries alongside them.
       01 WS-FORM-TABLE.
           05 WS-FORM-ENTRY OCCURS 20 TIMES.
              10 WS-FORM-NAME      PIC X(32) VALUE SPACES.
       77 WS-SUBMISSIONS-STATUS    PIC X(2) VALUE SPACES.
      *> One fixed-format submission record: the CRM load job reads
      *> these by column position, so every field keeps its width.
      *> The kind (CONTACT or GUESTBOOK) and the request id that
      *> MODERATE keys its decisions on follow the message, so the
      *> columns the load job already reads do not move; a record
      *> from before they were added has both blank.
       01 WS-SUB-RECORD.
           05 WS-SUB-STAMP         PIC X(14) VALUE SPACES.
           05 WS-SUB-IP            PIC X(39) VALUE SPACES.
           05 WS-SUB-NAME          PIC X(32) VALUE SPACES.
           05 WS-SUB-EMAIL         PIC X(48) VALUE SPACES.
           05 WS-SUB-MESSAGE       PIC X(256) VALUE SPACES.
           05 WS-SUB-KIND          PIC X(10) VALUE SPACES.
           05 WS-SUB-REF           PIC X(32) VALUE SPACES.

       *> --------------------------------------------------------------
       *> Cookie sessions (session_utils.cpy): the first successful
       77 WS-SESSACT-EVENT         PIC X(8) VALUE SPACES.

       *> Base64 decoder for the "Authorization: Basic <b64>" header.
       77 WS-B64-ALPHABET          PIC X(64) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
      -    "89+/".
       77 WS-B64-CHAR              PIC X(1) VALUE SPACE.
       77 WS-B64-ALPHA-IDX         PIC S9(9) COMP VALUE 0.
       77 WS-B64-FOUND-INDEX       PIC S9(9) COMP VALUE 0.
           *> (WRITE-TRANSACTION) so two forked workers writing in the
           *> same second can never produce the same record key.
           CALL "getpid" RETURNING WS-TXN-PID.
           MOVE WS-TXN-PID TO WS-SERVER-PID.
           PERFORM GET-CURRENT-TIME.
           MOVE WS-NOW TO WS-START-TIME.
           MOVE WS-NOW TO WS-LAST-CHECKPOINT-WRITE-TIME.
           PERFORM READ-CHECKPOINT.
           *> Stamp this run at once rather than after the first
           *> interval: until then the file would still say the
           *> previous run shut down cleanly.
           PERFORM WRITE-CHECKPOINT.
           PERFORM READ-STARTUP-CONFIG.
           PERFORM APPLY-CONFIG-PORT.
           PERFORM APPLY-CONFIG-MAX-EVENTS.
               IF WS-EPOLL-READY < 0
                   DISPLAY "Erreur epoll_wait"
               ELSE
                   PERFORM VARYING WS-INDEX
                       FROM 1 BY 1 UNTIL WS-INDEX > WS-EPOLL-READY
                       *> Check the data field in the event against every
                       *> listening socket: a match means a new connection
                       *> is ready to accept on that port, anything else
       READ-STARTUP-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               DISPLAY
                   "Pas de fichier de configuration, valeurs par defaut"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-FILE-STATUS = "10"
           EVALUATE WS-CFG-KEY
               WHEN "PORT"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       MOVE FUNCTION NUMVAL (WS-CFG-VALUE)
                           TO WS-CFG-PORT
                   END-IF
               WHEN "ADMIN_PORT"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                   END-IF
               WHEN "BACKLOG"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       MOVE FUNCTION NUMVAL (WS-CFG-VALUE)
                           TO WS-CFG-BACKLOG
                   END-IF
               WHEN "IDLE_TIMEOUT_SECONDS"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
               WHEN "AUDIT_ENABLED"
                   MOVE FUNCTION TRIM (WS-CFG-VALUE) TO WS-AUDIT-ENABLED
               WHEN "TLS_ENABLED"
                   MOVE FUNCTION TRIM (WS-CFG-VALUE)
                       TO WS-CFG-TLS-ENABLED
               WHEN "TLS_CERT_PATH"
                   MOVE FUNCTION TRIM (WS-CFG-VALUE)
                       TO WS-CFG-TLS-CERT-PATH
               WHEN "TLS_KEY_PATH"
                   MOVE FUNCTION TRIM (WS-CFG-VALUE)
                       TO WS-CFG-TLS-KEY-PATH
               WHEN "MAX_CONNECTIONS"
                   IF FUNCTION TEST-NUMVAL (WS-CFG-VALUE) = 0
                       MOVE FUNCTION NUMVAL (WS-CFG-VALUE)
               STOP RUN.
           DISPLAY "Listen OK, statut : " WS-LISTEN-STATUS.

           MOVE WS-SERVER-SOCKET
               TO WS-DATA-FIELD OF WS-EPOLL-EVENT-STRUCT.
           MOVE WS-SERVER-SOCKET TO WS-FD.
           PERFORM ADD-TO-EPOLL.

       COPY "auth_utils.cpy".
       COPY "hash_utils.cpy".
       COPY "session_utils.cpy".
       COPY "apikey_utils.cpy".
       COPY "form_utils.cpy".
       COPY "json_utils.cpy".
       COPY "upload_utils.cpy".
