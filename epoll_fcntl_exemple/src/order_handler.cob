       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDHANDL.
      *> ORDHANDL is the DYNAMIC route handler for "/orders": a
      *> partner asks "?order=<no>" and gets back, as JSON, one entry
      *> per line of that order held in the order master FULFILL and
      *> BOREALLOC maintain (logs/orders.dat) - SKU, quantity, current
      *> status and when the line was taken in. Partners used to ring
      *> the desk for this; now they look it up themselves.
      *>   The caller comes from the EXTERNAL WS-DYN-CALLER block
      *> WEBSERVER fills before the CALL: a partner credential only
      *> ever sees lines whose partner id is its own, and an order
      *> that exists but belongs to someone else answers exactly like
      *> one that does not exist, so order numbers cannot be probed.
      *> The "admin" role sees every order. Each lookup leaves a note
      *> in WS-DYN-CALLER-NOTE that WRITE-ACCESS-LOG puts on the
      *> request's access-log line. The order number is echoed into
      *> the JSON reply, so anything but letters, digits, "_" and
      *> "-" (or longer than an order number) is refused with 400
      *> before the reply is built.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO ORD-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ORD-MST-KEY
               FILE STATUS IS ORD-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER-FILE.
       01  ORD-MASTER-RECORD.
           05 ORD-MST-KEY         PIC X(26).
           05 ORD-MST-NUMBER      PIC X(16).
           05 ORD-MST-SKU         PIC X(16).
           05 ORD-MST-QTY         PIC 9(9).
           05 ORD-MST-CLIENT-IP   PIC X(39).
           05 ORD-MST-TIMESTAMP   PIC X(21).
           05 ORD-MST-STATUS      PIC X(12).
           05 ORD-MST-ALLOC-QTY   PIC 9(9).
           05 ORD-MST-PARTNER     PIC X(16).
           05 ORD-MST-SHIPPED-QTY PIC 9(9).
           05 ORD-MST-AMOUNT      PIC 9(11)V99.
           05 ORD-MST-INVOICE-NO  PIC X(12).
       WORKING-STORAGE SECTION.
       77 ORD-MASTER-PATH         PIC X(256)
           VALUE "logs/orders.dat".
       77 ORD-MASTER-STATUS       PIC X(2) VALUE SPACES.
       77 ORD-WANTED-ORDER        PIC X(16) VALUE SPACES.
       77 ORD-QUERY-JUNK          PIC X(256) VALUE SPACES.
       77 ORD-QUERY-TAIL          PIC X(256) VALUE SPACES.
       77 ORD-ORDER-LEN           PIC 9(4) COMP VALUE 0.
       77 ORD-ORDER-POS           PIC 9(4) COMP VALUE 0.
       77 ORD-ORDER-HIT           PIC 9(4) COMP VALUE 0.
       77 ORD-ORDER-OK            PIC X(1) VALUE "N".
       77 ORD-ORDER-CHARS         PIC X(64) VALUE
           "abcdefghijklmnopqrstuvwxyz"
         & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         & "0123456789_-".
       77 ORD-BODY-PTR            PIC S9(9) COMP VALUE 1.
       77 ORD-NOTE-PTR            PIC S9(9) COMP VALUE 1.
       77 ORD-LINE-COUNT          PIC 9(9) COMP VALUE 0.
       77 ORD-LINE-DISPLAY        PIC Z(8)9.
       77 ORD-QTY-DISPLAY         PIC Z(8)9.
       77 ORD-SHIPPED-DISPLAY     PIC Z(8)9.
       77 ORD-IS-ADMIN            PIC X(1) VALUE "N".
           88 ORD-CALLER-IS-ADMIN VALUE "Y".
       77 ORD-REPLY-FULL          PIC X(1) VALUE "N".
           88 ORD-REPLY-IS-FULL   VALUE "Y".
       01 WS-DYN-CALLER EXTERNAL.
           05 WS-DYN-CALLER-USER    PIC X(32).
           05 WS-DYN-CALLER-ROLE    PIC X(12).
           05 WS-DYN-CALLER-PARTNER PIC X(16).
           05 WS-DYN-CALLER-IP      PIC X(39).
           05 WS-DYN-CALLER-REQID   PIC X(32).
           05 WS-DYN-CALLER-NOTE    PIC X(96).
       LINKAGE SECTION.
       01 LS-HTTP-METHOD          PIC X(8).
       01 LS-PATH-ONLY            PIC X(256).
       01 LS-QUERY-STRING         PIC X(256).
       01 LS-BODY-BUFFER          PIC X(8192).
       01 LS-BODY-LEN             PIC S9(9) COMP.
       01 LS-DYN-REPLY.
           05 LS-DYN-STATUS-CODE  PIC X(3).
           05 LS-DYN-CONTENT-TYPE PIC X(32).
           05 LS-DYN-BODY         PIC X(2048).
           05 LS-DYN-BODY-LEN     PIC S9(9) COMP.
       PROCEDURE DIVISION USING LS-HTTP-METHOD LS-PATH-ONLY
           LS-QUERY-STRING LS-BODY-BUFFER LS-BODY-LEN LS-DYN-REPLY.
       MAIN-LOGIC.
           MOVE "200" TO LS-DYN-STATUS-CODE.
           MOVE "application/json" TO LS-DYN-CONTENT-TYPE.
           MOVE SPACES TO LS-DYN-BODY.
           MOVE 1 TO ORD-BODY-PTR.
           MOVE 0 TO ORD-LINE-COUNT.
           MOVE "N" TO ORD-REPLY-FULL.
           MOVE "N" TO ORD-IS-ADMIN.
           IF FUNCTION TRIM (WS-DYN-CALLER-ROLE) = "admin"
               MOVE "Y" TO ORD-IS-ADMIN
           END-IF.
           PERFORM PARSE-WANTED-ORDER.
           IF ORD-WANTED-ORDER = SPACES
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""order parameter required""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
               MOVE "order=(none)" TO WS-DYN-CALLER-NOTE
               COMPUTE LS-DYN-BODY-LEN = ORD-BODY-PTR - 1
               GOBACK
           END-IF.
           PERFORM CHECK-WANTED-ORDER.
           IF ORD-ORDER-OK NOT = "Y"
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""invalid order parameter""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
               MOVE "order=(invalid)" TO WS-DYN-CALLER-NOTE
               COMPUTE LS-DYN-BODY-LEN = ORD-BODY-PTR - 1
               GOBACK
           END-IF.
           IF WS-DYN-CALLER-PARTNER = SPACES AND NOT ORD-CALLER-IS-ADMIN
               *> No credential behind the request (auth guard off):
               *> nothing to scope the lookup to, so refuse it.
               MOVE "403" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""partner credentials required""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
               PERFORM SET-LOOKUP-NOTE
               COMPUTE LS-DYN-BODY-LEN = ORD-BODY-PTR - 1
               GOBACK
           END-IF.
           OPEN INPUT ORDER-MASTER-FILE.
           IF ORD-MASTER-STATUS NOT = "00"
               MOVE "503" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""order data unavailable""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
               PERFORM SET-LOOKUP-NOTE
               COMPUTE LS-DYN-BODY-LEN = ORD-BODY-PTR - 1
               GOBACK
           END-IF.
           STRING "{""order"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-WANTED-ORDER) DELIMITED BY SIZE
                  """,""lines"":[" DELIMITED BY SIZE
               INTO LS-DYN-BODY
               WITH POINTER ORD-BODY-PTR
           END-STRING.
           PERFORM UNTIL ORD-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM REPORT-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           IF ORD-LINE-COUNT = 0
               MOVE "404" TO LS-DYN-STATUS-CODE
               MOVE SPACES TO LS-DYN-BODY
               MOVE 1 TO ORD-BODY-PTR
               STRING "{""error"":""unknown order: " DELIMITED BY SIZE
                      FUNCTION TRIM (ORD-WANTED-ORDER)
                          DELIMITED BY SIZE
                      """}" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
           ELSE
               STRING "]}" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
           END-IF.
           PERFORM SET-LOOKUP-NOTE.
           COMPUTE LS-DYN-BODY-LEN = ORD-BODY-PTR - 1.
           GOBACK.

      *> PARSE-WANTED-ORDER pulls "order=<no>" out of the query
      *> string, the same UNSTRING-by-delimiter idiom INVHANDL uses
      *> for "item=".
       PARSE-WANTED-ORDER.
           MOVE SPACES TO ORD-WANTED-ORDER.
           MOVE 0 TO ORD-ORDER-LEN.
           IF LS-QUERY-STRING = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ORD-QUERY-JUNK.
           MOVE SPACES TO ORD-QUERY-TAIL.
           UNSTRING LS-QUERY-STRING DELIMITED BY "order="
               INTO ORD-QUERY-JUNK ORD-QUERY-TAIL
           END-UNSTRING.
           IF ORD-QUERY-TAIL NOT = SPACES
               UNSTRING ORD-QUERY-TAIL DELIMITED BY "&" OR SPACE
                   INTO ORD-WANTED-ORDER COUNT IN ORD-ORDER-LEN
               END-UNSTRING
           END-IF.
           EXIT.

      *> CHECK-WANTED-ORDER accepts an order number of at most 16
      *> letters, digits, "_" or "-", the only characters it may
      *> carry into the JSON reply.
       CHECK-WANTED-ORDER.
           MOVE "N" TO ORD-ORDER-OK.
           IF ORD-ORDER-LEN > LENGTH OF ORD-WANTED-ORDER
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ORD-ORDER-POS FROM 1 BY 1
                   UNTIL ORD-ORDER-POS > ORD-ORDER-LEN
               MOVE 0 TO ORD-ORDER-HIT
               INSPECT ORD-ORDER-CHARS TALLYING ORD-ORDER-HIT
                   FOR ALL ORD-WANTED-ORDER (ORD-ORDER-POS : 1)
               IF ORD-ORDER-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE "Y" TO ORD-ORDER-OK.
           EXIT.

      *> REPORT-ONE-LINE appends the order line in hand when it is
      *> for the wanted order and the caller may see it.
       REPORT-ONE-LINE.
           IF FUNCTION TRIM (ORD-MST-NUMBER)
                   NOT = FUNCTION TRIM (ORD-WANTED-ORDER)
               EXIT PARAGRAPH
           END-IF.
           IF NOT ORD-CALLER-IS-ADMIN
               IF FUNCTION TRIM (ORD-MST-PARTNER)
                       NOT = FUNCTION TRIM (WS-DYN-CALLER-PARTNER)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ORD-BODY-PTR > 1900
               *> Reply buffer nearly full - close the array cleanly
               *> rather than cut an entry partway through.
               MOVE "Y" TO ORD-REPLY-FULL
               EXIT PARAGRAPH
           END-IF.
           IF ORD-LINE-COUNT > 0
               STRING "," DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER ORD-BODY-PTR
               END-STRING
           END-IF.
           ADD 1 TO ORD-LINE-COUNT.
           MOVE ORD-MST-QTY TO ORD-QTY-DISPLAY.
           IF ORD-MST-SHIPPED-QTY NUMERIC
               MOVE ORD-MST-SHIPPED-QTY TO ORD-SHIPPED-DISPLAY
           ELSE
               MOVE 0 TO ORD-SHIPPED-DISPLAY
           END-IF.
           STRING "{""sku"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-MST-SKU) DELIMITED BY SIZE
                  """,""qty"":" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-QTY-DISPLAY) DELIMITED BY SIZE
                  ",""shipped"":" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-SHIPPED-DISPLAY) DELIMITED BY SIZE
                  ",""status"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-MST-STATUS) DELIMITED BY SIZE
                  """,""timestamp"":""" DELIMITED BY SIZE
                  ORD-MST-TIMESTAMP (1 : 4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ORD-MST-TIMESTAMP (5 : 2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ORD-MST-TIMESTAMP (7 : 2) DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  ORD-MST-TIMESTAMP (9 : 2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ORD-MST-TIMESTAMP (11 : 2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ORD-MST-TIMESTAMP (13 : 2) DELIMITED BY SIZE
                  """}" DELIMITED BY SIZE
               INTO LS-DYN-BODY
               WITH POINTER ORD-BODY-PTR
           END-STRING.
           EXIT.

      *> SET-LOOKUP-NOTE records what was asked, for whom and how
      *> many lines went back, for the request's access-log line.
       SET-LOOKUP-NOTE.
           MOVE ORD-LINE-COUNT TO ORD-LINE-DISPLAY.
           MOVE SPACES TO WS-DYN-CALLER-NOTE.
           MOVE 1 TO ORD-NOTE-PTR.
           STRING "order=" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-WANTED-ORDER) DELIMITED BY SIZE
                  ",partner=" DELIMITED BY SIZE
               INTO WS-DYN-CALLER-NOTE
               WITH POINTER ORD-NOTE-PTR
           END-STRING.
           IF WS-DYN-CALLER-PARTNER = SPACES
               STRING "-" DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER ORD-NOTE-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-DYN-CALLER-PARTNER)
                      DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER ORD-NOTE-PTR
               END-STRING
           END-IF.
           STRING ",lines=" DELIMITED BY SIZE
                  FUNCTION TRIM (ORD-LINE-DISPLAY) DELIMITED BY SIZE
                  ",status=" DELIMITED BY SIZE
                  LS-DYN-STATUS-CODE DELIMITED BY SIZE
               INTO WS-DYN-CALLER-NOTE
               WITH POINTER ORD-NOTE-PTR
           END-STRING.
           IF ORD-REPLY-IS-FULL
               STRING ",truncated" DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER ORD-NOTE-PTR
               END-STRING
           END-IF.
           EXIT.
