       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAHANDL.
      *> RMAHANDL is the DYNAMIC route handler for "/returns": the
      *> returns authorisation (RMA) intake that replaces the paper
      *> form. A partner POSTs "order=&sku=&qty=&reason=" against an
      *> order it already holds (with "&partner_id=" naming itself
      *> when it signs in with an API key - apikey_utils.cpy refuses
      *> a key post for any other partner); the request is checked
      *> against the order master (logs/orders.dat) - the SKU must be
      *> on the order and the quantity must not exceed what SHIPCONF
      *> recorded as shipped, less whatever earlier RMAs already
      *> cover - and an RMA number, "RMA<yyyymmdd>-<nnn>" by issue
      *> date, is stored in the indexed returns file
      *> (logs/returns.dat) as AUTHORISED with the line's unit price,
      *> for the credit note. RMARECV
      *> moves it to RECEIVED when the dock books the goods in, and
      *> RMAREPORT reports the month's returns for credit.
      *>   GET "?rma=<no>" answers the RMA's current state.
      *> Scoping follows ORDHANDL: a partner credential only sees
      *> its own orders and RMAs, and someone else's answers exactly
      *> like one that does not exist; the "admin" role may request
      *> or look up any, the RMA then belonging to the order's
      *> partner. An admin request names that partner with
      *> "&partner_id=" and only its lines count; one that does not
      *> is refused with 409 when the order line is held for more
      *> than one partner. Order, SKU, partner and RMA numbers are
      *> echoed into the JSON reply, so a value with anything but
      *> letters, digits, "_" and "-", or longer than 16, is refused
      *> with 400. Each request leaves a note in WS-DYN-CALLER-NOTE
      *> for the access-log line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO RMA-ORDER-MASTER-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RMA-ORD-KEY
               FILE STATUS IS RMA-ORDER-MASTER-STATUS.
           SELECT RETURNS-FILE ASSIGN TO RMA-RETURNS-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RMA-RET-NUMBER
               FILE STATUS IS RMA-RETURNS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER-FILE.
       01  RMA-ORDER-RECORD.
           05 RMA-ORD-KEY         PIC X(26).
           05 RMA-ORD-NUMBER      PIC X(16).
           05 RMA-ORD-SKU         PIC X(16).
           05 RMA-ORD-QTY         PIC 9(9).
           05 RMA-ORD-CLIENT-IP   PIC X(39).
           05 RMA-ORD-TIMESTAMP   PIC X(21).
           05 RMA-ORD-STATUS      PIC X(12).
           05 RMA-ORD-ALLOC-QTY   PIC 9(9).
           05 RMA-ORD-PARTNER     PIC X(16).
           05 RMA-ORD-SHIPPED-QTY PIC 9(9).
           05 RMA-ORD-AMOUNT      PIC 9(11)V99.
           05 RMA-ORD-INVOICE-NO  PIC X(12).
       FD  RETURNS-FILE.
       01  RMA-RETURN-RECORD.
           05 RMA-RET-NUMBER      PIC X(16).
           05 RMA-RET-ORDER       PIC X(16).
           05 RMA-RET-SKU         PIC X(16).
           05 RMA-RET-PARTNER     PIC X(16).
           05 RMA-RET-QTY         PIC 9(9).
      *> Order line value over quantity ordered, at authorisation.
           05 RMA-RET-UNIT-PRICE  PIC 9(9)V99.
           05 RMA-RET-REASON      PIC X(64).
      *> AUTHORISED until RMARECV books the goods in, then RECEIVED.
           05 RMA-RET-STATUS      PIC X(10).
           05 RMA-RET-REQUESTED   PIC X(14).
           05 RMA-RET-REQUEST-ID  PIC X(32).
           05 RMA-RET-GOOD-QTY    PIC 9(9).
           05 RMA-RET-DAMAGED-QTY PIC 9(9).
           05 RMA-RET-RECEIVED    PIC X(14).
           05 RMA-RET-RECEIVED-BY PIC X(32).
       WORKING-STORAGE SECTION.
       77 RMA-ORDER-MASTER-PATH   PIC X(256)
           VALUE "logs/orders.dat".
       77 RMA-ORDER-MASTER-STATUS PIC X(2) VALUE SPACES.
       77 RMA-RETURNS-PATH        PIC X(256)
           VALUE "logs/returns.dat".
       77 RMA-RETURNS-STATUS      PIC X(2) VALUE SPACES.
      *> Request fields, pulled out of the query string or body by
      *> PARSE-ONE-FIELD.
       77 RMA-PARSE-SOURCE        PIC X(8200) VALUE SPACES.
       77 RMA-PARSE-NAME          PIC X(16) VALUE SPACES.
       77 RMA-PARSE-LEN           PIC 9(4) COMP VALUE 0.
       77 RMA-PARSE-VALUE         PIC X(256) VALUE SPACES.
       77 RMA-QUERY-JUNK          PIC X(8200) VALUE SPACES.
       77 RMA-QUERY-TAIL          PIC X(256) VALUE SPACES.
       77 RMA-IN-RMA              PIC X(16) VALUE SPACES.
       77 RMA-IN-ORDER            PIC X(16) VALUE SPACES.
       77 RMA-IN-SKU              PIC X(16) VALUE SPACES.
       77 RMA-IN-QTY-X            PIC X(9) VALUE SPACES.
       77 RMA-IN-QTY              PIC 9(9) VALUE 0.
       77 RMA-IN-REASON           PIC X(64) VALUE SPACES.
       77 RMA-IN-PARTNER          PIC X(16) VALUE SPACES.
      *> Characters a request value may carry into the reply.
       77 RMA-VALUE-CHARS         PIC X(64) VALUE
           "abcdefghijklmnopqrstuvwxyz"
         & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         & "0123456789_-".
       77 RMA-VALUE-LEN           PIC 9(4) COMP VALUE 0.
       77 RMA-VALUE-POS           PIC 9(4) COMP VALUE 0.
       77 RMA-VALUE-HIT           PIC 9(4) COMP VALUE 0.
       77 RMA-VALUES-OK           PIC X(1) VALUE "Y".
      *> What the order master and the returns file hold for the
      *> order line asked about.
       77 RMA-LINES-SEEN          PIC 9(9) COMP VALUE 0.
       77 RMA-ORDERED             PIC 9(9) VALUE 0.
       77 RMA-SHIPPED             PIC 9(9) VALUE 0.
       77 RMA-ORDER-VALUE         PIC 9(11)V99 VALUE 0.
       77 RMA-ORDER-PARTNER       PIC X(16) VALUE SPACES.
       77 RMA-SCOPE-PARTNER       PIC X(16) VALUE SPACES.
       77 RMA-PARTNERS-MIXED      PIC X(1) VALUE "N".
       77 RMA-RETURNED            PIC 9(9) VALUE 0.
       77 RMA-RETURNABLE          PIC 9(9) VALUE 0.
       77 RMA-UNIT-PRICE          PIC 9(9)V99 VALUE 0.
       77 RMA-NOW                 PIC X(21) VALUE SPACES.
       77 RMA-NEW-NUMBER          PIC X(16) VALUE SPACES.
       77 RMA-SEQ                 PIC 9(3) VALUE 0.
       77 RMA-ISSUED              PIC X(1) VALUE "N".
           88 RMA-NUMBER-ISSUED   VALUE "Y".
       77 RMA-FOUND               PIC X(1) VALUE "N".
           88 RMA-RETURN-FOUND    VALUE "Y".
       77 RMA-BODY-PTR            PIC S9(9) COMP VALUE 1.
       77 RMA-NOTE-PTR            PIC S9(9) COMP VALUE 1.
       77 RMA-QTY-DISPLAY         PIC Z(8)9.
       77 RMA-GOOD-DISPLAY        PIC Z(8)9.
       77 RMA-DAMAGED-DISPLAY     PIC Z(8)9.
       77 RMA-IS-ADMIN            PIC X(1) VALUE "N".
           88 RMA-CALLER-IS-ADMIN VALUE "Y".
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
           MOVE 1 TO RMA-BODY-PTR.
           MOVE SPACES TO RMA-IN-RMA RMA-IN-ORDER RMA-IN-SKU
               RMA-IN-QTY-X RMA-IN-REASON RMA-IN-PARTNER.
           MOVE "Y" TO RMA-VALUES-OK.
           MOVE 0 TO RMA-IN-QTY.
           MOVE "N" TO RMA-IS-ADMIN.
           IF FUNCTION TRIM (WS-DYN-CALLER-ROLE) = "admin"
               MOVE "Y" TO RMA-IS-ADMIN
           END-IF.
           IF WS-DYN-CALLER-PARTNER = SPACES AND NOT RMA-CALLER-IS-ADMIN
               *> No credential behind the request (auth guard off):
               *> nothing to scope it to, so refuse it.
               MOVE "403" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""partner credentials required""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
           ELSE
               IF FUNCTION TRIM (LS-HTTP-METHOD) = "POST"
                   PERFORM REQUEST-RETURN
               ELSE
                   PERFORM LOOKUP-RETURN
               END-IF
           END-IF.
           PERFORM SET-RETURN-NOTE.
           COMPUTE LS-DYN-BODY-LEN = RMA-BODY-PTR - 1.
           GOBACK.

      *> REQUEST-RETURN checks a POSTed return against the order
      *> master and the RMAs already issued on the line, and issues
      *> the RMA when the quantity is still returnable.
       REQUEST-RETURN.
           PERFORM PARSE-RETURN-FIELDS.
           IF RMA-IN-ORDER = SPACES OR RMA-IN-SKU = SPACES
                   OR RMA-IN-QTY-X = SPACES
                   OR FUNCTION TEST-NUMVAL (RMA-IN-QTY-X) NOT = 0
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""required fields: order, sku, "
                      "qty""}" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF RMA-VALUES-OK NOT = "Y"
               MOVE SPACES TO RMA-IN-ORDER
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""invalid order, sku or partner_id""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RMA-IN-QTY = FUNCTION NUMVAL (RMA-IN-QTY-X).
           IF RMA-IN-QTY = 0
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""qty must be at least 1""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-ORDER-LINE.
           IF RMA-ORDER-MASTER-STATUS NOT = "00"
                   AND RMA-ORDER-MASTER-STATUS NOT = "10"
               PERFORM REPLY-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF.
           IF RMA-LINES-SEEN = 0
               MOVE "404" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""unknown order line: "
                      DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-IN-ORDER) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-IN-SKU) DELIMITED BY SIZE
                      """}" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF RMA-PARTNERS-MIXED = "Y"
               MOVE "409" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""order line held for more than one "
                      "partner - partner_id required""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-RETURNS-FILE.
           IF RMA-RETURNS-STATUS NOT = "00"
               PERFORM REPLY-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-RETURNED.
           IF RMA-RETURNED < RMA-SHIPPED
               COMPUTE RMA-RETURNABLE = RMA-SHIPPED - RMA-RETURNED
           ELSE
               MOVE 0 TO RMA-RETURNABLE
           END-IF.
           IF RMA-IN-QTY > RMA-RETURNABLE
               CLOSE RETURNS-FILE
               MOVE RMA-RETURNABLE TO RMA-QTY-DISPLAY
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""qty exceeds the quantity shipped "
                      "and not already returned"",""returnable"":"
                      DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-QTY-DISPLAY) DELIMITED BY SIZE
                      "}" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF RMA-ORDERED > 0
               COMPUTE RMA-UNIT-PRICE ROUNDED =
                   RMA-ORDER-VALUE / RMA-ORDERED
           ELSE
               MOVE 0 TO RMA-UNIT-PRICE
           END-IF.
           PERFORM ISSUE-RMA-NUMBER.
           CLOSE RETURNS-FILE.
           IF NOT RMA-NUMBER-ISSUED
               PERFORM REPLY-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE "201" TO LS-DYN-STATUS-CODE.
           PERFORM REPLY-RETURN-RECORD.
           EXIT.

      *> PARSE-RETURN-FIELDS pulls order=, sku=, qty= and reason= out
      *> of the urlencoded body, with partner_id= for an admin. The
      *> reason is kept readable: "+" back to a space, and no "|" to
      *> upset the report. Order, SKU and partner go through
      *> CHECK-PARSED-VALUE.
       PARSE-RETURN-FIELDS.
           MOVE SPACES TO RMA-PARSE-SOURCE.
           IF LS-BODY-LEN > 0 AND LS-BODY-LEN <= 8192
               STRING "&" DELIMITED BY SIZE
                      LS-BODY-BUFFER (1 : LS-BODY-LEN)
                          DELIMITED BY SIZE
                   INTO RMA-PARSE-SOURCE
               END-STRING
           END-IF.
           MOVE "&order=" TO RMA-PARSE-NAME.
           PERFORM PARSE-ONE-FIELD.
           PERFORM CHECK-PARSED-VALUE.
           MOVE RMA-PARSE-VALUE TO RMA-IN-ORDER.
           MOVE "&sku=" TO RMA-PARSE-NAME.
           PERFORM PARSE-ONE-FIELD.
           PERFORM CHECK-PARSED-VALUE.
           MOVE FUNCTION UPPER-CASE (RMA-PARSE-VALUE) TO RMA-IN-SKU.
           MOVE "&partner_id=" TO RMA-PARSE-NAME.
           PERFORM PARSE-ONE-FIELD.
           PERFORM CHECK-PARSED-VALUE.
           MOVE FUNCTION UPPER-CASE (RMA-PARSE-VALUE)
               TO RMA-IN-PARTNER.
           MOVE "&qty=" TO RMA-PARSE-NAME.
           PERFORM PARSE-ONE-FIELD.
           MOVE RMA-PARSE-VALUE TO RMA-IN-QTY-X.
           MOVE "&reason=" TO RMA-PARSE-NAME.
           PERFORM PARSE-ONE-FIELD.
           MOVE RMA-PARSE-VALUE TO RMA-IN-REASON.
           INSPECT RMA-IN-REASON REPLACING ALL "+" BY SPACE
                                           ALL "|" BY SPACE.
           EXIT.

      *> PARSE-ONE-FIELD finds RMA-PARSE-NAME ("&<name>=") in
      *> RMA-PARSE-SOURCE - which starts with an "&", so the first
      *> field matches too and "sku=" never matches inside another
      *> name - and returns what follows it up to the next "&".
       PARSE-ONE-FIELD.
           MOVE SPACES TO RMA-PARSE-VALUE.
           MOVE 0 TO RMA-PARSE-LEN.
           INSPECT RMA-PARSE-NAME TALLYING RMA-PARSE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO RMA-QUERY-JUNK.
           MOVE SPACES TO RMA-QUERY-TAIL.
           UNSTRING RMA-PARSE-SOURCE
                   DELIMITED BY RMA-PARSE-NAME (1 : RMA-PARSE-LEN)
               INTO RMA-QUERY-JUNK RMA-QUERY-TAIL
           END-UNSTRING.
           IF RMA-QUERY-TAIL NOT = SPACES
               UNSTRING RMA-QUERY-TAIL DELIMITED BY "&"
                   INTO RMA-PARSE-VALUE
               END-UNSTRING
           END-IF.
           EXIT.

      *> CHECK-PARSED-VALUE clears RMA-VALUES-OK when the value just
      *> parsed is longer than 16 or holds anything but letters,
      *> digits, "_" and "-". An absent value passes here; the
      *> required-field checks deal with it.
       CHECK-PARSED-VALUE.
           IF RMA-PARSE-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (RMA-PARSE-VALUE
               TRAILING)) TO RMA-VALUE-LEN.
           IF RMA-VALUE-LEN > 16
               MOVE "N" TO RMA-VALUES-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RMA-VALUE-POS FROM 1 BY 1
                   UNTIL RMA-VALUE-POS > RMA-VALUE-LEN
               MOVE 0 TO RMA-VALUE-HIT
               INSPECT RMA-VALUE-CHARS TALLYING RMA-VALUE-HIT
                   FOR ALL RMA-PARSE-VALUE (RMA-VALUE-POS : 1)
               IF RMA-VALUE-HIT = 0
                   MOVE "N" TO RMA-VALUES-OK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           EXIT.

      *> TOTAL-ORDER-LINE sums, over the order master lines for the
      *> order and SKU the caller may see, what was ordered, what
      *> has shipped and the line value. Those are a partner's own
      *> lines, or for an admin the lines of the partner named in
      *> partner_id; an admin who names none sees them all, and
      *> RMA-PARTNERS-MIXED tells when they are not all one
      *> partner's.
       TOTAL-ORDER-LINE.
           MOVE 0 TO RMA-LINES-SEEN RMA-ORDERED RMA-SHIPPED
               RMA-ORDER-VALUE.
           MOVE SPACES TO RMA-ORDER-PARTNER.
           MOVE "N" TO RMA-PARTNERS-MIXED.
           IF RMA-CALLER-IS-ADMIN
               MOVE RMA-IN-PARTNER TO RMA-SCOPE-PARTNER
           ELSE
               MOVE WS-DYN-CALLER-PARTNER TO RMA-SCOPE-PARTNER
           END-IF.
           OPEN INPUT ORDER-MASTER-FILE.
           IF RMA-ORDER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RMA-ORDER-MASTER-STATUS NOT = "00"
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-ORDER-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-MASTER-FILE.
           EXIT.

       NOTE-ORDER-LINE.
           IF FUNCTION TRIM (RMA-ORD-NUMBER)
                   NOT = FUNCTION TRIM (RMA-IN-ORDER)
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE (RMA-ORD-SKU) NOT = RMA-IN-SKU
               EXIT PARAGRAPH
           END-IF.
           IF NOT RMA-CALLER-IS-ADMIN OR RMA-SCOPE-PARTNER NOT = SPACES
               IF FUNCTION TRIM (RMA-ORD-PARTNER)
                       NOT = FUNCTION TRIM (RMA-SCOPE-PARTNER)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF RMA-LINES-SEEN > 0
                   AND RMA-ORD-PARTNER NOT = RMA-ORDER-PARTNER
               MOVE "Y" TO RMA-PARTNERS-MIXED
           END-IF.
           ADD 1 TO RMA-LINES-SEEN.
           ADD RMA-ORD-QTY TO RMA-ORDERED.
           IF RMA-ORD-SHIPPED-QTY NUMERIC
               ADD RMA-ORD-SHIPPED-QTY TO RMA-SHIPPED
           END-IF.
           IF RMA-ORD-AMOUNT NUMERIC
               ADD RMA-ORD-AMOUNT TO RMA-ORDER-VALUE
           END-IF.
           MOVE RMA-ORD-PARTNER TO RMA-ORDER-PARTNER.
           EXIT.

      *> OPEN-RETURNS-FILE opens the returns file I-O, creating it
      *> empty the first time.
       OPEN-RETURNS-FILE.
           OPEN I-O RETURNS-FILE.
           IF RMA-RETURNS-STATUS = "35"
               OPEN OUTPUT RETURNS-FILE
               IF RMA-RETURNS-STATUS = "00"
                   CLOSE RETURNS-FILE
                   OPEN I-O RETURNS-FILE
               END-IF
           END-IF.
           EXIT.

      *> TOTAL-RETURNED counts what earlier RMAs on the same order
      *> line already take back: the authorised quantity while the
      *> goods are still to come, what actually arrived once they
      *> have been received.
       TOTAL-RETURNED.
           MOVE 0 TO RMA-RETURNED.
           PERFORM UNTIL RMA-RETURNS-STATUS NOT = "00"
               READ RETURNS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM (RMA-RET-ORDER)
                               = FUNCTION TRIM (RMA-IN-ORDER)
                               AND RMA-RET-SKU = RMA-IN-SKU
                               AND RMA-RET-PARTNER = RMA-ORDER-PARTNER
                           IF RMA-RET-STATUS = "RECEIVED"
                               ADD RMA-RET-GOOD-QTY RMA-RET-DAMAGED-QTY
                                   TO RMA-RETURNED
                           ELSE
                               ADD RMA-RET-QTY TO RMA-RETURNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

      *> ISSUE-RMA-NUMBER writes the new RMA under the first number
      *> free today. The WRITE itself claims the number, so two
      *> workers issuing at once cannot both get the same one.
       ISSUE-RMA-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO RMA-NOW.
           MOVE "N" TO RMA-ISSUED.
           PERFORM VARYING RMA-SEQ FROM 1 BY 1
                   UNTIL RMA-SEQ > 998 OR RMA-NUMBER-ISSUED
               MOVE SPACES TO RMA-NEW-NUMBER
               STRING "RMA" DELIMITED BY SIZE
                      RMA-NOW (1 : 8) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      RMA-SEQ DELIMITED BY SIZE
                   INTO RMA-NEW-NUMBER
               END-STRING
               MOVE SPACES TO RMA-RETURN-RECORD
               MOVE RMA-NEW-NUMBER TO RMA-RET-NUMBER
               MOVE RMA-IN-ORDER TO RMA-RET-ORDER
               MOVE RMA-IN-SKU TO RMA-RET-SKU
               MOVE RMA-ORDER-PARTNER TO RMA-RET-PARTNER
               MOVE RMA-IN-QTY TO RMA-RET-QTY
               MOVE RMA-UNIT-PRICE TO RMA-RET-UNIT-PRICE
               MOVE RMA-IN-REASON TO RMA-RET-REASON
               MOVE "AUTHORISED" TO RMA-RET-STATUS
               MOVE RMA-NOW (1 : 14) TO RMA-RET-REQUESTED
               MOVE WS-DYN-CALLER-REQID TO RMA-RET-REQUEST-ID
               MOVE 0 TO RMA-RET-GOOD-QTY
               MOVE 0 TO RMA-RET-DAMAGED-QTY
               WRITE RMA-RETURN-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RMA-ISSUED
               END-WRITE
           END-PERFORM.
           EXIT.

      *> LOOKUP-RETURN answers "?rma=<no>" with the RMA's state.
       LOOKUP-RETURN.
           MOVE SPACES TO RMA-PARSE-SOURCE.
           STRING "&" DELIMITED BY SIZE
                  LS-QUERY-STRING DELIMITED BY SIZE
               INTO RMA-PARSE-SOURCE
           END-STRING.
           MOVE "&rma=" TO RMA-PARSE-NAME.
           PERFORM PARSE-ONE-FIELD.
           MOVE FUNCTION UPPER-CASE (RMA-PARSE-VALUE) TO RMA-IN-RMA.
           IF RMA-IN-RMA = SPACES
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""rma parameter required""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PARSED-VALUE.
           IF RMA-VALUES-OK NOT = "Y"
               MOVE SPACES TO RMA-IN-RMA
               MOVE "400" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""invalid rma parameter""}"
                      DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO RMA-FOUND.
           OPEN INPUT RETURNS-FILE.
           IF RMA-RETURNS-STATUS = "00"
               MOVE RMA-IN-RMA TO RMA-RET-NUMBER
               READ RETURNS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RMA-FOUND
               END-READ
               CLOSE RETURNS-FILE
           ELSE
               IF RMA-RETURNS-STATUS NOT = "35"
                   PERFORM REPLY-UNAVAILABLE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF RMA-RETURN-FOUND AND NOT RMA-CALLER-IS-ADMIN
               IF FUNCTION TRIM (RMA-RET-PARTNER)
                       NOT = FUNCTION TRIM (WS-DYN-CALLER-PARTNER)
                   MOVE "N" TO RMA-FOUND
               END-IF
           END-IF.
           IF NOT RMA-RETURN-FOUND
               MOVE "404" TO LS-DYN-STATUS-CODE
               STRING "{""error"":""unknown rma: " DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-IN-RMA) DELIMITED BY SIZE
                      """}" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE RMA-RET-ORDER TO RMA-IN-ORDER.
           PERFORM REPLY-RETURN-RECORD.
           EXIT.

      *> REPLY-RETURN-RECORD writes the RMA record in hand as JSON.
       REPLY-RETURN-RECORD.
           MOVE RMA-RET-QTY TO RMA-QTY-DISPLAY.
           MOVE RMA-RET-GOOD-QTY TO RMA-GOOD-DISPLAY.
           MOVE RMA-RET-DAMAGED-QTY TO RMA-DAMAGED-DISPLAY.
           MOVE RMA-RET-NUMBER TO RMA-IN-RMA.
           STRING "{""rma"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (RMA-RET-NUMBER) DELIMITED BY SIZE
                  """,""order"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (RMA-RET-ORDER) DELIMITED BY SIZE
                  """,""sku"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (RMA-RET-SKU) DELIMITED BY SIZE
                  """,""qty"":" DELIMITED BY SIZE
                  FUNCTION TRIM (RMA-QTY-DISPLAY) DELIMITED BY SIZE
                  ",""status"":""" DELIMITED BY SIZE
                  FUNCTION TRIM (RMA-RET-STATUS) DELIMITED BY SIZE
                  """,""requested"":""" DELIMITED BY SIZE
                  RMA-RET-REQUESTED (1 : 4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RMA-RET-REQUESTED (5 : 2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RMA-RET-REQUESTED (7 : 2) DELIMITED BY SIZE
                  """" DELIMITED BY SIZE
               INTO LS-DYN-BODY
               WITH POINTER RMA-BODY-PTR
           END-STRING.
           IF RMA-RET-STATUS = "RECEIVED"
               STRING ",""received"":""" DELIMITED BY SIZE
                      RMA-RET-RECEIVED (1 : 4) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      RMA-RET-RECEIVED (5 : 2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      RMA-RET-RECEIVED (7 : 2) DELIMITED BY SIZE
                      """,""good"":" DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-GOOD-DISPLAY) DELIMITED BY SIZE
                      ",""damaged"":" DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-DAMAGED-DISPLAY)
                          DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER RMA-BODY-PTR
               END-STRING
           END-IF.
           STRING "}" DELIMITED BY SIZE
               INTO LS-DYN-BODY
               WITH POINTER RMA-BODY-PTR
           END-STRING.
           EXIT.

       REPLY-UNAVAILABLE.
           MOVE "503" TO LS-DYN-STATUS-CODE.
           MOVE SPACES TO LS-DYN-BODY.
           MOVE 1 TO RMA-BODY-PTR.
           STRING "{""error"":""returns data unavailable""}"
                  DELIMITED BY SIZE
               INTO LS-DYN-BODY
               WITH POINTER RMA-BODY-PTR
           END-STRING.
           EXIT.

      *> SET-RETURN-NOTE records the RMA (or the order asked about),
      *> for whom, and the outcome, for the access-log line.
       SET-RETURN-NOTE.
           MOVE SPACES TO WS-DYN-CALLER-NOTE.
           MOVE 1 TO RMA-NOTE-PTR.
           IF RMA-IN-RMA NOT = SPACES
               STRING "rma=" DELIMITED BY SIZE
                      FUNCTION TRIM (RMA-IN-RMA) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER RMA-NOTE-PTR
               END-STRING
           END-IF.
           STRING "order=" DELIMITED BY SIZE
               INTO WS-DYN-CALLER-NOTE
               WITH POINTER RMA-NOTE-PTR
           END-STRING.
           IF RMA-IN-ORDER = SPACES
               STRING "-" DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER RMA-NOTE-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM (RMA-IN-ORDER) DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER RMA-NOTE-PTR
               END-STRING
           END-IF.
           STRING ",partner=" DELIMITED BY SIZE
               INTO WS-DYN-CALLER-NOTE
               WITH POINTER RMA-NOTE-PTR
           END-STRING.
           IF WS-DYN-CALLER-PARTNER = SPACES
               STRING "-" DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER RMA-NOTE-PTR
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-DYN-CALLER-PARTNER)
                      DELIMITED BY SIZE
                   INTO WS-DYN-CALLER-NOTE
                   WITH POINTER RMA-NOTE-PTR
               END-STRING
           END-IF.
           STRING ",status=" DELIMITED BY SIZE
                  LS-DYN-STATUS-CODE DELIMITED BY SIZE
               INTO WS-DYN-CALLER-NOTE
               WITH POINTER RMA-NOTE-PTR
           END-STRING.
           EXIT.
