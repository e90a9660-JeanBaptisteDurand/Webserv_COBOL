      *> per extract records what was produced for whom. Run it from
      *> the NIGHTRUN chain after TXNBATCH and before FULFILL -
      *> FULFILL truncates the accepted file when it is done.
      *>   Ship notices ride the same run: SHIPCONF queues one line
      *> per confirmed shipment in logs/ship_notice_pending.dat, and
      *> each profile gets logs/shipnotice_<partner>.dat with the
      *> same H header and T trailer (the trailer's amount column
      *> carries the total units shipped, since a notice has no
      *> money on it), logged to the distribution log like any
      *> extract. A queued notice whose partner has no profile is
      *> moved to logs/ship_notice_unmatched.dat instead of lost;
      *> the queue is emptied once every notice has gone somewhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LOG-FILE ASSIGN TO WS-DIST-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.
           SELECT NOTICE-FILE ASSIGN TO WS-NOTICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT UNMATCHED-FILE ASSIGN TO WS-UNMATCHED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNERS-FILE.
       01  WS-EXTRACT-LINE        PIC X(160).
       FD  DIST-LOG-FILE.
       01  WS-DIST-LOG-LINE       PIC X(160).
       FD  NOTICE-FILE.
       01  WS-NOTICE-LINE         PIC X(160).
       FD  UNMATCHED-FILE.
       01  WS-UNMATCHED-LINE      PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-PARTNERS-PATH        PIC X(256)
       77 WS-DIST-LOG-PATH        PIC X(256)
           VALUE "logs/distribution.log".
       77 WS-DIST-LOG-STATUS      PIC X(2) VALUE SPACES.
       77 WS-NOTICE-PATH          PIC X(256)
           VALUE "logs/ship_notice_pending.dat".
       77 WS-NOTICE-STATUS        PIC X(2) VALUE SPACES.
       77 WS-UNMATCHED-PATH       PIC X(256)
           VALUE "logs/ship_notice_unmatched.dat".
       77 WS-UNMATCHED-STATUS     PIC X(2) VALUE SPACES.

       01 WS-PARTNER-TABLE.
           05 WS-PT-ENTRY OCCURS 10 TIMES.
       77 WS-AMOUNT-EDIT          PIC 9(13).99.
       77 WS-DISPLAY-COUNT        PIC Z(8)9.

      *> Fields of one queued ship notice: "partner|order|sku|qty|
      *> carrier|tracking|ship stamp".
       77 WS-SN-PARTNER           PIC X(16) VALUE SPACES.
       77 WS-SN-ORDER             PIC X(16) VALUE SPACES.
       77 WS-SN-SKU               PIC X(16) VALUE SPACES.
       77 WS-SN-QTY-X             PIC X(9) VALUE SPACES.
       77 WS-SN-CARRIER           PIC X(16) VALUE SPACES.
       77 WS-SN-TRACKING          PIC X(32) VALUE SPACES.
       77 WS-SN-STAMP             PIC X(14) VALUE SPACES.
       77 WS-SN-QTY               PIC 9(9) VALUE 0.
       77 WS-NOTICE-PRESENT       PIC X(1) VALUE "N".
           88 WS-NOTICES-ARE-QUEUED VALUE "Y".
       77 WS-UNMATCHED-COUNT      PIC 9(9) VALUE 0.

      *> Fixed-width output shapes - the partners read these by
      *> column position, so every field keeps its width.
       01 WS-STD-RECORD.
           05 WS-STD-DATE         PIC X(14).
           05 WS-STD-ORDER        PIC X(16).
           05 WS-STD-AMOUNT       PIC X(12).
       01 WS-SHIPNOTICE-RECORD.
           05 WS-SHN-ORDER        PIC X(16).
           05 WS-SHN-SKU          PIC X(16).
           05 WS-SHN-QTY          PIC 9(9).
           05 WS-SHN-CARRIER      PIC X(16).
           05 WS-SHN-TRACKING     PIC X(32).
           05 WS-SHN-DATE         PIC X(14).
       01 WS-FULL-RECORD.
           05 WS-FULL-KEY         PIC X(26).
           05 WS-FULL-DATE        PIC X(14).
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               PERFORM PRODUCE-ONE-EXTRACT
           END-PERFORM.
           MOVE "N" TO WS-NOTICE-PRESENT.
           OPEN INPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS = "00"
               MOVE "Y" TO WS-NOTICE-PRESENT
               CLOSE NOTICE-FILE
           END-IF.
           IF WS-NOTICES-ARE-QUEUED
               PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                       UNTIL WS-PT-INDEX > WS-PT-COUNT
                   PERFORM PRODUCE-ONE-SHIP-NOTICE
               END-PERFORM
               PERFORM SET-ASIDE-UNMATCHED-NOTICES
               *> Every queued notice went into an extract or the
               *> unmatched file - empty the queue for SHIPCONF.
               OPEN OUTPUT NOTICE-FILE
               CLOSE NOTICE-FILE
           END-IF.
           STOP RUN.

       LOAD-PARTNER-PROFILES.
           WRITE WS-EXTRACT-LINE.
           EXIT.

      *> ------------------------------------------------------------
      *> PRODUCE-ONE-SHIP-NOTICE re-reads the notice queue against
      *> one profile, the way PRODUCE-ONE-EXTRACT re-reads the
      *> accepted file, between the same header and trailer.
       PRODUCE-ONE-SHIP-NOTICE.
           MOVE SPACES TO WS-EXTRACT-PATH.
           STRING "logs/shipnotice_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PT-ID (WS-PT-INDEX))
                      DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-PATH
           END-STRING.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Extraction impossible: "
                   FUNCTION TRIM (WS-EXTRACT-PATH)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-AMOUNT-TOTAL.
           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING "H" DELIMITED BY SIZE
                  WS-PT-ID (WS-PT-INDEX) DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           END-STRING.
           WRITE WS-EXTRACT-LINE.
           OPEN INPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS = "00"
               PERFORM UNTIL WS-NOTICE-STATUS = "10"
                   READ NOTICE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM EXTRACT-ONE-NOTICE
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF.
           MOVE WS-RECORD-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING "T" DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           END-STRING.
           WRITE WS-EXTRACT-LINE.
           CLOSE EXTRACT-FILE.
           PERFORM LOG-ONE-DISTRIBUTION.
           DISPLAY "Avis d'expedition " FUNCTION TRIM (WS-EXTRACT-PATH)
               ": " FUNCTION TRIM (WS-DISPLAY-COUNT)
               " enregistrement(s).".
           EXIT.

       EXTRACT-ONE-NOTICE.
           PERFORM SPLIT-NOTICE-LINE.
           IF WS-SN-PARTNER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NOTICE-PARTNER.
           IF WS-LINE-MATCHES NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-SN-QTY TO WS-AMOUNT-TOTAL.
           MOVE SPACES TO WS-SHIPNOTICE-RECORD.
           MOVE WS-SN-ORDER TO WS-SHN-ORDER.
           MOVE WS-SN-SKU TO WS-SHN-SKU.
           MOVE WS-SN-QTY TO WS-SHN-QTY.
           MOVE WS-SN-CARRIER TO WS-SHN-CARRIER.
           MOVE WS-SN-TRACKING TO WS-SHN-TRACKING.
           MOVE WS-SN-STAMP TO WS-SHN-DATE.
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE WS-SHIPNOTICE-RECORD TO WS-EXTRACT-LINE.
           WRITE WS-EXTRACT-LINE.
           EXIT.

       SPLIT-NOTICE-LINE.
           MOVE SPACES TO WS-SN-PARTNER.
           MOVE SPACES TO WS-SN-ORDER.
           MOVE SPACES TO WS-SN-SKU.
           MOVE SPACES TO WS-SN-QTY-X.
           MOVE SPACES TO WS-SN-CARRIER.
           MOVE SPACES TO WS-SN-TRACKING.
           MOVE SPACES TO WS-SN-STAMP.
           MOVE 0 TO WS-SN-QTY.
           IF WS-NOTICE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-NOTICE-LINE DELIMITED BY "|"
               INTO WS-SN-PARTNER WS-SN-ORDER WS-SN-SKU WS-SN-QTY-X
                    WS-SN-CARRIER WS-SN-TRACKING WS-SN-STAMP
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL (WS-SN-QTY-X) = 0
               COMPUTE WS-SN-QTY = FUNCTION NUMVAL (WS-SN-QTY-X)
           END-IF.
           EXIT.

      *> CHECK-NOTICE-PARTNER decides whether a queued notice belongs
      *> to the profile in hand. A notice carries the partner id, not
      *> a request path, so a "path" profile is matched on its own
      *> partner id instead of its path prefix.
       CHECK-NOTICE-PARTNER.
           MOVE "N" TO WS-LINE-MATCHES.
           IF FUNCTION TRIM (WS-PT-RULE (WS-PT-INDEX)) = "partner"
               IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-SN-PARTNER))
                       = FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-PT-VALUE (WS-PT-INDEX)))
                   MOVE "Y" TO WS-LINE-MATCHES
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-SN-PARTNER))
                       = FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-PT-ID (WS-PT-INDEX)))
                   MOVE "Y" TO WS-LINE-MATCHES
               END-IF
           END-IF.
           EXIT.

      *> SET-ASIDE-UNMATCHED-NOTICES appends every queued notice no
      *> profile claimed to the unmatched file, so emptying the
      *> queue never loses a shipment nobody was told about.
       SET-ASIDE-UNMATCHED-NOTICES.
           MOVE 0 TO WS-UNMATCHED-COUNT.
           OPEN INPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND UNMATCHED-FILE.
           IF WS-UNMATCHED-STATUS = "35"
               OPEN OUTPUT UNMATCHED-FILE
           END-IF.
           PERFORM UNTIL WS-NOTICE-STATUS = "10"
               READ NOTICE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-UNMATCHED-NOTICE
               END-READ
           END-PERFORM.
           CLOSE NOTICE-FILE.
           CLOSE UNMATCHED-FILE.
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Avis sans profil partenaire: "
                   FUNCTION TRIM (WS-DISPLAY-COUNT) " (voir "
                   FUNCTION TRIM (WS-UNMATCHED-PATH) ")"
           END-IF.
           EXIT.

       CHECK-ONE-UNMATCHED-NOTICE.
           PERFORM SPLIT-NOTICE-LINE.
           IF WS-NOTICE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LINE-MATCHES.
           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
                       OR WS-LINE-MATCHES = "Y"
               PERFORM CHECK-NOTICE-PARTNER
           END-PERFORM.
           IF WS-LINE-MATCHES = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UNMATCHED-COUNT.
           IF WS-UNMATCHED-STATUS = "00"
               MOVE WS-NOTICE-LINE TO WS-UNMATCHED-LINE
               WRITE WS-UNMATCHED-LINE
           END-IF.
           EXIT.

       LOG-ONE-DISTRIBUTION.
           OPEN EXTEND DIST-LOG-FILE.
           IF WS-DIST-LOG-STATUS = "35"
