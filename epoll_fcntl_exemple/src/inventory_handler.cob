      *>        and every movement lands in the journal file with who,
      *>        when and how much - so a count dispute is one grep,
      *>        not an argument about who last hand-edited the file.
      *>        An optional "ref=" (the purchase-order number a
      *>        RECEIPT books in against) is journaled as a seventh
      *>        field; REPLEN closes its POs from it.
      *> Items are added, corrected and retired with ITEMMAINT; a
      *> RETIRED item stays on the master (and in the GET list,
      *> flagged RETIRED) but no movement is posted against it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 INV-MST-DESC        PIC X(48).
           05 INV-MST-QTY         PIC 9(9).
           05 INV-MST-REORDER     PIC 9(9).
      *> ACTIVE or RETIRED, and who last maintained the item. A
      *> master still in the 82-byte layout from before ITEMMAINT
      *> cannot be read with this one: IDXCHECK CONVERT INVENTORY
      *> moves it across once.
           05 INV-MST-STATUS      PIC X(8).
           05 INV-MST-CHANGED     PIC X(14).
           05 INV-MST-CHANGED-BY  PIC X(32).
       FD  INV-JOURNAL-FILE.
       01  INV-JOURNAL-LINE       PIC X(160).
       WORKING-STORAGE SECTION.
       77 INV-POST-QTY-X          PIC X(9) VALUE SPACES.
       77 INV-POST-QTY            PIC 9(9) VALUE 0.
       77 INV-POST-WHO            PIC X(32) VALUE SPACES.
       77 INV-POST-REF            PIC X(16) VALUE SPACES.
       77 INV-JOURNAL-PTR         PIC S9(9) COMP VALUE 1.
       LINKAGE SECTION.
       01 LS-HTTP-METHOD          PIC X(8).
               COMPUTE INV-MST-REORDER =
                   FUNCTION NUMVAL (INV-LINE-REORDER)
           END-IF.
           MOVE "ACTIVE" TO INV-MST-STATUS.
           MOVE SPACES TO INV-MST-CHANGED.
           MOVE SPACES TO INV-MST-CHANGED-BY.
           WRITE INV-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               INTO LS-DYN-BODY
               WITH POINTER INV-BODY-PTR
           END-STRING.
           IF INV-MST-STATUS = "RETIRED"
               STRING " RETIRED" DELIMITED BY SIZE
                   INTO LS-DYN-BODY
                   WITH POINTER INV-BODY-PTR
               END-STRING
           ELSE
               IF INV-MST-REORDER > 0
                       AND INV-MST-QTY <= INV-MST-REORDER
                   STRING " REORDER" DELIMITED BY SIZE
                       INTO LS-DYN-BODY
                       WITH POINTER INV-BODY-PTR
                   END-STRING
               END-IF
           END-IF.
           STRING X"0A" DELIMITED BY SIZE
               INTO LS-DYN-BODY
      *> subtracts (refused below zero), ADJUST sets the count
      *> outright (the cycle-count correction), REORDER sets the
      *> reorder point instead of the quantity. Every applied
      *> movement is journaled before the reply goes out. A RETIRED
      *> item is refused whatever the movement.
       POST-STOCK-MOVEMENT.
           PERFORM PARSE-MOVEMENT-FIELDS.
           IF INV-POST-SKU = SPACES OR INV-POST-TYPE = SPACES
                       WITH POINTER INV-BODY-PTR
                   END-STRING
               NOT INVALID KEY
                   IF INV-MST-STATUS = "RETIRED"
                       MOVE "400" TO LS-DYN-STATUS-CODE
                       STRING "item retired: " DELIMITED BY SIZE
                              FUNCTION TRIM (INV-POST-SKU)
                                  DELIMITED BY SIZE
                              X"0A" DELIMITED BY SIZE
                           INTO LS-DYN-BODY
                           WITH POINTER INV-BODY-PTR
                       END-STRING
                   ELSE
                       PERFORM APPLY-MOVEMENT
                   END-IF
           END-READ.
           EXIT.

      *> PARSE-MOVEMENT-FIELDS pulls sku=, type=, qty=, who= and ref=
      *> out of the urlencoded body, one UNSTRING pass per field.
       PARSE-MOVEMENT-FIELDS.
           MOVE SPACES TO INV-POST-SKU.
           MOVE SPACES TO INV-POST-TYPE.
           MOVE SPACES TO INV-POST-QTY-X.
           MOVE SPACES TO INV-POST-WHO.
           MOVE SPACES TO INV-POST-REF.
           IF LS-BODY-LEN <= 0
               EXIT PARAGRAPH
           END-IF.
                   INTO INV-POST-WHO
               END-UNSTRING
           END-IF.
           MOVE SPACES TO INV-QUERY-JUNK.
           MOVE SPACES TO INV-QUERY-TAIL.
           UNSTRING LS-BODY-BUFFER (1 : LS-BODY-LEN)
                   DELIMITED BY "ref="
               INTO INV-QUERY-JUNK INV-QUERY-TAIL
           END-UNSTRING.
           IF INV-QUERY-TAIL NOT = SPACES
               UNSTRING INV-QUERY-TAIL DELIMITED BY "&"
                   INTO INV-POST-REF
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE (INV-POST-REF)
                   TO INV-POST-REF
               INSPECT INV-POST-REF REPLACING ALL "|" BY SPACE
           END-IF.
           EXIT.

       APPLY-MOVEMENT.
               INTO INV-JOURNAL-LINE
               WITH POINTER INV-JOURNAL-PTR
           END-STRING.
           IF INV-POST-REF NOT = SPACES
               STRING "|" DELIMITED BY SIZE
                      FUNCTION TRIM (INV-POST-REF) DELIMITED BY SIZE
                   INTO INV-JOURNAL-LINE
                   WITH POINTER INV-JOURNAL-PTR
               END-STRING
           END-IF.
           WRITE INV-JOURNAL-LINE.
           CLOSE INV-JOURNAL-FILE.
           EXIT.
