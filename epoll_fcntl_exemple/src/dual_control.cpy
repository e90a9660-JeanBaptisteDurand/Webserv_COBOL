      *> dual_control.cpy
      *> QUEUE-PENDING-CHANGE holds a sensitive change for a second
      *> operator instead of applying it: role grants, ACL removals,
      *> admin credential resets and large transaction drops are
      *> written to logs/pending_changes.dat, and only APPROVE - run
      *> by someone other than the requester - applies them. A change
      *> is described as a line-level edit of one file: the line now
      *> in WS-DC-TARGET (WS-DC-MATCH, the whole line when WS-DC-MODE
      *> is "L", the line's leading key when it is "K") and the line
      *> to put in its place (WS-DC-NEW, SPACES to remove it). APPROVE
      *> refuses to apply a change whose line is no longer there.
      *> The queue line is pipe-delimited up to the summary; the old
      *> and new lines follow it raw, read back by the two lengths
      *> the way TXNBATCH reads a claimed body - an ACL line carries
      *> a "|" of its own.
      *>   id|status|kind|requested|requester|decided|decider|
      *>   target|mode|old-len|new-len|summary|<old line><new line>
      *> The including program sets WS-DC-KIND, WS-DC-TARGET,
      *> WS-DC-MODE, WS-DC-MATCH, WS-DC-NEW, WS-DC-SUMMARY and
      *> WS-DC-REQUESTER; WS-DC-QUEUED comes back "Y" with the new
      *> WS-DC-ID, or "N" when the same line already awaits approval.
      *> It declares:
      *>   SELECT DC-QUEUE-FILE ASSIGN TO WS-DC-QUEUE-PATH
      *>       ORGANIZATION LINE SEQUENTIAL
      *>       FILE STATUS IS WS-DC-QUEUE-STATUS.
      *>   FD  DC-QUEUE-FILE.
      *>   01  WS-DC-QUEUE-LINE   PIC X(800).
      *>   77 WS-DC-QUEUE-PATH    PIC X(256)
      *>       VALUE "logs/pending_changes.dat".
      *>   77 WS-DC-QUEUE-STATUS  PIC X(2)
      *>   77 WS-DC-ID            PIC X(18)
      *>   77 WS-DC-KIND          PIC X(12)
      *>   77 WS-DC-TARGET        PIC X(64)
      *>   77 WS-DC-MODE          PIC X(1)
      *>   77 WS-DC-MATCH         PIC X(256)
      *>   77 WS-DC-NEW           PIC X(256)
      *>   77 WS-DC-SUMMARY       PIC X(120)
      *>   77 WS-DC-REQUESTER     PIC X(32)
      *>   77 WS-DC-QUEUED        PIC X(1)
      *>   77 WS-DC-STAMP         PIC X(21)
      *>   77 WS-DC-MATCH-LEN     PIC S9(4) COMP
      *>   77 WS-DC-NEW-LEN       PIC S9(4) COMP
      *>   77 WS-DC-LEN-DISPLAY   PIC 9(4)
      *>   77 WS-DC-PTR           PIC S9(9) COMP
      *>   77 WS-DC-R-ID          PIC X(18)
      *>   77 WS-DC-R-STATUS      PIC X(8)
      *>   77 WS-DC-R-TARGET      PIC X(64)
      *>   77 WS-DC-R-LEN-X       PIC X(8)
      *>   77 WS-DC-R-JUNK        PIC X(120)
      *>   77 WS-DC-R-LEN         PIC S9(4) COMP
       QUEUE-PENDING-CHANGE.
           MOVE "N" TO WS-DC-QUEUED.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-DC-MATCH TRAILING))
               TO WS-DC-MATCH-LEN.
           IF WS-DC-NEW = SPACES
               MOVE 0 TO WS-DC-NEW-LEN
           ELSE
               MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (WS-DC-NEW TRAILING))
                   TO WS-DC-NEW-LEN
           END-IF.
           PERFORM FIND-QUEUED-DUPLICATE.
           IF WS-DC-R-ID NOT = SPACES
               DISPLAY "Deja en attente d'approbation: "
                   FUNCTION TRIM (WS-DC-R-ID)
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DC-STAMP.
           MOVE SPACES TO WS-DC-ID.
           STRING "PC" DELIMITED BY SIZE
                  WS-DC-STAMP (1:16) DELIMITED BY SIZE
               INTO WS-DC-ID
           END-STRING.
           OPEN EXTEND DC-QUEUE-FILE.
           IF WS-DC-QUEUE-STATUS = "35"
               OPEN OUTPUT DC-QUEUE-FILE
           END-IF.
           IF WS-DC-QUEUE-STATUS NOT = "00"
               DISPLAY "File d'approbation inaccessible: "
                   WS-DC-QUEUE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DC-QUEUE-LINE.
           MOVE 1 TO WS-DC-PTR.
           STRING WS-DC-ID DELIMITED BY SIZE
                  "|PENDING|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DC-KIND) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DC-STAMP (1:14) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DC-REQUESTER) DELIMITED BY SIZE
                  "|||" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DC-TARGET) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DC-MODE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-DC-QUEUE-LINE
               WITH POINTER WS-DC-PTR
           END-STRING.
           MOVE WS-DC-MATCH-LEN TO WS-DC-LEN-DISPLAY.
           STRING WS-DC-LEN-DISPLAY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-DC-QUEUE-LINE
               WITH POINTER WS-DC-PTR
           END-STRING.
           MOVE WS-DC-NEW-LEN TO WS-DC-LEN-DISPLAY.
           STRING WS-DC-LEN-DISPLAY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DC-SUMMARY) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DC-MATCH (1:WS-DC-MATCH-LEN) DELIMITED BY SIZE
               INTO WS-DC-QUEUE-LINE
               WITH POINTER WS-DC-PTR
           END-STRING.
           IF WS-DC-NEW-LEN > 0
               STRING WS-DC-NEW (1:WS-DC-NEW-LEN) DELIMITED BY SIZE
                   INTO WS-DC-QUEUE-LINE
                   WITH POINTER WS-DC-PTR
               END-STRING
           END-IF.
           WRITE WS-DC-QUEUE-LINE.
           CLOSE DC-QUEUE-FILE.
           MOVE "Y" TO WS-DC-QUEUED.
           DISPLAY "Changement sensible mis en attente ("
               FUNCTION TRIM (WS-DC-ID)
               ") - un autre operateur doit l'approuver (APPROVE).".
           EXIT.

      *> FIND-QUEUED-DUPLICATE leaves in WS-DC-R-ID the id of a change
      *> still PENDING on the same line of the same file, or SPACES.
       FIND-QUEUED-DUPLICATE.
           MOVE SPACES TO WS-DC-R-ID.
           OPEN INPUT DC-QUEUE-FILE.
           IF WS-DC-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DC-QUEUE-STATUS = "10"
                   OR WS-DC-R-ID NOT = SPACES
               READ DC-QUEUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-QUEUED-DUPLICATE
               END-READ
           END-PERFORM.
           CLOSE DC-QUEUE-FILE.
           EXIT.

       CHECK-QUEUED-DUPLICATE.
           MOVE SPACES TO WS-DC-R-STATUS WS-DC-R-TARGET WS-DC-R-LEN-X.
           MOVE 1 TO WS-DC-PTR.
           UNSTRING WS-DC-QUEUE-LINE DELIMITED BY "|"
               INTO WS-DC-R-JUNK WS-DC-R-STATUS WS-DC-R-JUNK
                    WS-DC-R-JUNK WS-DC-R-JUNK WS-DC-R-JUNK
                    WS-DC-R-JUNK WS-DC-R-TARGET WS-DC-R-JUNK
                    WS-DC-R-LEN-X WS-DC-R-JUNK WS-DC-R-JUNK
               WITH POINTER WS-DC-PTR
           END-UNSTRING.
           IF WS-DC-R-STATUS NOT = "PENDING"
                   OR WS-DC-R-TARGET NOT = WS-DC-TARGET
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DC-R-LEN.
           IF WS-DC-R-LEN-X (1:4) IS NUMERIC
               MOVE WS-DC-R-LEN-X (1:4) TO WS-DC-R-LEN
           END-IF.
           IF WS-DC-R-LEN = WS-DC-MATCH-LEN
                   AND WS-DC-R-LEN > 0
                   AND WS-DC-PTR + WS-DC-R-LEN - 1 <= 800
               IF WS-DC-QUEUE-LINE (WS-DC-PTR : WS-DC-R-LEN)
                       = WS-DC-MATCH (1:WS-DC-MATCH-LEN)
                   MOVE WS-DC-QUEUE-LINE (1:18) TO WS-DC-R-ID
               END-IF
           END-IF.
           EXIT.
