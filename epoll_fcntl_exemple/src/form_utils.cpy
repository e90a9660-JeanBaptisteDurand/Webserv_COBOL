      *> SERVE-CONTACT is the first consumer: the "/contact" route
      *> validates the required fields and appends one fixed-format
      *> record per submission to the submissions file the CRM load
      *> job pulls. SERVE-GUESTBOOK files "/guestbook" entries in the
      *> same file, marked GUESTBOOK, for MODERATE to approve onto
      *> the published guestbook page.
       PARSE-FORM-BODY.
           MOVE 0 TO WS-FORM-COUNT.
           IF WS-BODY-LEN <= 0
               PERFORM SET-DYN-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "CONTACT" TO WS-SUB-KIND.
           PERFORM APPEND-SUBMISSION.
           IF WS-DYN-STATUS-CODE = "503"
               EXIT PARAGRAPH
           END-IF.
           *> Tell the downstream CRM endpoint now rather than on its
           *> next poll; a failed push parks in the webhook queue.
           MOVE "contact" TO WS-WH-EVENT.
           MOVE WS-REQUEST-ID TO WS-WH-REF.
           PERFORM NOTIFY-WEBHOOK-EVENT.
           MOVE "200" TO WS-DYN-STATUS-CODE.
           MOVE "Thank you - your message has been recorded."
               TO WS-DYN-BODY.
           MOVE 43 TO WS-DYN-BODY-LEN.
           PERFORM SET-DYN-REASON.
           EXIT.

      *> SERVE-GUESTBOOK answers the "/guestbook" route: name and
      *> message are required, email is optional and never shown.
      *> The entry waits in the submissions file for moderation.
       SERVE-GUESTBOOK.
           MOVE "text/plain" TO WS-DYN-CONTENT-TYPE.
           PERFORM PARSE-FORM-BODY.
           MOVE "name" TO WS-FORM-WANTED.
           PERFORM FIND-FORM-FIELD.
           MOVE WS-FORM-FOUND-VALUE TO WS-SUB-NAME.
           MOVE "email" TO WS-FORM-WANTED.
           PERFORM FIND-FORM-FIELD.
           MOVE WS-FORM-FOUND-VALUE TO WS-SUB-EMAIL.
           MOVE "message" TO WS-FORM-WANTED.
           PERFORM FIND-FORM-FIELD.
           MOVE WS-FORM-FOUND-VALUE TO WS-SUB-MESSAGE.
           IF WS-SUB-NAME = SPACES OR WS-SUB-MESSAGE = SPACES
               MOVE "400" TO WS-DYN-STATUS-CODE
               MOVE "required fields: name, message" TO WS-DYN-BODY
               MOVE 30 TO WS-DYN-BODY-LEN
               PERFORM SET-DYN-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "GUESTBOOK" TO WS-SUB-KIND.
           PERFORM APPEND-SUBMISSION.
           IF WS-DYN-STATUS-CODE = "503"
               EXIT PARAGRAPH
           END-IF.
           MOVE "200" TO WS-DYN-STATUS-CODE.
           MOVE "Thank you - your entry will appear once reviewed."
               TO WS-DYN-BODY.
           MOVE 49 TO WS-DYN-BODY-LEN.
           PERFORM SET-DYN-REASON.
           EXIT.

      *> APPEND-SUBMISSION stamps the record filled in by the caller
      *> (name, email, message, kind) with the time, the client
      *> address and the request id, and appends it; an unwritable
      *> file leaves a 503 reply in WS-DYN-REPLY.
       APPEND-SUBMISSION.
           MOVE SPACES TO WS-DYN-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE WS-LOG-TIMESTAMP (1 : 14) TO WS-SUB-STAMP.
           MOVE WS-CLIENT-IP-TEXT TO WS-SUB-IP.
           MOVE WS-REQUEST-ID TO WS-SUB-REF.
           OPEN EXTEND SUBMISSIONS-FILE.
           IF WS-SUBMISSIONS-STATUS = "35"
               OPEN OUTPUT SUBMISSIONS-FILE
           END-IF.
           IF WS-SUBMISSIONS-STATUS NOT = "00"
               MOVE FUNCTION LOWER-CASE (WS-SUB-KIND)
                   TO WS-ERROR-CONTEXT
               MOVE 0 TO WS-ERROR-STATUS-DISPLAY
               PERFORM WRITE-ERROR-LOG
               MOVE "503" TO WS-DYN-STATUS-CODE
           MOVE WS-SUB-RECORD TO WS-SUBMISSIONS-LINE.
           WRITE WS-SUBMISSIONS-LINE.
           CLOSE SUBMISSIONS-FILE.
           EXIT.
