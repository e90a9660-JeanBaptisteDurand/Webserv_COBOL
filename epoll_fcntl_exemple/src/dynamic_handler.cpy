           MOVE "text/plain" TO WS-DYN-CONTENT-TYPE.
           MOVE "Internal Server Error" TO WS-DYN-BODY.
           MOVE 21 TO WS-DYN-BODY-LEN.
           PERFORM SET-DYN-CALLER.
           CALL WS-RD-MATCHED-PROGRAM USING
               BY REFERENCE WS-HTTP-METHOD
               BY REFERENCE WS-PATH-ONLY
           PERFORM SET-DYN-REASON.
           EXIT.

      *> SET-DYN-CALLER fills WS-DYN-CALLER for the handler. The
      *> user and role are only passed on for rows that went through
      *> the auth guard, so a handler on an open row never sees a
      *> name left over from an earlier request on the connection.
      *> The partner id is the credential's user name upper-cased,
      *> the form partners.conf and the order intake use. A caller
      *> that came in on a partner API key is always role "api": the
      *> key's partner id is not an auth.conf user, and must never
      *> pick up the role of an operator who happens to share it.
       SET-DYN-CALLER.
           MOVE SPACES TO WS-DYN-CALLER.
           IF WS-RD-MATCH-NEEDS-AUTH
               MOVE WS-AUTH-USER-IN TO WS-DYN-CALLER-USER
               MOVE FUNCTION UPPER-CASE (WS-AUTH-USER-IN)
                   TO WS-DYN-CALLER-PARTNER
               IF WS-APIKEY-IS-PRESENT
                   MOVE "api" TO WS-DYN-CALLER-ROLE
               ELSE
                   PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
                           UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
                       IF FUNCTION TRIM (WS-AUTH-USER (WS-AUTH-INDEX))
                               = FUNCTION TRIM (WS-AUTH-USER-IN)
                           MOVE WS-AUTH-ROLE (WS-AUTH-INDEX)
                               TO WS-DYN-CALLER-ROLE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           MOVE WS-CLIENT-IP-TEXT TO WS-DYN-CALLER-IP.
           MOVE WS-REQUEST-ID TO WS-DYN-CALLER-REQID.
           EXIT.

      *> SET-DYN-REASON maps the handler's numeric status code to the
      *> reason phrase the response line needs, defaulting anything a
      *> handler invents to a bare "OK"-less phrase that still parses.
                   MOVE "Forbidden" TO WS-DYN-REASON
               WHEN "404"
                   MOVE "Not Found" TO WS-DYN-REASON
               WHEN "409"
                   MOVE "Conflict" TO WS-DYN-REASON
               WHEN "503"
                   MOVE "Service Unavailable" TO WS-DYN-REASON
               WHEN OTHER
