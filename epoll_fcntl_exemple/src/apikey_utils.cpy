      *> apikey_utils.cpy
      *> CHECK-API-KEY lets a partner authenticate to the intake rows
      *> with its own key instead of a shared operator credential:
      *> an "X-Api-Key: <key id>.<secret>" header is looked up by key
      *> id in the indexed key file KEYADMIN maintains, and the
      *> secret is checked against the stored salted hash through
      *> the same hash_utils.cpy CHECK-BASIC-AUTH uses. A key binds
      *> the request to its partner: a POST whose partner_id - the
      *> JSON field on the order intake, the "partner_id=" form field
      *> on a urlencoded post such as "/returns" - is not the key's
      *> partner is refused, so partner A can no longer post orders
      *> or returns as partner B. An unknown, wrong, revoked or
      *> expired key leaves WS-AUTH-OK "N" (401); a good key used for
      *> another partner, or on a row needing a role other than
      *> "api", sets WS-AUTH-ROLE-DENIED (403). Every refusal goes to
      *> the reject log with a key_ reason and, when the key exists,
      *> onto its refused counter; an accepted request bumps the
      *> key's use count and last use, for the partner review. The
      *> key file is opened around each check, the same open-per-use
      *> discipline WRITE-TRANSACTION follows across the worker pool.
      *> WS-APIKEY-PRESENT tells the caller whether a key was offered
      *> at all; without one the usual cookie/Basic auth applies.
       CHECK-API-KEY.
           MOVE "N" TO WS-APIKEY-PRESENT.
           MOVE "N" TO WS-APIKEY-REFUSED.
           MOVE SPACES TO WS-AUTH-JUNK.
           MOVE SPACES TO WS-APIKEY-TAIL.
           UNSTRING WS-BUFFER DELIMITED BY "X-Api-Key: "
               INTO WS-AUTH-JUNK WS-APIKEY-TAIL
           END-UNSTRING.
           IF WS-APIKEY-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-APIKEY-PRESENT.
           MOVE "N" TO WS-AUTH-OK.
           MOVE SPACES TO WS-APIKEY-VALUE.
           UNSTRING WS-APIKEY-TAIL DELIMITED BY X"0D"
               INTO WS-APIKEY-VALUE
           END-UNSTRING.
           MOVE SPACES TO WS-APIKEY-ID-IN.
           MOVE SPACES TO WS-APIKEY-SECRET-IN.
           UNSTRING WS-APIKEY-VALUE DELIMITED BY "."
               INTO WS-APIKEY-ID-IN WS-APIKEY-SECRET-IN
           END-UNSTRING.
           IF WS-APIKEY-ID-IN = SPACES OR WS-APIKEY-SECRET-IN = SPACES
               MOVE "key_unknown" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O API-KEY-FILE.
           IF WS-APIKEY-FILE-STATUS NOT = "00"
               MOVE "key_unknown" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APIKEY-ID-IN TO WS-PK-ID.
           READ API-KEY-FILE
               INVALID KEY
                   MOVE "key_unknown" TO WS-REJECT-REASON
                   PERFORM REFUSE-API-KEY
                   CLOSE API-KEY-FILE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VERIFY-API-KEY.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           IF WS-APIKEY-IS-REFUSED
               MOVE WS-LOG-TIMESTAMP (1 : 14) TO WS-PK-LAST-REFUSED
               ADD 1 TO WS-PK-REFUSED-COUNT
           ELSE
               MOVE WS-LOG-TIMESTAMP (1 : 14) TO WS-PK-LAST-USED
               ADD 1 TO WS-PK-USE-COUNT
           END-IF.
           REWRITE WS-APIKEY-RECORD
               INVALID KEY
                   MOVE "key-usage" TO WS-ERROR-CONTEXT
                   MOVE 0 TO WS-ERROR-STATUS-DISPLAY
                   PERFORM WRITE-ERROR-LOG
           END-REWRITE.
           CLOSE API-KEY-FILE.
           EXIT.

      *> VERIFY-API-KEY judges the key record just read: secret,
      *> status and expiry first (401 on failure), then the scope of
      *> the row and the partner the body claims to be (403).
       VERIFY-API-KEY.
           MOVE WS-PK-SALT TO WS-PH-SALT.
           MOVE WS-APIKEY-SECRET-IN TO WS-PH-PASS.
           PERFORM COMPUTE-PASSWORD-HASH.
           IF WS-PH-HASH NOT = WS-PK-HASH
               MOVE "key_invalid" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               EXIT PARAGRAPH
           END-IF.
           IF WS-PK-STATUS NOT = "ACTIVE"
               MOVE "key_revoked" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1 : 8) TO WS-APIKEY-TODAY.
           IF WS-PK-EXPIRY NOT = SPACES
                   AND WS-PK-EXPIRY < WS-APIKEY-TODAY
               MOVE "key_expired" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               EXIT PARAGRAPH
           END-IF.
           *> The key is genuine: from here on a refusal is 403, not
           *> 401 - the partner is known, the request is not allowed.
           MOVE "Y" TO WS-AUTH-OK.
           MOVE WS-PK-PARTNER TO WS-AUTH-USER-IN.
           IF WS-RD-MATCHED-ROLE-REQ NOT = SPACES
                   AND FUNCTION TRIM (WS-RD-MATCHED-ROLE-REQ)
                       NOT = "api"
               MOVE "key_scope" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               MOVE "Y" TO WS-AUTH-OK
               MOVE "Y" TO WS-AUTH-ROLE-DENIED
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM (WS-HTTP-METHOD) NOT = "POST"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-APIKEY-BODY-PARTNER.
           IF WS-BODY-LEN > 0 AND WS-BODY-BUFFER (1 : 1) = "{"
               PERFORM PARSE-JSON-BODY
               MOVE "partner_id" TO WS-JSON-WANTED
               PERFORM FIND-JSON-FIELD
               MOVE FUNCTION UPPER-CASE (WS-JSON-FOUND-VALUE (1 : 16))
                   TO WS-APIKEY-BODY-PARTNER
           END-IF.
           IF WS-BODY-LEN > 0 AND WS-BODY-BUFFER (1 : 1) NOT = "{"
               PERFORM FIND-FORM-PARTNER
           END-IF.
           IF WS-APIKEY-BODY-PARTNER NOT = WS-PK-PARTNER
               MOVE "key_partner" TO WS-REJECT-REASON
               PERFORM REFUSE-API-KEY
               MOVE "Y" TO WS-AUTH-OK
               MOVE "Y" TO WS-AUTH-ROLE-DENIED
           END-IF.
           EXIT.

      *> FIND-FORM-PARTNER takes the "partner_id=" field of a
      *> urlencoded body - first in the body or after an "&", so no
      *> other field ending in "partner_id" is mistaken for it.
       FIND-FORM-PARTNER.
           MOVE SPACES TO WS-APIKEY-TAIL.
           IF WS-BODY-LEN > 11
                   AND WS-BODY-BUFFER (1 : 11) = "partner_id="
               MOVE WS-BODY-BUFFER (12 : WS-BODY-LEN - 11)
                   TO WS-APIKEY-TAIL
           ELSE
               MOVE SPACES TO WS-AUTH-JUNK
               UNSTRING WS-BODY-BUFFER (1 : WS-BODY-LEN)
                       DELIMITED BY "&partner_id="
                   INTO WS-AUTH-JUNK WS-APIKEY-TAIL
               END-UNSTRING
           END-IF.
           IF WS-APIKEY-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-APIKEY-VALUE.
           UNSTRING WS-APIKEY-TAIL DELIMITED BY "&" OR X"0D"
               INTO WS-APIKEY-VALUE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-APIKEY-VALUE (1 : 16))
               TO WS-APIKEY-BODY-PARTNER.
           EXIT.

      *> REFUSE-API-KEY logs the refusal (WS-REJECT-REASON set by the
      *> caller) and fails the authentication.
       REFUSE-API-KEY.
           MOVE "Y" TO WS-APIKEY-REFUSED.
           MOVE "N" TO WS-AUTH-OK.
           MOVE WS-CLIENT-FD TO WS-LOG-FD-DISPLAY.
           PERFORM WRITE-REJECT-LOG.
           EXIT.
