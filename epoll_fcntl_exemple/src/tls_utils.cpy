           IF WS-TLS-FOUND-INDEX NOT = 0
               CALL "SSL_write" USING
                   BY VALUE WS-TLS-SSL-SESSION-PTR (WS-TLS-FOUND-INDEX)
                   BY REFERENCE WS-RESPONSE (WS-SEND-OFFSET :
                       WS-SEND-CHUNK-LEN)
                   BY VALUE WS-SEND-CHUNK-LEN
                   RETURNING WS-SEND-STATUS
           ELSE
               CALL "send" USING
                   BY VALUE WS-CLIENT-FD
                   BY REFERENCE WS-RESPONSE (WS-SEND-OFFSET :
                       WS-SEND-CHUNK-LEN)
                   BY VALUE WS-SEND-CHUNK-LEN
                   BY VALUE 0
                   RETURNING WS-SEND-STATUS
