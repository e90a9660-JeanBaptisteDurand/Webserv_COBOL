           MOVE 0 TO WS-CONN-CLOSE-COUNT.
           MOVE 0 TO WS-CONN-KEEPALIVE-COUNT.
           MOVE FUNCTION UPPER-CASE (WS-BUFFER) TO WS-BUFFER-UPPER.
           INSPECT WS-BUFFER TALLYING WS-HTTP10-COUNT
               FOR ALL "HTTP/1.0".
           *> "Connection: close"/"Connection: keep-alive" are matched
           *> against an upper-cased copy of the buffer since real
           *> clients send either casing - HTTP/1.0 clients
