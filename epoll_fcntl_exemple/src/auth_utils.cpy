                           MOVE -1 TO WS-B64-IDX (WS-B64-SCAN)
                       ELSE
                           PERFORM FIND-B64-INDEX
                           MOVE WS-B64-FOUND-INDEX
                               TO WS-B64-IDX (WS-B64-SCAN)
                       END-IF
                       ADD 1 TO WS-B64-INPUT-PTR
                   END-IF
                 + FUNCTION MAX (WS-B64-IDX (2), 0) * 4096
                 + FUNCTION MAX (WS-B64-IDX (3), 0) * 64
                 + FUNCTION MAX (WS-B64-IDX (4), 0)
               COMPUTE WS-B64-BYTE1
                   = FUNCTION INTEGER (WS-B64-GROUP-VAL / 65536)
               COMPUTE WS-B64-BYTE2 =
                   FUNCTION MOD (FUNCTION INTEGER (WS-B64-GROUP-VAL /
                       256), 256)
               COMPUTE WS-B64-BYTE3
                   = FUNCTION MOD (WS-B64-GROUP-VAL, 256)
               MOVE FUNCTION CHAR (WS-B64-BYTE1 + 1)
                   TO WS-AUTH-DECODED (WS-B64-OUTPUT-PTR : 1)
               ADD 1 TO WS-B64-OUTPUT-PTR
