      *> drift apart on the algorithm. It is a containment measure
      *> for a leaked config directory, not a substitute for a real
      *> KDF - the auth surface behind it is one internal /api.
      *> START-/FOLD-/FINISH-CONTENT-DIGEST run the same two
      *> accumulators once over arbitrary bytes (a file fed through
      *> WS-PH-COMBINED a chunk at a time, WS-PH-LEN bytes each) for
      *> a 16-hex-digit content fingerprint. WS-PH-ROUND counts the
      *> bytes, so the second accumulator is position-weighted and a
      *> swapped pair of bytes still changes the digest. A tamper
      *> check, not a cryptographic hash.
       COMPUTE-PASSWORD-HASH.
           MOVE SPACES TO WS-PH-COMBINED.
           STRING FUNCTION TRIM (WS-PH-SALT) DELIMITED BY SIZE
                        4294967279)
               END-PERFORM
           END-PERFORM.
           PERFORM EMIT-HASH-HEX.
           EXIT.

       START-CONTENT-DIGEST.
           MOVE 2166136261 TO WS-PH-H1.
           MOVE 40503 TO WS-PH-H2.
           MOVE 0 TO WS-PH-ROUND.
           EXIT.

       FOLD-CONTENT-DIGEST.
           PERFORM VARYING WS-PH-POS FROM 1 BY 1
                   UNTIL WS-PH-POS > WS-PH-LEN
               ADD 1 TO WS-PH-ROUND
               COMPUTE WS-PH-C = FUNCTION ORD
                   (WS-PH-COMBINED (WS-PH-POS : 1)) - 1
               COMPUTE WS-PH-H1 = FUNCTION MOD
                   (WS-PH-H1 * 31 + WS-PH-C + 1, 4294967291)
               COMPUTE WS-PH-H2 = FUNCTION MOD
                   (WS-PH-H2 * 37 + (WS-PH-C + 1) * WS-PH-ROUND,
                    4294967279)
           END-PERFORM.
           EXIT.

       FINISH-CONTENT-DIGEST.
           PERFORM EMIT-HASH-HEX.
           EXIT.

      *> EMIT-HASH-HEX writes WS-PH-H1 and WS-PH-H2 as 8 hex digits
      *> each into WS-PH-HASH (consuming both accumulators).
       EMIT-HASH-HEX.
           MOVE SPACES TO WS-PH-HASH.
           PERFORM VARYING WS-PH-HEX-I FROM 8 BY -1
                   UNTIL WS-PH-HEX-I < 1
