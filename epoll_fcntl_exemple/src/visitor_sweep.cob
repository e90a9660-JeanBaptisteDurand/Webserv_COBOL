
      *> Exempt addresses: any acl.conf row, ALLOW and DENY alike.
       01 WS-EXEMPT-TABLE.
           05 WS-EX-IP OCCURS 200 TIMES PIC X(39) VALUE SPACES.
       77 WS-EX-COUNT             PIC 9(4) COMP VALUE 0.
       77 WS-EX-TYPE              PIC X(5) VALUE SPACES.
       77 WS-EX-ADDR              PIC X(39) VALUE SPACES.
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACL-FILE-STATUS = "10"
                   OR WS-EX-COUNT >= 200
               READ ACL-FILE
                   AT END
                       CONTINUE
