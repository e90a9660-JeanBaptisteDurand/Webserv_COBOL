      *> "load once into an OCCURS table" shape LOAD-ROUTES/LOAD-ACL/
      *> LOAD-AUTH already use for their own config files - this table
      *> has no config file of its own since its rows are the built-in
      *> endpoints, not operator-editable routing. LINKCHECK keeps
      *> its own copy of the paths (INIT-BUILTIN-PATHS in
      *> link_check.cob) - a new row goes there as well.
       INIT-ROUTE-DEFS.
           MOVE 0 TO WS-RD-COUNT.
           ADD 1 TO WS-RD-COUNT.
           MOVE "N" TO WS-RD-ALLOW-HEAD (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-OPTIONS (WS-RD-COUNT).

      *> "/guestbook" takes guestbook entries the same way (SERVE-
      *> GUESTBOOK); nothing appears on the published page until
      *> MODERATE approves it.
           ADD 1 TO WS-RD-COUNT.
           MOVE "/guestbook" TO WS-RD-PATH (WS-RD-COUNT).
           MOVE "N" TO WS-RD-PREFIX-FLAG (WS-RD-COUNT).
           MOVE "GUESTBK" TO WS-RD-HANDLER-ID (WS-RD-COUNT).
           MOVE SPACES TO WS-RD-PROGRAM (WS-RD-COUNT).
           MOVE "N" TO WS-RD-AUTH-REQ (WS-RD-COUNT).
           MOVE SPACES TO WS-RD-ROLE-REQ (WS-RD-COUNT).
           MOVE "N" TO WS-RD-ALLOW-GET (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-POST (WS-RD-COUNT).
           MOVE "N" TO WS-RD-ALLOW-HEAD (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-OPTIONS (WS-RD-COUNT).

      *> "/inventory" is the first DYNAMIC endpoint: INVHANDL
      *> (inventory_handler.cob) answers stock lookups from the
      *> indexed inventory master and takes POSTed stock movements
           MOVE "N" TO WS-RD-ALLOW-HEAD (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-OPTIONS (WS-RD-COUNT).

      *> "/orders" answers a partner's order status lookup
      *> ("?order=<no>", ORDHANDL in order_handler.cob) from the
      *> order master FULFILL keeps. Read-only, and behind the same
      *> "api" credential as the intake so a partner can only ever
      *> see its own orders.
           ADD 1 TO WS-RD-COUNT.
           MOVE "/orders" TO WS-RD-PATH (WS-RD-COUNT).
           MOVE "N" TO WS-RD-PREFIX-FLAG (WS-RD-COUNT).
           MOVE "DYNAMIC" TO WS-RD-HANDLER-ID (WS-RD-COUNT).
           MOVE "ORDHANDL" TO WS-RD-PROGRAM (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-AUTH-REQ (WS-RD-COUNT).
           MOVE "api" TO WS-RD-ROLE-REQ (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-GET (WS-RD-COUNT).
           MOVE "N" TO WS-RD-ALLOW-POST (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-HEAD (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-OPTIONS (WS-RD-COUNT).

      *> "/returns" takes a partner's returns authorisation request
      *> against one of its orders and answers RMA lookups (RMAHANDL
      *> in returns_handler.cob), behind the same "api" credential
      *> as "/orders".
           ADD 1 TO WS-RD-COUNT.
           MOVE "/returns" TO WS-RD-PATH (WS-RD-COUNT).
           MOVE "N" TO WS-RD-PREFIX-FLAG (WS-RD-COUNT).
           MOVE "DYNAMIC" TO WS-RD-HANDLER-ID (WS-RD-COUNT).
           MOVE "RMAHANDL" TO WS-RD-PROGRAM (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-AUTH-REQ (WS-RD-COUNT).
           MOVE "api" TO WS-RD-ROLE-REQ (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-GET (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-POST (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-HEAD (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-ALLOW-OPTIONS (WS-RD-COUNT).

           ADD 1 TO WS-RD-COUNT.
           MOVE "*" TO WS-RD-PATH (WS-RD-COUNT).
           MOVE "Y" TO WS-RD-PREFIX-FLAG (WS-RD-COUNT).
      *> when WS-PATH starts with that row's path text, anything else
      *> needs an exact match.
       CHECK-RD-ENTRY-MATCH.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-RD-PATH
               (WS-RD-INDEX)))
               TO WS-RD-PATH-LEN.
           IF WS-RD-PATH (WS-RD-INDEX) = "*"
               MOVE WS-RD-HANDLER-ID (WS-RD-INDEX)
                   TO WS-RD-MATCHED-HANDLER
               MOVE WS-RD-PROGRAM (WS-RD-INDEX) TO WS-RD-MATCHED-PROGRAM
               MOVE WS-RD-AUTH-REQ (WS-RD-INDEX)
                   TO WS-RD-MATCHED-AUTH-REQ
               MOVE WS-RD-ROLE-REQ (WS-RD-INDEX)
                   TO WS-RD-MATCHED-ROLE-REQ
               PERFORM CHECK-RD-METHOD-ALLOWED
