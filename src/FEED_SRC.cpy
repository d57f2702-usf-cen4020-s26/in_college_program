      *> FILE:    FEED_SRC.cpy
      *> PURPOSE: "My Feed": what the user's network has been up to,
      *>          newest first - endorsements earned, group board
      *>          posts, jobs posted, events RSVP'd, offers accepted,
      *>          plus new events in the groups the user belongs to.
      *>          Only connections appear (which also satisfies
      *>          connections-only profile visibility), and blocked
      *>          users are skipped in either direction. This is the
               IF WS-FEED-IS-CONN = 1
                   PERFORM VARYING WS-FEED-JDX FROM 1 BY 1
                       UNTIL WS-FEED-JDX > WS-EVENT-COUNT
                       MOVE WS-FEED-JDX TO WS-EVT-IDX
                       PERFORM 6634-CHECK-EVENT-ACCESS
                       IF WS-EVT-ID(WS-FEED-JDX) =
                           WS-RSV-EVENT-ID(WS-FEED-IDX)
                          AND WS-EVT-ACCESS-OK = 1
                           MOVE WS-EVT-DATE(WS-FEED-JDX)
                               TO WS-FEED-SWAP-DATE
                           MOVE SPACES TO WS-FEED-SWAP-TEXT
               END-IF
           END-PERFORM

      *>    New events in the user's own groups, dated when posted;
      *>    these come from group membership, not connections.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVENT-COUNT
               IF WS-EVT-GROUP-ID(WS-EVT-IDX) > 0
                   PERFORM 6634-CHECK-EVENT-ACCESS
                   IF WS-EVT-ACCESS-OK = 1
                       PERFORM 6635-FIND-EVENT-GROUP-NAME
                       MOVE WS-EVT-POSTED(WS-EVT-IDX)
                           TO WS-FEED-SWAP-DATE
                       MOVE SPACES TO WS-FEED-SWAP-TEXT
                       STRING "New event in "
                           FUNCTION TRIM(WS-EVT-GRP-NAME) ": "
                           FUNCTION TRIM(WS-EVT-NAME(WS-EVT-IDX))
                           " on " WS-EVT-DATE(WS-EVT-IDX)
                           DELIMITED BY SIZE INTO WS-FEED-SWAP-TEXT
                       END-STRING
                       PERFORM 6852-FEED-ADD
                   END-IF
               END-IF
           END-PERFORM

      *>    Placements: connections who accepted an offer.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-OFFER-COUNT
