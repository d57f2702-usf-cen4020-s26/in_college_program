      *>                        WS-USER-FOUND
      *>   WS-ACCOUNTS.cpy   - WS-ACCOUNT-INDEX
      *>   WS-CONNECTIONS.cpy - WS-CONNECTIONS-COUNT, WS-CONN-USER-A/B,
      *>                        WS-CONN-IDX, WS-NBR-TABLE, WS-NETKEY-PAIR-*
      *>   WS-IO-CONTROL.cpy - WS-EOF-FLAG, WS-PROGRAM-RUNNING, WS-OUTPUT-LINE
      *>   PROFILE.cpy       - 7110-DISPLAY-BASIC-INFO, 7120-DISPLAY-ABOUT-ME,
      *>                        7125-DISPLAY-RESUME-REF, 7126-CHECK-VIEWER-

                       PERFORM 7511-CHECK-SUBSTRING-MATCH

                       IF WS-SUBSTRING-FOUND = 1
                           MOVE WS-PROF-USERNAME(WS-ACCOUNT-INDEX)
                               TO WS-SDEL-CHECK-USER
                           PERFORM 7960-CHECK-DEACTIVATED
                           IF WS-SDEL-FOUND = 1
                               MOVE 0 TO WS-SUBSTRING-FOUND
                           END-IF
                       END-IF

                       IF WS-SUBSTRING-FOUND = 1
                           MOVE 1 TO WS-SEARCH-UNIV-MATCH
                           IF FUNCTION TRIM(WS-SEARCH-UNIVERSITY)

           PERFORM 7110-DISPLAY-BASIC-INFO.

*> *      *>    GPA and work authorization only for the poster of a job
*> *      *>    this student applied to.
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               TO WS-GPA-STUDENT.
           PERFORM 5655-CHECK-GPA-VISIBLE.
           IF WS-GPA-VISIBLE = 1
               PERFORM 5656-DISPLAY-PROFILE-GPA
               PERFORM 5662-DISPLAY-PROFILE-WORK-AUTH
           END-IF.

           PERFORM 7127-DISPLAY-MUTUAL-CONNECTIONS.

           PERFORM 7530-DISPLAY-CONNECTION-PATH.
                   TO WS-CRT-SHOW-USER
               PERFORM 7195-DISPLAY-USER-CERTS

               MOVE "Projects:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
                   TO WS-PRJ-SHOW-USER
               PERFORM 7475-DISPLAY-USER-PROJECTS

               MOVE "Coursework:" TO WS-OUTPUT-LINE
               PERFORM 8000-WRITE-OUTPUT
               MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
                   TO WS-CRS-SHOW-USER
               PERFORM 5640-DISPLAY-USER-COURSES

               PERFORM 7133-DISPLAY-RECOMMENDATIONS

*> *      *>    A connection viewing this profile may endorse one of
*> *      *>*****************************************************************
*> *      *> 7530-DISPLAY-CONNECTION-PATH: Show how the viewer is connected *
*> *      *> to the profile at WS-DISPLAY-PROFILE-INDEX by walking          *
*> *      *> CONNECTIONS.DAT - "you -> Maria Lopez -> this person" -        *
*> *      *> up to three hops, so a warm path is visible before a cold     *
*> *      *> message. Nothing prints on the viewer's own profile. The      *
*> *      *> viewer's neighbors come from the working set; CONNECTIONS.DAT *
*> *      *> is then read once (7536) for the target's neighbors and the   *
*> *      *> neighbors-of-neighbors, and the hops are matched in memory.   *
*> *      *>*****************************************************************
       7530-DISPLAY-CONNECTION-PATH.
           MOVE WS-PROF-USERNAME(WS-DISPLAY-PROFILE-INDEX)
               EXIT PARAGRAPH
           END-IF.

*> *      *>    The viewer's neighbors, then one pass over the file for
*> *      *>    the target's neighbors and the viewer's second degree.
           MOVE WS-USERNAME(WS-CURRENT-USER-INDEX) TO WS-NBR-KEY-USER.
           PERFORM 9256-LOAD-NEIGHBORS.
           MOVE WS-NBR-COUNT TO WS-PATH-MY-NBR-COUNT.
           PERFORM VARYING WS-PATH-I FROM 1 BY 1
               UNTIL WS-PATH-I > WS-NBR-COUNT
               MOVE WS-NBR-USER(WS-PATH-I) TO WS-PATH-MY-NBR(WS-PATH-I)
           END-PERFORM.
           PERFORM 7536-SCAN-PATH-ROWS.

           MOVE 0 TO WS-PATH-FOUND.

               EXIT PARAGRAPH
           END-IF.

*> *      *>    Three hops: a connected pair of middle people. Walk the
*> *      *>    viewer's neighbors in order and, for each, the hop rows
*> *      *>    collected for it, matching the far end to the target's.
           PERFORM VARYING WS-PATH-I FROM 1 BY 1
               UNTIL WS-PATH-I > WS-PATH-MY-NBR-COUNT
                   OR WS-PATH-FOUND = 1
               PERFORM VARYING WS-PATH-CONN-IDX FROM 1 BY 1
                   UNTIL WS-PATH-CONN-IDX > WS-PATH-HOP-COUNT
                       OR WS-PATH-FOUND = 1
                   IF WS-PATH-HOP-MID(WS-PATH-CONN-IDX) = WS-PATH-I
                       PERFORM VARYING WS-PATH-J FROM 1 BY 1
                           UNTIL WS-PATH-J > WS-PATH-TGT-NBR-COUNT
                               OR WS-PATH-FOUND = 1
                           IF WS-PATH-HOP-FAR(WS-PATH-CONN-IDX) =
                               WS-PATH-TGT-NBR(WS-PATH-J)
                               MOVE 1 TO WS-PATH-FOUND
                               MOVE SPACES TO WS-OUTPUT-LINE
                               STRING "How you're connected: you -> "
                                   FUNCTION TRIM(WS-PATH-MY-NBR(WS-PATH-I))
                                   " -> "
                                   FUNCTION TRIM(WS-PATH-TGT-NBR(WS-PATH-J))
                                   " -> this person"
                                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                               END-STRING
                               PERFORM 8000-WRITE-OUTPUT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           END-IF.
           EXIT.

*> *      *>*****************************************************************
*> *      *> 7536-SCAN-PATH-ROWS: One pass over CONNECTIONS.DAT for the     *
*> *      *> connection path. A row naming the target adds the other end   *
*> *      *> to the target's neighbors; a row naming one of the viewer's   *
*> *      *> neighbors adds a hop (that neighbor's slot, the other end).   *
*> *      *> Rows leading back to the viewer are not hops.                 *
*> *      *>*****************************************************************
       7536-SCAN-PATH-ROWS.
           MOVE 0 TO WS-PATH-TGT-NBR-COUNT.
           MOVE 0 TO WS-PATH-HOP-COUNT.
           OPEN INPUT CONNECTIONS-FILE.
           IF WS-CONNECTIONS-STATUS NOT = WS-CONST-FS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONNECTIONS-EOF.
           PERFORM 7537-PATH-ROW
               UNTIL WS-CONNECTIONS-EOF = "Y".
           CLOSE CONNECTIONS-FILE.
           EXIT.

       7537-PATH-ROW.
           READ CONNECTIONS-FILE
               AT END
                   MOVE "Y" TO WS-CONNECTIONS-EOF
           END-READ.
           IF WS-CONNECTIONS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF CONN-USER-A = WS-PATH-TARGET-USER
               AND WS-PATH-TGT-NBR-COUNT < 500
               ADD 1 TO WS-PATH-TGT-NBR-COUNT
               MOVE CONN-USER-B TO WS-PATH-TGT-NBR(WS-PATH-TGT-NBR-COUNT)
           END-IF.
           IF CONN-USER-B = WS-PATH-TARGET-USER
               AND WS-PATH-TGT-NBR-COUNT < 500
               ADD 1 TO WS-PATH-TGT-NBR-COUNT
               MOVE CONN-USER-A TO WS-PATH-TGT-NBR(WS-PATH-TGT-NBR-COUNT)
           END-IF.

           MOVE CONN-USER-A TO WS-PATH-CHECK-A.
           MOVE CONN-USER-B TO WS-PATH-CHECK-B.
           PERFORM 7538-ADD-PATH-HOP.
           MOVE CONN-USER-B TO WS-PATH-CHECK-A.
           MOVE CONN-USER-A TO WS-PATH-CHECK-B.
           PERFORM 7538-ADD-PATH-HOP.
           EXIT.

*> *      *>    WS-PATH-CHECK-A is the near end, WS-PATH-CHECK-B the far.
       7538-ADD-PATH-HOP.
           IF WS-PATH-CHECK-B = WS-USERNAME(WS-CURRENT-USER-INDEX)
               OR WS-PATH-HOP-COUNT >= WS-PATH-HOP-MAX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PATH-J FROM 1 BY 1
               UNTIL WS-PATH-J > WS-PATH-MY-NBR-COUNT
               IF WS-PATH-MY-NBR(WS-PATH-J) = WS-PATH-CHECK-A
                   ADD 1 TO WS-PATH-HOP-COUNT
                   MOVE WS-PATH-J TO WS-PATH-HOP-MID(WS-PATH-HOP-COUNT)
                   MOVE WS-PATH-CHECK-B
                       TO WS-PATH-HOP-FAR(WS-PATH-HOP-COUNT)
                   MOVE WS-PATH-MY-NBR-COUNT TO WS-PATH-J
               END-IF
           END-PERFORM.
           EXIT.

*> *      *>*****************************************************************
*> *      *> 7535-CHECK-PAIR-CONNECTED: Set WS-PATH-CONNECTED to 1 when     *
*> *      *> WS-PATH-CHECK-A and WS-PATH-CHECK-B appear together on a      *
*> *      *> CONNECTIONS.DAT row (either direction). Keyed probe through   *
*> *      *> NETKEY_SRC.cpy 9257.                                          *
*> *      *>*****************************************************************
       7535-CHECK-PAIR-CONNECTED.
           MOVE WS-PATH-CHECK-A TO WS-NETKEY-PAIR-A.
           MOVE WS-PATH-CHECK-B TO WS-NETKEY-PAIR-B.
           PERFORM 9257-CHECK-PAIR-CONNECTED.
           MOVE WS-NETKEY-PAIR-HIT TO WS-PATH-CONNECTED.
           EXIT.

*> *      *>*****************************************************************
