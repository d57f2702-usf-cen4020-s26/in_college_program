*>     for every connection so numbers stay stable across pages
*>*****************************************************************
       7710-PRINT-ONE-NETWORK-LINE.
*> *      *>   A deactivated connection is left off the list (and out of
*> *      *>   the numbering) until its owner reactivates the account.
           MOVE WS-NETWORK-OTHER-USERNAME TO WS-SDEL-CHECK-USER
           PERFORM 7960-CHECK-DEACTIVATED
           IF WS-SDEL-FOUND = 1
               EXIT PARAGRAPH
           END-IF

*> *      *>   Tag lookup first: an active tag filter excludes
*> *      *>   non-matching connections from the list entirely, so the
*> *      *>   numbering always refers to the rows actually shown.
