      *> DEPENDENCIES:
      *>   WS-FDSURVEY.cpy - table and tallies
      *>   main.cob        - ALUMNI-FILE, 8000/8100
      *>   MAJORS_SRC.cpy  - 7188-NORMALIZE-MAJOR (tally grouping)
      *>*****************************************************************

      *>*****************************************************************
           END-PERFORM
           CLOSE ALUMNI-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-ALUMNI-PATH
           MOVE "ALUMNI.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-ALUMNI-PATH TO WS-JRN-OLD-PATH
           MOVE WS-ALUMNI-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-ALUMNI-TMP-PATH
               WS-ALUMNI-PATH
               RETURNING WS-CRASH-SAFE-RC
           MOVE 0 TO WS-FDS-TALLY-USED
           PERFORM VARYING WS-FDS-IDX FROM 1 BY 1
               UNTIL WS-FDS-IDX > WS-FDS-COUNT
               MOVE WS-FDS-MAJOR(WS-FDS-IDX) TO WS-MJR-INPUT
               PERFORM 7188-NORMALIZE-MAJOR
               MOVE 0 TO WS-FDS-MATCH-IDX
               PERFORM VARYING WS-FDS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-FDS-TALLY-IDX > WS-FDS-TALLY-USED
                       OR WS-FDS-MATCH-IDX NOT = 0
                   IF FUNCTION TRIM(WS-FDS-TLY-MAJOR(
                       WS-FDS-TALLY-IDX)) = FUNCTION TRIM(
                           WS-MJR-OUTPUT)
                      AND WS-FDS-TLY-YEAR(WS-FDS-TALLY-IDX) =
                          WS-FDS-GRAD-YEAR(WS-FDS-IDX)
                       MOVE WS-FDS-TALLY-IDX TO WS-FDS-MATCH-IDX
                   IF WS-FDS-TALLY-USED < WS-CONST-MAX-FDS-TALLIES
                       ADD 1 TO WS-FDS-TALLY-USED
                       MOVE WS-FDS-TALLY-USED TO WS-FDS-MATCH-IDX
                       MOVE WS-MJR-OUTPUT
                           TO WS-FDS-TLY-MAJOR(WS-FDS-MATCH-IDX)
                       MOVE WS-FDS-GRAD-YEAR(WS-FDS-IDX)
                           TO WS-FDS-TLY-YEAR(WS-FDS-MATCH-IDX)
