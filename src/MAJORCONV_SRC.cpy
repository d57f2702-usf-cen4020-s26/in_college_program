      *>
      *> DEPENDENCIES:
      *>   WS-MAJORCONV.cpy, WS-JOBS.cpy (WS-AT table),
      *>   WS-OFFERS.cpy, main.cob APPSNAP-FILE,
      *>   MAJORS_SRC.cpy (7188-NORMALIZE-MAJOR)
      *>*****************************************************************

       3815-SUCCESS-BY-MAJOR-REPORT.
           EXIT.

      *>*****************************************************************
      *> 3817-MCV-TALLY-ROW: One snapshot row, grouped under the
      *> catalog name of its major (7188). The interview column
      *> counts applications that reached Interviewing, Offered, or
      *> Hired; accepted offers join in from OFFERS.DAT.
      *>*****************************************************************
       3817-MCV-TALLY-ROW.
           MOVE SNP-MAJOR TO WS-MJR-INPUT
           PERFORM 7188-NORMALIZE-MAJOR
           MOVE 0 TO WS-MCV-MATCH-IDX
           PERFORM VARYING WS-MCV-IDX FROM 1 BY 1
               UNTIL WS-MCV-IDX > WS-MCV-USED
                   OR WS-MCV-MATCH-IDX NOT = 0
               IF FUNCTION TRIM(WS-MCV-MAJOR(WS-MCV-IDX)) =
                   FUNCTION TRIM(WS-MJR-OUTPUT)
                  AND WS-MCV-YEAR(WS-MCV-IDX) = SNP-GRAD-YEAR
                   MOVE WS-MCV-IDX TO WS-MCV-MATCH-IDX
               END-IF
               END-IF
               ADD 1 TO WS-MCV-USED
               MOVE WS-MCV-USED TO WS-MCV-MATCH-IDX
               MOVE WS-MJR-OUTPUT TO WS-MCV-MAJOR(WS-MCV-MATCH-IDX)
               MOVE SNP-GRAD-YEAR TO WS-MCV-YEAR(WS-MCV-MATCH-IDX)
               MOVE 0 TO WS-MCV-APPS(WS-MCV-MATCH-IDX)
               MOVE 0 TO WS-MCV-INTERVIEWS(WS-MCV-MATCH-IDX)
