      *>   WS-PLACEMENT.cpy - group table and work fields
      *>   WS-JOBS.cpy      - WS-APP-TABLE
      *>   main.cob         - WS-USER-PROFILES, 8000-WRITE-OUTPUT
      *>   MAJORS_SRC.cpy   - 7188-NORMALIZE-MAJOR (by-major grouping)
      *>*****************************************************************

      *>*****************************************************************
                               TO WS-PLC-KEY
                       WHEN 2
                           MOVE WS-MAJOR(WS-PLC-PROF-IDX)
                               TO WS-MJR-INPUT
                           PERFORM 7188-NORMALIZE-MAJOR
                           MOVE WS-MJR-OUTPUT TO WS-PLC-KEY
                       WHEN 3
                           MOVE WS-GRAD-YEAR(WS-PLC-PROF-IDX)
                               TO WS-PLC-KEY
