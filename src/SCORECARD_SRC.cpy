           END-PERFORM
           CLOSE SCORECARD-FILE
           MOVE WS-CRASH-SAFE-SAVE-PATH TO WS-SCORECARD-PATH
           MOVE "SCORECARD.DAT" TO WS-JRN-FILE-NAME
           MOVE WS-SCORECARD-PATH TO WS-JRN-OLD-PATH
           MOVE WS-SCORECARD-TMP-PATH TO WS-JRN-NEW-PATH
           PERFORM 8090-JOURNAL-REWRITE-DIFF
           CALL "CBL_RENAME_FILE" USING WS-SCORECARD-TMP-PATH
               WS-SCORECARD-PATH
               RETURNING WS-CRASH-SAFE-RC

      *>*****************************************************************
      *> 5573-RECORD-SCORECARD: Poster-side. Lists the conducted
      *> ("C") interviews on postings the user manages (their own or
      *> their recruiting team's, 5603), then records the card; an
      *> earlier card for the pair is replaced.
      *>*****************************************************************
       5573-RECORD-SCORECARD.
           MOVE " " TO WS-OUTPUT-LINE
                   MOVE WS-IVT-JOB-ID(WS-IVW-IDX)
                       TO WS-SAVEDJOB-LOOKUP-ID
                   PERFORM 5348-FIND-JOB-INDEX-BY-ID
                   MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
                   PERFORM 5603-CHECK-POSTING-ACCESS
                   IF WS-RCT-CAN-MANAGE = 1
                       ADD 1 TO WS-SCD-DISP-COUNT
                       MOVE WS-IVW-IDX
                           TO WS-SCD-INDEX-MAP(WS-SCD-DISP-COUNT)
           PERFORM 8000-WRITE-OUTPUT

           PERFORM 5572-REWRITE-SCORECARDS
           MOVE WS-IVT-JOB-ID(WS-IVW-IDX) TO WS-SAVEDJOB-LOOKUP-ID
           PERFORM 5348-FIND-JOB-INDEX-BY-ID
           MOVE WS-SELECTED-JOB-IDX TO WS-RCT-CHECK-JOB-IDX
           MOVE "SCORECARD" TO WS-RCL-ACTION
           MOVE SPACES TO WS-RCL-DETAIL
           STRING FUNCTION TRIM(WS-IVT-USERNAME(WS-IVW-IDX))
               " rated " WS-SCD-RATING(WS-SCD-COUNT)
               " verdict " WS-SCD-VERDICT(WS-SCD-COUNT)
               DELIMITED BY SIZE INTO WS-RCL-DETAIL
           END-STRING
           PERFORM 5614-LOG-JOB-ACTION
           MOVE "Scorecard recorded." TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           EXIT.
