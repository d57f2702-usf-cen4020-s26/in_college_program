      *>   3788-DWX-WRITE-DETAIL  - One DTL record from WS-DWX-LINE
      *>
      *> DEPENDENCIES:
      *>   WS-DWEXTRACT.cpy and the standing tables,
      *>   CONSENT_SRC.cpy 5972 (WAREHOUSE purpose)
      *>*****************************************************************

       3785-DW-EXTRACT.
           MOVE "=== DATA WAREHOUSE EXTRACT ===" TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DWX-STAMP
      *>    Students who opted out of the WAREHOUSE purpose are left
      *>    out of the profile, placement and application files.
           MOVE "WAREHOUSE" TO WS-CNS-PURPOSE

      *> --- Profiles ---
           MOVE "DW_PROFILES.DAT" TO WS-DWX-FILE-NAME
           IF WS-DWX-STATUS = WS-CONST-FS-OK
               PERFORM VARYING WS-DWX-IDX FROM 1 BY 1
                   UNTIL WS-DWX-IDX > WS-PROFILE-COUNT
                   MOVE WS-PROF-USERNAME(WS-DWX-IDX) TO WS-CNS-USER
                   PERFORM 5972-CHECK-CONSENT
                   IF WS-HAS-PROFILE(WS-DWX-IDX) = 1 AND WS-CNS-OK = 1
                       MOVE SPACES TO WS-DWX-LINE
                       STRING WS-PROF-USERNAME(WS-DWX-IDX)
                           WS-UNIVERSITY(WS-DWX-IDX)
           IF WS-DWX-STATUS = WS-CONST-FS-OK
               PERFORM VARYING WS-DWX-IDX FROM 1 BY 1
                   UNTIL WS-DWX-IDX > WS-OFFER-COUNT
                   MOVE WS-OFT-USERNAME(WS-DWX-IDX) TO WS-CNS-USER
                   PERFORM 5972-CHECK-CONSENT
                   IF WS-OFT-DECISION(WS-DWX-IDX) = "A"
                       AND WS-CNS-OK = 1
                       MOVE SPACES TO WS-DWX-LINE
                       STRING WS-OFT-USERNAME(WS-DWX-IDX)
                           WS-OFT-JOB-ID(WS-DWX-IDX)
           IF WS-DWX-STATUS = WS-CONST-FS-OK
               PERFORM VARYING WS-DWX-IDX FROM 1 BY 1
                   UNTIL WS-DWX-IDX > WS-ALL-APPS-COUNT
                   MOVE WS-AT-USERNAME(WS-DWX-IDX) TO WS-CNS-USER
                   PERFORM 5972-CHECK-CONSENT
                   IF WS-CNS-OK = 1
                       MOVE SPACES TO WS-DWX-LINE
                       STRING WS-AT-USERNAME(WS-DWX-IDX)
                           WS-AT-JOB-ID(WS-DWX-IDX)
                           WS-AT-STATUS(WS-DWX-IDX)
                           WS-AT-JOB-EMPLOYER(WS-DWX-IDX)
                           DELIMITED BY SIZE INTO WS-DWX-LINE
                       END-STRING
                       PERFORM 3788-DWX-WRITE-DETAIL
                   END-IF
               END-PERFORM
               PERFORM 3787-DWX-CLOSE
           END-IF
