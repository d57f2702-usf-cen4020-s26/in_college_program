           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "EMPREVIEW.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "RECRUITERS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "RECRUITLOG.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "JOBSKILLS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "COURSEWORK.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "COURSESKILL.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CREDITREQ.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "EVALS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CASELOAD.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CASELOG.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "APPTS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "EVTSURVEY.DAT"
               TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "BOOTHS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CALEXPORT.DAT"
               TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "PROJECTS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "MAJORS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "MAJORVAR.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "LEDGER.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "FEATURED.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "RECERT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "ENTITLE.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CONSENT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "MILESTONE.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "LOCATIONS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "JOBVIEWS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "BANNED.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "MODQUEUE.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "TXNRBK.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "SEALS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "POOLS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "POOLMEMBERS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "EXTAPPS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "REFERENCES.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "REFCHECKS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "TICKETS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "TICKETNOTES.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "JOBREPORTS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "STMTOPTOUT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "STMTAPPS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "PAYRULES.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "SYNDOPTOUT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "SYNDSENT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "SYNDRUNS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "ROOMS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CAMPAIGNS.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "CAMPRCPT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "RUNREG.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "SKILLQ.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "SKILLVERIFY.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "BLACKOUT.DAT" TO WS-BAK-FILE-NAME(WS-BAK-FILE-COUNT)
           ADD 1 TO WS-BAK-FILE-COUNT
           MOVE "RESEARCHKEY.DAT"
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING.
           PERFORM 8000-WRITE-OUTPUT.
*> *      *>    The restore was approved under dual control; seal
*> *      *>    the restored security files so the next startup
*> *      *>    accepts them.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-FILE-COUNT
               MOVE WS-SEAL-FILE(WS-SEAL-IDX) TO WS-SEAL-FILE-NAME
               MOVE "RESTORE" TO WS-SEAL-BY
               PERFORM 7082-RESEAL-FILE
           END-PERFORM.
           MOVE "NOTE: this run still holds the pre-restore data in "
               & "memory. End the run; the next one loads the "
               & "restored set." TO WS-OUTPUT-LINE.
