      *> DEPENDENCIES:
      *>   WS-HOUSEKEEP.cpy and the step paragraphs it calls:
      *>   5400 (expired jobs), 9320 (stale pending), 9272 (message
      *>   aging), 7961 (deactivated accounts past their grace
      *>   period), 9360 (retention), 4248 (partner syndication,
      *>   changes only), 4225 (monthly activity statements, 1st of
      *>   the month only), 3980 (notify spool), 3900 (activity
      *>   digest)
      *>*****************************************************************

       2090-HOUSEKEEPING-BATCH.
           PERFORM 6030-LOAD-ALL-MODULES
           MOVE " " TO WS-OUTPUT-LINE
           PERFORM 8000-WRITE-OUTPUT
           MOVE "=== NIGHTLY HOUSEKEEPING BATCH ===" TO WS-OUTPUT-LINE
           PERFORM 9272-ARCHIVE-OLD-MESSAGES
           PERFORM 2091-HKP-STEP-RESULT

           MOVE "PURGE-DEACT" TO WS-HKP-STEP-NAME
           MOVE WS-HKP-ERROR-COUNT TO WS-HKP-STEP-ERRORS
           PERFORM 7961-PURGE-DEACTIVATED
           PERFORM 2091-HKP-STEP-RESULT

           MOVE "RETENTION" TO WS-HKP-STEP-NAME
           MOVE WS-HKP-ERROR-COUNT TO WS-HKP-STEP-ERRORS
           PERFORM 9360-RETENTION-BATCH
           PERFORM 2091-HKP-STEP-RESULT

*> *      *>    Partners get the day's posting changes after expired
*> *      *>    postings are archived, so those go out as withdrawals.
           MOVE "SYNDICATE" TO WS-HKP-STEP-NAME
           MOVE WS-HKP-ERROR-COUNT TO WS-HKP-STEP-ERRORS
           MOVE "CHNG" TO WS-SYND-EXTRACT
           PERFORM 4248-SYNDICATION-RUN
           PERFORM 2091-HKP-STEP-RESULT

*> *      *>    Monthly statements go out on the 1st, ahead of the
*> *      *>    spool roll so the gateway picks them up the same night.
           IF FUNCTION CURRENT-DATE(7:2) = "01"
               MOVE "STATEMENTS" TO WS-HKP-STEP-NAME
               MOVE WS-HKP-ERROR-COUNT TO WS-HKP-STEP-ERRORS
               PERFORM 4225-ACTIVITY-STATEMENTS
               PERFORM 2091-HKP-STEP-RESULT
           END-IF

           MOVE "NOTIFY-SPOOL" TO WS-HKP-STEP-NAME
           MOVE WS-HKP-ERROR-COUNT TO WS-HKP-STEP-ERRORS
           PERFORM 3980-ROLL-NOTIFY-SPOOL
