      *>          a ceiling hit or failed rewrite shows up the same
      *>          day instead of weeks later. The startup rejects
      *>          diverted to REJECTS.DAT are reported alongside.
      *>          A file whose module was never needed this run is
      *>          listed as not checked rather than balanced.
      *>
      *> PARAGRAPHS:
      *>   1080-SNAPSHOT-LOAD-COUNTS - Record loaded counts once
      *>                               each file's module is in
      *>                               memory (startup core, then
      *>                               every module on first use)
      *>   1081-SNAP-ONE             - One snapshot row
      *>   9060-BALANCING-REPORT     - The shutdown summary
      *>   9061-BALANCE-ONE-FILE     - One file's line
      *>   9062-BAL-COUNT-LOOP       - Recursive disk row count
      *>
      *> DEPENDENCIES:
      *>   WS-BALANCE.cpy and the table count fields; 9061 leaves each
      *>   file's disk count in WS-RRG-DISK (WS-RUNREG.cpy) for the
      *>   run registry's END row
      *>*****************************************************************

       1081-SNAP-ONE.
           IF WS-BAL-IDX > 0
               AND WS-BAL-IDX NOT > WS-CONST-MAX-BALANCE-FILES
               MOVE WS-BAL-FILE-NAME TO WS-BAL-SNAP-NAME(WS-BAL-IDX)
               IF WS-BAL-SNAP-TAKEN(WS-BAL-IDX) = 0
                   AND WS-BAL-AVAILABLE = 1
                   MOVE WS-BAL-FINAL
                       TO WS-BAL-SNAP-LOADED(WS-BAL-IDX)
                   MOVE 1 TO WS-BAL-SNAP-TAKEN(WS-BAL-IDX)
               END-IF
               IF WS-BAL-IDX > WS-BAL-SNAP-USED
                   MOVE WS-BAL-IDX TO WS-BAL-SNAP-USED
               END-IF
           END-IF
           EXIT.

      *>*****************************************************************
      *> 1080-SNAPSHOT-LOAD-COUNTS: Each file keeps a fixed row.
      *> WS-BAL-AVAILABLE says whether its module is loaded yet; the
      *> count is taken the first time it is, so a module read late
      *> in the run still balances from the rows it loaded.
      *>*****************************************************************
       1080-SNAPSHOT-LOAD-COUNTS.
           MOVE 1 TO WS-BAL-IDX
           MOVE "ACCOUNTS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-ACCOUNT-COUNT TO WS-BAL-FINAL
           MOVE 1 TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 2 TO WS-BAL-IDX
           MOVE "PROFILES.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-PROFILE-COUNT TO WS-BAL-FINAL
           MOVE 1 TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 3 TO WS-BAL-IDX
           MOVE "PENDING.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-PENDING-FILE-ROWS TO WS-BAL-FINAL
           MOVE WS-LDM-NETWORK TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 4 TO WS-BAL-IDX
           MOVE "CONNECTIONS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-CONNECTIONS-FILE-ROWS TO WS-BAL-FINAL
           MOVE WS-LDM-NETWORK TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 5 TO WS-BAL-IDX
           MOVE "JOBS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-JOB-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-JOBBOARD TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 6 TO WS-BAL-IDX
           MOVE "APPLICATIONS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-ALL-APPS-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-JOBBOARD TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 7 TO WS-BAL-IDX
           MOVE "SAVEDJOBS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-SAVED-JOBS-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-JOBBOARD TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 8 TO WS-BAL-IDX
           MOVE "INTERVIEWS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-INTERVIEW-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-JOBBOARD TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 9 TO WS-BAL-IDX
           MOVE "OFFERS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-OFFER-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-JOBBOARD TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 10 TO WS-BAL-IDX
           MOVE "RSVPS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-RSVP-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-EVENTS TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 11 TO WS-BAL-IDX
           MOVE "EVENTS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-EVENT-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-EVENTS TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 12 TO WS-BAL-IDX
           MOVE "GROUPMEMBERS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-GRPMEM-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-GROUPS TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 13 TO WS-BAL-IDX
           MOVE "CERTS.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-CERT-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-PROFILE TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 14 TO WS-BAL-IDX
           MOVE "WORKLOG.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-WKL-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-ADVISING TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           MOVE 15 TO WS-BAL-IDX
           MOVE "ATTENDANCE.DAT" TO WS-BAL-FILE-NAME
           MOVE WS-ATT-COUNT TO WS-BAL-FINAL
           MOVE WS-LDM-EVENTS TO WS-BAL-AVAILABLE
           PERFORM 1081-SNAP-ONE
           EXIT.

           MOVE WS-PROFILE-COUNT TO WS-BAL-FINAL
           PERFORM 9061-BALANCE-ONE-FILE
           MOVE 3 TO WS-BAL-IDX
           MOVE WS-PENDING-FILE-ROWS TO WS-BAL-FINAL
           PERFORM 9061-BALANCE-ONE-FILE
           MOVE 4 TO WS-BAL-IDX
           MOVE WS-CONNECTIONS-FILE-ROWS TO WS-BAL-FINAL
           PERFORM 9061-BALANCE-ONE-FILE
           MOVE 5 TO WS-BAL-IDX
           MOVE WS-JOB-COUNT TO WS-BAL-FINAL
      *>*****************************************************************
      *> 9061-BALANCE-ONE-FILE: One line: loaded, net change, final,
      *> rows on disk, verdict. WS-BAL-IDX points at the snapshot
      *> row; WS-BAL-FINAL carries the table's shutdown count. A
      *> file whose module never loaded has nothing to balance.
      *>*****************************************************************
       9061-BALANCE-ONE-FILE.
           MOVE WS-BAL-SNAP-NAME(WS-BAL-IDX) TO WS-BAL-FILE-NAME
           IF WS-BAL-SNAP-TAKEN(WS-BAL-IDX) = 0
               MOVE SPACES TO WS-OUTPUT-LINE
               STRING FUNCTION TRIM(WS-BAL-FILE-NAME)
                   ": not loaded this run - not checked"
                   DELIMITED BY SIZE INTO WS-OUTPUT-LINE
               END-STRING
               PERFORM 8000-WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BAL-SNAP-LOADED(WS-BAL-IDX) TO WS-BAL-LOADED
           COMPUTE WS-BAL-NET = WS-BAL-FINAL - WS-BAL-LOADED
           MOVE WS-BAL-NET TO WS-BAL-NET-DISP
               PERFORM 9062-BAL-COUNT-LOOP
               CLOSE BACKUP-IN-FILE
           END-IF
           MOVE WS-BAL-DISK TO WS-RRG-DISK(WS-BAL-IDX)

           MOVE SPACES TO WS-OUTPUT-LINE
           IF WS-BAL-DISK = WS-BAL-FINAL
