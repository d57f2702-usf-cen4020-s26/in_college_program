               WHEN "FORGOT"
                   PERFORM 3300-FORGOT-PASSWORD
               WHEN "HOUSEKEEPING"
                   MOVE "HK" TO WS-ENTL-FUNC
                   PERFORM 2120-REQUIRE-ADMIN-FUNCTION
                   IF WS-ENTL-GRANTED = 1
                       PERFORM 2090-HOUSEKEEPING-BATCH
                   END-IF
               WHEN "EXIT"
       5050-DISPATCH-MAIN-COMMAND.
           PERFORM 2060-PARSE-COMMAND
           MOVE 1 TO WS-CMD-HANDLED
           PERFORM 6030-LOAD-ALL-MODULES

           EVALUATE WS-CMD-VERB
               WHEN "PROFILE"
                   PERFORM 7985-CONTACT-EMAIL-MENU
               WHEN "FEED"
                   PERFORM 6850-MY-FEED
               WHEN "SUPPORT"
                   PERFORM 4181-SUPPORT-MENU
               WHEN "LOGOUT"
                   CONTINUE
               WHEN OTHER
