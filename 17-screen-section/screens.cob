      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks screens.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o screens
      *>   ./screens
      *>
           MOVE SPACES TO WS-PHONE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0500-OPEN-CONTACT-FILE.
           PERFORM 0600-SHOW-DUE-CALLBACKS THRU 0600-EXIT.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
                   WHEN 6
                       PERFORM 6000-SEARCH-CONTACTS
                   WHEN 7
                       PERFORM 7000-LINK-TO-CUSTOMER THRU 7000-EXIT
                   WHEN 8
                       PERFORM 7500-SHOW-CUSTOMER-POSITION
                           THRU 7500-EXIT
                   WHEN 9
                       PERFORM 8000-LOG-A-CALL THRU 8000-EXIT
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
