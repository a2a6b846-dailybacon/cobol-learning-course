      *>   cobc -x -I ../copybooks timentry.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o timentry
      *>   ./timentry
      *> ============================================
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 0500-LOAD-TIMECARDS THRU 0500-EXIT.
           PERFORM 0700-LOAD-CALENDAR-PERIODS THRU 0700-EXIT.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 1000-KEY-A-TIMECARD THRU 1000-EXIT
                   WHEN 2 PERFORM 2000-APPROVE-TIMECARDS THRU 2000-EXIT
                   WHEN 3 MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice." TO WS-MSG
               DISPLAY ENTRY-SCREEN
               ACCEPT ENTRY-SCREEN
               IF WS-E-EMP NOT = SPACES
                   PERFORM 1500-VALIDATE-CARD THRU 1500-EXIT
               ELSE
                   MOVE SPACES TO WS-MSG
               END-IF
