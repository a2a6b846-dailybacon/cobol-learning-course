      *>   cobc -x -I ../copybooks holdmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o holdmnt
      *>   ./holdmnt
      *>
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
               WHEN 2 PERFORM 4000-LIFT-HOLD
               WHEN 3 PERFORM 5000-LIST-HOLDS
               WHEN 4 MOVE "N" TO WS-CONTINUE
