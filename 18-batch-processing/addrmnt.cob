      *>
      *> STATEMENT prints the mailing block from this
      *> file; NOTICES addresses the nightly letters
      *> from it. The customer's do-not-solicit wish is
      *> kept here too, and CAMPAIGN honors it.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks addrmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o addrmnt
      *>   ./addrmnt
      *> ============================================
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-RECORD-ADDRESS THRU 3000-EXIT
               WHEN 2 PERFORM 3500-CHANGE-ADDRESS THRU 3500-EXIT
               WHEN 3 PERFORM 4000-VIEW-ADDRESS
               WHEN 4 PERFORM 5000-LIST-ADDRESSES
               WHEN 5 MOVE "N" TO WS-CONTINUE
           ACCEPT CA-PHONE.
           DISPLAY "Email (Enter for none): ".
           ACCEPT CA-EMAIL.
           DISPLAY "Do not solicit - no marketing (Y/N): ".
           ACCEPT CA-NO-SOLICIT.
           IF CA-NO-SOLICIT = "y"
               MOVE "Y" TO CA-NO-SOLICIT
           END-IF.
           IF CA-NO-SOLICIT NOT = "Y"
               MOVE "N" TO CA-NO-SOLICIT
           END-IF.

      *> --- Change an address already on file ---
       3500-CHANGE-ADDRESS.
           IF CA-EMAIL NOT = SPACES
               DISPLAY "  email " CA-EMAIL
           END-IF.
           IF CA-NO-SOLICIT = "Y"
               DISPLAY "  DO NOT SOLICIT"
           END-IF.

      *> --- Every address on file ---
       5000-LIST-ADDRESSES.
