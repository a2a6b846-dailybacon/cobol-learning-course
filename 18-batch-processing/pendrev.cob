      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks pendrev.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o pendrev
      *>   ./pendrev
      *> ============================================
