       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDCONV.
       AUTHOR. LEARNER.

      *> ============================================
      *> One-time card master conversion
      *> ============================================
      *> cardrec.cpy now carries an expiry month, the
      *> issue date and the renewal cross-links. A
      *> card-master.dat written under the old layout
      *> refuses to open under the new one (status 39).
      *>
      *> This utility reads the old-shape master,
      *> carries every card across, and - because no
      *> card on it was ever issued with an expiry -
      *> dates every card to run out at the end of next
      *> month. The first CARDRNEW run after the
      *> conversion therefore reissues the whole book
      *> on fresh expiry dates. Issue date is left zero
      *> (not known). The file as found is kept at
      *> card-master-preconv.bak.
      *>
      *> A master already in the current shape refuses
      *> the old-layout open; the utility reports that
      *> and changes nothing, so an accidental second
      *> run is harmless.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks cardconv.cob
      *>       -o cardconv
      *>   ./cardconv
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE
               ASSIGN TO "card-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CARD-NO
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-FILE
               ASSIGN TO "card-master-conv.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> The layout the card master was first cut under -
      *> frozen here on purpose, this is the shape being
      *> converted FROM
       FD OLD-FILE.
       01 OLD-RECORD.
          05 OLD-CARD-NO       PIC X(8).
          05 OLD-ACCT-NO       PIC X(8).
          05 OLD-STATUS        PIC X.
          05 OLD-DAILY-LIMIT   PIC 9(7)V99.

       FD NEW-FILE.
       01 CARD-RECORD.
           COPY "cardrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-NEW-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-PROCESS-DATE-X REDEFINES WS-PROCESS-DATE.
          05 WS-PROCESS-YYYY  PIC 9(4).
          05 WS-PROCESS-MM    PIC 9(2).
          05 WS-PROCESS-DD    PIC 9(2).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
      *>   End of next month, YYYYMM, for every converted card
       01 WS-CONV-EXPIRY      PIC 9(6).
       01 WS-CONV-EXPIRY-X REDEFINES WS-CONV-EXPIRY.
          05 WS-CONV-YYYY     PIC 9(4).
          05 WS-CONV-MM       PIC 9(2).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-CONVERTED       PIC 9(5) VALUE 0.
       01 WS-RENAME-RC       PIC S9(9) COMP-5 VALUE 0.
       01 WS-LIVE-NAME       PIC X(30)
           VALUE "card-master.dat".
       01 WS-BACKUP-NAME     PIC X(30)
           VALUE "card-master-preconv.bak".
       01 WS-TEMP-NAME       PIC X(30)
           VALUE "card-master-conv.tmp".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Card master conversion ===".
           ACCEPT WS-BUS-DATE-PARAM
               FROM ENVIRONMENT "BATCH_DATE".
           IF WS-BUS-DATE-PARAM = SPACES
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-BUS-DATE-PARAM IS NUMERIC
                   MOVE WS-BUS-DATE-PARAM TO WS-PROCESS-DATE
               ELSE
                   DISPLAY "ABEND: BATCH_DATE parameter '"
                       WS-BUS-DATE-PARAM "' is not YYYYMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-PROCESS-YYYY TO WS-CONV-YYYY.
           MOVE WS-PROCESS-MM   TO WS-CONV-MM.
           IF WS-CONV-MM = 12
               ADD 1 TO WS-CONV-YYYY
               MOVE 1 TO WS-CONV-MM
           ELSE
               ADD 1 TO WS-CONV-MM
           END-IF.

           OPEN INPUT OLD-FILE.
           EVALUATE TRUE
               WHEN FS-SUCCESS
                   CONTINUE
               WHEN FS-FILE-NOT-FOUND
                   DISPLAY "No card-master.dat here - "
                       "nothing to convert."
                   STOP RUN
               WHEN OTHER
      *>           The current layout refuses the old-shape
      *>           open - the master is already converted
                   DISPLAY "card-master.dat did not open "
                       "under the old layout ("
                       WS-OLD-STATUS ") - already current? "
                       "Nothing changed."
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT NEW-FILE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ABEND: could not create "
                   WS-TEMP-NAME " (" WS-NEW-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO OLD-CARD-NO.
           START OLD-FILE KEY IS NOT LESS THAN OLD-CARD-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ OLD-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM 2000-CONVERT-ONE-CARD
               UNTIL END-OF-FILE.

           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           PERFORM 3000-SWAP-FILES.

           DISPLAY "Cards converted: " WS-CONVERTED
               " - all now expire " WS-CONV-MM "/" WS-CONV-YYYY.
           DISPLAY "Old file kept at " WS-BACKUP-NAME ".".
           STOP RUN.

      *> --- Carry one card across, expiring end of next
      *>     month so the renewal run picks it up ---
       2000-CONVERT-ONE-CARD.
           INITIALIZE CARD-RECORD.
           MOVE OLD-CARD-NO       TO CM-CARD-NO.
           MOVE OLD-ACCT-NO       TO CM-ACCT-NO.
           MOVE OLD-STATUS        TO CM-STATUS.
           MOVE OLD-DAILY-LIMIT   TO CM-DAILY-LIMIT.
           MOVE WS-CONV-EXPIRY    TO CM-EXPIRY.
           MOVE 0      TO CM-ISSUE-DATE.
           MOVE SPACES TO CM-REPLACES.
           MOVE SPACES TO CM-RENEWED-BY.
           WRITE CARD-RECORD.
           ADD 1 TO WS-CONVERTED.
           READ OLD-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> --- The as-found master steps aside, the converted
      *>     one takes its name ---
       3000-SWAP-FILES.
           CALL "CBL_RENAME_FILE"
               USING WS-LIVE-NAME WS-BACKUP-NAME
               RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ABEND: could not set the old master "
                   "aside (rc " WS-RENAME-RC ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_RENAME_FILE"
               USING WS-TEMP-NAME WS-LIVE-NAME
               RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ABEND: converted file would not take "
                   "the live name (rc " WS-RENAME-RC ") - "
                   "the original is at " WS-BACKUP-NAME "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-EXIT.
           CONTINUE.
