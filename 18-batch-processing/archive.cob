      *> index, deletes the dailies it archived, and
      *> purges archives older than the retention
      *> window so the working directory only ever
      *> holds the current cycle. The transaction
      *> history file is trimmed to the same window.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks archive.cob -o archive
      *>   ./archive
      *> ============================================

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

      *>   Every accepted posting, keyed by account, date and
      *>   reference - postings older than the retention
      *>   window are deleted from it
           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER           PIC X.
          05 SP-REST          PIC X(80).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

       WORKING-STORAGE SECTION.
       01 WS-DAILY-STATUS    PIC XX.
       01 WS-ARCHIVE-STATUS  PIC XX.
          05 WS-SPL-KEEP OCCURS 500 TIMES PIC X(90).
       01 WS-SPL-IDX          PIC 9(4).

      *>   History purge alongside the file purge
       01 WS-HIST-STATUS      PIC XX.
       01 WS-HIST-PURGED      PIC 9(7) VALUE 0.

       01 WS-DISP-CNT         PIC Z(4)9.
       01 WS-INDEX-DETAIL     PIC X(70).

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ARCHIVE-ALL-FAMILIES.
           PERFORM 3000-PURGE-OLD-ARCHIVES.
           PERFORM 3500-AGE-SPOOL-INDEX THRU 3500-EXIT.
           PERFORM 3600-PURGE-HISTORY THRU 3600-EXIT.
           PERFORM 4000-CLEANUP.
           STOP RUN.

       3500-EXIT.
           CONTINUE.

      *> --- Trim the transaction history to the retention
      *>     window: every posting dated in or before the
      *>     newest purged month goes ---
       3600-PURGE-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 3600-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO TH-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ HISTORY-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF TH-KEY-DATE(1:6) <= WS-SPL-CUT-MONTH
                   DELETE HISTORY-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-HIST-PURGED
                   END-DELETE
               END-IF
               READ HISTORY-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           DISPLAY "History postings purged: " WS-HIST-PURGED.
       3600-EXIT.
           CONTINUE.

      *> --- Close the index and report what was put away ---
       4000-CLEANUP.
           MOVE WS-FILES-ARCHIVED TO WS-DISP-CNT.
