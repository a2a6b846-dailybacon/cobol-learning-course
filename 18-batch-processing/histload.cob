       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.
       AUTHOR. LEARNER.

      *> ============================================
      *> One-time load of the transaction history file
      *> ============================================
      *> BATCH files every posting it accepts on
      *> transaction-history.dat as well as on the day's
      *> valid-trans file, and INQUIRY, STATEMENT, AGERPT
      *> and JRNLRPLY read the history by key. Postings
      *> accepted before the history file existed are only
      *> on the dated valid-trans-YYYYMMDD.dat files and
      *> the monthly archive-valid-trans-YYYYMM.dat files
      *> ARCHIVE folded them into.
      *>
      *> This utility walks a range of months - by default
      *> the thirteen ARCHIVE retains plus the current one
      *> - and for each month loads the archive, if there
      *> is one, and every dated file still on disk, filing
      *> each posting under its account and a transfer's
      *> credit under the destination as BATCH does. A
      *> posting already on the history is counted and
      *> left alone, so running it again, or over a range
      *> BATCH has since written, changes nothing.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks histload.cob
      *>       -o histload
      *>   ./histload
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   A dated valid file or a monthly archive of them -
      *>   pointed at each in turn
           SELECT VALID-FILE
               ASSIGN TO WS-VALID-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout BATCH writes the valid file in
       FD VALID-FILE.
       01 VALID-RECORD.
          05 VR-BATCH-DATE     PIC 9(8).
          05 VR-REF-NO         PIC 9(9).
          05 VR-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==VR-==.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

       WORKING-STORAGE SECTION.
       01 WS-VALID-STATUS    PIC XX.
       01 WS-HIST-STATUS     PIC XX.

      *>   Range of months to load and the one in hand
       01 WS-FROM-MONTH      PIC 9(6) VALUE 0.
       01 WS-TO-MONTH        PIC 9(6) VALUE 0.
       01 WS-LOAD-MONTH      PIC 9(6).
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-RETAIN-MONTHS   PIC 9(2) VALUE 13.
       01 WS-MONTH-YYYY      PIC 9(4).
       01 WS-TOT-MONTHS      PIC 9(6).
       01 WS-END-MONTHS      PIC 9(6).
       01 WS-LOAD-DAY        PIC 9(2).
       01 WS-LOAD-DATE       PIC 9(8).
       01 WS-VALID-FILENAME  PIC X(44).

      *>   What the run found and did
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-FILES-READ      PIC 9(5) VALUE 0.
       01 WS-POSTINGS-READ   PIC 9(9) VALUE 0.
       01 WS-ROWS-LOADED     PIC 9(9) VALUE 0.
       01 WS-ROWS-PRESENT    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Transaction history load ===".
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-MONTH
               UNTIL WS-TOT-MONTHS > WS-END-MONTHS.
           CLOSE HISTORY-FILE.

           DISPLAY "Files read:                " WS-FILES-READ.
           DISPLAY "Postings read:             " WS-POSTINGS-READ.
           DISPLAY "History records added:     " WS-ROWS-LOADED.
           DISPLAY "Already on the history:    " WS-ROWS-PRESENT.
           STOP RUN.

      *> --- Ask for the range, open or create the history ---
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Load through month (YYYYMM), or press Enter "
               "for the current month: " WITH NO ADVANCING.
           ACCEPT WS-TO-MONTH.
           IF WS-TO-MONTH = 0
               MOVE WS-TODAY-DATE(1:6) TO WS-TO-MONTH
           END-IF.
           MOVE WS-TO-MONTH(1:4) TO WS-MONTH-YYYY.
           COMPUTE WS-END-MONTHS =
               WS-MONTH-YYYY * 12
               + FUNCTION MOD(WS-TO-MONTH, 100) - 1.

           DISPLAY "Load from month (YYYYMM), or press Enter "
               "for the archive retention window: "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-MONTH.
           IF WS-FROM-MONTH = 0
               COMPUTE WS-TOT-MONTHS =
                   WS-END-MONTHS - WS-RETAIN-MONTHS
           ELSE
               MOVE WS-FROM-MONTH(1:4) TO WS-MONTH-YYYY
               COMPUTE WS-TOT-MONTHS =
                   WS-MONTH-YYYY * 12
                   + FUNCTION MOD(WS-FROM-MONTH, 100) - 1
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ABEND: could not open "
                   "transaction-history.dat (" WS-HIST-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- The month's archive, then whatever dailies of it
      *>     are still on disk ---
       2000-LOAD-ONE-MONTH.
           COMPUTE WS-LOAD-MONTH =
               (WS-TOT-MONTHS / 12) * 100
               + FUNCTION MOD(WS-TOT-MONTHS, 12) + 1.

           MOVE SPACES TO WS-VALID-FILENAME.
           STRING "archive-valid-trans-" DELIMITED BY SIZE
                   WS-LOAD-MONTH DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-VALID-FILENAME
           END-STRING.
           PERFORM 2100-LOAD-ONE-FILE.

           PERFORM VARYING WS-LOAD-DAY FROM 1 BY 1
                   UNTIL WS-LOAD-DAY > 31
               COMPUTE WS-LOAD-DATE =
                   WS-LOAD-MONTH * 100 + WS-LOAD-DAY
               MOVE SPACES TO WS-VALID-FILENAME
               STRING "valid-trans-" DELIMITED BY SIZE
                       WS-LOAD-DATE DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-VALID-FILENAME
               END-STRING
               PERFORM 2100-LOAD-ONE-FILE
           END-PERFORM.

           ADD 1 TO WS-TOT-MONTHS.

      *> --- Every posting on one file, if the file is there ---
       2100-LOAD-ONE-FILE.
           OPEN INPUT VALID-FILE.
           IF WS-VALID-STATUS = "00"
               ADD 1 TO WS-FILES-READ
               MOVE "N" TO WS-EOF
               READ VALID-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-POSTINGS-READ
                   PERFORM 2200-FILE-ONE-POSTING
                   READ VALID-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VALID-FILE
           END-IF.

      *> --- File a posting as BATCH would have: under its
      *>     account, and a transfer's credit under the
      *>     destination ---
       2200-FILE-ONE-POSTING.
           MOVE VR-ACCT-NO    TO TH-KEY-ACCT.
           MOVE VR-BATCH-DATE TO TH-KEY-DATE.
           MOVE VR-REF-NO     TO TH-KEY-REF.
           MOVE "S"           TO TH-SIDE.
           MOVE VR-DATA       TO TH-DATA.
           PERFORM 2300-WRITE-HISTORY.
           IF VR-TYPE = "T" AND VR-DEST-ACCT NOT = SPACES
               MOVE VR-DEST-ACCT TO TH-KEY-ACCT
               MOVE "C"          TO TH-SIDE
               PERFORM 2300-WRITE-HISTORY
           END-IF.

      *> --- One history record; one already there is left as
      *>     BATCH or an earlier load wrote it ---
       2300-WRITE-HISTORY.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ROWS-PRESENT
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-LOADED
           END-WRITE.
