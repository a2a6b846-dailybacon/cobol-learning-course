      *> lost card here takes effect the next time the
      *> interchange translates, same day.
      *>
      *> A card is issued good for CARD-VALID-YEARS
      *> (batch-params.dat) to the end of its issue
      *> month; CARDRNEW reissues it ahead of expiry.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks cardmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o cardmnt
      *>   ./cardmnt
      *> ============================================
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-CARD-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same card layout ATMXLATE resolves through
       FD CARD-FILE.
       01 CARD-RECORD.
           COPY "cardrec.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-PARAMS-STATUS  PIC XX.

       01 WS-PROCESS-DATE   PIC 9(8).
       01 WS-PROCESS-DATE-X REDEFINES WS-PROCESS-DATE.
          05 WS-PROCESS-YYYY PIC 9(4).
          05 WS-PROCESS-MM   PIC 9(2).
          05 WS-PROCESS-DD   PIC 9(2).
       01 WS-BUS-DATE-PARAM PIC X(8) VALUE SPACES.
      *>   How many years a new card runs
       01 WS-VALID-YEARS    PIC 9(2) VALUE 0.
       01 WS-PARMS-SEEN     PIC 9 VALUE 0.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1100-READ-PARAMS.
           PERFORM 1000-OPEN-CARD-FILE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
               OPEN I-O CARD-FILE
           END-IF.

      *> --- The business date and card life, for the
      *>     expiry a new card is issued with ---
       1100-READ-PARAMS.
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
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "ABEND: batch-params.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PARAMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PRM-KEY = "CARD-VALID-YEARS"
                   MOVE PRM-VALUE TO WS-VALID-YEARS
                   ADD 1 TO WS-PARMS-SEEN
               END-IF
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 1
               DISPLAY "ABEND: CARD-VALID-YEARS not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-ISSUE-CARD THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CHANGE-STATUS THRU 4000-EXIT
               WHEN 3 PERFORM 4500-SET-LIMIT THRU 4500-EXIT
               WHEN 4 PERFORM 5000-LIST-CARDS
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           DISPLAY "Daily ATM withdrawal limit: ".
           ACCEPT CM-DAILY-LIMIT.
           MOVE "A" TO CM-STATUS.
      *>   Good to the end of the issue month, the card
      *>   life on
           COMPUTE CM-EXPIRY-YYYY =
               WS-PROCESS-YYYY + WS-VALID-YEARS.
           MOVE WS-PROCESS-MM   TO CM-EXPIRY-MM.
           MOVE WS-PROCESS-DATE TO CM-ISSUE-DATE.
           MOVE SPACES TO CM-REPLACES CM-RENEWED-BY.

           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "Card " CM-CARD-NO
                       " is already on file."
               NOT INVALID KEY
                   DISPLAY "Card " CM-CARD-NO " issued, expires "
                       CM-EXPIRY-MM "/" CM-EXPIRY-YYYY "."
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Issued card " CM-CARD-NO
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "Current status: " CM-STATUS
               " (A=Active, L=Lost, B=Blocked,"
               " S=Staff leaver)".
           DISPLAY "New status (A/L/B): ".
           ACCEPT WS-NEW-STATUS.
           IF WS-NEW-STATUS NOT = "A"
                   " -> " CM-ACCT-NO
                   " | " CM-STATUS
                   " | limit " WS-DISP-LIMIT
                   " | exp " CM-EXPIRY-MM "/" CM-EXPIRY-YYYY
               IF CM-RENEWED-BY NOT = SPACES
                   DISPLAY "      renewed by " CM-RENEWED-BY
               END-IF
               READ CARD-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
