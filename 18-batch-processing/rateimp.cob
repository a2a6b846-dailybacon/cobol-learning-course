      *>   - the provider's feed is consumed once
      *>     imported.
      *>
      *> The lending base rates variable-rate loans are
      *> priced over come in the same way, from
      *> base-rate-feed.dat (code,effective date,rate),
      *> under the same controls: a move past the
      *> tolerance from the code's rate in force is
      *> refused unless RATE_OVERRIDE=Y, and the feed is
      *> consumed once imported. A base rate must also
      *> take effect on or after the business date and
      *> after the code's latest entry - BATCH may
      *> already have reset loans on the rate in force,
      *> so history is never rewritten behind it.
      *> Accepted rates are appended to base-rates.dat
      *> (baserate.cpy), which is its own effective-
      *> dated history.
      *>
      *> The tolerance is RATE-TOLER-PCT on
      *> batch-params.dat.
      *>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BASE-FEED-FILE
               ASSIGN TO "base-rate-feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BFEED-STATUS.

           SELECT BASE-RATE-FILE
               ASSIGN TO "base-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
          05 FILLER           PIC X VALUE ",".
          05 RH-RATE          PIC 9(3)V9999.

      *> The provider's base-rate record: index code,
      *> effective date, annual rate as a fraction
       FD BASE-FEED-FILE.
       01 BASE-FEED-RECORD.
          05 BFD-CODE         PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 BFD-EFF-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 BFD-RATE         PIC 9V9(4).

       FD BASE-RATE-FILE.
       01 BASE-RATE-RECORD.
           COPY "baserate.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
       01 WS-RATEASOF-STATUS PIC XX.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-BFEED-STATUS    PIC XX.
       01 WS-BASE-STATUS     PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
             10 WS-NEW-RATE    PIC 9(3)V9999.
       01 WS-NEW-IDX          PIC 9(2).

      *>   Each base-rate code's latest entry on file - the
      *>   tolerance baseline and the effective-date floor
       01 WS-BASE-COUNT       PIC 9(2) VALUE 0.
       01 WS-BASE-TABLE.
          05 WS-BASE-ENTRY OCCURS 20 TIMES.
             10 WS-BASE-CODE   PIC X(6).
             10 WS-BASE-EFF    PIC 9(8).
             10 WS-BASE-RATE   PIC 9V9(4).
       01 WS-BASE-IDX         PIC 9(2).
       01 WS-BASE-MATCH-IDX   PIC 9(2) VALUE 0.
       01 WS-BASE-IMPORTED    PIC 9(3) VALUE 0.
       01 WS-BASE-DIFF        PIC S9V9(4) VALUE 0.

       01 WS-TOLER-PCT        PIC 9(3)V99 VALUE 10.00.
       01 WS-MOVE-PCT         PIC 9(5)V99 VALUE 0.
       01 WS-RATE-DIFF        PIC S9(3)V9999 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-IMPORT-THE-FEED THRU 2000-EXIT.
           PERFORM 3000-PUT-THE-SET-AWAY.
           PERFORM 5000-IMPORT-BASE-RATES
               THRU 5000-EXIT.
           PERFORM 4000-CLEANUP.
           STOP RUN.

               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-JUDGE-ONE-RATE THRU 2100-EXIT
               READ FEED-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
      *> --- Close out ---
       4000-CLEANUP.
           DISPLAY "Rates imported: " WS-IMPORTED
               "  base rates imported: " WS-BASE-IMPORTED
               "  refused: " WS-REFUSED.
           IF WS-REFUSED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> --- The lending base rates: each code's latest entry
      *>     on file is the baseline, accepted quotes append
      *>     to the effective-dated file ---
       5000-IMPORT-BASE-RATES.
           OPEN INPUT BASE-RATE-FILE.
           IF WS-BASE-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ BASE-RATE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 5050-REMEMBER-BASE-RATE
                   READ BASE-RATE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BASE-RATE-FILE
           END-IF.

           OPEN INPUT BASE-FEED-FILE.
           IF WS-BFEED-STATUS NOT = "00"
               DISPLAY "No base-rate-feed.dat delivered - the "
                   "base rates in force stand."
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND BASE-RATE-FILE.
           IF WS-BASE-STATUS NOT = "00"
               OPEN OUTPUT BASE-RATE-FILE
           END-IF.
           INITIALIZE BASE-RATE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "N" TO WS-EOF.
           READ BASE-FEED-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 5100-JUDGE-ONE-BASE-RATE
                   THRU 5100-EXIT
               READ BASE-FEED-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BASE-RATE-FILE.
           CLOSE BASE-FEED-FILE.
      *>   The feed is consumed once imported
           OPEN OUTPUT BASE-FEED-FILE.
           CLOSE BASE-FEED-FILE.
       5000-EXIT.
           CONTINUE.

      *> --- Keep the latest-dated entry per code ---
       5050-REMEMBER-BASE-RATE.
           MOVE 0 TO WS-BASE-MATCH-IDX.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF WS-BASE-CODE(WS-BASE-IDX) = BR-CODE
                   MOVE WS-BASE-IDX TO WS-BASE-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BASE-MATCH-IDX = 0
               IF WS-BASE-COUNT < 20
                   ADD 1 TO WS-BASE-COUNT
                   MOVE BR-CODE TO WS-BASE-CODE(WS-BASE-COUNT)
                   MOVE BR-EFF-DATE
                       TO WS-BASE-EFF(WS-BASE-COUNT)
                   MOVE BR-RATE TO WS-BASE-RATE(WS-BASE-COUNT)
               END-IF
           ELSE
               IF BR-EFF-DATE >= WS-BASE-EFF(WS-BASE-MATCH-IDX)
                   MOVE BR-EFF-DATE
                       TO WS-BASE-EFF(WS-BASE-MATCH-IDX)
                   MOVE BR-RATE
                       TO WS-BASE-RATE(WS-BASE-MATCH-IDX)
               END-IF
           END-IF.

      *> --- One base-rate quote: dated forward of what is in
      *>     force, and inside tolerance or confirmed ---
       5100-JUDGE-ONE-BASE-RATE.
           IF BFD-CODE = SPACES
               OR BFD-EFF-DATE IS NOT NUMERIC
               OR BFD-RATE IS NOT NUMERIC
               ADD 1 TO WS-REFUSED
               DISPLAY "  Base rate line '" BFD-CODE
                   "' unreadable - REFUSED."
               GO TO 5100-EXIT
           END-IF.
           IF BFD-EFF-DATE < WS-PROCESS-DATE
               ADD 1 TO WS-REFUSED
               DISPLAY "  " BFD-CODE " effective " BFD-EFF-DATE
                   " is back-dated - REFUSED."
               GO TO 5100-EXIT
           END-IF.

           MOVE 0 TO WS-BASE-MATCH-IDX.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF WS-BASE-CODE(WS-BASE-IDX) = BFD-CODE
                   MOVE WS-BASE-IDX TO WS-BASE-MATCH-IDX
               END-IF
           END-PERFORM.

           IF WS-BASE-MATCH-IDX NOT = 0
               IF BFD-EFF-DATE <= WS-BASE-EFF(WS-BASE-MATCH-IDX)
                   ADD 1 TO WS-REFUSED
                   DISPLAY "  " BFD-CODE " effective "
                       BFD-EFF-DATE " is not after the entry "
                       "of " WS-BASE-EFF(WS-BASE-MATCH-IDX)
                       " - REFUSED."
                   GO TO 5100-EXIT
               END-IF
               IF WS-BASE-RATE(WS-BASE-MATCH-IDX) > 0
                   COMPUTE WS-BASE-DIFF =
                       BFD-RATE - WS-BASE-RATE(WS-BASE-MATCH-IDX)
                   COMPUTE WS-MOVE-PCT ROUNDED =
                       FUNCTION ABS(WS-BASE-DIFF) * 100
                       / WS-BASE-RATE(WS-BASE-MATCH-IDX)
                   IF WS-MOVE-PCT > WS-TOLER-PCT
                       AND NOT OPERATOR-CONFIRMED
                       ADD 1 TO WS-REFUSED
                       DISPLAY "  " BFD-CODE " moved "
                           WS-MOVE-PCT " pct - REFUSED "
                           "(the rate in force stands; rerun "
                           "with RATE_OVERRIDE=Y to confirm)."
                       GO TO 5100-EXIT
                   END-IF
               END-IF
           ELSE
               IF WS-BASE-COUNT < 20
                   ADD 1 TO WS-BASE-COUNT
                   MOVE BFD-CODE TO WS-BASE-CODE(WS-BASE-COUNT)
                   MOVE WS-BASE-COUNT TO WS-BASE-MATCH-IDX
               ELSE
                   DISPLAY "WARNING: base-rate table full - "
                       BFD-CODE " not imported."
                   GO TO 5100-EXIT
               END-IF
           END-IF.

      *>   Accepted: onto the file, and the new baseline for a
      *>   later quote for the same code in this feed
           MOVE BFD-CODE     TO BR-CODE.
           MOVE BFD-EFF-DATE TO BR-EFF-DATE.
           MOVE BFD-RATE     TO BR-RATE.
           WRITE BASE-RATE-RECORD.
           MOVE BFD-EFF-DATE TO WS-BASE-EFF(WS-BASE-MATCH-IDX).
           MOVE BFD-RATE     TO WS-BASE-RATE(WS-BASE-MATCH-IDX).
           ADD 1 TO WS-BASE-IMPORTED.
           DISPLAY "  " BFD-CODE " " BFD-RATE " effective "
               BFD-EFF-DATE " posted.".
       5100-EXIT.
           CONTINUE.
