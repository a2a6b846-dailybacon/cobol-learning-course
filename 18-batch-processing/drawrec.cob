      *> step recomputes each teller's drawer from the
      *> cash log, compares it against the declared
      *> close, lists over/short by teller and branch,
      *> and posts each branch's net over/short to the GL
      *> cash-over/short account, the branch as the
      *> posting's cost center - so a cash difference
      *> surfaces the same day, while it is provable, and
      *> lands in the right branch's P&L.
      *>
      *> The report (drawer-recon-YYYYMMDD.txt) goes on
      *> the report spool; the end-of-window distribution
      *> gives each branch its own tellers' drawers.
      *>
      *> Both input files are consumed once reconciled;
      *> tomorrow's drawers start fresh. VAULTPRF ties
      *> the vault's drawer issues and returns to the
      *> same sessions, so it runs first.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks drawrec.cob
      *>       ../13-subprograms/spoolreg.cob -o drawrec
      *>   ./drawrec
      *> ============================================

       01 WS-SEEK-OPER        PIC X(8).
       01 WS-SEEK-BRANCH      PIC X(4).

      *>   Each branch's net over/short, posted under the
      *>   branch as its cost center
       01 WS-BN-COUNT         PIC 9(3) VALUE 0.
       01 WS-BN-TABLE.
          05 WS-BN-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-BN-IDX.
             10 WS-BN-BRANCH    PIC X(4).
             10 WS-BN-NET       PIC S9(9)V99.
       01 WS-BN-MATCH-IDX     PIC 9(3) VALUE 0.

       01 WS-EXPECTED         PIC S9(9)V99 VALUE 0.
       01 WS-OVER-SHORT       PIC S9(9)V99 VALUE 0.
       01 WS-NET-OVER-SHORT   PIC S9(9)V99 VALUE 0.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-RPT-DETAIL      PIC X(75).

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "DRAWREC".
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "Drawer recon".
       01 WS-SPOOL-FILE       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-SESSIONS.
           PERFORM 2000-ROLL-CASH-LOG THRU 2000-EXIT.
           PERFORM 3000-RECONCILE-AND-REPORT.
           PERFORM 4000-POST-AND-CONSUME.
           STOP RUN.
           COMPUTE WS-OVER-SHORT =
               WS-DR-DECLARED(WS-DR-IDX) - WS-EXPECTED.
           ADD WS-OVER-SHORT TO WS-NET-OVER-SHORT.
           PERFORM 5100-ADD-TO-BRANCH-NET.

           MOVE WS-EXPECTED TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
               WRITE RPT-LINE
           END-IF.

      *> --- Post each branch's net difference to the
      *>     cash-over/short account and consume the day's
      *>     inputs ---
       4000-POST-AND-CONSUME.
           IF WS-DIFF-COUNT > 0
               OPEN EXTEND GL-FILE
               IF WS-GL-STATUS NOT = "00"
                   OPEN OUTPUT GL-FILE
               INITIALIZE GL-POSTING-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-PROCESS-DATE TO GL-POST-DATE
               MOVE "DRAWREC"       TO GL-SOURCE
               MOVE "Drawer over/short" TO GL-DESC
               PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                       UNTIL WS-BN-IDX > WS-BN-COUNT
                   IF WS-BN-NET(WS-BN-IDX) NOT = 0
                       PERFORM 4100-POST-ONE-BRANCH
                   END-IF
               END-PERFORM
               CLOSE GL-FILE
           END-IF.

               DISPLAY "All drawers balance."
           END-IF.

           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.

      *> --- One branch's net over/short onto the books ---
       4100-POST-ONE-BRANCH.
           MOVE WS-BN-BRANCH(WS-BN-IDX) TO GL-COST-CENTER.
           COMPUTE WS-ABS-AMT =
               FUNCTION ABS(WS-BN-NET(WS-BN-IDX)).
           IF WS-BN-NET(WS-BN-IDX) > 0
      *>       More cash than the books expect: cash up,
      *>       the difference is income until explained
               MOVE "1000"    TO GL-ACCT-CODE
               MOVE "D"       TO GL-DR-CR
               MOVE WS-ABS-AMT TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "4300"    TO GL-ACCT-CODE
               MOVE "C"       TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           ELSE
               MOVE "4300"    TO GL-ACCT-CODE
               MOVE "D"       TO GL-DR-CR
               MOVE WS-ABS-AMT TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "1000"    TO GL-ACCT-CODE
               MOVE "C"       TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           END-IF.

      *> --- Find (or add) one operator+branch drawer ---
       5000-FIND-OR-ADD-DRAWER.
           MOVE 0 TO WS-DR-MATCH-IDX.
                       "extras not reconciled."
               END-IF
           END-IF.

      *> --- Roll one drawer's over/short into its branch ---
       5100-ADD-TO-BRANCH-NET.
           MOVE 0 TO WS-BN-MATCH-IDX.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-BRANCH(WS-BN-IDX) = WS-DR-BRANCH(WS-DR-IDX)
                   MOVE WS-BN-IDX TO WS-BN-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BN-MATCH-IDX = 0
      *>       Never more branches than drawers, so no overflow
               ADD 1 TO WS-BN-COUNT
               MOVE WS-DR-BRANCH(WS-DR-IDX)
                   TO WS-BN-BRANCH(WS-BN-COUNT)
               MOVE 0 TO WS-BN-NET(WS-BN-COUNT)
               MOVE WS-BN-COUNT TO WS-BN-MATCH-IDX
           END-IF.
           ADD WS-OVER-SHORT TO WS-BN-NET(WS-BN-MATCH-IDX).
