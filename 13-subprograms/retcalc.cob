       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCALC.
       AUTHOR. LEARNER.

      *> ============================================
      *> SUBPROGRAM: Retirement plan contributions
      *> ============================================
      *> The voluntary deductions only ever took a flat
      *> or percent amount after tax, with nothing from
      *> the employer's side. Every pay step - REPORTS,
      *> PAYSUPP and TERMEMP - now CALLs this for each
      *> pay line, the way it CALLs TAXCALC:
      *>
      *>   "C" (compute): the employee's elected percent
      *>       of the line's gross (retirement-
      *>       enrollments.dat), held to what is left of
      *>       the plan's annual limit after the year's
      *>       contributions so far (the caller's YTD
      *>       master), and the plan's employer match on
      *>       it (retirement-plans.dat). The caller takes
      *>       the contribution off the gross BEFORE it
      *>       calls TAXCALC - it is pre-tax - and books
      *>       both amounts to 2330.
      *>
      *>   "F" (finish): at the end of a live run, one
      *>       remittance file per plan provider for the
      *>       run's contributions (retire-remit-PLAN-
      *>       YYYYMMDD.dat: a header, a line per
      *>       employee, a trailer), and the same lines
      *>       onto retirement-contributions.dat for the
      *>       plan-year report. A trial run never calls
      *>       it, so nothing reaches a provider.
      *>
      *> WORKING-STORAGE persists between calls, so the
      *> plans and enrollments load once per run.
      *>
      *> Parameters (in order):
      *>   1. LS-ACTION    PIC X        (BY CONTENT)
      *>   2. LS-SOURCE    PIC X(8)     (BY CONTENT)
      *>      The calling program, as GL-SOURCE.
      *>   3. LS-PAY-DATE  PIC 9(8)     (BY CONTENT)
      *>   4. LS-EMP-ID    PIC X(4)     (BY CONTENT)
      *>   5. LS-EMP-NAME  PIC X(20)    (BY CONTENT)
      *>   6. LS-GROSS     PIC 9(9)V99  (BY CONTENT)
      *>      The pay line's gross in USD.
      *>   7. LS-YTD-EE    PIC 9(9)V99  (BY CONTENT)
      *>      The employee's contributions so far this
      *>      year, before this line.
      *>   8. LS-EE-AMT    PIC 9(7)V99  (BY REFERENCE)
      *>   9. LS-ER-AMT    PIC 9(7)V99  (BY REFERENCE)
      *>   Parameters 4-9 are unused on "F".
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
               ASSIGN TO "retirement-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT ENROLL-FILE
               ASSIGN TO "retirement-enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CONTRIB-FILE
               ASSIGN TO "retirement-contributions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT REMIT-FILE
               ASSIGN TO WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "rtplan.cpy".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "rtenrol.cpy".

       FD CONTRIB-FILE.
       01 CONTRIB-RECORD.
           COPY "rtcontr.cpy".

       FD REMIT-FILE.
       01 REMIT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS     PIC XX.
       01 WS-ENROLL-STATUS   PIC XX.
       01 WS-CONTRIB-STATUS  PIC XX.
       01 WS-REMIT-STATUS    PIC XX.
       01 WS-LOADED          PIC X VALUE "N".
          88 PLANS-LOADED    VALUE "Y".
       01 WS-EOF             PIC X.

      *>   The plans and elections in storage, loaded once
       01 WS-PL-COUNT        PIC 9(2) VALUE 0.
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 20 TIMES.
             10 WS-PL-CODE     PIC X(4).
             10 WS-PL-PROVIDER PIC X(20).
             10 WS-PL-MATCH    PIC 9(3)V99.
             10 WS-PL-UPTO     PIC 9(2)V99.
             10 WS-PL-LIMIT    PIC 9(7)V99.
       01 WS-PL-IDX          PIC 9(2).
       01 WS-PL-PICK         PIC 9(2) VALUE 0.

       01 WS-EN-COUNT        PIC 9(3) VALUE 0.
       01 WS-EN-TABLE.
          05 WS-EN-ENTRY OCCURS 500 TIMES.
             10 WS-EN-EMP      PIC X(4).
             10 WS-EN-PLAN     PIC X(4).
             10 WS-EN-PCT      PIC 9(2)V99.
             10 WS-EN-START    PIC 9(8).
             10 WS-EN-STATUS   PIC X.
       01 WS-EN-IDX          PIC 9(3).
       01 WS-EN-PICK         PIC 9(3) VALUE 0.

      *>   This run's contributions, held for the finish
       01 WS-RN-COUNT        PIC 9(4) VALUE 0.
       01 WS-RN-TABLE.
          05 WS-RN-ENTRY OCCURS 1000 TIMES.
             10 WS-RN-PLAN     PIC X(4).
             10 WS-RN-EMP      PIC X(4).
             10 WS-RN-NAME     PIC X(20).
             10 WS-RN-GROSS    PIC 9(7)V99.
             10 WS-RN-EE       PIC 9(7)V99.
             10 WS-RN-ER       PIC 9(7)V99.
       01 WS-RN-IDX          PIC 9(4).

       01 WS-ROOM            PIC S9(9)V99.
       01 WS-MATCHABLE       PIC 9(9)V99.
       01 WS-CAP-AMT         PIC 9(9)V99.
       01 WS-REMIT-FILENAME  PIC X(40).
       01 WS-REMIT-COUNT     PIC 9(5).
       01 WS-REMIT-EE        PIC 9(9)V99.
       01 WS-REMIT-ER        PIC 9(9)V99.

      *>   The remittance file's three record shapes: fixed
      *>   width, unsigned, implied decimals
       01 WS-REMIT-HEADER.
          05 RH-REC-TYPE      PIC X(2) VALUE "RH".
          05 RH-PLAN-CODE     PIC X(4).
          05 RH-PROVIDER      PIC X(20).
          05 RH-PAY-DATE      PIC 9(8).
          05 RH-SOURCE        PIC X(8).
          05 FILLER           PIC X(38) VALUE SPACES.
       01 WS-REMIT-DETAIL.
          05 RD-REC-TYPE      PIC X(2) VALUE "RD".
          05 RD-EMP-ID        PIC X(4).
          05 RD-EMP-NAME      PIC X(20).
          05 RD-GROSS         PIC 9(7)V99.
          05 RD-EE-AMT        PIC 9(7)V99.
          05 RD-ER-AMT        PIC 9(7)V99.
          05 FILLER           PIC X(27) VALUE SPACES.
       01 WS-REMIT-TRAILER.
          05 RT-REC-TYPE      PIC X(2) VALUE "RT".
          05 RT-COUNT         PIC 9(5).
          05 RT-EE-TOTAL      PIC 9(9)V99.
          05 RT-ER-TOTAL      PIC 9(9)V99.
          05 FILLER           PIC X(51) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-ACTION          PIC X.
          88 LS-COMPUTE      VALUE "C".
          88 LS-FINISH       VALUE "F".
       01 LS-SOURCE          PIC X(8).
       01 LS-PAY-DATE        PIC 9(8).
       01 LS-EMP-ID          PIC X(4).
       01 LS-EMP-NAME        PIC X(20).
       01 LS-GROSS           PIC 9(9)V99.
       01 LS-YTD-EE          PIC 9(9)V99.
       01 LS-EE-AMT          PIC 9(7)V99.
       01 LS-ER-AMT          PIC 9(7)V99.

      *> Parameters listed in same order as CALL USING
       PROCEDURE DIVISION USING
           LS-ACTION
           LS-SOURCE
           LS-PAY-DATE
           LS-EMP-ID
           LS-EMP-NAME
           LS-GROSS
           LS-YTD-EE
           LS-EE-AMT
           LS-ER-AMT.

       RETIREMENT-CALC.
           IF NOT PLANS-LOADED
               PERFORM LOAD-THE-PLANS
           END-IF.
           IF LS-FINISH
               PERFORM REMIT-THE-RUN THRU REMIT-THE-RUN-EXIT
           ELSE
               PERFORM FIGURE-THE-LINE THRU FIGURE-THE-LINE-EXIT
           END-IF.
           GOBACK.

      *> --- One pay line: the election in force on the pay
      *>     date, held to the plan's limit, and the match ---
       FIGURE-THE-LINE.
           MOVE 0 TO LS-EE-AMT.
           MOVE 0 TO LS-ER-AMT.
           MOVE 0 TO WS-EN-PICK.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-EMP(WS-EN-IDX) = LS-EMP-ID
                   AND WS-EN-STATUS(WS-EN-IDX) = "A"
                   AND WS-EN-START(WS-EN-IDX) <= LS-PAY-DATE
                   MOVE WS-EN-IDX TO WS-EN-PICK
               END-IF
           END-PERFORM.
           IF WS-EN-PICK = 0
               GO TO FIGURE-THE-LINE-EXIT
           END-IF.
           MOVE 0 TO WS-PL-PICK.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-CODE(WS-PL-IDX) = WS-EN-PLAN(WS-EN-PICK)
                   MOVE WS-PL-IDX TO WS-PL-PICK
               END-IF
           END-PERFORM.
           IF WS-PL-PICK = 0
               DISPLAY "WARNING: " LS-EMP-ID " is enrolled in "
                   "plan " WS-EN-PLAN(WS-EN-PICK)
                   " - not on retirement-plans.dat, nothing "
                   "deducted."
               GO TO FIGURE-THE-LINE-EXIT
           END-IF.

           COMPUTE LS-EE-AMT ROUNDED =
               LS-GROSS * WS-EN-PCT(WS-EN-PICK) / 100.
      *>   Once the year's limit is reached, deductions stop
           COMPUTE WS-ROOM =
               WS-PL-LIMIT(WS-PL-PICK) - LS-YTD-EE.
           IF WS-ROOM <= 0
               MOVE 0 TO LS-EE-AMT
           ELSE
               IF LS-EE-AMT > WS-ROOM
                   MOVE WS-ROOM TO LS-EE-AMT
               END-IF
           END-IF.

      *>   The match, on no more than the plan's share of gross
           MOVE LS-EE-AMT TO WS-MATCHABLE.
           IF WS-PL-UPTO(WS-PL-PICK) > 0
               COMPUTE WS-CAP-AMT ROUNDED =
                   LS-GROSS * WS-PL-UPTO(WS-PL-PICK) / 100
               IF WS-MATCHABLE > WS-CAP-AMT
                   MOVE WS-CAP-AMT TO WS-MATCHABLE
               END-IF
           END-IF.
           COMPUTE LS-ER-AMT ROUNDED =
               WS-MATCHABLE * WS-PL-MATCH(WS-PL-PICK) / 100.

           IF LS-EE-AMT = 0 AND LS-ER-AMT = 0
               GO TO FIGURE-THE-LINE-EXIT
           END-IF.
      *>   Held for the remittance - never drop a contribution
      *>   that was already taken off someone's pay
           IF WS-RN-COUNT >= 1000
               DISPLAY "ABEND: more than 1000 retirement "
                   "contributions in one run."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RN-COUNT.
           MOVE WS-EN-PLAN(WS-EN-PICK) TO WS-RN-PLAN(WS-RN-COUNT).
           MOVE LS-EMP-ID   TO WS-RN-EMP(WS-RN-COUNT).
           MOVE LS-EMP-NAME TO WS-RN-NAME(WS-RN-COUNT).
           MOVE LS-GROSS    TO WS-RN-GROSS(WS-RN-COUNT).
           MOVE LS-EE-AMT   TO WS-RN-EE(WS-RN-COUNT).
           MOVE LS-ER-AMT   TO WS-RN-ER(WS-RN-COUNT).
       FIGURE-THE-LINE-EXIT.
           CONTINUE.

      *> --- End of a live run: a file per provider, then the
      *>     contributions history ---
       REMIT-THE-RUN.
           IF WS-RN-COUNT = 0
               GO TO REMIT-THE-RUN-EXIT
           END-IF.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM REMIT-ONE-PLAN THRU REMIT-ONE-PLAN-EXIT
           END-PERFORM.

           OPEN EXTEND CONTRIB-FILE.
           IF WS-CONTRIB-STATUS NOT = "00"
               OPEN OUTPUT CONTRIB-FILE
           END-IF.
           INITIALIZE CONTRIB-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               MOVE LS-PAY-DATE TO RCN-PAY-DATE
               MOVE LS-SOURCE   TO RCN-SOURCE
               MOVE WS-RN-PLAN(WS-RN-IDX)  TO RCN-PLAN-CODE
               MOVE WS-RN-EMP(WS-RN-IDX)   TO RCN-EMP-ID
               MOVE WS-RN-GROSS(WS-RN-IDX) TO RCN-GROSS
               MOVE WS-RN-EE(WS-RN-IDX)    TO RCN-EE-AMT
               MOVE WS-RN-ER(WS-RN-IDX)    TO RCN-ER-AMT
               WRITE CONTRIB-RECORD
           END-PERFORM.
           CLOSE CONTRIB-FILE.
           MOVE 0 TO WS-RN-COUNT.
       REMIT-THE-RUN-EXIT.
           CONTINUE.

      *> --- One provider's file for this run, appended to if
      *>     another step already remitted today ---
       REMIT-ONE-PLAN.
           MOVE 0 TO WS-REMIT-COUNT.
           MOVE 0 TO WS-REMIT-EE.
           MOVE 0 TO WS-REMIT-ER.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               IF WS-RN-PLAN(WS-RN-IDX) = WS-PL-CODE(WS-PL-IDX)
                   ADD 1 TO WS-REMIT-COUNT
                   ADD WS-RN-EE(WS-RN-IDX) TO WS-REMIT-EE
                   ADD WS-RN-ER(WS-RN-IDX) TO WS-REMIT-ER
               END-IF
           END-PERFORM.
           IF WS-REMIT-COUNT = 0
               GO TO REMIT-ONE-PLAN-EXIT
           END-IF.

           MOVE SPACES TO WS-REMIT-FILENAME.
           STRING "retire-remit-" DELIMITED BY SIZE
                   WS-PL-CODE(WS-PL-IDX) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   LS-PAY-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-REMIT-FILENAME
           END-STRING.
           OPEN EXTEND REMIT-FILE.
           IF WS-REMIT-STATUS NOT = "00"
               OPEN OUTPUT REMIT-FILE
           END-IF.
           MOVE WS-PL-CODE(WS-PL-IDX)     TO RH-PLAN-CODE.
           MOVE WS-PL-PROVIDER(WS-PL-IDX) TO RH-PROVIDER.
           MOVE LS-PAY-DATE               TO RH-PAY-DATE.
           MOVE LS-SOURCE                 TO RH-SOURCE.
           WRITE REMIT-LINE FROM WS-REMIT-HEADER.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               IF WS-RN-PLAN(WS-RN-IDX) = WS-PL-CODE(WS-PL-IDX)
                   MOVE WS-RN-EMP(WS-RN-IDX)   TO RD-EMP-ID
                   MOVE WS-RN-NAME(WS-RN-IDX)  TO RD-EMP-NAME
                   MOVE WS-RN-GROSS(WS-RN-IDX) TO RD-GROSS
                   MOVE WS-RN-EE(WS-RN-IDX)    TO RD-EE-AMT
                   MOVE WS-RN-ER(WS-RN-IDX)    TO RD-ER-AMT
                   WRITE REMIT-LINE FROM WS-REMIT-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-REMIT-COUNT TO RT-COUNT.
           MOVE WS-REMIT-EE    TO RT-EE-TOTAL.
           MOVE WS-REMIT-ER    TO RT-ER-TOTAL.
           WRITE REMIT-LINE FROM WS-REMIT-TRAILER.
           CLOSE REMIT-FILE.
           DISPLAY "Retirement remittance: " WS-REMIT-FILENAME.
       REMIT-ONE-PLAN-EXIT.
           CONTINUE.

      *> --- The plans and elections into storage, once per
      *>     run; no files means nobody is enrolled yet ---
       LOAD-THE-PLANS.
           SET PLANS-LOADED TO TRUE.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PLAN-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-PLAN
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLL-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-ELECTION
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

      *>   A short table would quietly skip someone's
      *>   contribution - refuse instead
       LOAD-ONE-PLAN.
           IF WS-PL-COUNT >= 20
               DISPLAY "ABEND: more than 20 plans on "
                   "retirement-plans.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PL-COUNT.
           MOVE RPL-PLAN-CODE    TO WS-PL-CODE(WS-PL-COUNT).
           MOVE RPL-PROVIDER     TO WS-PL-PROVIDER(WS-PL-COUNT).
           MOVE RPL-MATCH-PCT    TO WS-PL-MATCH(WS-PL-COUNT).
           MOVE RPL-MATCH-UPTO   TO WS-PL-UPTO(WS-PL-COUNT).
           MOVE RPL-ANNUAL-LIMIT TO WS-PL-LIMIT(WS-PL-COUNT).

       LOAD-ONE-ELECTION.
           IF WS-EN-COUNT >= 500
               DISPLAY "ABEND: more than 500 elections on "
                   "retirement-enrollments.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EN-COUNT.
           MOVE REN-EMP-ID      TO WS-EN-EMP(WS-EN-COUNT).
           MOVE REN-PLAN-CODE   TO WS-EN-PLAN(WS-EN-COUNT).
           MOVE REN-CONTRIB-PCT TO WS-EN-PCT(WS-EN-COUNT).
           MOVE REN-START-DATE  TO WS-EN-START(WS-EN-COUNT).
           MOVE REN-STATUS      TO WS-EN-STATUS(WS-EN-COUNT).
