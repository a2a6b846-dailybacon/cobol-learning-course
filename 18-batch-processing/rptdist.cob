       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       AUTHOR. LEARNER.

      *> ============================================
      *> End-of-window report distribution by branch
      *> ============================================
      *> Every report on the spool is one bank-wide
      *> file, and every branch manager used to get all
      *> of it - the daily report, the notice letters,
      *> the CTR summary, the drawer reconciliation -
      *> and hunt for their own lines. At the end of the
      *> window this step takes the business date's
      *> entries off report-spool.dat and, as
      *> report-distrib.dat says, makes one bundle per
      *> recipient (bundle-<recipient>-YYYYMMDD.txt):
      *>
      *>   - a branch gets its own lines of each report
      *>     it receives, under the report's headings
      *>     and bank totals (the lines that belong to
      *>     no branch), or a "nothing for you" line
      *>     when the report has none of its lines;
      *>   - a head-office role (HO-COMPL, HO-OPS...),
      *>     or a branch listed for it, gets the whole
      *>     report.
      *>
      *> Each bundle is registered back on the spool
      *> under "Bundle <recipient>", so SPOOLPRT reprints
      *> one branch's copy on its own.
      *>
      *> report-distrib.dat, one rule per line
      *> (* in column 1 is a comment):
      *>
      *>   D,<report name 20>,<recipient 8>,<scope>
      *>     who gets the report. Recipient is a branch
      *>     code, a head-office role, or *BRANCH for
      *>     every branch with lines today; scope B is
      *>     the branch's own lines, W the whole report.
      *>
      *>   K,<report name 20>,<section 24>,<prefix 24>,
      *>     <column 3>,<kind>,<continue>
      *>     how to find a line's branch. The key sits
      *>     at <column>: kind B a branch code (TR-BRANCH,
      *>     the teller's branch), A an account number
      *>     and C a customer number, both taken to the
      *>     customer's home branch. Section, when given,
      *>     limits the rule to the lines under that
      *>     heading (up to the next line starting in
      *>     column 1); prefix, when given, to lines that
      *>     start with it. Continue Y gives the indented
      *>     lines that follow a keyed line to its branch.
      *>
      *>   U,<report name 20>,<marker 24>
      *>     the report is a run of units (letters), each
      *>     starting on a line that begins with the
      *>     marker. A unit goes whole to the branch its
      *>     keys name; where they name several, each
      *>     keyed line goes to its own branch and the
      *>     rest of the unit to all of them. A unit no
      *>     key resolves goes to no branch, only to
      *>     whole-report recipients.
      *>
      *> A report with no K or U rule is not split: a
      *> branch listed for it gets it whole. Branch codes
      *> are checked against cost-centers.dat when there
      *> is one. Spooled reports missing from disk, and
      *> unit lines no branch could be found for, are
      *> warned on the run log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks rptdist.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o rptdist
      *>   ./rptdist
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIB-FILE
               ASSIGN TO "report-distrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT SPOOL-FILE
               ASSIGN TO "report-spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT CC-FILE
               ASSIGN TO "cost-centers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

      *>   The spooled report being split
           SELECT SOURCE-FILE
               ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT BUNDLE-FILE
               ASSIGN TO WS-BUNDLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DISTRIB-FILE.
       01 DISTRIB-RECORD.
          05 DL-TYPE          PIC X.
      *>     D=Distribution, K=Burst key, U=Unit marker
          05 FILLER           PIC X.
          05 DL-REPORT        PIC X(20).
          05 FILLER           PIC X.
          05 DL-REST          PIC X(57).
       01 DL-DIST-RULE.
          05 FILLER           PIC X(23).
          05 DD-RECIPIENT     PIC X(8).
          05 FILLER           PIC X.
          05 DD-SCOPE         PIC X.
      *>     B=Branch's own lines, W=Whole report
       01 DL-KEY-RULE.
          05 FILLER           PIC X(23).
          05 DK-SECTION       PIC X(24).
          05 FILLER           PIC X.
          05 DK-PREFIX        PIC X(24).
          05 FILLER           PIC X.
          05 DK-COLUMN        PIC 9(3).
          05 FILLER           PIC X.
          05 DK-KIND          PIC X.
      *>     B=Branch code, A=Account, C=Customer
          05 FILLER           PIC X.
          05 DK-CONTINUE      PIC X.
       01 DL-UNIT-RULE.
          05 FILLER           PIC X(23).
          05 DU-MARKER        PIC X(24).

      *> Same index SPOOLREG writes
       FD SPOOL-FILE.
       01 SPOOL-RECORD.
          05 SP-DATE          PIC 9(8).
          05 FILLER           PIC X.
          05 SP-PROGRAM       PIC X(8).
          05 FILLER           PIC X.
          05 SP-REPORT        PIC X(20).
          05 FILLER           PIC X.
          05 SP-LINES         PIC 9(7).
          05 FILLER           PIC X.
          05 SP-FILENAME      PIC X(40).

       FD CC-FILE.
       01 COST-CENTER-RECORD.
           COPY "ccrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD SOURCE-FILE.
       01 SOURCE-LINE        PIC X(150).

       FD BUNDLE-FILE.
       01 BUNDLE-LINE        PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS     PIC XX.
       01 WS-SPOOL-STATUS    PIC XX.
       01 WS-CC-STATUS       PIC XX.
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-SOURCE-STATUS   PIC XX.
       01 WS-BUNDLE-STATUS   PIC XX.
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".
       01 WS-SOURCE-EOF      PIC X VALUE "N".
          88 SOURCE-AT-END   VALUE "Y".

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-SOURCE-NAME      PIC X(40).
       01 WS-BUNDLE-NAME      PIC X(40).

      *>   The masters answer account and customer keys;
      *>   without them those reports cannot be split
       01 WS-MASTERS-OPEN     PIC X VALUE "N".
          88 MASTERS-OPEN     VALUE "Y".

      *>   Branch codes on cost-centers.dat, to prove a
      *>   branch key is a branch
       01 WS-CCB-COUNT        PIC 9(3) VALUE 0.
       01 WS-CCB-TABLE.
          05 WS-CCB-CODE OCCURS 100 TIMES PIC X(4).
       01 WS-CCB-IDX          PIC 9(3).

      *>   report-distrib.dat
       01 WS-DS-COUNT         PIC 9(3) VALUE 0.
       01 WS-DS-TABLE.
          05 WS-DS-ENTRY OCCURS 200 TIMES.
             10 WS-DS-REPORT    PIC X(20).
             10 WS-DS-RECIPIENT PIC X(8).
             10 WS-DS-SCOPE     PIC X.
       01 WS-DS-IDX           PIC 9(3).
       01 WS-DS-HIT           PIC 9(3).

       01 WS-KR-COUNT         PIC 9(3) VALUE 0.
       01 WS-KR-TABLE.
          05 WS-KR-ENTRY OCCURS 60 TIMES.
             10 WS-KR-REPORT    PIC X(20).
             10 WS-KR-SECTION   PIC X(24).
             10 WS-KR-SECT-LEN  PIC 9(2).
             10 WS-KR-PREFIX    PIC X(24).
             10 WS-KR-PREF-LEN  PIC 9(2).
             10 WS-KR-COLUMN    PIC 9(3).
             10 WS-KR-KIND      PIC X.
             10 WS-KR-CONTINUE  PIC X.
      *>         Y while the line in hand is under the
      *>         rule's section heading
             10 WS-KR-ACTIVE    PIC X.
       01 WS-KR-IDX           PIC 9(3).

       01 WS-UR-COUNT         PIC 9(3) VALUE 0.
       01 WS-UR-TABLE.
          05 WS-UR-ENTRY OCCURS 30 TIMES.
             10 WS-UR-REPORT    PIC X(20).
             10 WS-UR-MARKER    PIC X(24).
             10 WS-UR-MARK-LEN  PIC 9(2).
       01 WS-UR-IDX           PIC 9(3).
       01 WS-UR-HIT           PIC 9(3).

      *>   The business date's reports off the spool, a
      *>   rerun's later registration replacing the earlier
       01 WS-SE-COUNT         PIC 9(3) VALUE 0.
       01 WS-SE-TABLE.
          05 WS-SE-ENTRY OCCURS 200 TIMES.
             10 WS-SE-PROGRAM   PIC X(8).
             10 WS-SE-REPORT    PIC X(20).
             10 WS-SE-FILE      PIC X(40).
       01 WS-SE-IDX           PIC 9(3).
       01 WS-SE-HIT           PIC 9(3).
       01 WS-SE-OFF-LIST      PIC 9(3) VALUE 0.

      *>   Bundles already on the spool for the date, so a
      *>   rerun rewrites them without registering twice
       01 WS-RB-COUNT         PIC 9(3) VALUE 0.
       01 WS-RB-TABLE.
          05 WS-RB-FILE OCCURS 200 TIMES PIC X(40).
       01 WS-RB-IDX           PIC 9(3).
       01 WS-RB-HIT           PIC 9(3).

      *>   Branches the day's reports have lines for
       01 WS-SB-COUNT         PIC 9(3) VALUE 0.
       01 WS-SB-TABLE.
          05 WS-SB-ENTRY OCCURS 100 TIMES.
             10 WS-SB-CODE      PIC X(4).
             10 WS-SB-LINES     PIC 9(7).
       01 WS-SB-IDX           PIC 9(3).
       01 WS-SB-HIT           PIC 9(3).

      *>   Who gets a bundle
       01 WS-RC-COUNT         PIC 9(3) VALUE 0.
       01 WS-RC-TABLE.
          05 WS-RC-ENTRY OCCURS 150 TIMES.
             10 WS-RC-CODE      PIC X(8).
             10 WS-RC-IS-BRANCH PIC X.
       01 WS-RC-IDX           PIC 9(3).
       01 WS-RC-IDX2          PIC 9(3).
       01 WS-RC-HIT           PIC 9(3).
       01 WS-RC-SWAP          PIC X(9).
       01 WS-ADD-CODE         PIC X(8).
       01 WS-ADD-IS-BRANCH    PIC X.

      *>   One report being split for one recipient
       01 WS-SPLIT-MODE       PIC X.
          88 SPLIT-SURVEY     VALUE "S".
          88 SPLIT-COUNT      VALUE "C".
          88 SPLIT-WRITE      VALUE "W".
       01 WS-SPLIT-REPORT     PIC X(20).
       01 WS-SPLIT-FOR        PIC X(8).
       01 WS-SPLIT-HITS       PIC 9(7).
       01 WS-SOURCE-FOUND     PIC X.
          88 SOURCE-FOUND     VALUE "Y".
       01 WS-CONT-BRANCH      PIC X(4).
       01 WS-CONT-COL         PIC 9(3).

      *>   The line in hand and where it goes
       01 WS-LINE             PIC X(150).
       01 WS-LINE-BRANCH      PIC X(4).
       01 WS-LINE-CONT        PIC X.
       01 WS-LINE-COL         PIC 9(3).
       01 WS-DEST-BRANCH      PIC X(4).
       01 WS-DEST-KIND        PIC X.
          88 DEST-BRANCH-LINE VALUE "B".
          88 DEST-COMMON-LINE VALUE "C".
          88 DEST-UNROUTED    VALUE "U".

      *>   Resolving one key
       01 WS-KEY-KIND         PIC X.
       01 WS-KEY-TEXT         PIC X(8).
       01 WS-KEY-BRANCH       PIC X(4).
       01 WS-KEY-POS          PIC 9.
       01 WS-KEY-CHAR         PIC X.
       01 WS-KEY-OK           PIC X.

      *>   One unit (letter) held until its keys are known
       01 WS-UB-COUNT         PIC 9(3) VALUE 0.
       01 WS-UB-TABLE.
          05 WS-UB-ENTRY OCCURS 300 TIMES.
             10 WS-UB-LINE      PIC X(150).
             10 WS-UB-BRANCH    PIC X(4).
       01 WS-UB-IDX           PIC 9(3).
       01 WS-US-COUNT         PIC 9(2) VALUE 0.
       01 WS-US-TABLE.
          05 WS-US-CODE OCCURS 20 TIMES PIC X(4).
       01 WS-US-IDX           PIC 9(2).
       01 WS-US-HIT           PIC 9(2).
       01 WS-UNIT-STARTED     PIC X.
          88 UNIT-STARTED     VALUE "Y".

       01 WS-TRIM-TEXT        PIC X(24).
       01 WS-TRIM-LEN         PIC 9(2).
       01 WS-NEEDS-MASTERS    PIC X.
       01 WS-HAS-RULES        PIC X.

      *>   Totals
       01 WS-BUNDLES          PIC 9(5) VALUE 0.
       01 WS-BUNDLE-SECTIONS  PIC 9(5) VALUE 0.
       01 WS-MISSING-FILES    PIC 9(5) VALUE 0.
       01 WS-UNROUTED-LINES   PIC 9(7) VALUE 0.

       01 WS-DISP-CNT         PIC Z(6)9.
       01 WS-DISP-CNT2        PIC Z(6)9.
       01 WS-DISP-SECTIONS    PIC ZZ9.
       01 WS-RPT-DETAIL       PIC X(150).

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "RPTDIST".
       01 WS-SPOOL-REPORT     PIC X(20).
       01 WS-SPOOL-FILE       PIC X(40).

       01 WS-LOG-PROGRAM      PIC X(8) VALUE "RPTDIST".
       01 WS-LOG-SEVERITY     PIC X.
       01 WS-LOG-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-COST-CENTERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-DISTRIB-LIST THRU 1200-EXIT.
           PERFORM 1300-LOAD-SPOOL THRU 1300-EXIT.
           PERFORM 2000-SURVEY-REPORTS.
           PERFORM 3000-BUILD-RECIPIENTS.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               PERFORM 4000-WRITE-ONE-BUNDLE THRU 4000-EXIT
           END-PERFORM.
           PERFORM 5000-CLEANUP.
           STOP RUN.

      *> --- The business date, the same way BATCH takes it ---
       1000-INITIALIZE.
           DISPLAY "=== Report Distribution by Branch ===".
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

      *> --- The branch codes on the cost-center master. With
      *>     no master, any code-shaped key is taken ---
       1100-LOAD-COST-CENTERS.
           OPEN INPUT CC-FILE.
           IF WS-CC-STATUS NOT = "00"
               DISPLAY "No cost-centers.dat - branch codes on "
                   "the reports are taken as printed."
               GO TO 1100-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CC-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CC-IS-BRANCH AND WS-CCB-COUNT < 100
                           ADD 1 TO WS-CCB-COUNT
                           MOVE CC-CODE
                               TO WS-CCB-CODE(WS-CCB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CC-FILE.
       1100-EXIT.
           CONTINUE.

      *> --- Who gets what, and how each report splits ---
       1200-LOAD-DISTRIB-LIST.
           OPEN INPUT DISTRIB-FILE.
           IF WS-DIST-STATUS NOT = "00"
               DISPLAY "No report-distrib.dat - nothing to "
                   "distribute."
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE "No report-distrib.dat - no branch bundles made"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ DISTRIB-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1210-TAKE-ONE-RULE THRU 1210-EXIT
               END-READ
           END-PERFORM.
           CLOSE DISTRIB-FILE.
           MOVE WS-DS-COUNT TO WS-DISP-CNT.
           MOVE WS-KR-COUNT TO WS-DISP-CNT2.
           DISPLAY "Distribution rules: " WS-DISP-CNT
               "   Split rules: " WS-DISP-CNT2.
       1200-EXIT.
           CONTINUE.

       1210-TAKE-ONE-RULE.
           IF DL-TYPE = "*" OR DISTRIB-RECORD = SPACES
               GO TO 1210-EXIT
           END-IF.
           EVALUATE DL-TYPE
               WHEN "D"
                   IF DD-RECIPIENT = SPACES
                       OR (DD-SCOPE NOT = "B" AND
                           DD-SCOPE NOT = "W")
                       DISPLAY "WARNING: report-distrib.dat D "
                           "rule for " DL-REPORT
                           " has no recipient or scope "
                           "- ignored."
                       GO TO 1210-EXIT
                   END-IF
                   IF WS-DS-COUNT >= 200
                       DISPLAY "WARNING: more than 200 D rules "
                           "- the rest ignored."
                       GO TO 1210-EXIT
                   END-IF
                   ADD 1 TO WS-DS-COUNT
                   MOVE DL-REPORT    TO WS-DS-REPORT(WS-DS-COUNT)
                   MOVE DD-RECIPIENT
                       TO WS-DS-RECIPIENT(WS-DS-COUNT)
                   MOVE DD-SCOPE     TO WS-DS-SCOPE(WS-DS-COUNT)
               WHEN "K"
                   IF DK-COLUMN IS NOT NUMERIC
                       OR DK-COLUMN < 1 OR DK-COLUMN > 143
                       OR (DK-KIND NOT = "B" AND
                           DK-KIND NOT = "A" AND
                           DK-KIND NOT = "C")
                       DISPLAY "WARNING: report-distrib.dat K "
                           "rule for " DL-REPORT
                           " has a bad column or kind "
                           "- ignored."
                       GO TO 1210-EXIT
                   END-IF
                   IF WS-KR-COUNT >= 60
                       DISPLAY "WARNING: more than 60 K rules "
                           "- the rest ignored."
                       GO TO 1210-EXIT
                   END-IF
                   ADD 1 TO WS-KR-COUNT
                   MOVE DL-REPORT    TO WS-KR-REPORT(WS-KR-COUNT)
                   MOVE DK-SECTION   TO WS-KR-SECTION(WS-KR-COUNT)
                   MOVE DK-SECTION   TO WS-TRIM-TEXT
                   PERFORM 7000-TRIMMED-LENGTH
                   MOVE WS-TRIM-LEN  TO WS-KR-SECT-LEN(WS-KR-COUNT)
                   MOVE DK-PREFIX    TO WS-KR-PREFIX(WS-KR-COUNT)
                   MOVE DK-PREFIX    TO WS-TRIM-TEXT
                   PERFORM 7000-TRIMMED-LENGTH
                   MOVE WS-TRIM-LEN  TO WS-KR-PREF-LEN(WS-KR-COUNT)
                   MOVE DK-COLUMN    TO WS-KR-COLUMN(WS-KR-COUNT)
                   MOVE DK-KIND      TO WS-KR-KIND(WS-KR-COUNT)
                   MOVE DK-CONTINUE
                       TO WS-KR-CONTINUE(WS-KR-COUNT)
               WHEN "U"
                   IF DU-MARKER = SPACES
                       DISPLAY "WARNING: report-distrib.dat U "
                           "rule for " DL-REPORT
                           " has no marker - ignored."
                       GO TO 1210-EXIT
                   END-IF
                   IF WS-UR-COUNT >= 30
                       DISPLAY "WARNING: more than 30 U rules "
                           "- the rest ignored."
                       GO TO 1210-EXIT
                   END-IF
                   ADD 1 TO WS-UR-COUNT
                   MOVE DL-REPORT    TO WS-UR-REPORT(WS-UR-COUNT)
                   MOVE DU-MARKER    TO WS-UR-MARKER(WS-UR-COUNT)
                   MOVE DU-MARKER    TO WS-TRIM-TEXT
                   PERFORM 7000-TRIMMED-LENGTH
                   MOVE WS-TRIM-LEN  TO WS-UR-MARK-LEN(WS-UR-COUNT)
               WHEN OTHER
                   DISPLAY "WARNING: report-distrib.dat line "
                       "of type '" DL-TYPE "' ignored."
           END-EVALUATE.
       1210-EXIT.
           CONTINUE.

      *> --- The business date's reports off the spool index.
      *>     Our own bundles are only noted, never split ---
       1300-LOAD-SPOOL.
           OPEN INPUT SPOOL-FILE.
           IF WS-SPOOL-STATUS NOT = "00"
               DISPLAY "No report-spool.dat - nothing registered "
                   "to distribute."
               GO TO 1300-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ SPOOL-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SP-DATE = WS-PROCESS-DATE
                           PERFORM 1310-TAKE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPOOL-FILE.
           MOVE WS-SE-COUNT TO WS-DISP-CNT.
           DISPLAY "Reports on the spool for " WS-PROCESS-DATE
               ": " WS-DISP-CNT.
       1300-EXIT.
           CONTINUE.

       1310-TAKE-ONE-ENTRY.
           IF SP-PROGRAM = WS-SPOOL-PROGRAM
               IF WS-RB-COUNT < 200
                   ADD 1 TO WS-RB-COUNT
                   MOVE SP-FILENAME TO WS-RB-FILE(WS-RB-COUNT)
               END-IF
           ELSE
               MOVE 0 TO WS-SE-HIT
               PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                       UNTIL WS-SE-IDX > WS-SE-COUNT
                   IF WS-SE-FILE(WS-SE-IDX) = SP-FILENAME
                       MOVE WS-SE-IDX TO WS-SE-HIT
                   END-IF
               END-PERFORM
               IF WS-SE-HIT = 0
                   IF WS-SE-COUNT < 200
                       ADD 1 TO WS-SE-COUNT
                       MOVE WS-SE-COUNT TO WS-SE-HIT
                   ELSE
                       DISPLAY "WARNING: more than 200 reports "
                           "on the spool today - "
                           SP-FILENAME " not distributed."
                   END-IF
               END-IF
               IF WS-SE-HIT NOT = 0
                   MOVE SP-PROGRAM  TO WS-SE-PROGRAM(WS-SE-HIT)
                   MOVE SP-REPORT   TO WS-SE-REPORT(WS-SE-HIT)
                   MOVE SP-FILENAME TO WS-SE-FILE(WS-SE-HIT)
               END-IF
           END-IF.

      *> --- One pass over every report that splits, to learn
      *>     which branches have lines today ---
       2000-SURVEY-REPORTS.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS = "00"
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS = "00"
                   SET MASTERS-OPEN TO TRUE
               ELSE
                   CLOSE ACCOUNT-MASTER
               END-IF
           END-IF.
           IF NOT MASTERS-OPEN
               DISPLAY "WARNING: account/customer masters not "
                   "available - reports keyed by account or "
                   "customer go to head office only."
           END-IF.

           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               MOVE WS-SE-REPORT(WS-SE-IDX) TO WS-SPLIT-REPORT
               PERFORM 7100-FIND-DIST-FOR-REPORT
               IF WS-DS-HIT = 0
                   ADD 1 TO WS-SE-OFF-LIST
               ELSE
                   PERFORM 2100-SURVEY-ONE-REPORT THRU 2100-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-SB-COUNT TO WS-DISP-CNT.
           DISPLAY "Branches with lines today: " WS-DISP-CNT.

      *>   A listed report: on disk at all, and if it splits,
      *>   whose lines are in it
       2100-SURVEY-ONE-REPORT.
           MOVE WS-SE-FILE(WS-SE-IDX) TO WS-SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-FILES
               DISPLAY "WARNING: " WS-SE-FILE(WS-SE-IDX)
                   " is on the spool but not on disk."
               GO TO 2100-EXIT
           END-IF.
           CLOSE SOURCE-FILE.
           PERFORM 7200-CHECK-REPORT-RULES.
           IF WS-HAS-RULES = "Y"
               AND (WS-NEEDS-MASTERS = "N" OR MASTERS-OPEN)
               SET SPLIT-SURVEY TO TRUE
               MOVE SPACES TO WS-SPLIT-FOR
               PERFORM 6000-SPLIT-REPORT THRU 6000-EXIT
           END-IF.
       2100-EXIT.
           CONTINUE.

      *> --- Everyone named on the list, *BRANCH standing for
      *>     every branch the reports have lines for; then
      *>     branches first, each group in code order ---
       3000-BUILD-RECIPIENTS.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               IF WS-DS-RECIPIENT(WS-DS-IDX) = "*BRANCH"
                   PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                           UNTIL WS-SB-IDX > WS-SB-COUNT
                       MOVE WS-SB-CODE(WS-SB-IDX) TO WS-ADD-CODE
                       MOVE "Y" TO WS-ADD-IS-BRANCH
                       PERFORM 3100-ADD-RECIPIENT
                   END-PERFORM
               ELSE
                   MOVE WS-DS-RECIPIENT(WS-DS-IDX) TO WS-ADD-CODE
                   MOVE "N" TO WS-ADD-IS-BRANCH
                   IF WS-DS-SCOPE(WS-DS-IDX) = "B"
                       MOVE "Y" TO WS-ADD-IS-BRANCH
                   END-IF
                   PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                           UNTIL WS-SB-IDX > WS-SB-COUNT
                       IF WS-SB-CODE(WS-SB-IDX) = WS-ADD-CODE
                           MOVE "Y" TO WS-ADD-IS-BRANCH
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-CCB-IDX FROM 1 BY 1
                           UNTIL WS-CCB-IDX > WS-CCB-COUNT
                       IF WS-CCB-CODE(WS-CCB-IDX) = WS-ADD-CODE
                           MOVE "Y" TO WS-ADD-IS-BRANCH
                       END-IF
                   END-PERFORM
                   PERFORM 3100-ADD-RECIPIENT
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX >= WS-RC-COUNT
               PERFORM VARYING WS-RC-IDX2 FROM 1 BY 1
                       UNTIL WS-RC-IDX2 > WS-RC-COUNT - WS-RC-IDX
                   IF (WS-RC-IS-BRANCH(WS-RC-IDX2) = "N"
                       AND WS-RC-IS-BRANCH(WS-RC-IDX2 + 1) = "Y")
                   OR (WS-RC-IS-BRANCH(WS-RC-IDX2)
                       = WS-RC-IS-BRANCH(WS-RC-IDX2 + 1)
                       AND WS-RC-CODE(WS-RC-IDX2)
                       > WS-RC-CODE(WS-RC-IDX2 + 1))
                       MOVE WS-RC-ENTRY(WS-RC-IDX2) TO WS-RC-SWAP
                       MOVE WS-RC-ENTRY(WS-RC-IDX2 + 1)
                           TO WS-RC-ENTRY(WS-RC-IDX2)
                       MOVE WS-RC-SWAP
                           TO WS-RC-ENTRY(WS-RC-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>   One recipient onto the list once; named as a branch
      *>   anywhere makes it a branch
       3100-ADD-RECIPIENT.
           MOVE 0 TO WS-RC-HIT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-CODE(WS-RC-IDX) = WS-ADD-CODE
                   MOVE WS-RC-IDX TO WS-RC-HIT
               END-IF
           END-PERFORM.
           IF WS-RC-HIT = 0
               IF WS-RC-COUNT < 150
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-ADD-CODE TO WS-RC-CODE(WS-RC-COUNT)
                   MOVE WS-ADD-IS-BRANCH
                       TO WS-RC-IS-BRANCH(WS-RC-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 150 recipients - "
                       WS-ADD-CODE " gets no bundle."
               END-IF
           ELSE
               IF WS-ADD-IS-BRANCH = "Y"
                   MOVE "Y" TO WS-RC-IS-BRANCH(WS-RC-HIT)
               END-IF
           END-IF.

      *> --- One recipient's bundle: each of the day's reports
      *>     the list gives them, in spool order ---
       4000-WRITE-ONE-BUNDLE.
           MOVE WS-RC-CODE(WS-RC-IDX) TO WS-SPLIT-FOR.
           MOVE 0 TO WS-BUNDLE-SECTIONS.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               MOVE WS-SE-REPORT(WS-SE-IDX) TO WS-SPLIT-REPORT
               PERFORM 4100-FIND-RULE-FOR-RECIPIENT
               IF WS-DS-HIT NOT = 0
                   ADD 1 TO WS-BUNDLE-SECTIONS
               END-IF
           END-PERFORM.
           IF WS-BUNDLE-SECTIONS = 0
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO WS-BUNDLE-NAME.
           STRING "bundle-" DELIMITED BY SIZE
                  WS-SPLIT-FOR DELIMITED BY SPACE
                  "-" WS-PROCESS-DATE ".txt" DELIMITED BY SIZE
               INTO WS-BUNDLE-NAME
           END-STRING.
           OPEN OUTPUT BUNDLE-FILE.
           IF WS-BUNDLE-STATUS NOT = "00"
               DISPLAY "ABEND: cannot open " WS-BUNDLE-NAME
                   " (" WS-BUNDLE-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ALL "=" TO BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE(71:).
           WRITE BUNDLE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           IF WS-RC-IS-BRANCH(WS-RC-IDX) = "Y"
               STRING "BRANCH REPORT BUNDLE: " WS-SPLIT-FOR
                      "        Business date: " WS-PROCESS-DATE
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
           ELSE
               STRING "HEAD OFFICE REPORT BUNDLE: " WS-SPLIT-FOR
                      "   Business date: " WS-PROCESS-DATE
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
           END-IF.
           MOVE WS-RPT-DETAIL TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE ALL "=" TO BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE(71:).
           WRITE BUNDLE-LINE.

           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               MOVE WS-SE-REPORT(WS-SE-IDX) TO WS-SPLIT-REPORT
               PERFORM 4100-FIND-RULE-FOR-RECIPIENT
               IF WS-DS-HIT NOT = 0
                   PERFORM 4200-WRITE-ONE-SECTION
               END-IF
           END-PERFORM.

           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE WS-BUNDLE-SECTIONS TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-BUNDLE-SECTIONS TO WS-DISP-SECTIONS.
           STRING "*** END OF BUNDLE FOR " DELIMITED BY SIZE
                  WS-SPLIT-FOR DELIMITED BY SPACE
                  " - " WS-DISP-SECTIONS " report(s) ***"
                  DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           CLOSE BUNDLE-FILE.
           ADD 1 TO WS-BUNDLES.
           DISPLAY "  " WS-SPLIT-FOR " " WS-DISP-CNT
               " report(s) -> " WS-BUNDLE-NAME.
           PERFORM 4300-REGISTER-BUNDLE.
       4000-EXIT.
           CONTINUE.

      *>   The rule giving this report to this recipient: one
      *>   naming them outright, else *BRANCH for a branch
       4100-FIND-RULE-FOR-RECIPIENT.
           MOVE 0 TO WS-DS-HIT.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               IF WS-DS-REPORT(WS-DS-IDX) = WS-SPLIT-REPORT
                   AND WS-DS-RECIPIENT(WS-DS-IDX) = WS-SPLIT-FOR
                   AND WS-DS-HIT = 0
                   MOVE WS-DS-IDX TO WS-DS-HIT
               END-IF
           END-PERFORM.
           IF WS-DS-HIT = 0 AND WS-RC-IS-BRANCH(WS-RC-IDX) = "Y"
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > WS-DS-COUNT
                   IF WS-DS-REPORT(WS-DS-IDX) = WS-SPLIT-REPORT
                       AND WS-DS-RECIPIENT(WS-DS-IDX) = "*BRANCH"
                       AND WS-DS-HIT = 0
                       MOVE WS-DS-IDX TO WS-DS-HIT
                   END-IF
               END-PERFORM
           END-IF.

      *>   One report in the bundle: a banner, then the whole
      *>   report or the recipient's share of it
       4200-WRITE-ONE-SECTION.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-SPLIT-REPORT TO WS-TRIM-TEXT.
           PERFORM 7000-TRIMMED-LENGTH.
           STRING ">>>> " DELIMITED BY SIZE
                  WS-SPLIT-REPORT(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  WS-SE-PROGRAM(WS-SE-IDX) DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  WS-SE-FILE(WS-SE-IDX) DELIMITED BY SPACE
               INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.

           PERFORM 7200-CHECK-REPORT-RULES.
           MOVE SPACES TO WS-RPT-DETAIL.
           IF WS-DS-SCOPE(WS-DS-HIT) = "W"
               OR WS-RC-IS-BRANCH(WS-RC-IDX) = "N"
               OR WS-HAS-RULES = "N"
               STRING ">>>> whole report"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               MOVE "-----------------------------------"
                   & "-----------------------------------"
                   TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               PERFORM 4400-COPY-WHOLE-REPORT THRU 4400-EXIT
           ELSE
               STRING ">>>> " DELIMITED BY SIZE
                      WS-SPLIT-FOR DELIMITED BY SPACE
                      " lines, under the report's headings"
                      " and bank totals" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               MOVE "-----------------------------------"
                   & "-----------------------------------"
                   TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               PERFORM 4500-WRITE-BRANCH-SHARE THRU 4500-EXIT
           END-IF.

      *>   Onto the spool under the recipient's name, once
      *>   per date however often the step is rerun
       4300-REGISTER-BUNDLE.
           MOVE 0 TO WS-RB-HIT.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-FILE(WS-RB-IDX) = WS-BUNDLE-NAME
                   MOVE WS-RB-IDX TO WS-RB-HIT
               END-IF
           END-PERFORM.
           IF WS-RB-HIT = 0
               MOVE SPACES TO WS-SPOOL-REPORT
               STRING "Bundle " WS-SPLIT-FOR
                   DELIMITED BY SIZE INTO WS-SPOOL-REPORT
               END-STRING
               MOVE WS-BUNDLE-NAME TO WS-SPOOL-FILE
               CALL "SPOOLREG" USING
                   BY CONTENT WS-SPOOL-PROGRAM
                   BY CONTENT WS-SPOOL-REPORT
                   BY CONTENT WS-PROCESS-DATE
                   BY CONTENT WS-SPOOL-FILE
               END-CALL
               IF WS-RB-COUNT < 200
                   ADD 1 TO WS-RB-COUNT
                   MOVE WS-BUNDLE-NAME TO WS-RB-FILE(WS-RB-COUNT)
               END-IF
           END-IF.

      *>   Every line, as printed
       4400-COPY-WHOLE-REPORT.
           MOVE WS-SE-FILE(WS-SE-IDX) TO WS-SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  (" DELIMITED BY SIZE
                      WS-SOURCE-NAME DELIMITED BY SPACE
                      " is not on disk - reprint it from "
                      "its own directory)" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               GO TO 4400-EXIT
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF.
           PERFORM UNTIL SOURCE-AT-END
               READ SOURCE-FILE
                   AT END SET SOURCE-AT-END TO TRUE
                   NOT AT END
                       MOVE SOURCE-LINE TO BUNDLE-LINE
                       WRITE BUNDLE-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
       4400-EXIT.
           CONTINUE.

      *>   A branch's share: counted first, so a report with
      *>   nothing for the branch says so instead of printing
      *>   bare headings
       4500-WRITE-BRANCH-SHARE.
           PERFORM 7200-CHECK-REPORT-RULES.
           IF WS-NEEDS-MASTERS = "Y" AND NOT MASTERS-OPEN
               MOVE "  (not split today - the account master "
                   & "was unavailable; head office has it)"
                   TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               GO TO 4500-EXIT
           END-IF.
           SET SPLIT-COUNT TO TRUE.
           PERFORM 6000-SPLIT-REPORT THRU 6000-EXIT.
           IF NOT SOURCE-FOUND
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  (" DELIMITED BY SIZE
                      WS-SE-FILE(WS-SE-IDX) DELIMITED BY SPACE
                      " is not on disk - reprint it from "
                      "its own directory)" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               GO TO 4500-EXIT
           END-IF.
           IF WS-SPLIT-HITS = 0
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  (nothing for " DELIMITED BY SIZE
                      WS-SPLIT-FOR DELIMITED BY SPACE
                      " on this report today)" DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO BUNDLE-LINE
               WRITE BUNDLE-LINE
               GO TO 4500-EXIT
           END-IF.
           SET SPLIT-WRITE TO TRUE.
           PERFORM 6000-SPLIT-REPORT THRU 6000-EXIT.
       4500-EXIT.
           CONTINUE.

      *> --- Close up, say what went where, and put anything
      *>     the branches did not get on the run log ---
       5000-CLEANUP.
           IF MASTERS-OPEN
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE WS-BUNDLES TO WS-DISP-CNT.
           DISPLAY "Bundles written: " WS-DISP-CNT.
           IF WS-SE-OFF-LIST > 0
               MOVE WS-SE-OFF-LIST TO WS-DISP-CNT
               DISPLAY "Reports not on report-distrib.dat "
                   "(not distributed): " WS-DISP-CNT
           END-IF.

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           MOVE WS-BUNDLES TO WS-DISP-CNT.
           MOVE WS-SE-COUNT TO WS-DISP-CNT2.
           STRING "Report distribution: " WS-DISP-CNT
                  " bundle(s) from" WS-DISP-CNT2 " report(s)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           PERFORM 9100-WRITE-RUN-LOG.

           IF WS-MISSING-FILES > 0
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               MOVE WS-MISSING-FILES TO WS-DISP-CNT
               STRING "Report distribution: " WS-DISP-CNT
                      " spooled report(s) not on disk"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               DISPLAY WS-LOG-MESSAGE
               PERFORM 9100-WRITE-RUN-LOG
           END-IF.
           IF WS-UNROUTED-LINES > 0
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               MOVE WS-UNROUTED-LINES TO WS-DISP-CNT
               STRING "Report distribution: " WS-DISP-CNT
                      " unit line(s) went to HO only"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               DISPLAY WS-LOG-MESSAGE
               PERFORM 9100-WRITE-RUN-LOG
           END-IF.
           IF NOT MASTERS-OPEN
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE "Report distribution: no masters - account "
                   & "reports unsplit"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-WRITE-RUN-LOG
           END-IF.

      *> --- One spooled report, line by line, for one
      *>     recipient (or, surveying, for nobody) ---
       6000-SPLIT-REPORT.
           MOVE "N" TO WS-SOURCE-FOUND.
           MOVE 0 TO WS-SPLIT-HITS.
           MOVE WS-SE-FILE(WS-SE-IDX) TO WS-SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF.
           SET SOURCE-FOUND TO TRUE.
           PERFORM VARYING WS-KR-IDX FROM 1 BY 1
                   UNTIL WS-KR-IDX > WS-KR-COUNT
               MOVE "N" TO WS-KR-ACTIVE(WS-KR-IDX)
               IF WS-KR-SECT-LEN(WS-KR-IDX) = 0
                   MOVE "Y" TO WS-KR-ACTIVE(WS-KR-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CONT-BRANCH.
           MOVE 0 TO WS-UB-COUNT.
           MOVE 0 TO WS-US-COUNT.
           MOVE "N" TO WS-UNIT-STARTED.
           MOVE 0 TO WS-UR-HIT.
           PERFORM VARYING WS-UR-IDX FROM 1 BY 1
                   UNTIL WS-UR-IDX > WS-UR-COUNT
               IF WS-UR-REPORT(WS-UR-IDX) = WS-SPLIT-REPORT
                   AND WS-UR-HIT = 0
                   MOVE WS-UR-IDX TO WS-UR-HIT
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-SOURCE-EOF.
           PERFORM UNTIL SOURCE-AT-END
               READ SOURCE-FILE
                   AT END SET SOURCE-AT-END TO TRUE
                   NOT AT END
                       MOVE SOURCE-LINE TO WS-LINE
                       IF WS-UR-HIT = 0
                           PERFORM 6100-ROUTE-ONE-LINE
                       ELSE
                           PERFORM 6300-HOLD-UNIT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UR-HIT NOT = 0
               PERFORM 6400-RELEASE-UNIT
           END-IF.
           CLOSE SOURCE-FILE.
       6000-EXIT.
           CONTINUE.

      *>   A report of lines: a keyed line goes to its branch,
      *>   the indented lines under it follow it where the
      *>   rule says so, and the rest is common
       6100-ROUTE-ONE-LINE.
           PERFORM 6200-KEY-THE-LINE.
           IF WS-LINE-BRANCH NOT = SPACES
               SET DEST-BRANCH-LINE TO TRUE
               MOVE WS-LINE-BRANCH TO WS-DEST-BRANCH
               MOVE SPACES TO WS-CONT-BRANCH
               IF WS-LINE-CONT = "Y"
                   MOVE WS-LINE-BRANCH TO WS-CONT-BRANCH
                   MOVE WS-LINE-COL TO WS-CONT-COL
               END-IF
           ELSE
               IF WS-CONT-BRANCH NOT = SPACES
                   AND WS-LINE NOT = SPACES
                   AND WS-LINE(1:WS-CONT-COL) = SPACES
                   SET DEST-BRANCH-LINE TO TRUE
                   MOVE WS-CONT-BRANCH TO WS-DEST-BRANCH
               ELSE
                   SET DEST-COMMON-LINE TO TRUE
                   MOVE SPACES TO WS-DEST-BRANCH
                   MOVE SPACES TO WS-CONT-BRANCH
               END-IF
           END-IF.
           PERFORM 6600-DELIVER-LINE.

      *>   The line's branch under this report's key rules,
      *>   keeping each rule's section state as it goes
       6200-KEY-THE-LINE.
           MOVE SPACES TO WS-LINE-BRANCH.
           MOVE "N" TO WS-LINE-CONT.
           PERFORM VARYING WS-KR-IDX FROM 1 BY 1
                   UNTIL WS-KR-IDX > WS-KR-COUNT
               IF WS-KR-REPORT(WS-KR-IDX) = WS-SPLIT-REPORT
                   PERFORM 6210-TRY-ONE-RULE THRU 6210-EXIT
               END-IF
           END-PERFORM.

       6210-TRY-ONE-RULE.
           IF WS-KR-SECT-LEN(WS-KR-IDX) > 0
               IF WS-LINE(1:WS-KR-SECT-LEN(WS-KR-IDX))
                   = WS-KR-SECTION(WS-KR-IDX)
                       (1:WS-KR-SECT-LEN(WS-KR-IDX))
                   MOVE "Y" TO WS-KR-ACTIVE(WS-KR-IDX)
                   GO TO 6210-EXIT
               END-IF
               IF WS-LINE(1:1) NOT = SPACE
                   MOVE "N" TO WS-KR-ACTIVE(WS-KR-IDX)
               END-IF
           END-IF.
           IF WS-KR-ACTIVE(WS-KR-IDX) NOT = "Y"
               OR WS-LINE-BRANCH NOT = SPACES
               GO TO 6210-EXIT
           END-IF.
           IF WS-KR-PREF-LEN(WS-KR-IDX) > 0
               IF WS-LINE(1:WS-KR-PREF-LEN(WS-KR-IDX))
                   NOT = WS-KR-PREFIX(WS-KR-IDX)
                       (1:WS-KR-PREF-LEN(WS-KR-IDX))
                   GO TO 6210-EXIT
               END-IF
           END-IF.
           MOVE WS-KR-KIND(WS-KR-IDX) TO WS-KEY-KIND.
           MOVE SPACES TO WS-KEY-TEXT.
           EVALUATE WS-KEY-KIND
               WHEN "B"
                   MOVE WS-LINE(WS-KR-COLUMN(WS-KR-IDX):4)
                       TO WS-KEY-TEXT
               WHEN "A"
                   MOVE WS-LINE(WS-KR-COLUMN(WS-KR-IDX):8)
                       TO WS-KEY-TEXT
               WHEN "C"
                   MOVE WS-LINE(WS-KR-COLUMN(WS-KR-IDX):6)
                       TO WS-KEY-TEXT
           END-EVALUATE.
           PERFORM 6500-RESOLVE-KEY THRU 6500-EXIT.
           IF WS-KEY-BRANCH NOT = SPACES
               MOVE WS-KEY-BRANCH TO WS-LINE-BRANCH
               MOVE WS-KR-CONTINUE(WS-KR-IDX) TO WS-LINE-CONT
               MOVE WS-KR-COLUMN(WS-KR-IDX) TO WS-LINE-COL
           END-IF.
       6210-EXIT.
           CONTINUE.

      *>   A report of units: hold each one until the next
      *>   marker shows where it ends
       6300-HOLD-UNIT-LINE.
           IF WS-LINE(1:WS-UR-MARK-LEN(WS-UR-HIT))
               = WS-UR-MARKER(WS-UR-HIT)
                   (1:WS-UR-MARK-LEN(WS-UR-HIT))
               PERFORM 6400-RELEASE-UNIT
               MOVE 0 TO WS-US-COUNT
               SET UNIT-STARTED TO TRUE
           END-IF.
      *>   A unit longer than the hold goes out in parts; the
      *>   branches already found stay with the rest of it
           IF WS-UB-COUNT >= 300
               PERFORM 6400-RELEASE-UNIT
           END-IF.
           PERFORM 6200-KEY-THE-LINE.
           ADD 1 TO WS-UB-COUNT.
           MOVE WS-LINE TO WS-UB-LINE(WS-UB-COUNT).
           MOVE WS-LINE-BRANCH TO WS-UB-BRANCH(WS-UB-COUNT).
           IF WS-LINE-BRANCH NOT = SPACES
               MOVE 0 TO WS-US-HIT
               PERFORM VARYING WS-US-IDX FROM 1 BY 1
                       UNTIL WS-US-IDX > WS-US-COUNT
                   IF WS-US-CODE(WS-US-IDX) = WS-LINE-BRANCH
                       MOVE WS-US-IDX TO WS-US-HIT
                   END-IF
               END-PERFORM
               IF WS-US-HIT = 0 AND WS-US-COUNT < 20
                   ADD 1 TO WS-US-COUNT
                   MOVE WS-LINE-BRANCH TO WS-US-CODE(WS-US-COUNT)
               END-IF
           END-IF.

      *>   The held lines out: before the first marker they
      *>   are the report's own heading; a unit with no
      *>   branch goes to nobody's branch copy
       6400-RELEASE-UNIT.
           PERFORM VARYING WS-UB-IDX FROM 1 BY 1
                   UNTIL WS-UB-IDX > WS-UB-COUNT
               MOVE WS-UB-LINE(WS-UB-IDX) TO WS-LINE
               EVALUATE TRUE
                   WHEN WS-UB-BRANCH(WS-UB-IDX) NOT = SPACES
                       SET DEST-BRANCH-LINE TO TRUE
                       MOVE WS-UB-BRANCH(WS-UB-IDX)
                           TO WS-DEST-BRANCH
                       PERFORM 6600-DELIVER-LINE
                   WHEN WS-US-COUNT > 0
                       SET DEST-BRANCH-LINE TO TRUE
                       PERFORM VARYING WS-US-IDX FROM 1 BY 1
                               UNTIL WS-US-IDX > WS-US-COUNT
                           MOVE WS-US-CODE(WS-US-IDX)
                               TO WS-DEST-BRANCH
                           PERFORM 6600-DELIVER-LINE
                       END-PERFORM
                   WHEN NOT UNIT-STARTED
                       SET DEST-COMMON-LINE TO TRUE
                       MOVE SPACES TO WS-DEST-BRANCH
                       PERFORM 6600-DELIVER-LINE
                   WHEN OTHER
                       SET DEST-UNROUTED TO TRUE
                       MOVE SPACES TO WS-DEST-BRANCH
                       PERFORM 6600-DELIVER-LINE
               END-EVALUATE
           END-PERFORM.
           MOVE 0 TO WS-UB-COUNT.

      *>   A key to its branch: a branch code as printed, an
      *>   account or customer through the masters to the
      *>   customer's home branch
       6500-RESOLVE-KEY.
           MOVE SPACES TO WS-KEY-BRANCH.
           IF WS-KEY-TEXT = SPACES
               GO TO 6500-EXIT
           END-IF.
           EVALUATE WS-KEY-KIND
               WHEN "B"
                   MOVE "Y" TO WS-KEY-OK
                   PERFORM VARYING WS-KEY-POS FROM 1 BY 1
                           UNTIL WS-KEY-POS > 4
                       MOVE WS-KEY-TEXT(WS-KEY-POS:1)
                           TO WS-KEY-CHAR
                       IF (WS-KEY-CHAR < "A" OR WS-KEY-CHAR > "Z")
                           AND (WS-KEY-CHAR < "0"
                                OR WS-KEY-CHAR > "9")
                           MOVE "N" TO WS-KEY-OK
                       END-IF
                   END-PERFORM
                   IF WS-KEY-OK = "Y" AND WS-CCB-COUNT > 0
                       MOVE "N" TO WS-KEY-OK
                       PERFORM VARYING WS-CCB-IDX FROM 1 BY 1
                               UNTIL WS-CCB-IDX > WS-CCB-COUNT
                           IF WS-CCB-CODE(WS-CCB-IDX)
                               = WS-KEY-TEXT(1:4)
                               MOVE "Y" TO WS-KEY-OK
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-KEY-OK = "Y"
                       MOVE WS-KEY-TEXT(1:4) TO WS-KEY-BRANCH
                   END-IF
               WHEN "A"
                   IF NOT MASTERS-OPEN
                       GO TO 6500-EXIT
                   END-IF
                   MOVE WS-KEY-TEXT TO AM-ACCT-NO
                   READ ACCOUNT-MASTER
                       KEY IS AM-ACCT-NO
                       INVALID KEY
                           GO TO 6500-EXIT
                   END-READ
                   MOVE AM-CUST-NO TO CU-CUST-NO
                   PERFORM 6510-HOME-BRANCH THRU 6510-EXIT
               WHEN "C"
                   IF NOT MASTERS-OPEN
                       GO TO 6500-EXIT
                   END-IF
                   MOVE WS-KEY-TEXT(1:6) TO CU-CUST-NO
                   PERFORM 6510-HOME-BRANCH THRU 6510-EXIT
           END-EVALUATE.
       6500-EXIT.
           CONTINUE.

       6510-HOME-BRANCH.
           IF CU-CUST-NO = SPACES
               GO TO 6510-EXIT
           END-IF.
           READ CUSTOMER-MASTER
               KEY IS CU-CUST-NO
               INVALID KEY
                   GO TO 6510-EXIT
           END-READ.
           MOVE CU-HOME-BRANCH TO WS-KEY-BRANCH.
       6510-EXIT.
           CONTINUE.

      *>   One routed line: surveying notes its branch,
      *>   counting tallies the recipient's lines, writing
      *>   puts the recipient's and the common lines out
       6600-DELIVER-LINE.
           EVALUATE TRUE
               WHEN SPLIT-SURVEY
                   IF DEST-BRANCH-LINE
                       PERFORM 6610-NOTE-BRANCH
                   END-IF
                   IF DEST-UNROUTED
                       ADD 1 TO WS-UNROUTED-LINES
                   END-IF
               WHEN SPLIT-COUNT
                   IF DEST-BRANCH-LINE
                       AND WS-DEST-BRANCH = WS-SPLIT-FOR
                       ADD 1 TO WS-SPLIT-HITS
                   END-IF
               WHEN SPLIT-WRITE
                   IF DEST-COMMON-LINE
                       OR (DEST-BRANCH-LINE
                           AND WS-DEST-BRANCH = WS-SPLIT-FOR)
                       MOVE WS-LINE TO BUNDLE-LINE
                       WRITE BUNDLE-LINE
                   END-IF
           END-EVALUATE.

       6610-NOTE-BRANCH.
           MOVE 0 TO WS-SB-HIT.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-CODE(WS-SB-IDX) = WS-DEST-BRANCH
                   MOVE WS-SB-IDX TO WS-SB-HIT
               END-IF
           END-PERFORM.
           IF WS-SB-HIT = 0
               IF WS-SB-COUNT < 100
                   ADD 1 TO WS-SB-COUNT
                   MOVE WS-SB-COUNT TO WS-SB-HIT
                   MOVE WS-DEST-BRANCH TO WS-SB-CODE(WS-SB-HIT)
                   MOVE 0 TO WS-SB-LINES(WS-SB-HIT)
               ELSE
                   DISPLAY "WARNING: more than 100 branches - "
                       WS-DEST-BRANCH " gets no bundle."
               END-IF
           END-IF.
           IF WS-SB-HIT NOT = 0
               ADD 1 TO WS-SB-LINES(WS-SB-HIT)
           END-IF.

      *> --- Length of a rule's text, trailing spaces off ---
       7000-TRIMMED-LENGTH.
           MOVE 24 TO WS-TRIM-LEN.
           PERFORM UNTIL WS-TRIM-LEN = 0
                   OR WS-TRIM-TEXT(WS-TRIM-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.

      *> --- Is the report on the list at all? ---
       7100-FIND-DIST-FOR-REPORT.
           MOVE 0 TO WS-DS-HIT.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               IF WS-DS-REPORT(WS-DS-IDX) = WS-SPLIT-REPORT
                   MOVE WS-DS-IDX TO WS-DS-HIT
               END-IF
           END-PERFORM.

      *> --- Does the report split, and does splitting it
      *>     need the masters? ---
       7200-CHECK-REPORT-RULES.
           MOVE "N" TO WS-HAS-RULES.
           MOVE "N" TO WS-NEEDS-MASTERS.
           PERFORM VARYING WS-KR-IDX FROM 1 BY 1
                   UNTIL WS-KR-IDX > WS-KR-COUNT
               IF WS-KR-REPORT(WS-KR-IDX) = WS-SPLIT-REPORT
                   MOVE "Y" TO WS-HAS-RULES
                   IF WS-KR-KIND(WS-KR-IDX) NOT = "B"
                       MOVE "Y" TO WS-NEEDS-MASTERS
                   END-IF
               END-IF
           END-PERFORM.

      *> --- One event onto the shared run log ---
       9100-WRITE-RUN-LOG.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
