       IDENTIFICATION DIVISION.
       PROGRAM-ID. JESTAGE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Manual journal entry staging
      *> ============================================
      *> Manual entries keyed on the JEMAINT screen stay
      *> unposted on manual-journal.dat until a second
      *> supervisor approves them. This step, run ahead
      *> of the daily proof and the ledger roll-up, puts
      *> every approved entry onto the window's
      *> gl-postings.dat:
      *>
      *>   - one GL posting per line of the entry, dated
      *>     the business date, source MANUALJE, the
      *>     entry's description as GL-DESC;
      *>   - the entry is marked staged (MJ-STATUS "S")
      *>     with the business date, so it is never
      *>     staged twice.
      *>
      *> Pending and rejected entries are left alone. No
      *> entry file means nothing has been keyed yet.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks jestage.cob
      *>       ../13-subprograms/runlog.cob -o jestage
      *>   ./jestage
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JE-FILE
               ASSIGN TO "manual-journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MJ-ENTRY-NO
               FILE STATUS IS WS-JE-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JE-FILE.
       01 MANUAL-JE-RECORD.
           COPY "mjerec.cpy".

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JE-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-GL-STATUS       PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-LINE-IDX        PIC 9(2).

      *>   What the run staged
       01 WS-ENTRIES-STAGED  PIC 9(5) VALUE 0.
       01 WS-LINES-STAGED    PIC 9(5) VALUE 0.
       01 WS-ENTRIES-WAITING PIC 9(5) VALUE 0.
       01 WS-DR-TOTAL        PIC 9(11)V99 VALUE 0.

       01 WS-DISP-AMT        PIC $Z(10),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.

       01 WS-LOG-PROGRAM     PIC X(8) VALUE "JESTAGE".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-STAGE-ENTRIES.
           PERFORM 3000-CLEANUP.
           STOP RUN.

      *> --- The business date, the entry file, and the
      *>     window's postings ---
       1000-INITIALIZE.
           DISPLAY "=== Manual Journal Entry Staging ===".
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

           OPEN I-O JE-FILE.
           IF FS-FILE-NOT-FOUND
               DISPLAY "No manual-journal.dat - nothing to stage."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: manual-journal.dat will not open, "
                   "status " WS-JE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

      *> --- Every approved entry onto the postings ---
       2000-STAGE-ENTRIES.
           MOVE "N" TO WS-EOF.
           READ JE-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE MJ-STATUS
                   WHEN "A"
                       PERFORM 2100-STAGE-ONE-ENTRY
                   WHEN "P"
                       ADD 1 TO WS-ENTRIES-WAITING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ JE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- One posting per line, then the entry marked
      *>     staged with the window's date ---
       2100-STAGE-ONE-ENTRY.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > MJ-LINE-COUNT
               MOVE WS-PROCESS-DATE         TO GL-POST-DATE
               MOVE MJ-GL-CODE(WS-LINE-IDX) TO GL-ACCT-CODE
               MOVE MJ-DR-CR(WS-LINE-IDX)   TO GL-DR-CR
               MOVE MJ-AMOUNT(WS-LINE-IDX)  TO GL-AMOUNT
               MOVE "MANUALJE"              TO GL-SOURCE
               MOVE MJ-DESC                 TO GL-DESC
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-LINES-STAGED
               IF MJ-DR-CR(WS-LINE-IDX) = "D"
                   ADD MJ-AMOUNT(WS-LINE-IDX) TO WS-DR-TOTAL
               END-IF
           END-PERFORM.

           MOVE "S"             TO MJ-STATUS.
           MOVE WS-PROCESS-DATE TO MJ-STAGED-DATE.
           REWRITE MANUAL-JE-RECORD.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: entry " MJ-ENTRY-NO
                   " staged but not marked, status " WS-JE-STATUS
               CLOSE GL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ENTRIES-STAGED.
           DISPLAY "  Entry " MJ-ENTRY-NO " staged: " MJ-DESC
               " (" MJ-SUPPORT-REF ")".

      *> --- Close up and report the run ---
       3000-CLEANUP.
           CLOSE JE-FILE.
           CLOSE GL-FILE.

           MOVE WS-ENTRIES-STAGED TO WS-DISP-CNT.
           DISPLAY "Entries staged:           " WS-DISP-CNT.
           MOVE WS-LINES-STAGED TO WS-DISP-CNT.
           DISPLAY "GL postings written:      " WS-DISP-CNT.
           MOVE WS-DR-TOTAL TO WS-DISP-AMT.
           DISPLAY "Debits staged:            " WS-DISP-AMT.
           MOVE WS-ENTRIES-WAITING TO WS-DISP-CNT.
           DISPLAY "Still awaiting approval:  " WS-DISP-CNT.

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           MOVE WS-ENTRIES-STAGED TO WS-DISP-CNT.
           STRING "Manual JEs staged to GL: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
