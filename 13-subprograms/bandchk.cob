       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDCHK.
       AUTHOR. LEARNER.

      *> ============================================
      *> SUBPROGRAM: Salary band in force
      *> ============================================
      *> Finds the salary band a grade and pay currency
      *> carry on a date - the salary-bands.dat record
      *> (salband.cpy) with the latest effective date
      *> on or before it - so EMPMAINT's out-of-range
      *> warning and SALBAND's compa-ratio report read
      *> the band the same way.
      *>
      *> The file is read on every call: bands change
      *> rarely and the file is short, and a band keyed
      *> a minute ago must count.
      *>
      *> Parameters (in order):
      *>   1. LS-GRADE     PIC X(2)     (BY CONTENT)
      *>   2. LS-CURRENCY  PIC X(3)     (BY CONTENT)
      *>   3. LS-AS-OF     PIC 9(8)     (BY CONTENT)
      *>   4. LS-FOUND     PIC X        (BY REFERENCE)
      *>      "Y" if a band is in force, "N" if not.
      *>   5. LS-MINIMUM   PIC 9(6)V99  (BY REFERENCE)
      *>   6. LS-MIDPOINT  PIC 9(6)V99  (BY REFERENCE)
      *>   7. LS-MAXIMUM   PIC 9(6)V99  (BY REFERENCE)
      *>   8. LS-EFF-DATE  PIC 9(8)     (BY REFERENCE)
      *>   Parameters 5-8 are zero when none is found.
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAND-FILE
               ASSIGN TO "salary-bands.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BAND-FILE.
       01 BAND-RECORD.
           COPY "salband.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BAND-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

       LINKAGE SECTION.
       01 LS-GRADE           PIC X(2).
       01 LS-CURRENCY        PIC X(3).
       01 LS-AS-OF           PIC 9(8).
       01 LS-FOUND           PIC X.
       01 LS-MINIMUM         PIC 9(6)V99.
       01 LS-MIDPOINT        PIC 9(6)V99.
       01 LS-MAXIMUM         PIC 9(6)V99.
       01 LS-EFF-DATE        PIC 9(8).

       PROCEDURE DIVISION USING
           LS-GRADE
           LS-CURRENCY
           LS-AS-OF
           LS-FOUND
           LS-MINIMUM
           LS-MIDPOINT
           LS-MAXIMUM
           LS-EFF-DATE.

       FIND-THE-BAND.
           MOVE "N" TO LS-FOUND.
           MOVE 0 TO LS-MINIMUM.
           MOVE 0 TO LS-MIDPOINT.
           MOVE 0 TO LS-MAXIMUM.
           MOVE 0 TO LS-EFF-DATE.
           OPEN INPUT BAND-FILE.
           IF WS-BAND-STATUS NOT = "00"
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BAND-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
      *>       The latest band already in force wins; one
      *>       dated after the as-of date is not yet
               IF SBD-GRADE = LS-GRADE
                   AND SBD-CURRENCY = LS-CURRENCY
                   AND SBD-EFF-DATE NOT > LS-AS-OF
                   AND SBD-EFF-DATE NOT < LS-EFF-DATE
                   MOVE "Y"          TO LS-FOUND
                   MOVE SBD-MINIMUM  TO LS-MINIMUM
                   MOVE SBD-MIDPOINT TO LS-MIDPOINT
                   MOVE SBD-MAXIMUM  TO LS-MAXIMUM
                   MOVE SBD-EFF-DATE TO LS-EFF-DATE
               END-IF
               READ BAND-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BAND-FILE.
           GOBACK.
