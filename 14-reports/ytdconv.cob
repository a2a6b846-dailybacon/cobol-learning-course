      *> ============================================
      *> One-time YTD master conversion
      *> ============================================
      *> The YTD record grew YTD-RET-EE and YTD-RET-ER
      *> (RETCALC holds retirement contributions to
      *> the plan's annual limit against them), after
      *> YTD-LAST-PERIOD and YTD-LAST-NET before them.
      *> A ytd-master.dat written under the old shape
      *> refuses to open under the new one (status
      *> 39), and the payroll run must never answer
      *> that by creating an empty master mid-year -
      *> that resets every employee's bracket and
      *> wage-base tracking.
      *>
      *> This utility carries every employee across
      *> with the retirement fields zeroed (nothing
      *> contributed through a plan yet) and swaps the
      *> converted file in. The file as found is kept
      *> at ytd-master-preconv.bak.
      *>
      *> A master already in the current shape refuses
      *> the old-layout open; the utility reports that
          05 OLD-GROSS        PIC 9(9)V99.
          05 OLD-NET          PIC 9(9)V99.
          05 OLD-TAX          PIC 9(9)V99.
          05 OLD-LAST-PERIOD  PIC 9(6).
          05 OLD-LAST-NET     PIC 9(9)V99.

      *> The shape REPORTS, PAYSUPP and TERMEMP keep now
       FD NEW-FILE.
          05 YTD-TAX          PIC 9(9)V99.
          05 YTD-LAST-PERIOD  PIC 9(6).
          05 YTD-LAST-NET     PIC 9(9)V99.
          05 YTD-RET-EE       PIC 9(9)V99.
          05 YTD-RET-ER       PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC XX.
           DISPLAY "Old file kept at " WS-BACKUP-NAME ".".
           STOP RUN.

      *> --- One employee across; nothing contributed to a
      *>     plan yet, so the retirement fields start at
      *>     zero ---
       2000-CONVERT-ONE-EMPLOYEE.
           MOVE OLD-EMP-ID TO YTD-EMP-ID.
           MOVE OLD-GROSS  TO YTD-GROSS.
           MOVE OLD-NET    TO YTD-NET.
           MOVE OLD-TAX    TO YTD-TAX.
           MOVE OLD-LAST-PERIOD TO YTD-LAST-PERIOD.
           MOVE OLD-LAST-NET    TO YTD-LAST-NET.
           MOVE 0          TO YTD-RET-EE.
           MOVE 0          TO YTD-RET-ER.
           WRITE YTD-RECORD.
           ADD 1 TO WS-CONVERTED.
           READ OLD-FILE NEXT
