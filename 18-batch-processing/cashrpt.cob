      *>     per reportable item plus one aggregate
      *>     record per customer over the threshold;
      *>   - prints the human-readable summary
      *>     (ctr-report-YYYYMMDD.txt), registered on
      *>     the report spool so the end-of-window
      *>     distribution can give each branch its own
      *>     items.
      *>
      *> The threshold is CASH-RPT-THRESHOLD on
      *> batch-params.dat, so compliance moves it
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks cashrpt.cob
      *>       ../13-subprograms/spoolreg.cob -o cashrpt
      *>   ./cashrpt
      *> ============================================

       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-RPT-DETAIL      PIC X(80).

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "CASHRPT".
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "CTR summary".
       01 WS-SPOOL-FILE       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
                   END-READ
           END-READ.

           PERFORM 2200-ROLL-CUSTOMER-TOTAL THRU 2200-EXIT.

           IF VR-AMOUNT > WS-THRESHOLD
               ADD 1 TO WS-DETAIL-COUNT
           DISPLAY "Customer aggregates:  " WS-DISP-CNT.
           DISPLAY "Filing extract: " WS-EXTRACT-FILENAME.
           DISPLAY "Summary:        " WS-REPORT-FILENAME.

           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
