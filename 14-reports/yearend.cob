          05 YTD-TAX          PIC 9(9)V99.
          05 YTD-LAST-PERIOD  PIC 9(6).
          05 YTD-LAST-NET     PIC 9(9)V99.
          05 YTD-RET-EE       PIC 9(9)V99.
          05 YTD-RET-ER       PIC 9(9)V99.

      *> The canonical layout; only id and name matter here
       FD EMPLOYEE-FILE.
           END-STRING.
           MOVE WS-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
      *>   Pre-tax retirement came out of the gross before
      *>   the withholding was figured
           IF YTD-RET-EE > 0 OR YTD-RET-ER > 0
               MOVE YTD-RET-EE TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "  Retirement, pre-tax:  " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO STMT-LINE
               WRITE STMT-LINE
               MOVE YTD-RET-ER TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "  Employer match:       " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
           MOVE YTD-NET TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Net paid (USD):       " WS-DISP-AMT
           MOVE 0 TO YTD-TAX.
           MOVE 0 TO YTD-LAST-PERIOD.
           MOVE 0 TO YTD-LAST-NET.
           MOVE 0 TO YTD-RET-EE.
           MOVE 0 TO YTD-RET-ER.
           REWRITE YTD-RECORD.

      *> --- Remember the close so it can't run twice ---
