          05 WS-ACC-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-ACC-IDX.
      *>        Must hold the whole acctrec.cpy record
             10 WS-ACC-REC      PIC X(200).

      *>   Pass totals, before and after the rebuild
       01 WS-CNT-BEFORE       PIC 9(5) VALUE 0.
