          05 WS-NEW-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-NEW-IDX.
      *>        Must hold the whole acctrec.cpy record
             10 WS-NEW-REC      PIC X(200).
       01 WS-NEW-REC-VIEW.
           COPY "acctrec.cpy"
               REPLACING LEADING ==AM-== BY ==NV-==.
