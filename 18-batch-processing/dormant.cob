       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8).
       01 WS-REPORT-FILENAME  PIC X(27).
       01 WS-EXTRACT-STATUS   PIC XX.
       01 WS-EXTRACT-FILENAME PIC X(28).
               MOVE 90 TO WS-MIN-AGE-DAYS
           END-IF.

      *>   The window's business date when there is one, so
      *>   the extract carries the date ESCHEAT looks for
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).

