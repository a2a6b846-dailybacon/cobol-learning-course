      *> ============================================
      *> HISTREC.CPY - transaction history record key
      *> ============================================
      *> One accepted posting as carried on
      *> transaction-history.dat (INDEXED, RECORD KEY
      *> TH-KEY): account, batch date, reference. BATCH
      *> writes one for every record it puts on the day's
      *> valid file, plus a second one filed under the
      *> destination account for a transfer, so each
      *> account's activity for any date range is one
      *> START and a run of READ NEXTs. HISTLOAD loaded
      *> the dated valid files and archives from before
      *> the file existed; ARCHIVE purges it with the
      *> same retention as the monthly archives.
      *>
      *> The feed image follows the key, exactly as the
      *> valid file carries it:
      *>     01 HISTORY-RECORD.
      *>         COPY "histrec.cpy".
      *>        05 TH-DATA.
      *>         COPY "transrec.cpy"
      *>             REPLACING LEADING ==TR-== BY ==TH-==.
      *> ============================================
          05 TH-KEY.
             10 TH-KEY-ACCT   PIC X(8).
      *>        Account the posting is filed under
             10 TH-KEY-DATE   PIC 9(8).
      *>        Batch date the posting was accepted
             10 TH-KEY-REF    PIC 9(9).
      *>        Reference BATCH assigned it (VR-REF-NO)
          05 TH-SIDE          PIC X.
      *>     S=The posting's own account (TH-ACCT-NO),
      *>     C=The credit side of a transfer, filed under
      *>     its destination account (TH-DEST-ACCT)
