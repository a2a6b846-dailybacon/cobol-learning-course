       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCONV.
       AUTHOR. LEARNER.

      *> ============================================
      *> One-time customer address conversion
      *> ============================================
      *> addrrec.cpy now carries the customer's
      *> do-not-solicit wish (CA-NO-SOLICIT). A
      *> customer-address.dat written under the old
      *> layout refuses to open under the new one
      *> (status 39).
      *>
      *> This utility reads the old-shape file and
      *> carries every address across with the flag set
      *> to N - nobody has asked yet, so nobody is
      *> excluded until ADDRMNT records that they have.
      *> The file as found is kept at
      *> customer-address-preconv.bak.
      *>
      *> A file already in the current shape refuses
      *> the old-layout open; the utility reports that
      *> and changes nothing, so an accidental second
      *> run is harmless.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks addrconv.cob
      *>       -o addrconv
      *>   ./addrconv
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE
               ASSIGN TO "customer-address.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CUST-NO
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-FILE
               ASSIGN TO "customer-address-conv.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> The layout the address file was first cut under -
      *> frozen here on purpose, this is the shape being
      *> converted FROM
       FD OLD-FILE.
       01 OLD-RECORD.
          05 OLD-CUST-NO       PIC X(6).
          05 OLD-ADDR-LINE1    PIC X(30).
          05 OLD-ADDR-LINE2    PIC X(30).
          05 OLD-CITY          PIC X(20).
          05 OLD-STATE         PIC X(2).
          05 OLD-ZIP           PIC X(10).
          05 OLD-PHONE         PIC X(12).
          05 OLD-EMAIL         PIC X(30).

       FD NEW-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-NEW-STATUS      PIC XX.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-CONVERTED       PIC 9(5) VALUE 0.
       01 WS-RENAME-RC       PIC S9(9) COMP-5 VALUE 0.
       01 WS-LIVE-NAME       PIC X(30)
           VALUE "customer-address.dat".
       01 WS-BACKUP-NAME     PIC X(30)
           VALUE "customer-address-preconv.bak".
       01 WS-TEMP-NAME       PIC X(30)
           VALUE "customer-address-conv.tmp".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Customer address conversion ===".

           OPEN INPUT OLD-FILE.
           EVALUATE TRUE
               WHEN FS-SUCCESS
                   CONTINUE
               WHEN FS-FILE-NOT-FOUND
                   DISPLAY "No customer-address.dat here - "
                       "nothing to convert."
                   STOP RUN
               WHEN OTHER
      *>           The current layout refuses the old-shape
      *>           open - the file is already converted
                   DISPLAY "customer-address.dat did not open "
                       "under the old layout ("
                       WS-OLD-STATUS ") - already current? "
                       "Nothing changed."
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT NEW-FILE.
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ABEND: could not create "
                   WS-TEMP-NAME " (" WS-NEW-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO OLD-CUST-NO.
           START OLD-FILE KEY IS NOT LESS THAN OLD-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ OLD-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM 2000-CONVERT-ONE-ADDRESS
               UNTIL END-OF-FILE.

           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           PERFORM 3000-SWAP-FILES.

           DISPLAY "Addresses converted: " WS-CONVERTED
               " - none marked do-not-solicit.".
           DISPLAY "Old file kept at " WS-BACKUP-NAME ".".
           STOP RUN.

      *> --- Carry one address across, free to be
      *>     solicited until the customer says otherwise ---
       2000-CONVERT-ONE-ADDRESS.
           INITIALIZE ADDRESS-RECORD.
           MOVE OLD-CUST-NO       TO CA-CUST-NO.
           MOVE OLD-ADDR-LINE1    TO CA-ADDR-LINE1.
           MOVE OLD-ADDR-LINE2    TO CA-ADDR-LINE2.
           MOVE OLD-CITY          TO CA-CITY.
           MOVE OLD-STATE         TO CA-STATE.
           MOVE OLD-ZIP           TO CA-ZIP.
           MOVE OLD-PHONE         TO CA-PHONE.
           MOVE OLD-EMAIL         TO CA-EMAIL.
           MOVE "N"               TO CA-NO-SOLICIT.
           WRITE ADDRESS-RECORD.
           ADD 1 TO WS-CONVERTED.
           READ OLD-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> --- The as-found file steps aside, the converted
      *>     one takes its name ---
       3000-SWAP-FILES.
           CALL "CBL_RENAME_FILE"
               USING WS-LIVE-NAME WS-BACKUP-NAME
               RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ABEND: could not set the old file "
                   "aside (rc " WS-RENAME-RC ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_RENAME_FILE"
               USING WS-TEMP-NAME WS-LIVE-NAME
               RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ABEND: converted file would not take "
                   "the live name (rc " WS-RENAME-RC ") - "
                   "the original is at " WS-BACKUP-NAME "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-EXIT.
           CONTINUE.
