       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.
       AUTHOR. LEARNER.

      *> ============================================
      *> One-time customer master conversion
      *> ============================================
      *> custrec.cpy now carries the home branch, the
      *> risk rating, the KYC review fields and the
      *> merged-into pointer. A customer-master.dat
      *> written under the old layout refuses to open
      *> under the new one (status 39).
      *>
      *> This utility reads the old-shape master and
      *> carries every customer across with the new
      *> fields empty: no home branch, not yet rated,
      *> no identity document on file, never
      *> reviewed and merged into no one. The first
      *> KYCREVW run rates the whole book and lists
      *> every customer as due for a review; compliance
      *> fills in the branch and the document on the
      *> KYCMNT screen as each review is recorded. The
      *> file as found is kept at
      *> customer-master-preconv.bak.
      *>
      *> A master already in the current shape refuses
      *> the old-layout open; the utility reports that
      *> and changes nothing, so an accidental second
      *> run is harmless.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks custconv.cob
      *>       -o custconv
      *>   ./custconv
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CUST-NO
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-FILE
               ASSIGN TO "customer-master-conv.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> The layout the customer master was first cut
      *> under - frozen here on purpose, this is the shape
      *> being converted FROM
       FD OLD-FILE.
       01 OLD-RECORD.
          05 OLD-CUST-NO       PIC X(6).
          05 OLD-NAME          PIC X(25).
          05 OLD-STANDING      PIC X.

       FD NEW-FILE.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-NEW-STATUS      PIC XX.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-CONVERTED       PIC 9(5) VALUE 0.
       01 WS-RENAME-RC       PIC S9(9) COMP-5 VALUE 0.
       01 WS-LIVE-NAME       PIC X(30)
           VALUE "customer-master.dat".
       01 WS-BACKUP-NAME     PIC X(30)
           VALUE "customer-master-preconv.bak".
       01 WS-TEMP-NAME       PIC X(30)
           VALUE "customer-master-conv.tmp".

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== Customer master conversion ===".

           OPEN INPUT OLD-FILE.
           EVALUATE TRUE
               WHEN FS-SUCCESS
                   CONTINUE
               WHEN FS-FILE-NOT-FOUND
                   DISPLAY "No customer-master.dat here - "
                       "nothing to convert."
                   STOP RUN
               WHEN OTHER
      *>           The current layout refuses the old-shape
      *>           open - the master is already converted
                   DISPLAY "customer-master.dat did not open "
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
           PERFORM 2000-CONVERT-ONE-CUSTOMER
               UNTIL END-OF-FILE.

           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           PERFORM 3000-SWAP-FILES.

           DISPLAY "Customers converted: " WS-CONVERTED
               " - all due a KYC review.".
           DISPLAY "Old file kept at " WS-BACKUP-NAME ".".
           STOP RUN.

      *> --- Carry one customer across, unrated and never
      *>     reviewed ---
       2000-CONVERT-ONE-CUSTOMER.
           INITIALIZE CUSTOMER-RECORD.
           MOVE OLD-CUST-NO       TO CU-CUST-NO.
           MOVE OLD-NAME          TO CU-NAME.
           MOVE OLD-STANDING      TO CU-STANDING.
           MOVE SPACES TO CU-HOME-BRANCH.
           MOVE SPACE  TO CU-RISK-RATING.
           MOVE SPACES TO CU-ID-TYPE.
           MOVE 0      TO CU-ID-EXPIRY.
           MOVE 0      TO CU-LAST-REVIEW.
           MOVE 0      TO CU-NEXT-REVIEW.
           MOVE SPACES TO CU-REVIEWED-BY.
           MOVE SPACES TO CU-MERGED-INTO.
           WRITE CUSTOMER-RECORD.
           ADD 1 TO WS-CONVERTED.
           READ OLD-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> --- The as-found master steps aside, the converted
      *>     one takes its name ---
       3000-SWAP-FILES.
           CALL "CBL_RENAME_FILE"
               USING WS-LIVE-NAME WS-BACKUP-NAME
               RETURNING WS-RENAME-RC
           END-CALL.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ABEND: could not set the old master "
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
