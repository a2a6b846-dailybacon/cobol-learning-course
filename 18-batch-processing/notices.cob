      *>   - a hold placed on the account today
      *>     (account-holds.dat, HOLD-DATE = today);
      *>   - a posting over the high-value limit
      *>     (high-value-exceptions-YYYYMMDD.dat);
      *>   - whatever another step queued for the
      *>     customer on notice-queue.dat (ntcqueue.cpy)
      *>     - a variable-rate loan's rate change, for
      *>     one. The queue is emptied once lettered.
      *>
      *> Each letter opens with the mailing block from
      *> customer-address.dat (kept by ADDRMNT);
      *> customers with no address on file are listed
      *> at the end for the branch to chase. Each letter,
      *> and the chase list, starts on a rule line of
      *> its own, so the end-of-window distribution can
      *> split the file off the report spool by the
      *> account's home branch.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks notices.cob
      *>       ../13-subprograms/spoolreg.cob -o notices
      *>   ./notices
      *> ============================================

               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT NOTICE-QUEUE-FILE
               ASSIGN TO "notice-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQ-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO WS-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       FD NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
           COPY "ntcqueue.cpy".

       FD LETTER-FILE.
       01 LETTER-LINE        PIC X(70).

       01 WS-CUST-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-LETTER-STATUS   PIC XX.
       01 WS-NTCQ-STATUS     PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(70).

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "NOTICES".
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "Notice letters".
       01 WS-SPOOL-FILE       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-NSF-NOTICES THRU 2000-EXIT.
           PERFORM 3000-HOLD-NOTICES THRU 3000-EXIT.
           PERFORM 4000-HIGH-VALUE-NOTICES THRU 4000-EXIT.
           PERFORM 4500-QUEUED-NOTICES
               THRU 4500-EXIT.
           PERFORM 5000-CLEANUP.
           STOP RUN.

                   MOVE "A withdrawal was returned unpaid "
                       & "for insufficient funds."
                       TO WS-NTC-BODY
                   PERFORM 6000-WRITE-ONE-LETTER THRU 6000-EXIT
               END-IF
               READ ERROR-FILE
                   AT END SET END-OF-FILE TO TRUE
                   MOVE "A hold has been placed on your "
                       & "account. Contact your branch."
                       TO WS-NTC-BODY
                   PERFORM 6000-WRITE-ONE-LETTER THRU 6000-EXIT
               END-IF
               READ HOLDS-FILE NEXT
                   AT END SET HOLDS-AT-END TO TRUE
               MOVE "A high-value item on your account is "
                   & "under review."
                   TO WS-NTC-BODY
               PERFORM 6000-WRITE-ONE-LETTER THRU 6000-EXIT
               READ EXCEPTION-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
       4000-EXIT.
           CONTINUE.

      *> --- One letter per notice another step queued ---
       4500-QUEUED-NOTICES.
           OPEN INPUT NOTICE-QUEUE-FILE.
           IF WS-NTCQ-STATUS NOT = "00"
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ NOTICE-QUEUE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE NQ-ACCT-NO TO WS-NTC-ACCT
               MOVE NQ-AMOUNT  TO WS-NTC-AMOUNT
               MOVE NQ-KIND    TO WS-NTC-KIND
               MOVE NQ-BODY    TO WS-NTC-BODY
               PERFORM 6000-WRITE-ONE-LETTER THRU 6000-EXIT
               READ NOTICE-QUEUE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE NOTICE-QUEUE-FILE.
      *>   Lettered - the queue starts empty again
           OPEN OUTPUT NOTICE-QUEUE-FILE.
           CLOSE NOTICE-QUEUE-FILE.
       4500-EXIT.
           CONTINUE.

      *> --- One formatted letter: mailing block, customer
      *>     name, what happened, the amount where one
      *>     applies. No address on file joins the chase
      *> --- Close out, chase list last ---
       5000-CLEANUP.
           IF WS-NO-ADDR-COUNT > 0
               MOVE "=================================="
                   & "==================================="
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "NO ADDRESS ON FILE - BRANCH TO CHASE:"
                   TO LETTER-LINE
               WRITE LETTER-LINE
                   " - listed for the branch."
           END-IF.
           DISPLAY "See " WS-LETTER-FILENAME ".".

           MOVE WS-LETTER-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
