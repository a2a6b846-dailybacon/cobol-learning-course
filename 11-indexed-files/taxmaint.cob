       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Sales tax: rates, exempt lines, certificates
      *> ============================================
      *> ARINVOICE charges sales tax on each invoice line
      *> from the customer's ship-to state and locality.
      *> What it charges is kept here:
      *>
      *>   - the rate by state, and by locality within a
      *>     state, each with the date it takes effect
      *>     (sales-tax-rates.dat, see taxrate.cpy). A new
      *>     rate is keyed as a new row, so the old one
      *>     stays for invoices dated before it; the same
      *>     state, locality and date keyed again corrects
      *>     that row;
      *>   - which product lines are exempt
      *>     (product-tax.dat, see prodtax.cpy) - a line
      *>     with no flag is taxable;
      *>   - each exempt customer's certificate number and
      *>     expiry (tax-exemptions.dat, see taxexmt.cpy).
      *>     Keying a blank certificate number takes the
      *>     customer's certificate off file.
      *>
      *> Changes need the supervisor role, and every one
      *> goes to the operator action log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks taxmaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o taxmaint
      *>   ./taxmaint
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE
               ASSIGN TO "sales-tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PRODTAX-FILE
               ASSIGN TO "product-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.

           SELECT EXEMPT-FILE
               ASSIGN TO "tax-exemptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RATE-FILE.
       01 TAX-RATE-RECORD.
           COPY "taxrate.cpy".

       FD PRODTAX-FILE.
       01 PRODUCT-TAX-RECORD.
           COPY "prodtax.cpy".

       FD EXEMPT-FILE.
       01 TAX-EXEMPTION-RECORD.
           COPY "taxexmt.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-PT-STATUS       PIC XX.
       01 WS-TE-STATUS       PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every rate in storage while one is set and the
      *>   file rewritten - reloaded for each change
       01 WS-TX-COUNT        PIC 9(3) VALUE 0.
       01 WS-TX-TABLE.
          05 WS-TX-ENTRY OCCURS 300 TIMES.
             10 WS-TX-STATE    PIC X(2).
             10 WS-TX-LOCAL    PIC X(20).
             10 WS-TX-EFF      PIC 9(8).
             10 WS-TX-RATE     PIC 9(2)V9(3).
             10 WS-TX-SDATE    PIC 9(8).
             10 WS-TX-SBY      PIC X(8).
       01 WS-TX-IDX          PIC 9(3).
       01 WS-TX-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   Every product line's flag, the same way
       01 WS-PT-COUNT        PIC 9(3) VALUE 0.
       01 WS-PT-TABLE.
          05 WS-PT-ENTRY OCCURS 500 TIMES.
             10 WS-PT-PROD     PIC X(5).
             10 WS-PT-TAXABLE  PIC X.
             10 WS-PT-SDATE    PIC 9(8).
             10 WS-PT-SBY      PIC X(8).
       01 WS-PT-IDX          PIC 9(3).
       01 WS-PT-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-PT-EXEMPT-CNT   PIC 9(3) VALUE 0.

      *>   Every customer's certificate, the same way
       01 WS-TE-COUNT        PIC 9(3) VALUE 0.
       01 WS-TE-TABLE.
          05 WS-TE-ENTRY OCCURS 300 TIMES.
             10 WS-TE-CUST     PIC X(6).
             10 WS-TE-CERT     PIC X(20).
             10 WS-TE-EXPIRY   PIC 9(8).
             10 WS-TE-SDATE    PIC 9(8).
             10 WS-TE-SBY      PIC X(8).
       01 WS-TE-IDX          PIC 9(3).
       01 WS-TE-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   What the operator keys
       01 WS-ASK-STATE       PIC X(2).
       01 WS-ASK-LOCAL       PIC X(20).
       01 WS-ASK-EFF         PIC 9(8).
       01 WS-ASK-RATE        PIC 9(2)V9(3).
       01 WS-ASK-PROD        PIC X(5).
       01 WS-ASK-TAXABLE     PIC X.
          88 ASK-TAXABLE     VALUE "Y" "y".
          88 ASK-EXEMPT      VALUE "N" "n".
       01 WS-ASK-CUST        PIC X(6).
       01 WS-ASK-CERT        PIC X(20).
       01 WS-ASK-EXPIRY      PIC 9(8).
       01 WS-ASK-CONFIRM     PIC X.

       01 WS-CERT-TEXT       PIC X(7).
       01 WS-DISP-RATE       PIC Z9.999.
       01 WS-DISP-CNT        PIC Z(4)9.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "TAXMAINT".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date every change is stamped
      *>     with ---
       1100-SET-BUSINESS-DATE.
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

      *> --- Every rate on file into storage ---
       1200-LOAD-RATES.
           MOVE 0 TO WS-TX-COUNT.
           OPEN INPUT RATE-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-TX-COUNT >= 300
      *>           Never load-cap and then rewrite: rates
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 sales tax "
                       "rates - raise WS-TX-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TX-COUNT
               MOVE TX-STATE    TO WS-TX-STATE(WS-TX-COUNT)
               MOVE TX-LOCALITY TO WS-TX-LOCAL(WS-TX-COUNT)
               MOVE TX-EFF-DATE TO WS-TX-EFF(WS-TX-COUNT)
               MOVE TX-RATE-PCT TO WS-TX-RATE(WS-TX-COUNT)
               MOVE TX-SET-DATE TO WS-TX-SDATE(WS-TX-COUNT)
               MOVE TX-SET-BY   TO WS-TX-SBY(WS-TX-COUNT)
               READ RATE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Every product line's flag into storage ---
       1300-LOAD-PRODUCTS.
           MOVE 0 TO WS-PT-COUNT.
           OPEN INPUT PRODTAX-FILE.
           IF WS-PT-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PRODTAX-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-PT-COUNT >= 500
      *>           Never load-cap and then rewrite
                   DISPLAY "ABEND: more than 500 product tax "
                       "flags - raise WS-PT-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE PT-PROD-ID  TO WS-PT-PROD(WS-PT-COUNT)
               MOVE PT-TAXABLE  TO WS-PT-TAXABLE(WS-PT-COUNT)
               MOVE PT-SET-DATE TO WS-PT-SDATE(WS-PT-COUNT)
               MOVE PT-SET-BY   TO WS-PT-SBY(WS-PT-COUNT)
               READ PRODTAX-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRODTAX-FILE.
       1300-EXIT.
           CONTINUE.

      *> --- Every customer's certificate into storage ---
       1400-LOAD-CERTIFICATES.
           MOVE 0 TO WS-TE-COUNT.
           OPEN INPUT EXEMPT-FILE.
           IF WS-TE-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EXEMPT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-TE-COUNT >= 300
      *>           Never load-cap and then rewrite
                   DISPLAY "ABEND: more than 300 exemption "
                       "certificates - raise WS-TE-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TE-COUNT
               MOVE TE-CUST-NO  TO WS-TE-CUST(WS-TE-COUNT)
               MOVE TE-CERT-NO  TO WS-TE-CERT(WS-TE-COUNT)
               MOVE TE-EXPIRY   TO WS-TE-EXPIRY(WS-TE-COUNT)
               MOVE TE-SET-DATE TO WS-TE-SDATE(WS-TE-COUNT)
               MOVE TE-SET-BY   TO WS-TE-SBY(WS-TE-COUNT)
               READ EXEMPT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EXEMPT-FILE.
       1400-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Sales Tax Maintenance ===".
           DISPLAY "1. List tax rates".
           DISPLAY "2. Set a tax rate (supervisor)".
           DISPLAY "3. Set a product line taxable or exempt "
               "(supervisor)".
           DISPLAY "4. List exempt product lines".
           DISPLAY "5. Set a customer's exemption certificate "
               "(supervisor)".
           DISPLAY "6. List exemption certificates".
           DISPLAY "7. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-RATES
               WHEN 2 PERFORM 4000-SET-RATE THRU 4000-EXIT
               WHEN 3 PERFORM 5000-SET-PRODUCT THRU 5000-EXIT
               WHEN 4 PERFORM 5500-LIST-EXEMPT-PRODUCTS
               WHEN 5 PERFORM 6000-SET-CERTIFICATE THRU 6000-EXIT
               WHEN 6 PERFORM 6500-LIST-CERTIFICATES
               WHEN 7 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every rate, in the order keyed ---
       3000-LIST-RATES.
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
           IF WS-TX-COUNT = 0
               DISPLAY "  (no sales tax rates on file - no tax "
                   "is charged)"
           ELSE
               DISPLAY "  St Locality             Effective "
                   "  Rate%  Set on   By"
           END-IF.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               MOVE WS-TX-RATE(WS-TX-IDX) TO WS-DISP-RATE
               DISPLAY "  " WS-TX-STATE(WS-TX-IDX) " "
                   WS-TX-LOCAL(WS-TX-IDX) " "
                   WS-TX-EFF(WS-TX-IDX) "  "
                   WS-DISP-RATE "  "
                   WS-TX-SDATE(WS-TX-IDX) " "
                   WS-TX-SBY(WS-TX-IDX)
           END-PERFORM.
           MOVE WS-TX-COUNT TO WS-DISP-CNT.
           DISPLAY "Rates on file: " WS-DISP-CNT.

      *> --- A state's or a locality's rate from a date ---
       4000-SET-RATE.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
           DISPLAY "State (e.g. NY, blank to cancel): ".
           ACCEPT WS-ASK-STATE.
           IF WS-ASK-STATE = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-STATE) TO WS-ASK-STATE.
           DISPLAY "Locality - the ship-to city (blank for the "
               "state's own rate): ".
           ACCEPT WS-ASK-LOCAL.
           MOVE FUNCTION UPPER-CASE(WS-ASK-LOCAL) TO WS-ASK-LOCAL.
           IF WS-ASK-LOCAL NOT = SPACES
               MOVE 0 TO WS-TX-MATCH-IDX
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > WS-TX-COUNT
                   IF WS-TX-STATE(WS-TX-IDX) = WS-ASK-STATE
                       AND WS-TX-LOCAL(WS-TX-IDX) = SPACES
                       MOVE WS-TX-IDX TO WS-TX-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-TX-MATCH-IDX = 0
                   DISPLAY "  note: " WS-ASK-STATE " has no state "
                       "rate yet - nothing is collected there "
                       "until it does."
               END-IF
           END-IF.
           DISPLAY "Effective date (YYYYMMDD): ".
           ACCEPT WS-ASK-EFF.
           IF WS-ASK-EFF = 0
               DISPLAY "An effective date is required - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Rate percent (e.g. 06.250): ".
           ACCEPT WS-ASK-RATE.

           MOVE 0 TO WS-TX-MATCH-IDX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-STATE(WS-TX-IDX) = WS-ASK-STATE
                   AND WS-TX-LOCAL(WS-TX-IDX) = WS-ASK-LOCAL
                   AND WS-TX-EFF(WS-TX-IDX) = WS-ASK-EFF
                   MOVE WS-TX-IDX TO WS-TX-MATCH-IDX
               END-IF
           END-PERFORM.
           MOVE WS-ASK-RATE TO WS-DISP-RATE.
           IF WS-TX-MATCH-IDX = 0
               DISPLAY "Add " WS-ASK-STATE " " WS-ASK-LOCAL " "
                   WS-DISP-RATE "% from " WS-ASK-EFF "? (Y/N): "
           ELSE
               DISPLAY "Correct " WS-ASK-STATE " " WS-ASK-LOCAL
                   " from " WS-ASK-EFF " to " WS-DISP-RATE
                   "%? (Y/N): "
           END-IF.
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           IF WS-TX-MATCH-IDX = 0
               IF WS-TX-COUNT >= 300
                   DISPLAY "Tax rate table full - raise "
                       "WS-TX-TABLE."
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-TX-COUNT
               MOVE WS-TX-COUNT TO WS-TX-MATCH-IDX
               MOVE WS-ASK-STATE TO WS-TX-STATE(WS-TX-MATCH-IDX)
               MOVE WS-ASK-LOCAL TO WS-TX-LOCAL(WS-TX-MATCH-IDX)
               MOVE WS-ASK-EFF   TO WS-TX-EFF(WS-TX-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-RATE     TO WS-TX-RATE(WS-TX-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-TX-SDATE(WS-TX-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-TX-SBY(WS-TX-MATCH-IDX).
           PERFORM 8000-SAVE-RATES.
           DISPLAY "Rate saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Tax rate " WS-ASK-STATE " " WS-DISP-RATE
                  " eff " WS-ASK-EFF
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- One product line taxable or exempt ---
       5000-SET-PRODUCT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1300-LOAD-PRODUCTS THRU 1300-EXIT.
           DISPLAY "Product ID (blank to cancel): ".
           ACCEPT WS-ASK-PROD.
           IF WS-ASK-PROD = SPACES
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-PT-MATCH-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-PROD(WS-PT-IDX) = WS-ASK-PROD
                   MOVE WS-PT-IDX TO WS-PT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-PT-MATCH-IDX = 0
               DISPLAY "  no flag on file - taxable"
           ELSE
               DISPLAY "  taxable " WS-PT-TAXABLE(WS-PT-MATCH-IDX)
                   "  set " WS-PT-SDATE(WS-PT-MATCH-IDX) " by "
                   WS-PT-SBY(WS-PT-MATCH-IDX)
           END-IF.
           DISPLAY "Taxable? (Y=Taxable, N=Exempt): ".
           ACCEPT WS-ASK-TAXABLE.
           IF NOT ASK-TAXABLE AND NOT ASK-EXEMPT
               DISPLAY "Must be Y or N - nothing changed."
               GO TO 5000-EXIT
           END-IF.
           IF ASK-TAXABLE
               MOVE "Y" TO WS-ASK-TAXABLE
           ELSE
               MOVE "N" TO WS-ASK-TAXABLE
           END-IF.
           DISPLAY "Set " WS-ASK-PROD " taxable " WS-ASK-TAXABLE
               "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 5000-EXIT
           END-IF.

           IF WS-PT-MATCH-IDX = 0
               IF WS-PT-COUNT >= 500
                   DISPLAY "Product tax table full - raise "
                       "WS-PT-TABLE."
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-MATCH-IDX
               MOVE WS-ASK-PROD TO WS-PT-PROD(WS-PT-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-TAXABLE  TO WS-PT-TAXABLE(WS-PT-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-PT-SDATE(WS-PT-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-PT-SBY(WS-PT-MATCH-IDX).
           PERFORM 8100-SAVE-PRODUCTS.
           DISPLAY "Product " WS-ASK-PROD " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Product tax " WS-ASK-PROD " taxable "
                  WS-ASK-TAXABLE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       5000-EXIT.
           CONTINUE.

      *> --- The product lines billed tax free ---
       5500-LIST-EXEMPT-PRODUCTS.
           PERFORM 1300-LOAD-PRODUCTS THRU 1300-EXIT.
           MOVE 0 TO WS-PT-EXEMPT-CNT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-TAXABLE(WS-PT-IDX) = "N"
                   IF WS-PT-EXEMPT-CNT = 0
                       DISPLAY "  Prod  Set on   By"
                   END-IF
                   ADD 1 TO WS-PT-EXEMPT-CNT
                   DISPLAY "  " WS-PT-PROD(WS-PT-IDX) " "
                       WS-PT-SDATE(WS-PT-IDX) " "
                       WS-PT-SBY(WS-PT-IDX)
               END-IF
           END-PERFORM.
           IF WS-PT-EXEMPT-CNT = 0
               DISPLAY "  (no exempt product lines - all taxable)"
           END-IF.
           MOVE WS-PT-EXEMPT-CNT TO WS-DISP-CNT.
           DISPLAY "Exempt product lines: " WS-DISP-CNT.

      *> --- A customer's exemption certificate, new,
      *>     renewed or taken off ---
       6000-SET-CERTIFICATE.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 1400-LOAD-CERTIFICATES THRU 1400-EXIT.
           DISPLAY "Customer number (e.g. C00005): ".
           ACCEPT WS-ASK-CUST.
           IF WS-ASK-CUST = SPACES
               GO TO 6000-EXIT
           END-IF.
           MOVE 0 TO WS-TE-MATCH-IDX.
           PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                   UNTIL WS-TE-IDX > WS-TE-COUNT
               IF WS-TE-CUST(WS-TE-IDX) = WS-ASK-CUST
                   MOVE WS-TE-IDX TO WS-TE-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-TE-MATCH-IDX = 0
               DISPLAY "  no certificate on file - taxed"
           ELSE
               DISPLAY "  certificate " WS-TE-CERT(WS-TE-MATCH-IDX)
                   " expires " WS-TE-EXPIRY(WS-TE-MATCH-IDX)
                   "  set " WS-TE-SDATE(WS-TE-MATCH-IDX) " by "
                   WS-TE-SBY(WS-TE-MATCH-IDX)
           END-IF.

           DISPLAY "Certificate number (blank to take it off): ".
           ACCEPT WS-ASK-CERT.
           IF WS-ASK-CERT = SPACES
               PERFORM 6100-REMOVE-CERTIFICATE THRU 6100-EXIT
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "Expiry date (YYYYMMDD): ".
           ACCEPT WS-ASK-EXPIRY.
           IF WS-ASK-EXPIRY < WS-PROCESS-DATE
               DISPLAY "The certificate has already expired - "
                   "nothing changed."
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "Set " WS-ASK-CUST " exempt on " WS-ASK-CERT
               " to " WS-ASK-EXPIRY "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 6000-EXIT
           END-IF.

           IF WS-TE-MATCH-IDX = 0
               IF WS-TE-COUNT >= 300
                   DISPLAY "Certificate table full - raise "
                       "WS-TE-TABLE."
                   GO TO 6000-EXIT
               END-IF
               ADD 1 TO WS-TE-COUNT
               MOVE WS-TE-COUNT TO WS-TE-MATCH-IDX
               MOVE WS-ASK-CUST TO WS-TE-CUST(WS-TE-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-CERT     TO WS-TE-CERT(WS-TE-MATCH-IDX).
           MOVE WS-ASK-EXPIRY   TO WS-TE-EXPIRY(WS-TE-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-TE-SDATE(WS-TE-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-TE-SBY(WS-TE-MATCH-IDX).
           PERFORM 8200-SAVE-CERTIFICATES.
           DISPLAY "Certificate for " WS-ASK-CUST " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Tax exempt " WS-ASK-CUST " to " WS-ASK-EXPIRY
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       6000-EXIT.
           CONTINUE.

      *> --- The customer's certificate off file - taxed from
      *>     the next invoice ---
       6100-REMOVE-CERTIFICATE.
           IF WS-TE-MATCH-IDX = 0
               DISPLAY "Nothing to take off - nothing changed."
               GO TO 6100-EXIT
           END-IF.
           DISPLAY "Take " WS-ASK-CUST "'s certificate off? "
               "(Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 6100-EXIT
           END-IF.
           PERFORM VARYING WS-TE-IDX FROM WS-TE-MATCH-IDX BY 1
                   UNTIL WS-TE-IDX >= WS-TE-COUNT
               MOVE WS-TE-ENTRY(WS-TE-IDX + 1)
                   TO WS-TE-ENTRY(WS-TE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-TE-COUNT.
           PERFORM 8200-SAVE-CERTIFICATES.
           DISPLAY "Certificate for " WS-ASK-CUST " taken off.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Tax exemption off " WS-ASK-CUST
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       6100-EXIT.
           CONTINUE.

      *> --- Every certificate, and whether it is still
      *>     good ---
       6500-LIST-CERTIFICATES.
           PERFORM 1400-LOAD-CERTIFICATES THRU 1400-EXIT.
           IF WS-TE-COUNT = 0
               DISPLAY "  (no exemption certificates on file)"
           ELSE
               DISPLAY "  Cust   Certificate          Expires  "
                   "         Set on   By"
           END-IF.
           PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                   UNTIL WS-TE-IDX > WS-TE-COUNT
               IF WS-TE-EXPIRY(WS-TE-IDX) < WS-PROCESS-DATE
                   MOVE "LAPSED" TO WS-CERT-TEXT
               ELSE
                   MOVE "good" TO WS-CERT-TEXT
               END-IF
               DISPLAY "  " WS-TE-CUST(WS-TE-IDX) " "
                   WS-TE-CERT(WS-TE-IDX) " "
                   WS-TE-EXPIRY(WS-TE-IDX) " "
                   WS-CERT-TEXT "  "
                   WS-TE-SDATE(WS-TE-IDX) " "
                   WS-TE-SBY(WS-TE-IDX)
           END-PERFORM.
           MOVE WS-TE-COUNT TO WS-DISP-CNT.
           DISPLAY "Certificates on file: " WS-DISP-CNT.

      *> --- The rate file back from storage ---
       8000-SAVE-RATES.
           OPEN OUTPUT RATE-FILE.
           INITIALIZE TAX-RATE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               MOVE WS-TX-STATE(WS-TX-IDX) TO TX-STATE
               MOVE WS-TX-LOCAL(WS-TX-IDX) TO TX-LOCALITY
               MOVE WS-TX-EFF(WS-TX-IDX)   TO TX-EFF-DATE
               MOVE WS-TX-RATE(WS-TX-IDX)  TO TX-RATE-PCT
               MOVE WS-TX-SDATE(WS-TX-IDX) TO TX-SET-DATE
               MOVE WS-TX-SBY(WS-TX-IDX)   TO TX-SET-BY
               WRITE TAX-RATE-RECORD
           END-PERFORM.
           CLOSE RATE-FILE.

      *> --- The product tax flags back from storage ---
       8100-SAVE-PRODUCTS.
           OPEN OUTPUT PRODTAX-FILE.
           INITIALIZE PRODUCT-TAX-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-PROD(WS-PT-IDX)    TO PT-PROD-ID
               MOVE WS-PT-TAXABLE(WS-PT-IDX) TO PT-TAXABLE
               MOVE WS-PT-SDATE(WS-PT-IDX)   TO PT-SET-DATE
               MOVE WS-PT-SBY(WS-PT-IDX)     TO PT-SET-BY
               WRITE PRODUCT-TAX-RECORD
           END-PERFORM.
           CLOSE PRODTAX-FILE.

      *> --- The certificates back from storage ---
       8200-SAVE-CERTIFICATES.
           OPEN OUTPUT EXEMPT-FILE.
           INITIALIZE TAX-EXEMPTION-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                   UNTIL WS-TE-IDX > WS-TE-COUNT
               MOVE WS-TE-CUST(WS-TE-IDX)   TO TE-CUST-NO
               MOVE WS-TE-CERT(WS-TE-IDX)   TO TE-CERT-NO
               MOVE WS-TE-EXPIRY(WS-TE-IDX) TO TE-EXPIRY
               MOVE WS-TE-SDATE(WS-TE-IDX)  TO TE-SET-DATE
               MOVE WS-TE-SBY(WS-TE-IDX)    TO TE-SET-BY
               WRITE TAX-EXEMPTION-RECORD
           END-PERFORM.
           CLOSE EXEMPT-FILE.
