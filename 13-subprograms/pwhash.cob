       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWHASH.
       AUTHOR. LEARNER.

      *> ============================================
      *> SUBPROGRAM: Operator password hash
      *> ============================================
      *> operators.dat never holds a password, only
      *> what this routine makes of it: sixteen digits
      *> from two running hashes over the operator id
      *> and the password, stirred a thousand times
      *> over. The id goes in with the password, so
      *> two operators who pick the same password do
      *> not carry the same hash, and a copied hash is
      *> no good against another id. OPSIGNON hashes
      *> what is keyed at sign-on and compares; OPADMIN
      *> hashes a reset's temporary password. Both go
      *> through here so the two can never disagree.
      *>
      *> Parameters (in order):
      *>   1. LS-OPERATOR PIC X(8)   (BY CONTENT)
      *>   2. LS-PASSWORD PIC X(16)  (BY CONTENT)
      *>   3. LS-HASH     PIC X(16)  (BY REFERENCE)
      *>      Returned: the hash to store or compare.
      *> ============================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-INPUT.
          05 WS-HI-OPERATOR   PIC X(8).
          05 WS-HI-PASSWORD   PIC X(16).
       01 WS-HI-IDX          PIC 9(2).
       01 WS-ROUND           PIC 9(4).
       01 WS-HASH-A          PIC 9(15).
       01 WS-HASH-B          PIC 9(15).
       01 WS-HASH-OUT.
          05 WS-HO-A          PIC 9(8).
          05 WS-HO-B          PIC 9(8).

       LINKAGE SECTION.
       01 LS-OPERATOR       PIC X(8).
       01 LS-PASSWORD       PIC X(16).
       01 LS-HASH           PIC X(16).

       PROCEDURE DIVISION USING
           LS-OPERATOR
           LS-PASSWORD
           LS-HASH.

       HASH-THE-PASSWORD.
           MOVE LS-OPERATOR TO WS-HI-OPERATOR.
           MOVE LS-PASSWORD TO WS-HI-PASSWORD.
           MOVE 5381 TO WS-HASH-A.
           MOVE 52711 TO WS-HASH-B.
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > 24
               COMPUTE WS-HASH-A = FUNCTION MOD(
                   WS-HASH-A * 33
                   + FUNCTION ORD(WS-HASH-INPUT(WS-HI-IDX:1)),
                   99999989)
               COMPUTE WS-HASH-B = FUNCTION MOD(
                   WS-HASH-B * 131
                   + FUNCTION ORD(WS-HASH-INPUT(WS-HI-IDX:1))
                   + WS-HI-IDX, 99999971)
           END-PERFORM.
      *>   Each round feeds each half into the other, so
      *>   neither can be worked back on its own
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > 1000
               COMPUTE WS-HASH-A = FUNCTION MOD(
                   WS-HASH-A * 48271 + WS-HASH-B, 99999989)
               COMPUTE WS-HASH-B = FUNCTION MOD(
                   WS-HASH-B * 16807 + WS-HASH-A + WS-ROUND,
                   99999971)
           END-PERFORM.
           MOVE WS-HASH-A TO WS-HO-A.
           MOVE WS-HASH-B TO WS-HO-B.
           MOVE WS-HASH-OUT TO LS-HASH.
           GOBACK.
