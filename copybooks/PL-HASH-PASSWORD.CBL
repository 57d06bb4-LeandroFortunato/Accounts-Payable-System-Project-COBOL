HASH-PASSWORD.

*>   One-way, salted with the user id so two users with the same
*>   password still store different values, and stretched over a
*>   thousand passes so guessing at a copied user file is slow.
*>   Two accumulators run modulo large primes and are kept side by
*>   side as the 20-digit result.

     MOVE W-HASH-USER-ID        TO W-HASH-SALT.
     MOVE W-HASH-CLEAR-PASSWORD TO W-HASH-PASSWORD-PART.
     MOVE 5381 TO W-HASH-ACCUMULATOR-1.
     MOVE 7919 TO W-HASH-ACCUMULATOR-2.

     PERFORM HASH-ONE-CHARACTER
        VARYING W-HASH-ROUND FROM 1 BY 1 UNTIL W-HASH-ROUND GREATER THAN 1000
          AFTER W-HASH-POSITION FROM 1 BY 1 UNTIL W-HASH-POSITION GREATER THAN 30.

     MOVE W-HASH-DIGITS TO W-HASH-RESULT.
*>_________________________________________________________________________

HASH-ONE-CHARACTER.

     COMPUTE W-HASH-CHARACTER-CODE =
             FUNCTION ORD(W-HASH-TEXT (W-HASH-POSITION:1)).

     COMPUTE W-HASH-WORK = (W-HASH-ACCUMULATOR-1 * 131)
                         + W-HASH-CHARACTER-CODE + W-HASH-ROUND.
     COMPUTE W-HASH-ACCUMULATOR-1 = FUNCTION MOD(W-HASH-WORK, 4294967291).

     COMPUTE W-HASH-WORK = (W-HASH-ACCUMULATOR-2 * 257)
                         + W-HASH-CHARACTER-CODE + W-HASH-ACCUMULATOR-1.
     COMPUTE W-HASH-ACCUMULATOR-2 = FUNCTION MOD(W-HASH-WORK, 9999999967).
*>_________________________________________________________________________
