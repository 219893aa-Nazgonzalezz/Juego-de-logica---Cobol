 ******************************************************************
      * Copybook:   EXPCREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the EXPCTRES expected-results
      *             file EJEAZR18 writes beside every PLAYLSTI deck
      *             row - what the batch driver must produce for
      *             that row: win or loss, valid attempts, rejects,
      *             and the hint given on each attempt. EX-KEY is
      *             the player id and the generator's row number,
      *             so a row EJEAZAR9 drops from the deck leaves
      *             its expectation identifiable rather than
      *             shifting every later row out of step.
      *             EX-DECK-IMAGE is the deck row exactly as
      *             written, which is how the EJEAZR21 verifier
      *             pairs the cleaned PLAYLST back to its
      *             expectation.
      ******************************************************************
       01  EXPECTED-RESULT-RECORD.
           05  EX-KEY.
               10  EX-PLAYER-ID          PIC X(10).
               10  EX-ROW-NUMBER         PIC 9(07).
           05  EX-SEED                   PIC 9(08).
           05  EX-STRATEGY               PIC X(10).
           05  EX-DECK-IMAGE             PIC X(46).
           05  EX-WIN-LOSE-FLAG          PIC X(01).
           05  EX-ATTEMPT-COUNT          PIC 9(03).
           05  EX-REJECT-COUNT           PIC 9(03).
           05  EX-MAX-ATTEMPTS           PIC 9(03).
           05  EX-HINT-TABLE.
               10  EX-HINT-LIST          PIC X(08) OCCURS 10 TIMES.
