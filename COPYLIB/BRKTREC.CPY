 ******************************************************************
      * Copybook:   BRKTREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the BRACKETF knockout bracket
      *             file EJEAZR25 keeps for the head-to-head
      *             playoffs. Keyed on the bracket (the date the
      *             playoff opens), the round, the match within the
      *             round, and the replay number. Round 00 holds
      *             the entrant register - one record per seed,
      *             laid out by BK-ENTRANT-DATA, with the SEASONST
      *             points the seed was drawn from. Every other
      *             round holds one record per pairing: both sides
      *             and their seeds, the outcome, and the H2HRESLT
      *             key of the match that settled it, so "who was
      *             supposed to play whom" and "which match decided
      *             it" are both answered off the file. A drawn
      *             match keeps its record as drawn and a replay is
      *             written under the next replay number.
      ******************************************************************
       01  BRACKET-RECORD.
           05  BK-KEY.
               10  BK-BRACKET-DATE       PIC 9(08).
               10  BK-ROUND              PIC 9(02).
               10  BK-MATCH-NO           PIC 9(02).
               10  BK-REPLAY-NO          PIC 9(02).
           05  BK-PAIRING-DATA.
               10  BK-PLAYER-A           PIC X(10).
               10  BK-SEED-A             PIC 9(02).
               10  BK-PLAYER-B           PIC X(10).
               10  BK-SEED-B             PIC 9(02).
               10  BK-STATUS             PIC X(01).
                   88  BK-PENDING        VALUE 'P'.
                   88  BK-DECIDED        VALUE 'W'.
                   88  BK-DRAWN          VALUE 'D'.
                   88  BK-BYE            VALUE 'B'.
               10  BK-WINNER-ID          PIC X(10).
               10  BK-PAIRED-DATE        PIC 9(08).
               10  BK-RESULT-KEY.
                   15  BK-RESULT-PLAYER  PIC X(10).
                   15  BK-RESULT-DATE    PIC 9(08).
                   15  BK-RESULT-SEQ     PIC 9(05).
           05  BK-ENTRANT-DATA REDEFINES BK-PAIRING-DATA.
               10  BE-PLAYER-ID          PIC X(10).
               10  BE-SEED               PIC 9(02).
               10  BE-SEASON-POINTS      PIC 9(07).
               10  BE-ROUNDS-COUNTED     PIC 9(05).
               10  BE-DEPARTMENT         PIC X(10).
               10  FILLER                PIC X(32).
