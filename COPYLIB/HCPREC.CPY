 ******************************************************************
      * Copybook:   HCPREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the HNDCPFL handicap file - one
      *             record per player per weekly EJEAZR24 run, keyed
      *             on the player id and the date the handicap takes
      *             effect. HC-HANDICAP is the SCORECAL points added
      *             to each of the player's rounds in the net
      *             (handicapped) standings: the gap between the
      *             scratch average - the best per-round average on
      *             the floor - and the player's own average over
      *             their recent rounds. A round is always scored
      *             against the record in effect on its SH-GAME-DATE
      *             (the latest HC-EFFECTIVE-DATE not after it), so
      *             a later handicap never rescores an earlier round.
      *             The gross SCORECAL competition never reads it.
      ******************************************************************
       01  HANDICAP-RECORD.
           05  HC-KEY.
               10  HC-PLAYER-ID          PIC X(10).
               10  HC-EFFECTIVE-DATE     PIC 9(08).
           05  HC-HANDICAP               PIC 9(05).
           05  HC-PLAYER-AVERAGE         PIC 9(05).
           05  HC-SCRATCH-AVERAGE        PIC 9(05).
           05  HC-ROUNDS-USED            PIC 9(03).
           05  HC-STATUS                 PIC X(01).
               88  HC-ESTABLISHED        VALUE 'E'.
               88  HC-PROVISIONAL        VALUE 'P'.
           05  HC-CALC-DATE              PIC 9(08).
