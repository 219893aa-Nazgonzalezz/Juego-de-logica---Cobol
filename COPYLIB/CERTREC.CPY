 ******************************************************************
      * Copybook:   CERTREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the CERTFILE certification
      *             file - one record per player per certification
      *             level per period, keyed on the player id, the
      *             CERTRULE level code and the date the period was
      *             earned. A renewal writes a new period and marks
      *             the one it replaced renewed, so every date a
      *             player held a level is on file with the rounds
      *             that earned it. Carries the date the period
      *             expires and the session sequence and game date
      *             of every round that qualified - player id plus
      *             session sequence is the SCOREHST key and the
      *             ATTMPTLG/ATMPTARC key prefix, and the game date
      *             says which monthly archive generation holds the
      *             round once EJEAZAR4 has moved it off the live
      *             file. A lapsed or renewed period keeps its
      *             qualifying sessions on record.
      ******************************************************************
       01  CERTIFICATION-RECORD.
           05  CF-KEY.
               10  CF-PLAYER-ID          PIC X(10).
               10  CF-LEVEL              PIC X(02).
               10  CF-DATE-EARNED        PIC 9(08).
           05  CF-LEVEL-NAME             PIC X(12).
           05  CF-EXPIRY-DATE            PIC 9(08).
           05  CF-STATUS                 PIC X(01).
               88  CF-CERT-ACTIVE        VALUE 'A'.
               88  CF-CERT-LAPSED        VALUE 'L'.
               88  CF-CERT-RENEWED       VALUE 'R'.
           05  CF-LAST-EVAL-DATE         PIC 9(08).
           05  CF-QUAL-COUNT             PIC 9(02).
           05  CF-QUAL-ENTRY OCCURS 10 TIMES.
               10  CF-QUAL-SEQ           PIC 9(05).
               10  CF-QUAL-DATE          PIC 9(08).
