 ******************************************************************
      * Copybook:   ACTVREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the ACTVSESS active-session
      *             registry - one record per player signed on at a
      *             floor terminal right now. EJEAZAR1 writes it at
      *             sign-on and deletes it when the game ends, so a
      *             second sign-on for the same id is refused while
      *             the first is live; SR-PLAY-MODE stays SPACE until
      *             the player has picked a mode, and SR-PARTNER-ID
      *             names the other side of a head-to-head. A record
      *             left behind by a crashed terminal is cleared
      *             through EJEAZR29, which logs the clear to LOCKLOG.
      ******************************************************************
       01  ACTIVE-SESSION-RECORD.
           05  SR-PLAYER-ID              PIC X(10).
           05  SR-TERMINAL-ID            PIC X(08).
           05  SR-SIGNON-DATE            PIC 9(08).
           05  SR-SIGNON-TIME            PIC 9(08).
           05  SR-PLAY-MODE              PIC X(01).
               88  SR-MODE-PENDING       VALUE SPACE.
               88  SR-MODE-SINGLE        VALUE 'S'.
               88  SR-MODE-TOURNAMENT    VALUE 'T'.
               88  SR-MODE-H2H           VALUE 'H'.
           05  SR-PARTNER-ID             PIC X(10).
