 ******************************************************************
      * Copybook:   DPTHREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the DEPTHIST department history
      *             file - one record per department a player has
      *             belonged to, keyed on the player id and the date
      *             the player joined it. EJEAZAR3 writes one when a
      *             player is added and one for every transfer. A
      *             player's first transfer also writes the
      *             department they are leaving, effective from
      *             their enrollment, so the rounds they played
      *             before it stay where they were. A round is
      *             credited to the record in effect on its
      *             SH-GAME-DATE - the latest DH-EFFECTIVE-DATE not
      *             after it (DEPTLOOK) - so a transfer never moves
      *             rounds already played. A player with no history
      *             has never transferred and is credited to
      *             PM-DEPARTMENT.
      ******************************************************************
       01  DEPT-HISTORY-RECORD.
           05  DH-KEY.
               10  DH-PLAYER-ID          PIC X(10).
               10  DH-EFFECTIVE-DATE     PIC 9(08).
           05  DH-DEPARTMENT             PIC X(10).
           05  DH-OPERATOR-ID            PIC X(08).
           05  DH-LOG-DATE               PIC 9(08).
           05  DH-LOG-TIME               PIC 9(08).
