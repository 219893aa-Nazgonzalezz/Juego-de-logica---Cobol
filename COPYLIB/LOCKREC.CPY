 ******************************************************************
      * Copybook:   LOCKREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the LOCKLOG session-lock clear
      *             trail - one record per ACTVSESS lock a supervisor
      *             cleared through EJEAZR29: who cleared it, when,
      *             why, and the lock exactly as it stood (player,
      *             terminal, sign-on stamp, mode, partner). Written
      *             before the lock is deleted, so a clear never
      *             happens without a trail.
      ******************************************************************
       01  LOCK-CLEAR-RECORD.
           05  CL-SUPERVISOR-ID          PIC X(08).
           05  CL-LOG-DATE               PIC 9(08).
           05  CL-LOG-TIME               PIC 9(08).
           05  CL-REASON                 PIC X(30).
           05  CL-CLEARED-LOCK.
               10  CL-PLAYER-ID          PIC X(10).
               10  CL-TERMINAL-ID        PIC X(08).
               10  CL-SIGNON-DATE        PIC 9(08).
               10  CL-SIGNON-TIME        PIC 9(08).
               10  CL-PLAY-MODE          PIC X(01).
               10  CL-PARTNER-ID         PIC X(10).
