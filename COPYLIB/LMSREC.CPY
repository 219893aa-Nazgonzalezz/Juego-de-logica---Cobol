 ******************************************************************
      * Copybook:   LMSREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the LMSFEED file EJEAZR26
      *             builds each night for HR's learning-management
      *             system. Fixed 80-byte records, told apart by
      *             LF-RECORD-TYPE: one header, then one detail per
      *             player per day played, then any adjustments,
      *             then one trailer. An adjustment carries the
      *             corrected totals for a player-day the LMS was
      *             already sent, and replaces that earlier detail
      *             outright - it is not an increment. Header and
      *             trailer both carry the record count (details
      *             plus adjustments) and the hash total of the
      *             player ids on those records: each id character
      *             0-9 counts 0-9 and A-Z counts 10-35 (anything
      *             else counts zero), times its position 1-10 in
      *             the id, summed over every record.
      ******************************************************************
       01  LMS-FEED-RECORD.
           05  LF-RECORD-TYPE            PIC X(01).
               88  LF-HEADER             VALUE 'H'.
               88  LF-DETAIL             VALUE 'D'.
               88  LF-ADJUSTMENT         VALUE 'A'.
               88  LF-TRAILER            VALUE 'T'.
           05  LF-DETAIL-DATA.
               10  LF-PLAYER-ID          PIC X(10).
               10  LF-ACTIVITY-DATE      PIC 9(08).
               10  LF-DEPARTMENT         PIC X(10).
               10  LF-ROUNDS-PLAYED      PIC 9(05).
               10  LF-ROUNDS-WON         PIC 9(05).
               10  LF-HIGHEST-DIFFICULTY PIC X(01).
               10  LF-SERIES-PLAYED      PIC 9(03).
               10  LF-SERIES-WON         PIC 9(03).
               10  LF-PLAYER-STATUS      PIC X(01).
                   88  LF-PLAYER-ACTIVE  VALUE 'A'.
                   88  LF-PLAYER-INACTIVE VALUE 'I'.
                   88  LF-PLAYER-UNKNOWN VALUE 'U'.
               10  LF-CORRECTED-DATE     PIC 9(08).
               10  FILLER                PIC X(25).
           05  LF-HEADER-DATA REDEFINES LF-DETAIL-DATA.
               10  LH-SYSTEM-ID          PIC X(08).
               10  LH-FEED-DATE          PIC 9(08).
               10  LH-RUN-DATE           PIC 9(08).
               10  LH-RUN-TIME           PIC 9(08).
               10  LH-TRANSMIT-TYPE      PIC X(01).
                   88  LH-FIRST-SEND     VALUE 'N'.
                   88  LH-RESEND         VALUE 'R'.
               10  LH-RECORD-COUNT       PIC 9(07).
               10  LH-HASH-TOTAL         PIC 9(15).
               10  FILLER                PIC X(24).
           05  LF-TRAILER-DATA REDEFINES LF-DETAIL-DATA.
               10  LT-FEED-DATE          PIC 9(08).
               10  LT-RUN-DATE           PIC 9(08).
               10  LT-RECORD-COUNT       PIC 9(07).
               10  LT-DETAIL-COUNT       PIC 9(07).
               10  LT-ADJUST-COUNT       PIC 9(07).
               10  LT-HASH-TOTAL         PIC 9(15).
               10  FILLER                PIC X(27).
