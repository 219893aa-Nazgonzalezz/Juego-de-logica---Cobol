 ******************************************************************
      * Copybook:   PMJRNREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the PMJOURNL player master
      *             change journal - one record per change to a
      *             PLYRMSTR record, written before the master
      *             itself is touched: who made it (the operator id
      *             entered at EJEAZAR3 sign-on, or BATCH for the
      *             EJEAZR15 inactivity sweep), when, through which
      *             program, why, and the whole record as it stood
      *             before and after. An add carries a blank before
      *             image. When the department changed,
      *             PJ-DEPT-EFFECTIVE-DATE is the date the transfer
      *             took effect on DEPTHIST; it is zero otherwise.
      ******************************************************************
       01  PLAYER-JOURNAL-RECORD.
           05  PJ-OPERATOR-ID            PIC X(08).
           05  PJ-LOG-DATE               PIC 9(08).
           05  PJ-LOG-TIME               PIC 9(08).
           05  PJ-PROGRAM                PIC X(08).
           05  PJ-PLAYER-ID              PIC X(10).
           05  PJ-ACTION                 PIC X(01).
               88  PJ-ACTION-ADD         VALUE 'A'.
               88  PJ-ACTION-CHANGE      VALUE 'C'.
               88  PJ-ACTION-DEACTIVATE  VALUE 'D'.
               88  PJ-ACTION-REACTIVATE  VALUE 'R'.
           05  PJ-REASON                 PIC X(30).
           05  PJ-DEPT-EFFECTIVE-DATE    PIC 9(08).
           05  PJ-BEFORE-IMAGE.
               10  PJ-BEFORE-NAME        PIC X(30).
               10  PJ-BEFORE-DEPARTMENT  PIC X(10).
               10  PJ-BEFORE-ENROLL-DATE PIC 9(08).
               10  PJ-BEFORE-ACTIVE-FLAG PIC X(01).
           05  PJ-AFTER-IMAGE.
               10  PJ-AFTER-NAME         PIC X(30).
               10  PJ-AFTER-DEPARTMENT   PIC X(10).
               10  PJ-AFTER-ENROLL-DATE  PIC 9(08).
               10  PJ-AFTER-ACTIVE-FLAG  PIC X(01).
