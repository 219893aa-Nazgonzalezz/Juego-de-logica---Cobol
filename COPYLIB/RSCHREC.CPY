 ******************************************************************
      * Copybook:   RSCHREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the RUNSCHED batch schedule
      *             deck EJEAZR27 checks the run-control ledger
      *             against - one 80-byte card per program that is
      *             due in the batch window: daily, weekly on one
      *             day of the week, or on the month-end night. A
      *             program due in the window with no run on the
      *             ledger is reported as skipped. The FILLERs are
      *             the blank columns between fields on the card.
      ******************************************************************
       01  RUN-SCHEDULE-RECORD.
           05  RS-PROGRAM                PIC X(08).
           05  FILLER                    PIC X(01).
           05  RS-JOB-NAME               PIC X(08).
           05  FILLER                    PIC X(01).
           05  RS-FREQUENCY              PIC X(01).
               88  RS-DAILY              VALUE 'D'.
               88  RS-WEEKLY             VALUE 'W'.
               88  RS-MONTH-END          VALUE 'M'.
               88  RS-FREQUENCY-VALID    VALUE 'D' 'W' 'M'.
           05  FILLER                    PIC X(01).
           05  RS-WEEKDAY                PIC 9(01).
           05  FILLER                    PIC X(01).
           05  RS-DESCRIPTION            PIC X(30).
           05  FILLER                    PIC X(28).
