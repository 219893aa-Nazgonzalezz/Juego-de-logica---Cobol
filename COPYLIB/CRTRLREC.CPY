 ******************************************************************
      * Copybook:   CRTRLREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the CERTRULE certification
      *             rules deck - one 80-byte card per certification
      *             level, read by EJEAZR22. A level is earned by
      *             CR-MIN-WINS won rounds at CR-DIFFICULTY inside
      *             the last CR-WINDOW-DAYS days, each won within
      *             the round's recorded SH-MAX-ATTEMPTS (and within
      *             CR-MAX-WIN-ATTEMPTS when that is not zero), with
      *             voided sessions never counting. The level stays
      *             good for CR-VALID-DAYS days from the date it was
      *             earned. The FILLERs are the blank columns
      *             between fields on the card, so the deck keys up
      *             and reads by eye in columns.
      ******************************************************************
       01  CERT-RULE-RECORD.
           05  CR-LEVEL                  PIC X(02).
           05  FILLER                    PIC X(01).
           05  CR-LEVEL-NAME             PIC X(12).
           05  FILLER                    PIC X(01).
           05  CR-DIFFICULTY             PIC X(01).
               88  CR-DIFF-VALID         VALUE 'E' 'M' 'H'.
           05  FILLER                    PIC X(01).
           05  CR-MIN-WINS               PIC 9(02).
           05  FILLER                    PIC X(01).
           05  CR-MAX-WIN-ATTEMPTS       PIC 9(03).
           05  FILLER                    PIC X(01).
           05  CR-WINDOW-DAYS            PIC 9(03).
           05  FILLER                    PIC X(01).
           05  CR-VALID-DAYS             PIC 9(03).
           05  FILLER                    PIC X(48).
