 ******************************************************************
      * Copybook:   RUNCAREA
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Parameter area every batch program passes to the
      *             RUNCTLR run-control routine. RA-REQUEST 'S'
      *             logs the start of the run, 'E' logs its end with
      *             the counts and return code loaded here, and 'C'
      *             asks whether this program already finished a run
      *             (return code under 8) with the same RA-RUN-KEY -
      *             RA-RESULT comes back 'R' with that run's start
      *             stamp when it did. RA-RESULT 'U' means RUNCTLF
      *             could not be opened. RA-JOB-NAME is the JCL job
      *             the program runs under. RUNCTLR hands
      *             RA-RETURN-CODE back as the RETURN-CODE, so the
      *             caller's return code survives the CALL.
      ******************************************************************
       01  RUN-CONTROL-AREA.
           05  RA-REQUEST                PIC X(01).
               88  RA-START              VALUE 'S'.
               88  RA-END                VALUE 'E'.
               88  RA-CHECK-REPEAT       VALUE 'C'.
           05  RA-JOB-NAME               PIC X(08) VALUE SPACES.
           05  RA-PROGRAM                PIC X(08) VALUE SPACES.
           05  RA-PARM                   PIC X(40) VALUE SPACES.
           05  RA-RUN-KEY                PIC X(30) VALUE SPACES.
           05  RA-READ-COUNT             PIC 9(09) VALUE ZERO.
           05  RA-WRITE-COUNT            PIC 9(09) VALUE ZERO.
           05  RA-RETURN-CODE            PIC 9(04) VALUE ZERO.
           05  RA-END-NOTE               PIC X(30) VALUE SPACES.
           05  RA-RESULT                 PIC X(01) VALUE SPACE.
               88  RA-LOGGED             VALUE 'Y'.
               88  RA-REPEAT-FOUND       VALUE 'R'.
               88  RA-LEDGER-DOWN        VALUE 'U'.
           05  RA-PRIOR-DATE             PIC 9(08) VALUE ZERO.
           05  RA-PRIOR-TIME             PIC 9(08) VALUE ZERO.
