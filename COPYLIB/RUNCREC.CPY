 ******************************************************************
      * Copybook:   RUNCREC
      * Author:     GONZALEZ NAZARENA ARACELI
      * Date:       10/2026
      * Purpose:    Record layout for the RUNCTLF run-control ledger
      *             every batch program writes to through the
      *             RUNCTLR routine - a start record when the run
      *             begins and an end record when it finishes, both
      *             keyed on the program and the start stamp so the
      *             pair sits together on file. The end record adds
      *             the end stamp, the run's key counts, its return
      *             code, and a note when the run refused to go
      *             ahead. A start with no end is a run that was
      *             stopped or abended before it could finish.
      *             RL-RUN-KEY is what makes two runs "the same run"
      *             for a program that must not repeat one (EJEAZAR4
      *             cutoff, EJEAZR20 generation pair).
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RL-KEY.
               10  RL-PROGRAM            PIC X(08).
               10  RL-START-DATE         PIC 9(08).
               10  RL-START-TIME         PIC 9(08).
               10  RL-RECORD-TYPE        PIC X(01).
                   88  RL-START-RECORD   VALUE 'S'.
                   88  RL-END-RECORD     VALUE 'E'.
           05  RL-JOB-NAME               PIC X(08).
           05  RL-PARM                   PIC X(40).
           05  RL-RUN-KEY                PIC X(30).
           05  RL-END-DATE               PIC 9(08).
           05  RL-END-TIME               PIC 9(08).
           05  RL-READ-COUNT             PIC 9(09).
           05  RL-WRITE-COUNT            PIC 9(09).
           05  RL-RETURN-CODE            PIC 9(04).
           05  RL-END-NOTE               PIC X(30).
