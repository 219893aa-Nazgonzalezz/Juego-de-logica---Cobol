      *               were and the ATMPTNEW work file and its
      *               copy-back step are gone. Its control line
      *               proves archived = purged directly.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  0060-CHECK-CUTOFF-REPEAT refuses a cutoff the
      *               ledger shows already archived by a run that
      *               ended under RC 8 - a second run on the same
      *               cutoff swept nothing, but its copy-back steps
      *               overwrote the month's archive with empty work
      *               files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR4.
       01  WS-SH-PURGE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-SH-KEPT-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-AL-TOPURGE-COUNT           PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR4 - MONTH-END ARCHIVE AND PURGE"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-CUTOFF-PARM
           PERFORM 0060-CHECK-CUTOFF-REPEAT
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-SWEEP-ATTMPTLG UNTIL ATTMPTLG-EOF
           PERFORM 2000-SWEEP-AUDITLOG UNTIL AUDITLOG-EOF
           PERFORM 3000-SWEEP-SCOREHST UNTIL SCOREHST-EOF
           PERFORM 4000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           COMPUTE RA-READ-COUNT = WS-AT-READ-COUNT
               + WS-AL-READ-COUNT + WS-SH-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-AT-ARCH-COUNT
               + WS-AL-ARCH-COUNT + WS-SH-ARCH-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

               WS-CUTOFF-DATE.
      *-----------------------------------------------------------------

      * The cutoff is the run key on the ledger. A finished run on
      * the same cutoff means the month is already archived; with
      * RUNCTLF down the run cannot prove it is not a repeat and is
      * refused the same way. A failed run (RC 8 or over) does not
      * count, so its rerun goes ahead.
       0060-CHECK-CUTOFF-REPEAT.
           MOVE WS-CUTOFF-DATE TO RA-RUN-KEY
           MOVE 'C' TO RA-REQUEST
           CALL "RUNCTLR" USING RUN-CONTROL-AREA
           EVALUATE TRUE
               WHEN RA-REPEAT-FOUND
                   DISPLAY "CUTOFF " WS-CUTOFF-DATE
                       " ALREADY ARCHIVED BY THE RUN STARTED "
                       RA-PRIOR-DATE " " RA-PRIOR-TIME
                       " - RUN REFUSED"
                   MOVE "REFUSED - CUTOFF ALREADY ARCHIVED"
                       TO RA-END-NOTE
               WHEN RA-LEDGER-DOWN
                   DISPLAY "RUNCTLF UNAVAILABLE - CANNOT PROVE CUTOFF "
                       WS-CUTOFF-DATE " IS NOT ALREADY ARCHIVED"
                       " - RUN REFUSED"
                   MOVE "REFUSED - LEDGER UNAVAILABLE" TO RA-END-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RA-END-NOTE NOT = SPACES
               MOVE 8 TO RETURN-CODE
               PERFORM 9200-LOG-RUN-END
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

      * Any open failure is fatal before a single row has moved - a
      * run that limped on past a missing input used to end RC 0
      * with empty work files, and the copy-back steps then wiped
                   WS-AL-TOPURGE-COUNT " - DO NOT COPY BACK"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR4" TO RA-JOB-NAME
           MOVE "EJEAZAR4" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR4.
