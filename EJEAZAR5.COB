      *               row reports as before, and if SCOREHST cannot
      *               be opened the run reports everything and ends
      *               RETURN-CODE 8 rather than guessing at voids.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR5.
       01  WS-SESS-PCT-TOTAL             PIC 9(07) VALUE ZERO.
       01  WS-SESS-AVG-PCT               PIC 9(03) VALUE ZERO.
       01  WS-REPORTED-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR5 - GUESS EFFICIENCY COACHING REPORT"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-LOAD-ONE-ROW UNTIL ATTMPTLG-EOF
           CLOSE ATTMPTLG-FILE
           DISPLAY " "
           DISPLAY "SESSIONS REPORTED: " WS-REPORTED-COUNT
           DISPLAY "VOIDED SESSIONS SKIPPED: " WS-VOID-SKIP-COUNT
           MOVE WS-ROWS-READ TO RA-READ-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

               AT END
                   SET ATTMPTLG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 1100-TABLE-ONE-ATTEMPT
           END-READ.
      *-----------------------------------------------------------------
               WS-SESS-FOLLOWED " FOLLOWED HINT, " WS-SESS-CONTRA
               " AGAINST HINT, AVG EFFICIENCY " WS-SESS-AVG-PCT
               " PCT OF IDEAL".
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR5" TO RA-JOB-NAME
           MOVE "EJEAZAR5" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR5.
