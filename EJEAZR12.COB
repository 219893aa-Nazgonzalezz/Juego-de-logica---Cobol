      * 09/2026  GNA  Original version - head-to-head results went
      *               straight back onto the clipboard TRNMTRES got
      *               tournaments off of.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR12.
               10  PT-LOSSES             PIC 9(05) COMP VALUE ZERO.
               10  PT-DRAWS              PIC 9(05) COMP VALUE ZERO.
       01  WS-RANK                       PIC 9(03) VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR12 - FRIDAY PLAYOFF LADDER"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-TALLY-ONE-MATCH UNTIL H2HRESLT-EOF
           CLOSE H2HRESLT-FILE
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-MATCH-COUNT TO RA-READ-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   WS-ERR-OPERATION, WS-ERR-PARAGRAPH, WS-ERR-STATUS
           END-IF
           MOVE SPACES TO WS-ERR-EXPECTED.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZR12" TO RA-JOB-NAME
           MOVE "EJEAZR12" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR12.
