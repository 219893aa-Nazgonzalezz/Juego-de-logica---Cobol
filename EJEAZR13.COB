      *               the difficulty was recorded - which at cutover
      *               is all of them - the same way EJEAZR10 does
      *               for live rows.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR13.
       01  WS-SH-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-AT-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-ATT-MATCH-COUNT            PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR13 - ARCHIVED HISTORY INQUIRY"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-INQUIRY-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-LOAD-ONE-SESSION UNTIL SCOREARC-EOF
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           COMPUTE RA-READ-COUNT = WS-SH-READ-COUNT
               + WS-AT-READ-COUNT
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
           MOVE "EJEAZR13" TO RA-JOB-NAME
           MOVE "EJEAZR13" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR13.
