      * 09/2026  GNA  Sessions voided through EJEAZR17 are skipped
      *               and counted - one flaky-terminal row was
      *               poisoning a player's best and reject totals.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR2.
       01  WS-GRAND-REJECT-TOTAL          PIC 9(09) COMP VALUE ZERO.
       01  WS-GRAND-AVERAGE               PIC 9(05)V99 VALUE ZERO.
       01  WS-VOID-SKIP-COUNT             PIC 9(05) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR2 - TRAINING FLOOR LEADERBOARD"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-BUILD-PLAYER-TABLE UNTIL SCOREHST-EOF
           PERFORM 1900-SORT-PLAYER-TABLE
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           COMPUTE RA-READ-COUNT = WS-GRAND-SESSION-COUNT
               + WS-VOID-SKIP-COUNT
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
           MOVE "EJEAZAR2" TO RA-JOB-NAME
           MOVE "EJEAZAR2" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR2.
