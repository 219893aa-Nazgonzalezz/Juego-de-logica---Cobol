      *               terminal the same target and then scattered
      *               the results through SCOREHST with nothing to
      *               bring the players back together.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR19.
           05  TB-WIN-LOSE-FLAG          PIC X(01) VALUE SPACE.
           05  TB-ATTEMPT-COUNT          PIC 9(03) VALUE ZERO.
           05  TB-REJECT-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR19 - DAILY CHALLENGE RESULTS BOARD"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-DATE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-COLLECT-ONE-ROUND UNTIL SCOREHST-EOF
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-ROWS-READ TO RA-READ-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

               AT END
                   SET SCOREHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF SH-GAME-DATE = WS-BOARD-DATE
                           AND SH-DAILY-ROUND
                       IF SH-SESSION-VOID
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
           MOVE "EJEAZR19" TO RA-JOB-NAME
           MOVE "EJEAZR19" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR19.
