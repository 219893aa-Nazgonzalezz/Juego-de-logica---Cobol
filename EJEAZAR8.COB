      *               so this stays a full sequential pass - but a
      *               player's attempts now arrive grouped by
      *               session instead of append order.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR8.
       01  WS-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-WRITE-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT               PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR8 - SESSION HISTORY EXTRACT"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-RANGE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-PROCESS-ONE-ROW UNTIL ATTMPTLG-EOF
           DISPLAY "LINES EXTRACTED....: " WS-WRITE-COUNT
           DISPLAY "ORPHANS SKIPPED....: " WS-ORPHAN-COUNT
           PERFORM 0900-CLOSE-FILES
           MOVE WS-READ-COUNT TO RA-READ-COUNT
           MOVE WS-WRITE-COUNT TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   AT-SESSION-SEQ
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR8" TO RA-JOB-NAME
           MOVE "EJEAZAR8" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR8.
