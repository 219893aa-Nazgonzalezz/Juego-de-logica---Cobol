      *               back, and EJEAZAR4's purge never touched it,
      *               so it grew forever and was only opened after
      *               a failure had already been found another way.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR14.
       01  WS-KEPT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-TOPURGE-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT              PIC 9(03) VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR14 - ERRLOG TRIAGE AND RETENTION"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-PROCESS-ONE-ROW UNTIL ERRLOG-EOF
           PERFORM 4000-PRINT-TRIAGE-REPORT
           PERFORM 5000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           MOVE WS-READ-COUNT TO RA-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-ARCH-COUNT + WS-KEPT-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   " - DO NOT COPY BACK"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZR14" TO RA-JOB-NAME
           MOVE "EJEAZR14" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR14.
