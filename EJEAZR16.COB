      * 09/2026  GNA  Original version, for the cutover that turned
      *               the append-only attempt log into a KSDS so
      *               drill-downs stop scanning the whole file.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR16.
       01  WS-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
       01  WS-LOADED-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-DUP-COUNT                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR16 - ATTMPTLG SEQUENTIAL-TO-KSDS LOAD"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-LOAD-ONE-ROW UNTIL ATMPTSEQ-EOF
           PERFORM 5000-PRINT-CONTROL-REPORT
           CLOSE ATMPTSEQ-FILE
           CLOSE ATTMPTLG-FILE
           MOVE WS-READ-COUNT TO RA-READ-COUNT
           MOVE WS-LOADED-COUNT TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   "THE OLD LOG AND RERUN AFTER A FRESH DEFINE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZR16" TO RA-JOB-NAME
           MOVE "EJEAZR16" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR16.
