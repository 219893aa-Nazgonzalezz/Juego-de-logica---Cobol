      * 08/2026  GNA  A bad PARM or a failed AUDITLOG open now ends
      *               the run with RETURN-CODE 8 instead of a clean
      *               RC 0 over an empty report.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR6.
       01  WS-DAY-INTER                  PIC 9(07) COMP VALUE ZERO.
       01  WS-DAY-BATCH                  PIC 9(07) COMP VALUE ZERO.
       01  WS-DAY-REJECTS                PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR6 - DAILY ACTIVITY SUMMARY"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-DATE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-PROCESS-ONE-ROW UNTIL AUDITLOG-EOF
           PERFORM 3000-PRINT-REPORT
           CLOSE AUDITLOG-FILE
           MOVE WS-ROWS-READ TO RA-READ-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

               AT END
                   SET AUDITLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF AL-LOG-DATE = WS-REPORT-DATE
                       PERFORM 1100-TALLY-ONE-INPUT
                   END-IF
               ADD HT-BATCH-COUNT(WS-HOUR-SUB) TO WS-DAY-BATCH
               ADD HT-REJECT-COUNT(WS-HOUR-SUB) TO WS-DAY-REJECTS
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR6" TO RA-JOB-NAME
           MOVE "EJEAZAR6" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR6.
