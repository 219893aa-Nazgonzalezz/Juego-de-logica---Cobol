      *               a failed WRITE ends the run with RETURN-CODE 8
      *               so the driver step is skipped instead of
      *               playing a silently truncated PLAYLST.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR9.
       01  WS-EDIT-MIN-RANGE             PIC 9(03) VALUE ZERO.
       01  WS-EDIT-MAX-RANGE             PIC 9(03) VALUE ZERO.
       01  WS-SLOT-SUB                   PIC 9(02) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR9 - PLAYLST PRE-EDIT"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-EDIT-ONE-ROW UNTIL PLAYLSTI-EOF
           PERFORM 0900-CLOSE-FILES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-READ-COUNT TO RA-READ-COUNT
           MOVE WS-CLEAN-COUNT TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   PL-PLAYER-ID " REASON " WS-REASON-CODE " - "
                   WS-REASON-TEXT
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR1" TO RA-JOB-NAME
           MOVE "EJEAZAR9" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR9.
