      *               the score and attempt records - without it
      *               the audit inquiry could not concatenate the
      *               pre-change generations it exists to search.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  0050-CHECK-PAIR-REPEAT refuses a generation pair
      *               the ledger shows already padded - the same old
      *               pair run twice, or the JCL left pointing at the
      *               padded (+1) pair the last run wrote, which
      *               STEP2 then scratched as if it were the old one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR20.
       01  WS-SH-WRITE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-AT-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-AT-WRITE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-PAIR-FINGERPRINT.
           05  WS-FP-PLAYER-ID           PIC X(10) VALUE SPACES.
           05  WS-FP-SESSION-SEQ         PIC 9(05) VALUE ZERO.
           05  WS-FP-GAME-DATE           PIC 9(08) VALUE ZERO.
           05  WS-FP-ATTEMPT-SEQ         PIC 9(05) VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR20 - ARCHIVE GENERATION PAD"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-CHECK-PAIR-REPEAT
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-PAD-ONE-SESSION UNTIL SCORAOLD-EOF
           PERFORM 2000-PAD-ONE-ATTEMPT UNTIL ATMPAOLD-EOF
           PERFORM 5000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           COMPUTE RA-READ-COUNT = WS-SH-READ-COUNT
               + WS-AT-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-SH-WRITE-COUNT
               + WS-AT-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * The pair is known by its first rows: the first session's
      * player, sequence and date, and the first attempt's session.
      * A padded copy starts with the same rows as the old pair it
      * came from, so the fingerprint on the ledger catches both a
      * second run on the old pair and a run pointed at the copy.
      * With RUNCTLF down the run cannot prove the pair is not done
      * and is refused the same way. An empty pair has nothing to
      * pad and is not checked; an input that will not open is
      * left for 0100 to report.
       0050-CHECK-PAIR-REPEAT.
           OPEN INPUT SCORAOLD-FILE
           IF WS-SCORAOLD-STATUS = "00"
               READ SCORAOLD-FILE
                   NOT AT END
                       MOVE OS-PLAYER-ID TO WS-FP-PLAYER-ID
                       MOVE OS-SESSION-SEQ TO WS-FP-SESSION-SEQ
                       MOVE OS-GAME-DATE TO WS-FP-GAME-DATE
               END-READ
               CLOSE SCORAOLD-FILE
           END-IF
           OPEN INPUT ATMPAOLD-FILE
           IF WS-ATMPAOLD-STATUS = "00"
               READ ATMPAOLD-FILE
                   NOT AT END
                       MOVE OA-SESSION-SEQ TO WS-FP-ATTEMPT-SEQ
               END-READ
               CLOSE ATMPAOLD-FILE
           END-IF
           IF WS-FP-PLAYER-ID NOT = SPACES
               MOVE WS-PAIR-FINGERPRINT TO RA-RUN-KEY
               MOVE 'C' TO RA-REQUEST
               CALL "RUNCTLR" USING RUN-CONTROL-AREA
               EVALUATE TRUE
                   WHEN RA-REPEAT-FOUND
                       DISPLAY "GENERATION PAIR STARTING "
                           WS-FP-PLAYER-ID " " WS-FP-SESSION-SEQ
                           " ALREADY PADDED BY THE RUN STARTED "
                           RA-PRIOR-DATE " " RA-PRIOR-TIME
                       DISPLAY "RUN REFUSED - CHECK THE RELATIVE "
                           "GENERATION NUMBERS IN THE JCL"
                       MOVE "REFUSED - PAIR ALREADY PADDED"
                           TO RA-END-NOTE
                   WHEN RA-LEDGER-DOWN
                       DISPLAY "RUNCTLF UNAVAILABLE - CANNOT PROVE "
                           "THE PAIR IS NOT ALREADY PADDED"
                           " - RUN REFUSED"
                       MOVE "REFUSED - LEDGER UNAVAILABLE"
                           TO RA-END-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF RA-END-NOTE NOT = SPACES
               MOVE 8 TO RETURN-CODE
               PERFORM 9200-LOG-RUN-END
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

      * Any open failure is fatal before a single row has moved, so
      * the scratch step never runs against half-written copies.
       0100-OPEN-FILES.
                   "THE OLD GENERATIONS"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZR20" TO RA-JOB-NAME
           MOVE "EJEAZR20" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR20.
