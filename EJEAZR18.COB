      *               only as good as whoever last edited the deck
      *               by hand, and EJEAZAR9 spent its mornings
      *               rejecting the typos.
      * 10/2026  GNA  Every deck row now writes a matching EXPCTRES
      *               expectation - W/L, attempts, rejects, and the
      *               hint on each attempt, worked out by playing
      *               the row's guess list against 3000's rules and
      *               the DIFFLVL attempt limit - so the EJEAZR21
      *               step after the driver can prove the run
      *               instead of someone eyeballing SYSOUT.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  The deck row is saved before its WRITE and the
      *               expectation is built from the saved copy - the
      *               PLAYLSTI record area is not there to read once
      *               the row has been written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR18.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAYLSTI-STATUS.

           SELECT EXPCTRES-FILE ASSIGN TO "EXPCTRES"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPCTRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLYRREC.

       FD  EXPCTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXPCREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-GUESSES                PIC 9(02) VALUE 10.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLAYLSTI-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EXPCTRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLYRMSTR-EOF-SW            PIC X(01) VALUE 'N'.
           88  PLYRMSTR-EOF              VALUE 'Y'.
       COPY DIFFLVL.
       01  WS-MAX-RANGE                  PIC 9(03) VALUE ZERO.
       01  WS-TARGET-NUMBER              PIC 9(03) VALUE ZERO.
       01  WS-STRATEGY-SUB               PIC 9(01) VALUE ZERO.
       01  WS-STRATEGY-NAME              PIC X(10) VALUE SPACES.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-PREDICT-GUESS              PIC 9(03) VALUE ZERO.
       01  WS-PREDICT-OVER-SW            PIC X(01) VALUE 'N'.
           88  PREDICT-OVER              VALUE 'Y'.
       01  WS-GUESS-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-RANGE-LO                   PIC 9(03) VALUE ZERO.
       01  WS-RANGE-HI                   PIC 9(03) VALUE ZERO.
       01  WS-TARGET-HIT-SW              PIC X(01) VALUE 'N'.
           88  TARGET-HIT                VALUE 'Y'.
       01  WS-ROW-NUMBER                 PIC 9(07) VALUE ZERO.
       01  WS-DECK-ROW.
           05  DR-PLAYER-ID              PIC X(10) VALUE SPACES.
           05  DR-TARGET-NUMBER          PIC 9(03) VALUE ZERO.
           05  DR-DIFFICULTY             PIC X(01) VALUE SPACE.
           05  DR-GUESS-COUNT            PIC 9(02) VALUE ZERO.
           05  DR-GUESS-LIST             PIC 9(03) OCCURS 10 TIMES.
       01  WS-PLAYER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-ACTIVE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-EASY-WRITTEN               PIC 9(07) COMP VALUE ZERO.
       01  WS-MEDIUM-WRITTEN             PIC 9(07) COMP VALUE ZERO.
       01  WS-HARD-WRITTEN               PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-WRITTEN               PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPECT-WRITTEN             PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR18 - PLAYLSTI DECK GENERATOR"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-GEN-ONE-PLAYER UNTIL PLYRMSTR-EOF
           PERFORM 5000-PRINT-CONTROL-REPORT
           CLOSE PLYRMSTR-FILE
           CLOSE PLAYLSTI-FILE
           CLOSE EXPCTRES-FILE
           MOVE WS-PLAYER-COUNT TO RA-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-ROWS-WRITTEN
               + WS-EXPECT-WRITTEN
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   WS-PLAYLSTI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPCTRES-FILE
           IF WS-EXPCTRES-STATUS NOT = "00"
               DISPLAY "EXPCTRES OPEN FAILED, STATUS "
                   WS-EXPCTRES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

                   MOVE WS-EASY-ROWS TO WS-ROWS-WANTED
                   MOVE DL-EASY-MIN-RANGE TO WS-MIN-RANGE
                   MOVE DL-EASY-MAX-RANGE TO WS-MAX-RANGE
                   MOVE DL-EASY-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
               WHEN 2
                   MOVE 'M' TO WS-GEN-DIFFICULTY
                   MOVE WS-MEDIUM-ROWS TO WS-ROWS-WANTED
                   MOVE DL-MEDIUM-MIN-RANGE TO WS-MIN-RANGE
                   MOVE DL-MEDIUM-MAX-RANGE TO WS-MAX-RANGE
                   MOVE DL-MEDIUM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
               WHEN OTHER
                   MOVE 'H' TO WS-GEN-DIFFICULTY
                   MOVE WS-HARD-ROWS TO WS-ROWS-WANTED
                   MOVE DL-HARD-MIN-RANGE TO WS-MIN-RANGE
                   MOVE DL-HARD-MAX-RANGE TO WS-MAX-RANGE
                   MOVE DL-HARD-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           END-EVALUATE
           PERFORM 2000-BUILD-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               FUNCTION MOD(WS-ROW-NUMBER, 3)
           EVALUATE WS-STRATEGY-SUB
               WHEN 0
                   MOVE "HALVING" TO WS-STRATEGY-NAME
                   PERFORM 3100-BUILD-HALVING-LIST
               WHEN 1
                   MOVE "SEQUENTIAL" TO WS-STRATEGY-NAME
                   PERFORM 3200-BUILD-SEQUENTIAL-LIST
               WHEN OTHER
                   MOVE "BAD" TO WS-STRATEGY-NAME
                   PERFORM 3300-BUILD-BAD-LIST
           END-EVALUATE
           PERFORM 4000-WRITE-ONE-ROW.
           PERFORM 4100-CLEAR-ONE-SLOT
               VARYING WS-GUESS-SUB FROM 1 BY 1
               UNTIL WS-GUESS-SUB > WS-MAX-GUESSES
           MOVE PLAYERLIST-RECORD TO WS-DECK-ROW
           WRITE PLAYERLIST-RECORD
           IF WS-PLAYLSTI-STATUS = "00"
               ADD 1 TO WS-ROWS-WRITTEN
               PERFORM 4200-WRITE-EXPECTED-ROW
               EVALUATE WS-GEN-DIFFICULTY
                   WHEN 'E'
                       ADD 1 TO WS-EASY-WRITTEN
               END-EVALUATE
           ELSE
               DISPLAY "PLAYLSTI WRITE FAILED, STATUS "
                   WS-PLAYLSTI-STATUS " FOR " DR-PLAYER-ID
                   " - DO NOT RUN THE DRIVER"
               MOVE 8 TO RETURN-CODE
           END-IF.
               MOVE ZERO TO PL-GUESS-LIST(WS-GUESS-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * The expectation carries the deck row byte for byte, so the
      * verifier can pair each cleaned PLAYLST row back to it no
      * matter how many rows the pre-edit drops in between. It is
      * taken from WS-DECK-ROW, saved by 4000 ahead of the WRITE.
      *-----------------------------------------------------------------

       4200-WRITE-EXPECTED-ROW.
           MOVE PM-PLAYER-ID TO EX-PLAYER-ID
           MOVE WS-ROW-NUMBER TO EX-ROW-NUMBER
           MOVE WS-WORK-SEED TO EX-SEED
           MOVE WS-STRATEGY-NAME TO EX-STRATEGY
           MOVE WS-DECK-ROW TO EX-DECK-IMAGE
           MOVE WS-MAX-ATTEMPTS TO EX-MAX-ATTEMPTS
           PERFORM 4300-PREDICT-OUTCOME
           WRITE EXPECTED-RESULT-RECORD
           IF WS-EXPCTRES-STATUS = "00"
               ADD 1 TO WS-EXPECT-WRITTEN
           ELSE
               DISPLAY "EXPCTRES WRITE FAILED, STATUS "
                   WS-EXPCTRES-STATUS " FOR " DR-PLAYER-ID
                   " - DO NOT RUN THE DRIVER"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Plays the row exactly as the batch driver will: one attempt
      * per listed guess, the range floor once the list runs out
      * (2150-GET-BATCH-GUESS), MATCH/TOO HIGH/TOO LOW per
      * 3000-SEE-IF-THE-NUMBER-IS-HERE, and a loss when the DIFFLVL
      * attempt limit is reached. Generated guesses all sit inside
      * the difficulty's range, so no row expects a reject.
      *-----------------------------------------------------------------

       4300-PREDICT-OUTCOME.
           MOVE SPACES TO EX-HINT-TABLE
           MOVE SPACE TO EX-WIN-LOSE-FLAG
           MOVE ZERO TO EX-ATTEMPT-COUNT
           MOVE ZERO TO EX-REJECT-COUNT
           MOVE 'N' TO WS-PREDICT-OVER-SW
           PERFORM 4350-PREDICT-ONE-ATTEMPT UNTIL PREDICT-OVER.
      *-----------------------------------------------------------------

       4350-PREDICT-ONE-ATTEMPT.
           ADD 1 TO EX-ATTEMPT-COUNT
           IF EX-ATTEMPT-COUNT > DR-GUESS-COUNT
               MOVE WS-MIN-RANGE TO WS-PREDICT-GUESS
           ELSE
               MOVE DR-GUESS-LIST(EX-ATTEMPT-COUNT)
                   TO WS-PREDICT-GUESS
           END-IF
           EVALUATE TRUE
               WHEN WS-PREDICT-GUESS = WS-TARGET-NUMBER
                   MOVE "MATCH" TO EX-HINT-LIST(EX-ATTEMPT-COUNT)
                   MOVE 'W' TO EX-WIN-LOSE-FLAG
                   SET PREDICT-OVER TO TRUE
               WHEN WS-PREDICT-GUESS > WS-TARGET-NUMBER
                   MOVE "TOO HIGH" TO EX-HINT-LIST(EX-ATTEMPT-COUNT)
               WHEN OTHER
                   MOVE "TOO LOW" TO EX-HINT-LIST(EX-ATTEMPT-COUNT)
           END-EVALUATE
           IF NOT PREDICT-OVER
                   AND EX-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS
               MOVE 'L' TO EX-WIN-LOSE-FLAG
               SET PREDICT-OVER TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       5000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "MEDIUM ROWS WRITTEN..: " WS-MEDIUM-WRITTEN
           DISPLAY "HARD ROWS WRITTEN....: " WS-HARD-WRITTEN
           DISPLAY "TOTAL ROWS WRITTEN...: " WS-ROWS-WRITTEN
           DISPLAY "EXPECTATIONS WRITTEN.: " WS-EXPECT-WRITTEN
           IF WS-ROWS-WRITTEN = ZERO
               DISPLAY "NO ROWS GENERATED - DO NOT RUN THE DRIVER"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXPECT-WRITTEN NOT = WS-ROWS-WRITTEN
               DISPLAY "WARNING - EXPECTATIONS DO NOT MATCH ROWS "
                   "WRITTEN - THE VERIFIER CANNOT PROVE THIS DECK"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZR18" TO RA-JOB-NAME
           MOVE "EJEAZR18" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR18.
