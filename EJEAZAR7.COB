      *          keep their last posted SEASONST row untouched.
      *          This points competition runs beside the EJEAZAR2
      *          attempts leaderboard, it does not replace it.
      *          A net (handicapped) ranking is printed after the
      *          gross one: each round's points plus the HNDCPFL
      *          handicap in effect on its game date (HCPLOOK).
      *          SEASONST and the gross ranking stay gross.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      *               enters the standing table, so its previously
      *               posted SEASONST row stands until an unvoid or
      *               another live round that month forces a repost.
      * 10/2026  GNA  Net (handicapped) standings printed beside the
      *               gross - each round adds the handicap in effect
      *               on its SH-GAME-DATE. SEASONST stays gross.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR7.
       01  WS-DIFFICULTY                 PIC X(01) VALUE SPACE.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-ROUND-POINTS               PIC 9(05) VALUE ZERO.
       01  WS-HCP-REQUEST                PIC X(01) VALUE 'L'.
       01  WS-ROUND-HANDICAP             PIC 9(05) VALUE ZERO.
       01  WS-HCP-RESULT                 PIC X(01) VALUE SPACE.
           88  HCP-FILE-MISSING          VALUE 'U'.
       01  WS-NO-HANDICAPS-SW            PIC X(01) VALUE 'N'.
           88  NO-HANDICAPS              VALUE 'Y'.
       01  WS-SORT-KEY-SW                PIC X(01) VALUE 'G'.
           88  SORT-ON-GROSS             VALUE 'G'.
           88  SORT-ON-NET               VALUE 'N'.
       01  WS-ROW-YEAR-MONTH             PIC 9(06) VALUE ZERO.
       01  WS-STANDING-COUNT             PIC 9(03) VALUE ZERO.
       01  STANDING-TABLE.
               10  ST-YEAR-MONTH         PIC 9(06) VALUE ZERO.
               10  ST-POINTS-TOTAL       PIC 9(07) COMP VALUE ZERO.
               10  ST-ROUNDS-COUNTED     PIC 9(05) COMP VALUE ZERO.
               10  ST-NET-TOTAL          PIC 9(07) COMP VALUE ZERO.
       01  TEMP-STANDING-ENTRY.
           05  TS-PLAYER-ID              PIC X(10) VALUE SPACES.
           05  TS-YEAR-MONTH             PIC 9(06) VALUE ZERO.
           05  TS-POINTS-TOTAL           PIC 9(07) COMP VALUE ZERO.
           05  TS-ROUNDS-COUNTED         PIC 9(05) COMP VALUE ZERO.
           05  TS-NET-TOTAL              PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR7 - SEASON POINTS STANDINGS POSTER"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-SCORE-ONE-ROUND UNTIL SCOREHST-EOF
           PERFORM 3000-POST-STANDINGS
               VARYING STND-IDX FROM 1 BY 1
               UNTIL STND-IDX > WS-STANDING-COUNT
           SET SORT-ON-GROSS TO TRUE
           PERFORM 4000-SORT-STANDING-TABLE
           PERFORM 5000-PRINT-STANDINGS
           SET SORT-ON-NET TO TRUE
           PERFORM 4000-SORT-STANDING-TABLE
           PERFORM 5500-PRINT-NET-STANDINGS
           CLOSE SCOREHST-FILE
           CLOSE SEASONST-FILE
           MOVE 'C' TO WS-HCP-REQUEST
           CALL "HCPLOOK" USING WS-HCP-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-HANDICAP, WS-HCP-RESULT
           MOVE WS-ROWS-READ TO RA-READ-COUNT
           MOVE WS-STANDING-COUNT TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

               AT END
                   SET SCOREHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF NOT SH-SESSION-VOID
                       PERFORM 1100-ACCUMULATE-ROUND
                   END-IF
           CALL "SCORECAL" USING WS-DIFFICULTY, SH-ATTEMPT-COUNT,
               WS-MAX-ATTEMPTS, SH-REJECT-COUNT, SH-WIN-LOSE-FLAG,
               WS-ROUND-POINTS
           CALL "HCPLOOK" USING WS-HCP-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-HANDICAP, WS-HCP-RESULT
           IF HCP-FILE-MISSING
               SET NO-HANDICAPS TO TRUE
           END-IF
           MOVE SH-GAME-DATE(1:6) TO WS-ROW-YEAR-MONTH
           PERFORM 2000-FIND-OR-ADD-ENTRY
           IF NOT TABLE-IS-FULL
               ADD WS-ROUND-POINTS TO ST-POINTS-TOTAL(STND-IDX)
               ADD 1 TO ST-ROUNDS-COUNTED(STND-IDX)
               ADD WS-ROUND-POINTS WS-ROUND-HANDICAP
                   TO ST-NET-TOTAL(STND-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * The round's difficulty and attempt limit are recorded on the
                       TO ST-YEAR-MONTH(STND-IDX)
                   MOVE ZERO TO ST-POINTS-TOTAL(STND-IDX)
                   MOVE ZERO TO ST-ROUNDS-COUNTED(STND-IDX)
                   MOVE ZERO TO ST-NET-TOTAL(STND-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

       4200-COMPARE-ONE-PAIR.
           IF SORT-ON-NET
               IF ST-NET-TOTAL(SORT-CMP-IDX)
                       < ST-NET-TOTAL(SORT-CMP-IDX + 1)
                   PERFORM 4300-SWAP-ENTRIES
               END-IF
           ELSE
               IF ST-POINTS-TOTAL(SORT-CMP-IDX)
                       < ST-POINTS-TOTAL(SORT-CMP-IDX + 1)
                   PERFORM 4300-SWAP-ENTRIES
               END-IF
           END-IF.
      *-----------------------------------------------------------------

               ST-YEAR-MONTH(STND-IDX) SPACE
               ST-POINTS-TOTAL(STND-IDX) SPACE
               ST-ROUNDS-COUNTED(STND-IDX).
      *-----------------------------------------------------------------
      * Net ranking: the same player-months re-sorted on points plus
      * handicap. Gross points are printed alongside so the handicap
      * each player-month received is plain to see.
      *-----------------------------------------------------------------

       5500-PRINT-NET-STANDINGS.
           DISPLAY " "
           DISPLAY "NET (HANDICAPPED) STANDINGS (ALL MONTHS ON FILE)"
           IF NO-HANDICAPS
               DISPLAY "HNDCPFL NOT AVAILABLE - NO HANDICAPS APPLIED, "
                   "NET EQUALS GROSS"
           END-IF
           DISPLAY "PLAYER ID  MONTH  NET PTS GROSS   ROUNDS"
           IF WS-STANDING-COUNT = ZERO
               DISPLAY "NO SCOREHST RECORDS ON FILE"
           ELSE
               PERFORM 5600-PRINT-ONE-NET
                   VARYING STND-IDX FROM 1 BY 1
                   UNTIL STND-IDX > WS-STANDING-COUNT
           END-IF.
      *-----------------------------------------------------------------

       5600-PRINT-ONE-NET.
           DISPLAY ST-PLAYER-ID(STND-IDX) SPACE
               ST-YEAR-MONTH(STND-IDX) SPACE
               ST-NET-TOTAL(STND-IDX) SPACE
               ST-POINTS-TOTAL(STND-IDX) SPACE
               ST-ROUNDS-COUNTED(STND-IDX).
      *-----------------------------------------------------------------
      * Run-control ledger: the start of the run, then its end with
      * the counts and return code (RUNCTLR hands the return code
      * back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR7" TO RA-JOB-NAME
           MOVE "EJEAZAR7" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR7.
