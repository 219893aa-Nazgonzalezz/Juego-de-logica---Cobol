 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Weekly handicap calculator for the handicap league.
      *          For the effective date given in the PARM (format
      *          YYYYMMDD), scores each player's most recent live
      *          SCOREHST rounds played before that date through
      *          SCORECAL - the same points the gross standings use
      *          - and averages them. The scratch average is the
      *          best average among players with enough rounds to
      *          be established; each player's handicap is the gap
      *          between that and their own average, never below
      *          zero and never above the cap below. One HNDCPFL
      *          record is written per player keyed on the effective
      *          date, so every week's handicap is kept and a round
      *          is always scored against the one in effect on its
      *          game date (HCPLOOK). Rerunning a week replaces that
      *          week's records and leaves every other week alone.
      *          Voided rounds never count; rounds written before
      *          difficulty was recorded fall back to the DIFFLVL era
      *          inference, as every other report does.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - new starters could never
      *               place in the points standings against the
      *               regulars, so the league is also ranked net of
      *               a handicap.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT HNDCPFL-FILE ASSIGN TO "HNDCPFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-KEY
               FILE STATUS IS WS-HNDCPFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  HNDCPFL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCPREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-PLAYERS                PIC 9(03) VALUE 200.
       77  WS-RECENT-ROUNDS              PIC 9(02) VALUE 20.
       77  WS-MIN-ROUNDS                 PIC 9(02) VALUE 05.
       77  WS-MAX-HANDICAP               PIC 9(05) VALUE 00400.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HNDCPFL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR24".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-SCOREHST-EOF-SW            PIC X(01) VALUE 'N'.
           88  SCOREHST-EOF              VALUE 'Y'.
       01  WS-SCRATCH-FOUND-SW           PIC X(01) VALUE 'N'.
           88  SCRATCH-FOUND             VALUE 'Y'.
       COPY DIFFLVL.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-EFFECTIVE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-DIFFICULTY                 PIC X(01) VALUE SPACE.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-ROUND-POINTS               PIC 9(05) VALUE ZERO.
       01  WS-CURRENT-PLAYER-ID          PIC X(10) VALUE SPACES.
       01  WS-RECENT-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-RECENT-TOTAL               PIC 9(07) COMP VALUE ZERO.
       01  RECENT-TABLE.
           05  RECENT-ENTRY OCCURS 20 TIMES
                   INDEXED BY RCT-IDX.
               10  RC-POINTS             PIC 9(05) VALUE ZERO.
       01  WS-PLAYER-COUNT               PIC 9(03) VALUE ZERO.
       01  PLAYER-TABLE.
           05  PLAYER-ENTRY OCCURS 200 TIMES
                   INDEXED BY PLR-IDX.
               10  PT-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  PT-ROUNDS-USED        PIC 9(03) VALUE ZERO.
               10  PT-AVERAGE            PIC 9(05) VALUE ZERO.
       01  WS-SCRATCH-AVERAGE            PIC 9(05) VALUE ZERO.
       01  WS-HANDICAP                   PIC S9(05) VALUE ZERO.
       01  WS-STATUS-WORD                PIC X(11) VALUE SPACES.
       01  WS-ROUNDS-READ                PIC 9(07) COMP VALUE ZERO.
       01  WS-ROUNDS-VOID                PIC 9(07) COMP VALUE ZERO.
       01  WS-ROUNDS-LATER               PIC 9(07) COMP VALUE ZERO.
       01  WS-ROUNDS-USED                PIC 9(07) COMP VALUE ZERO.
       01  WS-ESTABLISHED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-PROVISIONAL-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-CAPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-RECORDS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
       01  WS-RECORDS-REPLACED           PIC 9(05) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR24 - WEEKLY HANDICAP CALCULATION"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-EFFECTIVE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-READ-ONE-ROUND UNTIL SCOREHST-EOF
           PERFORM 1500-CLOSE-OUT-PLAYER
           PERFORM 2000-FIND-SCRATCH
           DISPLAY " "
           DISPLAY "PLAYER ID  ROUNDS AVERAGE HANDICAP STATUS"
           IF WS-PLAYER-COUNT = ZERO
               DISPLAY "NO LIVE SCOREHST ROUNDS BEFORE "
                   WS-EFFECTIVE-DATE " - NO HANDICAPS WRITTEN"
           ELSE
               PERFORM 3000-POST-ONE-HANDICAP
                   VARYING PLR-IDX FROM 1 BY 1
                   UNTIL PLR-IDX > WS-PLAYER-COUNT
           END-IF
           PERFORM 5000-PRINT-CONTROL-REPORT
           CLOSE SCOREHST-FILE
           CLOSE HNDCPFL-FILE
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-ROUNDS-READ TO RA-READ-COUNT
           MOVE WS-RECORDS-WRITTEN TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       0050-GET-EFFECTIVE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NOT NUMERIC
               DISPLAY "EFFECTIVE DATE PARM MISSING OR NOT NUMERIC - "
                   "FORMAT IS YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM TO WS-EFFECTIVE-DATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "HANDICAPS EFFECTIVE " WS-EFFECTIVE-DATE
               " FROM THE LAST " WS-RECENT-ROUNDS
               " LIVE ROUNDS BEFORE THAT DATE".
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN INPUT SCOREHST-FILE
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SCOREHST-STATUS NOT = "00"
               DISPLAY "SCOREHST OPEN FAILED, STATUS "
                   WS-SCOREHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HNDCPFL-FILE
           IF WS-HNDCPFL-STATUS = "35"
               OPEN OUTPUT HNDCPFL-FILE
               CLOSE HNDCPFL-FILE
               OPEN I-O HNDCPFL-FILE
           END-IF
           MOVE "HNDCPFL" TO WS-ERR-FILE
           MOVE WS-HNDCPFL-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-HNDCPFL-STATUS NOT = "00"
               DISPLAY "HNDCPFL OPEN FAILED, STATUS "
                   WS-HNDCPFL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SCOREHST-FILE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * SCOREHST is keyed on player id then session sequence, so each
      * player's rounds arrive together and oldest first; the player
      * is closed out on the break. A round on or after the effective
      * date is left out - this week's handicap is earned only on
      * rounds already played when it takes effect.
      *-----------------------------------------------------------------

       1000-READ-ONE-ROUND.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET SCOREHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROUNDS-READ
                   IF SH-PLAYER-ID NOT = WS-CURRENT-PLAYER-ID
                       PERFORM 1500-CLOSE-OUT-PLAYER
                       MOVE SH-PLAYER-ID TO WS-CURRENT-PLAYER-ID
                   END-IF
                   EVALUATE TRUE
                       WHEN SH-SESSION-VOID
                           ADD 1 TO WS-ROUNDS-VOID
                       WHEN SH-GAME-DATE NOT < WS-EFFECTIVE-DATE
                           ADD 1 TO WS-ROUNDS-LATER
                       WHEN OTHER
                           PERFORM 1100-KEEP-ROUND
                   END-EVALUATE
           END-READ
           MOVE "1000-READ-ONE-ROUND" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET SCOREHST-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The recent-rounds table keeps the newest WS-RECENT-ROUNDS
      * scores; once it is full the oldest slides out the front.
      *-----------------------------------------------------------------

       1100-KEEP-ROUND.
           PERFORM 1200-SET-DIFFICULTY
           MOVE ZERO TO WS-ROUND-POINTS
           CALL "SCORECAL" USING WS-DIFFICULTY, SH-ATTEMPT-COUNT,
               WS-MAX-ATTEMPTS, SH-REJECT-COUNT, SH-WIN-LOSE-FLAG,
               WS-ROUND-POINTS
           IF WS-RECENT-COUNT >= WS-RECENT-ROUNDS
               PERFORM 1150-SLIDE-ONE-ROUND
                   VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX >= WS-RECENT-COUNT
           ELSE
               ADD 1 TO WS-RECENT-COUNT
           END-IF
           SET RCT-IDX TO WS-RECENT-COUNT
           MOVE WS-ROUND-POINTS TO RC-POINTS(RCT-IDX).
      *-----------------------------------------------------------------

       1150-SLIDE-ONE-ROUND.
           MOVE RC-POINTS(RCT-IDX + 1) TO RC-POINTS(RCT-IDX).
      *-----------------------------------------------------------------
      * The round's difficulty and attempt limit are recorded on the
      * SCOREHST row; use them when present. Rows written before they
      * were recorded carry SPACE in SH-DIFFICULTY, so those fall
      * back to the narrowest DIFFLVL era the target fits in - the
      * same convention the standings poster uses.
      *-----------------------------------------------------------------

       1200-SET-DIFFICULTY.
           IF SH-DIFF-RECORDED
               MOVE SH-DIFFICULTY TO WS-DIFFICULTY
               MOVE SH-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           ELSE
               PERFORM 1250-INFER-DIFFICULTY
           END-IF.
      *-----------------------------------------------------------------

       1250-INFER-DIFFICULTY.
           EVALUATE TRUE
               WHEN SH-TARGET-NUMBER > DL-MEDIUM-MAX-RANGE
                   MOVE 'H' TO WS-DIFFICULTY
                   MOVE DL-HARD-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
               WHEN SH-TARGET-NUMBER > DL-EASY-MAX-RANGE
                   MOVE 'M' TO WS-DIFFICULTY
                   MOVE DL-MEDIUM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
               WHEN OTHER
                   MOVE 'E' TO WS-DIFFICULTY
                   MOVE DL-EASY-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           END-EVALUATE.
      *-----------------------------------------------------------------
      * A player with no counted round before the effective date gets
      * no record this week - HCPLOOK then carries their previous
      * handicap forward, or none at all for a player who has never
      * played.
      *-----------------------------------------------------------------

       1500-CLOSE-OUT-PLAYER.
           IF WS-RECENT-COUNT > ZERO
               IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
                   DISPLAY "WARNING - PLAYER TABLE FULL AT "
                       WS-MAX-PLAYERS " ENTRIES, SKIPPING "
                       WS-CURRENT-PLAYER-ID
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO WS-RECENT-TOTAL
                   PERFORM 1550-ADD-ONE-ROUND
                       VARYING RCT-IDX FROM 1 BY 1
                       UNTIL RCT-IDX > WS-RECENT-COUNT
                   ADD WS-RECENT-COUNT TO WS-ROUNDS-USED
                   ADD 1 TO WS-PLAYER-COUNT
                   SET PLR-IDX TO WS-PLAYER-COUNT
                   MOVE WS-CURRENT-PLAYER-ID TO PT-PLAYER-ID(PLR-IDX)
                   MOVE WS-RECENT-COUNT TO PT-ROUNDS-USED(PLR-IDX)
                   COMPUTE PT-AVERAGE(PLR-IDX) ROUNDED =
                       WS-RECENT-TOTAL / WS-RECENT-COUNT
               END-IF
           END-IF
           MOVE ZERO TO WS-RECENT-COUNT.
      *-----------------------------------------------------------------

       1550-ADD-ONE-ROUND.
           ADD RC-POINTS(RCT-IDX) TO WS-RECENT-TOTAL.
      *-----------------------------------------------------------------
      * Scratch is the best average among established players. With
      * nobody established yet (a new floor), the best average of
      * anyone stands in so the week still produces handicaps.
      *-----------------------------------------------------------------

       2000-FIND-SCRATCH.
           MOVE ZERO TO WS-SCRATCH-AVERAGE
           MOVE 'N' TO WS-SCRATCH-FOUND-SW
           PERFORM 2100-CHECK-ONE-ESTABLISHED
               VARYING PLR-IDX FROM 1 BY 1
               UNTIL PLR-IDX > WS-PLAYER-COUNT
           IF NOT SCRATCH-FOUND
               PERFORM 2200-CHECK-ONE-ANY
                   VARYING PLR-IDX FROM 1 BY 1
                   UNTIL PLR-IDX > WS-PLAYER-COUNT
               IF WS-PLAYER-COUNT > ZERO
                   DISPLAY "NO PLAYER HAS " WS-MIN-ROUNDS
                       " ROUNDS YET - SCRATCH TAKEN FROM ALL PLAYERS"
               END-IF
           END-IF
           DISPLAY "SCRATCH AVERAGE......: " WS-SCRATCH-AVERAGE.
      *-----------------------------------------------------------------

       2100-CHECK-ONE-ESTABLISHED.
           IF PT-ROUNDS-USED(PLR-IDX) >= WS-MIN-ROUNDS
               SET SCRATCH-FOUND TO TRUE
               IF PT-AVERAGE(PLR-IDX) > WS-SCRATCH-AVERAGE
                   MOVE PT-AVERAGE(PLR-IDX) TO WS-SCRATCH-AVERAGE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2200-CHECK-ONE-ANY.
           IF PT-AVERAGE(PLR-IDX) > WS-SCRATCH-AVERAGE
               MOVE PT-AVERAGE(PLR-IDX) TO WS-SCRATCH-AVERAGE
           END-IF.
      *-----------------------------------------------------------------
      * A provisional player (fewer than WS-MIN-ROUNDS counted) who
      * happens to average above scratch simply plays off zero.
      *-----------------------------------------------------------------

       3000-POST-ONE-HANDICAP.
           COMPUTE WS-HANDICAP =
               WS-SCRATCH-AVERAGE - PT-AVERAGE(PLR-IDX)
           IF WS-HANDICAP < ZERO
               MOVE ZERO TO WS-HANDICAP
           END-IF
           IF WS-HANDICAP > WS-MAX-HANDICAP
               MOVE WS-MAX-HANDICAP TO WS-HANDICAP
               ADD 1 TO WS-CAPPED-COUNT
           END-IF
           MOVE PT-PLAYER-ID(PLR-IDX) TO HC-PLAYER-ID
           MOVE WS-EFFECTIVE-DATE TO HC-EFFECTIVE-DATE
           MOVE WS-HANDICAP TO HC-HANDICAP
           MOVE PT-AVERAGE(PLR-IDX) TO HC-PLAYER-AVERAGE
           MOVE WS-SCRATCH-AVERAGE TO HC-SCRATCH-AVERAGE
           MOVE PT-ROUNDS-USED(PLR-IDX) TO HC-ROUNDS-USED
           MOVE WS-RUN-DATE TO HC-CALC-DATE
           IF PT-ROUNDS-USED(PLR-IDX) >= WS-MIN-ROUNDS
               SET HC-ESTABLISHED TO TRUE
               ADD 1 TO WS-ESTABLISHED-COUNT
               MOVE "ESTABLISHED" TO WS-STATUS-WORD
           ELSE
               SET HC-PROVISIONAL TO TRUE
               ADD 1 TO WS-PROVISIONAL-COUNT
               MOVE "PROVISIONAL" TO WS-STATUS-WORD
           END-IF
           WRITE HANDICAP-RECORD
               INVALID KEY
                   REWRITE HANDICAP-RECORD
                   ADD 1 TO WS-RECORDS-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE
           MOVE "3000-POST-ONE-HANDICAP" TO WS-ERR-PARAGRAPH
           MOVE "HNDCPFL" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-HNDCPFL-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           DISPLAY PT-PLAYER-ID(PLR-IDX) SPACE
               PT-ROUNDS-USED(PLR-IDX) "    "
               PT-AVERAGE(PLR-IDX) "   "
               HC-HANDICAP "    " WS-STATUS-WORD.
      *-----------------------------------------------------------------

       5000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "SCOREHST ROUNDS READ.: " WS-ROUNDS-READ
           DISPLAY "VOIDED, NOT COUNTED..: " WS-ROUNDS-VOID
           DISPLAY "ON/AFTER EFFECTIVE...: " WS-ROUNDS-LATER
           DISPLAY "ROUNDS AVERAGED......: " WS-ROUNDS-USED
           DISPLAY "PLAYERS HANDICAPPED..: " WS-PLAYER-COUNT
           DISPLAY "  ESTABLISHED........: " WS-ESTABLISHED-COUNT
           DISPLAY "  PROVISIONAL........: " WS-PROVISIONAL-COUNT
           DISPLAY "  HELD AT THE CAP....: " WS-CAPPED-COUNT
           DISPLAY "HNDCPFL WRITTEN......: " WS-RECORDS-WRITTEN
           DISPLAY "HNDCPFL REPLACED.....: " WS-RECORDS-REPLACED.
      *-----------------------------------------------------------------
      * Common file-status check. Callers load WS-ERR-FILE/OPERATION/
      * PARAGRAPH and the status just returned; a status a statement
      * handles by design goes in WS-ERR-EXPECTED (cleared here after
      * every check). Anything else is logged to ERRLOG through the
      * ERRLOGR routine and flips RETURN-CODE to 8 so the scheduler
      * sees the run was not clean.
       9000-CHECK-FILE-STATUS.
           IF WS-ERR-STATUS = "00" OR "02" OR "04" OR "05"
                   OR WS-ERR-STATUS = WS-ERR-EXPECTED
               CONTINUE
           ELSE
               SET IO-ERROR-FOUND TO TRUE
               MOVE 8 TO RETURN-CODE
               CALL "ERRLOGR" USING WS-PROGRAM-NAME, WS-ERR-FILE,
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
           MOVE "EJEAZR24" TO RA-JOB-NAME
           MOVE "EJEAZR24" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR24.
