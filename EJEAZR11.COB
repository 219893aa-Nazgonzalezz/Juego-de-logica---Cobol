      * Date:09/2026
      * Purpose: Department team standings report. For the calendar
      *          month given in the PARM (format YYYYMM), rolls
      *          every SCOREHST round up by the department the
      *          player belonged to on the round's game date (the
      *          DEPTHIST history through DEPTLOOK; PLYRMSTR for a
      *          player who never transferred) and prints, per
      *          department, rounds played, rounds won, win
      *          percentage, average attempts, and total SCORECAL
      *          points, ranked by points. Rounds whose player id
      *          is no longer on the master are totalled on their
      *          own NO-MASTER line, so department rounds plus
      *          unmatched rounds prove back to the month's total
      *          and the standings can be shown complete.
      *          Difficulty and attempt limit come off the recorded
      *          SH-DIFFICULTY/SH-MAX-ATTEMPTS; rounds written
      *          before those were recorded fall back to the
      *          DIFFLVL era inference, the same convention the
      *          standings poster uses. A net (handicapped) ranking
      *          follows the gross one, each round adding the
      *          HNDCPFL handicap in effect on its game date
      *          (HCPLOOK); the gross ranking is unchanged.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 09/2026  GNA  Rounds voided through EJEAZR17 are skipped
      *               before the month count, the same way the
      *               leaderboard and standings poster skip them.
      * 10/2026  GNA  Net (handicapped) department ranking printed
      *               after the gross - each round adds the handicap
      *               in effect on its SH-GAME-DATE.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  Each round is credited to the department in
      *               effect on its SH-GAME-DATE (DEPTHIST through
      *               DEPTLOOK) - a mid-month transfer moved every
      *               earlier round to the new department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR11.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-ROUND-POINTS               PIC 9(05) VALUE ZERO.
       01  WS-ROUND-DEPT                 PIC X(10) VALUE SPACES.
       01  WS-HCP-REQUEST                PIC X(01) VALUE 'L'.
       01  WS-ROUND-HANDICAP             PIC 9(05) VALUE ZERO.
       01  WS-HCP-RESULT                 PIC X(01) VALUE SPACE.
           88  HCP-FILE-MISSING          VALUE 'U'.
       01  WS-NO-HANDICAPS-SW            PIC X(01) VALUE 'N'.
           88  NO-HANDICAPS              VALUE 'Y'.
       01  WS-DEPT-REQUEST               PIC X(01) VALUE 'L'.
       01  WS-DEPT-RESULT                PIC X(01) VALUE SPACE.
           88  DEPT-FROM-HISTORY         VALUE 'Y'.
           88  DEPT-HISTORY-MISSING      VALUE 'U'.
       01  WS-NO-DEPT-HISTORY-SW         PIC X(01) VALUE 'N'.
           88  NO-DEPT-HISTORY           VALUE 'Y'.
       01  WS-SORT-KEY-SW                PIC X(01) VALUE 'G'.
           88  SORT-ON-GROSS             VALUE 'G'.
           88  SORT-ON-NET               VALUE 'N'.
       01  WS-DEPT-COUNT                 PIC 9(03) VALUE ZERO.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 50 TIMES
               10  DT-WIN-COUNT          PIC 9(05) COMP VALUE ZERO.
               10  DT-ATTEMPT-TOTAL      PIC 9(07) COMP VALUE ZERO.
               10  DT-POINTS-TOTAL       PIC 9(07) COMP VALUE ZERO.
               10  DT-NET-TOTAL          PIC 9(07) COMP VALUE ZERO.
       01  TEMP-DEPT-ENTRY.
           05  TD-DEPARTMENT             PIC X(10) VALUE SPACES.
           05  TD-ROUND-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  TD-WIN-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  TD-ATTEMPT-TOTAL          PIC 9(07) COMP VALUE ZERO.
           05  TD-POINTS-TOTAL           PIC 9(07) COMP VALUE ZERO.
           05  TD-NET-TOTAL              PIC 9(07) COMP VALUE ZERO.
       01  WS-WIN-PCT                    PIC 9(03) VALUE ZERO.
       01  WS-AVG-ATTEMPTS               PIC 9(03)V99 VALUE ZERO.
       01  WS-ORPHAN-ROUNDS              PIC 9(07) COMP VALUE ZERO.
       01  WS-ORPHAN-POINTS              PIC 9(07) COMP VALUE ZERO.
       01  WS-ORPHAN-NET                 PIC 9(07) COMP VALUE ZERO.
       01  WS-MONTH-ROUNDS               PIC 9(07) COMP VALUE ZERO.
       01  WS-MATCHED-ROUNDS             PIC 9(07) COMP VALUE ZERO.
       01  WS-HISTORY-ROUNDS             PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR11 - DEPARTMENT TEAM STANDINGS"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-MONTH-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-ROLL-UP-ONE-ROUND UNTIL SCOREHST-EOF
           SET SORT-ON-GROSS TO TRUE
           PERFORM 4000-SORT-DEPT-TABLE
           PERFORM 5000-PRINT-STANDINGS
           SET SORT-ON-NET TO TRUE
           PERFORM 4000-SORT-DEPT-TABLE
           PERFORM 5500-PRINT-NET-STANDINGS
           CLOSE SCOREHST-FILE
           CLOSE PLYRMSTR-FILE
           MOVE 'C' TO WS-HCP-REQUEST
           CALL "HCPLOOK" USING WS-HCP-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-HANDICAP, WS-HCP-RESULT
           MOVE 'C' TO WS-DEPT-REQUEST
           CALL "DEPTLOOK" USING WS-DEPT-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-DEPT, WS-DEPT-RESULT
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
                   IF SH-GAME-DATE(1:6) = WS-PARM
                           AND NOT SH-SESSION-VOID
                       PERFORM 1100-ACCUMULATE-ROUND
           CALL "SCORECAL" USING WS-DIFFICULTY, SH-ATTEMPT-COUNT,
               WS-MAX-ATTEMPTS, SH-REJECT-COUNT, SH-WIN-LOSE-FLAG,
               WS-ROUND-POINTS
           CALL "HCPLOOK" USING WS-HCP-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-HANDICAP, WS-HCP-RESULT
           IF HCP-FILE-MISSING
               SET NO-HANDICAPS TO TRUE
           END-IF
           PERFORM 1300-LOOK-UP-DEPARTMENT
           IF WS-ROUND-DEPT = SPACES
               ADD 1 TO WS-ORPHAN-ROUNDS
               ADD WS-ROUND-POINTS TO WS-ORPHAN-POINTS
               ADD WS-ROUND-POINTS WS-ROUND-HANDICAP
                   TO WS-ORPHAN-NET
           ELSE
               PERFORM 2000-FIND-OR-ADD-DEPT
               IF NOT TABLE-IS-FULL
                   ADD SH-ATTEMPT-COUNT
                       TO DT-ATTEMPT-TOTAL(DEPT-IDX)
                   ADD WS-ROUND-POINTS TO DT-POINTS-TOTAL(DEPT-IDX)
                   ADD WS-ROUND-POINTS WS-ROUND-HANDICAP
                       TO DT-NET-TOTAL(DEPT-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
                   MOVE DL-EASY-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           END-EVALUATE.
      *-----------------------------------------------------------------
      * The department the player was in on the game date comes off
      * DEPTHIST. A player with no history there has never been
      * transferred, so the master's department holds for every
      * round. A player no longer on the master leaves WS-ROUND-DEPT
      * at SPACES and the round lands on the NO-MASTER control line
      * - counted, never guessed at, so the totals still prove back.
      *-----------------------------------------------------------------

       1300-LOOK-UP-DEPARTMENT.
           CALL "DEPTLOOK" USING WS-DEPT-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-DEPT, WS-DEPT-RESULT
           IF DEPT-HISTORY-MISSING
               SET NO-DEPT-HISTORY TO TRUE
           END-IF
           IF DEPT-FROM-HISTORY
               ADD 1 TO WS-HISTORY-ROUNDS
           ELSE
               PERFORM 1350-READ-MASTER-DEPARTMENT
           END-IF.
      *-----------------------------------------------------------------

       1350-READ-MASTER-DEPARTMENT.
           MOVE SPACES TO WS-ROUND-DEPT
           MOVE SH-PLAYER-ID TO PM-PLAYER-ID
           READ PLYRMSTR-FILE
               NOT INVALID KEY
                   MOVE PM-DEPARTMENT TO WS-ROUND-DEPT
           END-READ
           MOVE "1350-READ-MASTER-DEPARTMENT" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
                   MOVE ZERO TO DT-WIN-COUNT(DEPT-IDX)
                   MOVE ZERO TO DT-ATTEMPT-TOTAL(DEPT-IDX)
                   MOVE ZERO TO DT-POINTS-TOTAL(DEPT-IDX)
                   MOVE ZERO TO DT-NET-TOTAL(DEPT-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

       4200-COMPARE-ONE-PAIR.
           IF SORT-ON-NET
               IF DT-NET-TOTAL(SORT-CMP-IDX)
                       < DT-NET-TOTAL(SORT-CMP-IDX + 1)
                   PERFORM 4300-SWAP-ENTRIES
               END-IF
           ELSE
               IF DT-POINTS-TOTAL(SORT-CMP-IDX)
                       < DT-POINTS-TOTAL(SORT-CMP-IDX + 1)
                   PERFORM 4300-SWAP-ENTRIES
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       5000-PRINT-STANDINGS.
           DISPLAY " "
           DISPLAY "DEPARTMENT STANDINGS FOR " WS-REPORT-MONTH
           IF NO-DEPT-HISTORY
               DISPLAY "DEPTHIST NOT AVAILABLE - ROUNDS CREDITED TO "
                   "THE CURRENT PLYRMSTR DEPARTMENT"
           END-IF
           DISPLAY "DEPARTMENT ROUNDS WON   WIN PCT AVG ATT POINTS"
           IF WS-DEPT-COUNT = ZERO
               DISPLAY "NO SCOREHST ROUNDS FOR THE MONTH"
           DISPLAY "NO-MASTER ROUNDS.....: " WS-ORPHAN-ROUNDS
               " (POINTS " WS-ORPHAN-POINTS ")"
           DISPLAY "DEPARTMENT ROUNDS....: " WS-MATCHED-ROUNDS
           DISPLAY "  DATED BY DEPTHIST..: " WS-HISTORY-ROUNDS
           DISPLAY "MONTH TOTAL ROUNDS...: " WS-MONTH-ROUNDS
           IF WS-MATCHED-ROUNDS + WS-ORPHAN-ROUNDS
                   = WS-MONTH-ROUNDS
               WS-WIN-PCT "     " WS-AVG-ATTEMPTS SPACE
               DT-POINTS-TOTAL(DEPT-IDX).
      *-----------------------------------------------------------------
      * Net ranking: the same departments re-sorted on points plus
      * each round's handicap. The round counts were proved in the
      * gross section above, so only the points are repeated here.
      *-----------------------------------------------------------------

       5500-PRINT-NET-STANDINGS.
           DISPLAY " "
           DISPLAY "NET (HANDICAPPED) DEPARTMENT STANDINGS FOR "
               WS-REPORT-MONTH
           IF NO-HANDICAPS
               DISPLAY "HNDCPFL NOT AVAILABLE - NO HANDICAPS APPLIED, "
                   "NET EQUALS GROSS"
           END-IF
           DISPLAY "DEPARTMENT ROUNDS NET PTS GROSS"
           IF WS-DEPT-COUNT = ZERO
               DISPLAY "NO SCOREHST ROUNDS FOR THE MONTH"
           ELSE
               PERFORM 5600-PRINT-ONE-NET
                   VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "NO-MASTER NET POINTS.: " WS-ORPHAN-NET.
      *-----------------------------------------------------------------

       5600-PRINT-ONE-NET.
           DISPLAY DT-DEPARTMENT(DEPT-IDX) SPACE
               DT-ROUND-COUNT(DEPT-IDX) SPACE
               DT-NET-TOTAL(DEPT-IDX) SPACE
               DT-POINTS-TOTAL(DEPT-IDX).
      *-----------------------------------------------------------------
      * Common file-status check. Callers load WS-ERR-FILE/OPERATION/
      * PARAGRAPH and the status just returned; a status a statement
      * handles by design goes in WS-ERR-EXPECTED (cleared here after
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
           MOVE "EJEAZR11" TO RA-JOB-NAME
           MOVE "EJEAZR11" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR11.
