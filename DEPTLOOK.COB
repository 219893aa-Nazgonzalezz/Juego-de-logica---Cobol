 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Department look-up subroutine. Given a player id
      *          and a game date, returns the DEPTHIST department
      *          the player belonged to on that date - the record
      *          with the latest DH-EFFECTIVE-DATE not after it - so
      *          a transfer never moves rounds already played from
      *          one department's standings to another's. Called
      *          the way HCPLOOK is called, once per round, and
      *          built the same way: DEPTHIST is opened on the first
      *          call and held open, and a player's history is read
      *          once into the table below and reused while rounds
      *          for the same player keep arriving. A request of 'C'
      *          closes the file at end of run. LK-RESULT comes back
      *          'Y' with the department in effect, 'N' when the
      *          player has no history on or before that date (the
      *          caller falls back to PM-DEPARTMENT - a player who
      *          never transferred has no history), and 'U' when
      *          DEPTHIST could not be opened.
      * Tectonics: cobc -c -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - a mid-month transfer
      *               re-credited every earlier round of the player
      *               to the new department in EJEAZR11.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DPTHREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-HISTORY                PIC 9(03) VALUE 050.
       01  WS-DEPTHIST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "DEPTLOOK".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-FIRST-CALL-SW              PIC X(01) VALUE 'Y'.
           88  FIRST-CALL                VALUE 'Y'.
       01  WS-FILE-OPEN-SW               PIC X(01) VALUE 'N'.
           88  DEPTHIST-OPEN             VALUE 'Y'.
       01  WS-HISTORY-END-SW             PIC X(01) VALUE 'N'.
           88  HISTORY-END               VALUE 'Y'.
       01  WS-CACHED-PLAYER-ID           PIC X(10) VALUE SPACES.
       01  WS-HISTORY-COUNT              PIC 9(03) VALUE ZERO.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 50 TIMES
                   INDEXED BY HIST-IDX.
               10  HT-EFFECTIVE-DATE     PIC 9(08) VALUE ZERO.
               10  HT-DEPARTMENT         PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-REQUEST                    PIC X(01).
       01  LK-PLAYER-ID                  PIC X(10).
       01  LK-GAME-DATE                  PIC 9(08).
       01  LK-DEPARTMENT                 PIC X(10).
       01  LK-RESULT                     PIC X(01).

       PROCEDURE DIVISION USING LK-REQUEST, LK-PLAYER-ID,
               LK-GAME-DATE, LK-DEPARTMENT, LK-RESULT.
      */////////////////////////////////////////////////////////////////
       0000-MAIN.
           IF LK-REQUEST = 'C'
               PERFORM 3000-CLOSE-FILE
           ELSE
               PERFORM 1000-LOOK-UP-DEPARTMENT
           END-IF
           GOBACK.
      */////////////////////////////////////////////////////////////////

       1000-LOOK-UP-DEPARTMENT.
           MOVE SPACES TO LK-DEPARTMENT
           MOVE 'N' TO LK-RESULT
           IF FIRST-CALL
               PERFORM 1100-OPEN-FILE
           END-IF
           IF NOT DEPTHIST-OPEN
               MOVE 'U' TO LK-RESULT
           ELSE
               IF LK-PLAYER-ID NOT = WS-CACHED-PLAYER-ID
                   PERFORM 2000-LOAD-PLAYER-HISTORY
               END-IF
               PERFORM 1200-CHECK-ONE-ENTRY
                   VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > WS-HISTORY-COUNT
           END-IF.
      *-----------------------------------------------------------------
      * A missing DEPTHIST (status 35) is not logged - it only means
      * nobody has been added or transferred since history was kept,
      * and every round goes to PM-DEPARTMENT until then. Anything
      * else is a real fault and goes to ERRLOG.
      *-----------------------------------------------------------------

       1100-OPEN-FILE.
           MOVE 'N' TO WS-FIRST-CALL-SW
           OPEN INPUT DEPTHIST-FILE
           IF WS-DEPTHIST-STATUS = "00"
               SET DEPTHIST-OPEN TO TRUE
           ELSE
               MOVE "1100-OPEN-FILE" TO WS-ERR-PARAGRAPH
               MOVE "DEPTHIST" TO WS-ERR-FILE
               MOVE "OPEN" TO WS-ERR-OPERATION
               MOVE WS-DEPTHIST-STATUS TO WS-ERR-STATUS
               MOVE "35" TO WS-ERR-EXPECTED
               PERFORM 9000-CHECK-FILE-STATUS
           END-IF.
      *-----------------------------------------------------------------
      * The table holds the player's history in effective-date order,
      * so the last entry not after the game date is the one in
      * effect - later qualifying entries simply overwrite earlier.
      *-----------------------------------------------------------------

       1200-CHECK-ONE-ENTRY.
           IF HT-EFFECTIVE-DATE(HIST-IDX) <= LK-GAME-DATE
               MOVE HT-DEPARTMENT(HIST-IDX) TO LK-DEPARTMENT
               MOVE 'Y' TO LK-RESULT
           END-IF.
      *-----------------------------------------------------------------
      * Browse the player's records from effective date zero. When a
      * player carries more history than the table holds, the oldest
      * entry is shifted out - a player transferred that often has
      * long since had those rounds archived off the live SCOREHST.
      *-----------------------------------------------------------------

       2000-LOAD-PLAYER-HISTORY.
           MOVE LK-PLAYER-ID TO WS-CACHED-PLAYER-ID
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-HISTORY-END-SW
           MOVE LK-PLAYER-ID TO DH-PLAYER-ID
           MOVE ZERO TO DH-EFFECTIVE-DATE
           START DEPTHIST-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   SET HISTORY-END TO TRUE
           END-START
           MOVE "2000-LOAD-PLAYER-HISTORY" TO WS-ERR-PARAGRAPH
           MOVE "DEPTHIST" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-DEPTHIST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 2100-READ-ONE-HISTORY UNTIL HISTORY-END.
      *-----------------------------------------------------------------

       2100-READ-ONE-HISTORY.
           READ DEPTHIST-FILE NEXT RECORD
               AT END
                   SET HISTORY-END TO TRUE
               NOT AT END
                   IF DH-PLAYER-ID NOT = LK-PLAYER-ID
                       SET HISTORY-END TO TRUE
                   ELSE
                       PERFORM 2200-KEEP-ONE-ENTRY
                   END-IF
           END-READ
           MOVE "2100-READ-ONE-HISTORY" TO WS-ERR-PARAGRAPH
           MOVE "DEPTHIST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-DEPTHIST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET HISTORY-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2200-KEEP-ONE-ENTRY.
           IF WS-HISTORY-COUNT >= WS-MAX-HISTORY
               PERFORM 2300-SHIFT-ONE-ENTRY
                   VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX >= WS-HISTORY-COUNT
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
           END-IF
           SET HIST-IDX TO WS-HISTORY-COUNT
           MOVE DH-EFFECTIVE-DATE TO HT-EFFECTIVE-DATE(HIST-IDX)
           MOVE DH-DEPARTMENT TO HT-DEPARTMENT(HIST-IDX).
      *-----------------------------------------------------------------

       2300-SHIFT-ONE-ENTRY.
           MOVE HISTORY-ENTRY(HIST-IDX + 1) TO HISTORY-ENTRY(HIST-IDX).
      *-----------------------------------------------------------------

       3000-CLOSE-FILE.
           IF DEPTHIST-OPEN
               CLOSE DEPTHIST-FILE
               MOVE 'N' TO WS-FILE-OPEN-SW
           END-IF
           MOVE 'Y' TO WS-FIRST-CALL-SW
           MOVE SPACES TO WS-CACHED-PLAYER-ID
           MOVE ZERO TO WS-HISTORY-COUNT.
      *-----------------------------------------------------------------
      * Common file-status check. Callers load WS-ERR-FILE/OPERATION/
      * PARAGRAPH and the status just returned; a status a statement
      * handles by design goes in WS-ERR-EXPECTED (cleared here after
      * every check). Anything else is logged to ERRLOG through the
      * ERRLOGR routine. RETURN-CODE is left to the caller, which
      * sees LK-RESULT 'U' when the file could not be opened.
       9000-CHECK-FILE-STATUS.
           IF WS-ERR-STATUS = "00" OR "02" OR "04" OR "05"
                   OR WS-ERR-STATUS = WS-ERR-EXPECTED
               CONTINUE
           ELSE
               CALL "ERRLOGR" USING WS-PROGRAM-NAME, WS-ERR-FILE,
                   WS-ERR-OPERATION, WS-ERR-PARAGRAPH, WS-ERR-STATUS
           END-IF
           MOVE SPACES TO WS-ERR-EXPECTED.
      *-----------------------------------------------------------------
       END PROGRAM DEPTLOOK.
