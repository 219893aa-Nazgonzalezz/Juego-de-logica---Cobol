 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Handicap look-up subroutine. Given a player id and
      *          a game date, returns the HNDCPFL handicap that was
      *          in effect on that date - the record with the latest
      *          HC-EFFECTIVE-DATE not after it - so every program
      *          that prints a net (handicapped) ranking scores a
      *          round against the same handicap. Called the way
      *          SCORECAL is called, once per round. HNDCPFL is
      *          opened on the first call and held open; a player's
      *          handicap history is read once into the table below
      *          and reused while rounds for the same player keep
      *          arriving, which is the SCOREHST key order. A
      *          request of 'C' closes the file at end of run.
      *          LK-RESULT comes back 'Y' when a handicap was in
      *          effect, 'N' when the player had none yet on that
      *          date (the round plays off scratch, handicap zero),
      *          and 'U' when HNDCPFL could not be opened - the
      *          caller decides what a net ranking means then.
      * Tectonics: cobc -c -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - net standings for the
      *               handicap league, scored the same way in the
      *               standings poster and the department report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPLOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNDCPFL-FILE ASSIGN TO "HNDCPFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-KEY
               FILE STATUS IS WS-HNDCPFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HNDCPFL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCPREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-HISTORY                PIC 9(03) VALUE 150.
       01  WS-HNDCPFL-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "HCPLOOK".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-FIRST-CALL-SW              PIC X(01) VALUE 'Y'.
           88  FIRST-CALL                VALUE 'Y'.
       01  WS-FILE-OPEN-SW               PIC X(01) VALUE 'N'.
           88  HNDCPFL-OPEN              VALUE 'Y'.
       01  WS-HISTORY-END-SW             PIC X(01) VALUE 'N'.
           88  HISTORY-END               VALUE 'Y'.
       01  WS-CACHED-PLAYER-ID           PIC X(10) VALUE SPACES.
       01  WS-HISTORY-COUNT              PIC 9(03) VALUE ZERO.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 150 TIMES
                   INDEXED BY HIST-IDX.
               10  HT-EFFECTIVE-DATE     PIC 9(08) VALUE ZERO.
               10  HT-HANDICAP           PIC 9(05) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-REQUEST                    PIC X(01).
       01  LK-PLAYER-ID                  PIC X(10).
       01  LK-GAME-DATE                  PIC 9(08).
       01  LK-HANDICAP                   PIC 9(05).
       01  LK-RESULT                     PIC X(01).

       PROCEDURE DIVISION USING LK-REQUEST, LK-PLAYER-ID,
               LK-GAME-DATE, LK-HANDICAP, LK-RESULT.
      */////////////////////////////////////////////////////////////////
       0000-MAIN.
           IF LK-REQUEST = 'C'
               PERFORM 3000-CLOSE-FILE
           ELSE
               PERFORM 1000-LOOK-UP-HANDICAP
           END-IF
           GOBACK.
      */////////////////////////////////////////////////////////////////

       1000-LOOK-UP-HANDICAP.
           MOVE ZERO TO LK-HANDICAP
           MOVE 'N' TO LK-RESULT
           IF FIRST-CALL
               PERFORM 1100-OPEN-FILE
           END-IF
           IF NOT HNDCPFL-OPEN
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
      * A missing HNDCPFL (status 35) is not logged - it only means
      * EJEAZR24 has never run, and every round plays off scratch
      * until it does. Anything else is a real fault and goes to
      * ERRLOG.
      *-----------------------------------------------------------------

       1100-OPEN-FILE.
           MOVE 'N' TO WS-FIRST-CALL-SW
           OPEN INPUT HNDCPFL-FILE
           IF WS-HNDCPFL-STATUS = "00"
               SET HNDCPFL-OPEN TO TRUE
           ELSE
               MOVE "1100-OPEN-FILE" TO WS-ERR-PARAGRAPH
               MOVE "HNDCPFL" TO WS-ERR-FILE
               MOVE "OPEN" TO WS-ERR-OPERATION
               MOVE WS-HNDCPFL-STATUS TO WS-ERR-STATUS
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
               MOVE HT-HANDICAP(HIST-IDX) TO LK-HANDICAP
               MOVE 'Y' TO LK-RESULT
           END-IF.
      *-----------------------------------------------------------------
      * Browse the player's records from effective date zero. When a
      * player carries more history than the table holds, the oldest
      * entry is shifted out - rounds that old have long since been
      * archived off the live SCOREHST.
      *-----------------------------------------------------------------

       2000-LOAD-PLAYER-HISTORY.
           MOVE LK-PLAYER-ID TO WS-CACHED-PLAYER-ID
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-HISTORY-END-SW
           MOVE LK-PLAYER-ID TO HC-PLAYER-ID
           MOVE ZERO TO HC-EFFECTIVE-DATE
           START HNDCPFL-FILE KEY IS NOT LESS THAN HC-KEY
               INVALID KEY
                   SET HISTORY-END TO TRUE
           END-START
           MOVE "2000-LOAD-PLAYER-HISTORY" TO WS-ERR-PARAGRAPH
           MOVE "HNDCPFL" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-HNDCPFL-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 2100-READ-ONE-HISTORY UNTIL HISTORY-END.
      *-----------------------------------------------------------------

       2100-READ-ONE-HISTORY.
           READ HNDCPFL-FILE NEXT RECORD
               AT END
                   SET HISTORY-END TO TRUE
               NOT AT END
                   IF HC-PLAYER-ID NOT = LK-PLAYER-ID
                       SET HISTORY-END TO TRUE
                   ELSE
                       PERFORM 2200-KEEP-ONE-ENTRY
                   END-IF
           END-READ
           MOVE "2100-READ-ONE-HISTORY" TO WS-ERR-PARAGRAPH
           MOVE "HNDCPFL" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-HNDCPFL-STATUS TO WS-ERR-STATUS
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
           MOVE HC-EFFECTIVE-DATE TO HT-EFFECTIVE-DATE(HIST-IDX)
           MOVE HC-HANDICAP TO HT-HANDICAP(HIST-IDX).
      *-----------------------------------------------------------------

       2300-SHIFT-ONE-ENTRY.
           MOVE HISTORY-ENTRY(HIST-IDX + 1) TO HISTORY-ENTRY(HIST-IDX).
      *-----------------------------------------------------------------

       3000-CLOSE-FILE.
           IF HNDCPFL-OPEN
               CLOSE HNDCPFL-FILE
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
       END PROGRAM HCPLOOK.
