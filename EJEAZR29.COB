 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Supervisor active-session inquiry. Lists who is
      *          signed on at the floor terminals right now, off the
      *          ACTVSESS registry EJEAZAR1 keeps - player, terminal,
      *          signed on since, mode, and the other side of a
      *          head-to-head - and clears a stale lock a crashed
      *          terminal left behind, so the player can sign on
      *          again. Every clear writes one LOCKLOG record first -
      *          who, when, why, and the lock as it stood - and the
      *          lock is only deleted after that log write came back
      *          clean, the same trail-first rule EJEAZR17 follows.
      *          Supervisor-only: the supervisor id entered at
      *          sign-on goes on every log record.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - a terminal that died mid-game
      *               left its player locked out with nobody able to
      *               see or lift the lock.
      * 10/2026  GNA  Re-reads the lock after the reason is given and
      *               clears nothing if it changed - a player who
      *               signed on again elsewhere during the prompts
      *               had their new lock deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTVSESS-FILE ASSIGN TO "ACTVSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-PLAYER-ID
               FILE STATUS IS WS-ACTVSESS-STATUS.

           SELECT LOCKLOG-FILE ASSIGN TO "LOCKLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCKLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTVSESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACTVREC.

       FD  LOCKLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       01  WS-ACTVSESS-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOCKLOG-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR29".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-MENU-CHOICE                PIC X(01) VALUE SPACE.
           88  CHOICE-LIST               VALUE 'L'.
           88  CHOICE-CLEAR              VALUE 'C'.
           88  CHOICE-EXIT               VALUE 'X'.
       01  WS-SUPERVISOR-ID              PIC X(08) VALUE SPACES.
       01  WS-WORK-PLAYER-ID             PIC X(10) VALUE SPACES.
       01  WS-CONFIRM                    PIC X(01) VALUE SPACE.
       01  WS-REASON                     PIC X(30) VALUE SPACES.
       01  WS-MODE-TEXT                  PIC X(12) VALUE SPACES.
       01  WS-SESSION-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-SESSION-COUNT-OUT          PIC ZZZZ9.
       01  WS-BROWSE-END-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-END                VALUE 'Y'.
       01  WS-LOG-OK-SW                  PIC X(01) VALUE 'N'.
           88  LOG-WRITE-OK              VALUE 'Y'.
       01  WS-LOCK-SAME-SW               PIC X(01) VALUE 'N'.
           88  LOCK-UNCHANGED            VALUE 'Y'.
       01  WS-SHOWN-TERMINAL-ID          PIC X(08) VALUE SPACES.
       01  WS-SHOWN-SIGNON-DATE          PIC 9(08) VALUE ZERO.
       01  WS-SHOWN-SIGNON-TIME          PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR29 - ACTIVE SESSION INQUIRY"
           PERFORM 0050-GET-SUPERVISOR-ID
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-PROCESS-ONE-CHOICE UNTIL CHOICE-EXIT
           CLOSE ACTVSESS-FILE
           CLOSE LOCKLOG-FILE
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       0050-GET-SUPERVISOR-ID.
           DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUPERVISOR-ID
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "SUPERVISOR ID CANNOT BE BLANK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * An empty registry is created rather than refused - it only
      * means nobody has signed on since the cluster was defined.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           OPEN I-O ACTVSESS-FILE
           IF WS-ACTVSESS-STATUS = "35"
               OPEN OUTPUT ACTVSESS-FILE
               CLOSE ACTVSESS-FILE
               OPEN I-O ACTVSESS-FILE
           END-IF
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "OPEN" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ACTVSESS-STATUS NOT = "00"
               DISPLAY "ACTVSESS OPEN FAILED, STATUS "
                   WS-ACTVSESS-STATUS
               SET CHOICE-EXIT TO TRUE
           END-IF
           OPEN EXTEND LOCKLOG-FILE
           IF WS-LOCKLOG-STATUS = "35"
               OPEN OUTPUT LOCKLOG-FILE
               CLOSE LOCKLOG-FILE
               OPEN EXTEND LOCKLOG-FILE
           END-IF
           MOVE "LOCKLOG" TO WS-ERR-FILE
           MOVE WS-LOCKLOG-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-LOCKLOG-STATUS NOT = "00"
               DISPLAY "LOCKLOG OPEN FAILED, STATUS "
                   WS-LOCKLOG-STATUS " - NO CLEARS WITHOUT A TRAIL"
               SET CHOICE-EXIT TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1000-PROCESS-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "LIST(L) CLEAR(C) EXIT(X): " WITH NO ADVANCING
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN CHOICE-LIST
                   PERFORM 2000-LIST-ACTIVE-SESSIONS
               WHEN CHOICE-CLEAR
                   PERFORM 3000-CLEAR-ONE-LOCK
               WHEN CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - ENTER L, C OR X"
           END-EVALUATE.
      *-----------------------------------------------------------------

       2000-LIST-ACTIVE-SESSIONS.
           MOVE ZERO TO WS-SESSION-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE LOW-VALUES TO SR-PLAYER-ID
           START ACTVSESS-FILE KEY IS NOT LESS THAN SR-PLAYER-ID
               INVALID KEY
                   SET BROWSE-END TO TRUE
           END-START
           MOVE "2000-LIST-ACTIVE-SESSIONS" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           DISPLAY "PLAYER     TERMINAL SINCE             "
               "MODE         PARTNER"
           PERFORM 2100-LIST-ONE-SESSION UNTIL BROWSE-END
           MOVE WS-SESSION-COUNT TO WS-SESSION-COUNT-OUT
           IF WS-SESSION-COUNT = ZERO
               DISPLAY "NOBODY IS SIGNED ON"
           ELSE
               DISPLAY WS-SESSION-COUNT-OUT " PLAYER(S) SIGNED ON"
           END-IF.
      *-----------------------------------------------------------------

       2100-LIST-ONE-SESSION.
           READ ACTVSESS-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-SESSION-COUNT
                   PERFORM 2200-SET-MODE-TEXT
                   DISPLAY SR-PLAYER-ID " " SR-TERMINAL-ID " "
                       SR-SIGNON-DATE " " SR-SIGNON-TIME " "
                       WS-MODE-TEXT " " SR-PARTNER-ID
           END-READ
           MOVE "2100-LIST-ONE-SESSION" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2200-SET-MODE-TEXT.
           EVALUATE TRUE
               WHEN SR-MODE-SINGLE
                   MOVE "SINGLE" TO WS-MODE-TEXT
               WHEN SR-MODE-TOURNAMENT
                   MOVE "TOURNAMENT" TO WS-MODE-TEXT
               WHEN SR-MODE-H2H
                   MOVE "HEAD-TO-HEAD" TO WS-MODE-TEXT
               WHEN OTHER
                   MOVE "SIGNING ON" TO WS-MODE-TEXT
           END-EVALUATE.
      *-----------------------------------------------------------------

       3000-CLEAR-ONE-LOCK.
           DISPLAY "PLAYER ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-PLAYER-ID
           ACCEPT WS-WORK-PLAYER-ID
           MOVE WS-WORK-PLAYER-ID TO SR-PLAYER-ID
           READ ACTVSESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "3000-CLEAR-ONE-LOCK" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           EVALUATE WS-ACTVSESS-STATUS
               WHEN "00"
                   PERFORM 3100-CONFIRM-AND-CLEAR
               WHEN "23"
                   DISPLAY "PLAYER " WS-WORK-PLAYER-ID
                       " IS NOT SIGNED ON - NOTHING TO CLEAR"
               WHEN OTHER
                   DISPLAY "ACTVSESS READ FAILED, STATUS "
                       WS-ACTVSESS-STATUS " - NOTHING CLEARED"
           END-EVALUATE.
      *-----------------------------------------------------------------
      * A live game loses its lock too if it is cleared, so the
      * supervisor confirms against the terminal and sign-on time
      * shown before anything is touched.
      *-----------------------------------------------------------------

       3100-CONFIRM-AND-CLEAR.
           MOVE SR-TERMINAL-ID TO WS-SHOWN-TERMINAL-ID
           MOVE SR-SIGNON-DATE TO WS-SHOWN-SIGNON-DATE
           MOVE SR-SIGNON-TIME TO WS-SHOWN-SIGNON-TIME
           PERFORM 2200-SET-MODE-TEXT
           DISPLAY "IN USE AT TERMINAL " SR-TERMINAL-ID " SINCE "
               SR-SIGNON-DATE " " SR-SIGNON-TIME " - " WS-MODE-TEXT
           IF SR-PARTNER-ID NOT = SPACES
               DISPLAY "PLAYING AGAINST " SR-PARTNER-ID
                   " - THAT LOCK IS CLEARED SEPARATELY"
           END-IF
           DISPLAY "CLEAR THIS LOCK? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y'
               PERFORM 3200-LOG-AND-DELETE
           ELSE
               DISPLAY "LOCK LEFT IN PLACE"
           END-IF.
      *-----------------------------------------------------------------
      * The trail is written before the lock is touched, and the
      * DELETE only happens once the log write came back clean. The
      * game can end and the player sign on again elsewhere while
      * the supervisor is answering the prompts, so the lock is read
      * again first (3250) and only the lock that was confirmed is
      * ever logged or deleted.
      *-----------------------------------------------------------------

       3200-LOG-AND-DELETE.
           DISPLAY "REASON: " WITH NO ADVANCING
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - LOCK LEFT IN PLACE"
           ELSE
               PERFORM 3250-RECHECK-LOCK
               IF LOCK-UNCHANGED
                   PERFORM 3300-WRITE-CLEAR-LOG
                   IF LOG-WRITE-OK
                       PERFORM 3400-DELETE-LOCK
                   ELSE
                       DISPLAY "LOCKLOG WRITE FAILED - LOCK LEFT "
                           "IN PLACE"
                   END-IF
               ELSE
                   DISPLAY "LOCK CHANGED - NOT CLEARED"
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Terminal and sign-on stamp together identify one sign-on; a
      * lock that is gone or carries a different stamp belongs to a
      * game the supervisor never saw.
      *-----------------------------------------------------------------

       3250-RECHECK-LOCK.
           MOVE 'N' TO WS-LOCK-SAME-SW
           MOVE WS-WORK-PLAYER-ID TO SR-PLAYER-ID
           READ ACTVSESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "3250-RECHECK-LOCK" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ACTVSESS-STATUS = "00"
                   AND SR-TERMINAL-ID = WS-SHOWN-TERMINAL-ID
                   AND SR-SIGNON-DATE = WS-SHOWN-SIGNON-DATE
                   AND SR-SIGNON-TIME = WS-SHOWN-SIGNON-TIME
               SET LOCK-UNCHANGED TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       3300-WRITE-CLEAR-LOG.
           MOVE 'N' TO WS-LOG-OK-SW
           MOVE WS-SUPERVISOR-ID TO CL-SUPERVISOR-ID
           ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT CL-LOG-TIME FROM TIME
           MOVE WS-REASON TO CL-REASON
           MOVE SR-PLAYER-ID TO CL-PLAYER-ID
           MOVE SR-TERMINAL-ID TO CL-TERMINAL-ID
           MOVE SR-SIGNON-DATE TO CL-SIGNON-DATE
           MOVE SR-SIGNON-TIME TO CL-SIGNON-TIME
           MOVE SR-PLAY-MODE TO CL-PLAY-MODE
           MOVE SR-PARTNER-ID TO CL-PARTNER-ID
           WRITE LOCK-CLEAR-RECORD
           MOVE "3300-WRITE-CLEAR-LOG" TO WS-ERR-PARAGRAPH
           MOVE "LOCKLOG" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-LOCKLOG-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-LOCKLOG-STATUS = "00"
               SET LOG-WRITE-OK TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * A lock gone in the instant since 3250 means the game ended
      * on its own just then - the trail stands and nothing further
      * is needed.
      *-----------------------------------------------------------------

       3400-DELETE-LOCK.
           DELETE ACTVSESS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "3400-DELETE-LOCK" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "DELETE" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           EVALUATE WS-ACTVSESS-STATUS
               WHEN "00"
                   DISPLAY "LOCK FOR " WS-WORK-PLAYER-ID " CLEARED"
               WHEN "23"
                   DISPLAY "LOCK FOR " WS-WORK-PLAYER-ID
                       " WAS ALREADY RELEASED"
               WHEN OTHER
                   DISPLAY "ACTVSESS DELETE FAILED, STATUS "
                       WS-ACTVSESS-STATUS
                       " - TRAIL WRITTEN, LOCK UNCHANGED"
           END-EVALUATE.
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
       END PROGRAM EJEAZR29.
