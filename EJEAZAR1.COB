      *               mode, which forces daily off), so the EJEAZR19
      *               results board can rank everyone who played the
      *               day's shared target.
      * 10/2026  GNA  Batch runs log their start and end to the
      *               RUNCTLF run-control ledger through RUNCTLR for
      *               the morning batch-window report; interactive
      *               play is not a batch run and is not logged.
      * 10/2026  GNA  0230-VERIFY-PLAYER-ID now registers a session
      *               lock on the new ACTVSESS file at sign-on - both
      *               players in head-to-head - and the lock is
      *               released when the game ends. A second sign-on
      *               for a locked id is refused with the terminal
      *               and time it is in use since: a player signed on
      *               at two floor terminals was overwriting their
      *               own CHKPTFL checkpoint and could resume on one
      *               terminal a round still live on the other. The
      *               terminal id is asked for once at start-up;
      *               batch runs take no locks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR1.
               RECORD KEY IS BC-RUN-ID
               FILE STATUS IS WS-BTCHCKPT-STATUS.

           SELECT ACTVSESS-FILE ASSIGN TO "ACTVSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-PLAYER-ID
               FILE STATUS IS WS-ACTVSESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BCHKREC.

       FD  ACTVSESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACTVREC.

       WORKING-STORAGE SECTION.
       77  flag                          PIC 9     VALUE 0.
       77  WS-ATTEMPT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-TRNMTRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-H2HRESLT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BTCHCKPT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ACTVSESS-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZAR1".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-RESUME-SW                  PIC X(01) VALUE 'N'.
           88  RESUME-REQUESTED          VALUE 'Y'.
       01  WS-PLAYER-ID                  PIC X(10) VALUE SPACES.
       01  WS-TERMINAL-ID                PIC X(08) VALUE SPACES.
       01  WS-LOCK-PLAYER-ID             PIC X(10) VALUE SPACES.
       01  WS-LOCK-PARTNER-ID            PIC X(10) VALUE SPACES.
       01  WS-TARGET-NUMBER               PIC 9(03) VALUE ZERO.
       01  WS-MIN-RANGE                   PIC 9(03) VALUE 001.
       01  WS-MAX-RANGE                   PIC 9(03) VALUE 100.
       01  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW                   PIC 9(08) VALUE ZERO.
       01  WS-SEED-VALUE                 PIC 9(08) VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:5) = "BATCH"
               SET BATCH-MODE-ON TO TRUE
               PERFORM 9100-LOG-RUN-START
           ELSE
               PERFORM 0050-GET-TERMINAL-ID
           END-IF
           PERFORM 0100-OPEN-FILES
           IF BATCH-MODE-ON
           ELSE
               PERFORM 0200-GET-PLAYER-ID
               PERFORM 0220-SELECT-PLAY-MODE
               MOVE WS-PLAYER-ID TO WS-LOCK-PLAYER-ID
               MOVE SPACES TO WS-LOCK-PARTNER-ID
               PERFORM 0270-NOTE-SESSION-MODE
               EVALUATE TRUE
                   WHEN TOURN-MODE-ON
                       PERFORM 6000-PLAY-TOURNAMENT
                       PERFORM 5000-PLAY-ROUND UNTIL GAME-IS-OVER
                       PERFORM 4000-SHOW-NUMBER-OF-ATTEMPTS
               END-EVALUATE
               PERFORM 0290-RELEASE-SESSION-LOCKS
           END-IF
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           IF BATCH-MODE-ON
               MOVE WS-BATCH-ROW-NUMBER TO RA-READ-COUNT
               COMPUTE RA-WRITE-COUNT = WS-BATCH-ROW-NUMBER
                   - WS-BATCH-SKIPPED-COUNT
               PERFORM 9200-LOG-RUN-END
           END-IF
           STOP RUN.
      */////////////////////////////////////////////////////////////////
      * The terminal id goes on every session lock taken here, so a
      * refused sign-on can say where the id is already in use.
      *-----------------------------------------------------------------

       0050-GET-TERMINAL-ID.
           DISPLAY "TERMINAL ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-TERMINAL-ID
           ACCEPT WS-TERMINAL-ID
           IF WS-TERMINAL-ID = SPACES
               DISPLAY "TERMINAL ID CANNOT BE BLANK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "REGISTER PLAYERS THROUGH EJEAZAR3 FIRST"
               STOP RUN
           END-IF
           IF NOT BATCH-MODE-ON
               PERFORM 0110-OPEN-SESSION-REGISTRY
           END-IF.
      *-----------------------------------------------------------------
      * No floor play without the registry - a sign-on that cannot
      * take its lock is exactly the double sign-on it exists to stop.
      *-----------------------------------------------------------------

       0110-OPEN-SESSION-REGISTRY.
           OPEN I-O ACTVSESS-FILE
           IF WS-ACTVSESS-STATUS = "35"
               OPEN OUTPUT ACTVSESS-FILE
               CLOSE ACTVSESS-FILE
               OPEN I-O ACTVSESS-FILE
           END-IF
           MOVE "0110-OPEN-SESSION-REGISTRY" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "OPEN" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ACTVSESS-STATUS NOT = "00"
               DISPLAY "ACTVSESS OPEN FAILED, STATUS "
                   WS-ACTVSESS-STATUS " - NO SIGN-ON WITHOUT A "
                   "SESSION LOCK"
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF PLAYER-ID-OK AND NOT BATCH-MODE-ON
               PERFORM 0260-REGISTER-SESSION-LOCK
           END-IF.
      *-----------------------------------------------------------------
      * The WRITE itself is the test: only one terminal's WRITE of a
      * player's lock can win, so two sign-ons racing each other
      * cannot both get through the way a READ-then-WRITE would let
      * them. The loser reads the winner's lock to say where the id
      * is in use.
      *-----------------------------------------------------------------

       0260-REGISTER-SESSION-LOCK.
           MOVE WS-PLAYER-ID TO SR-PLAYER-ID
           MOVE WS-TERMINAL-ID TO SR-TERMINAL-ID
           ACCEPT SR-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT SR-SIGNON-TIME FROM TIME
           MOVE SPACE TO SR-PLAY-MODE
           MOVE SPACES TO SR-PARTNER-ID
           WRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-PLAYER-OK-SW
           END-WRITE
           MOVE "0260-REGISTER-SESSION-LOCK" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "22" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           EVALUATE WS-ACTVSESS-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   PERFORM 0265-SHOW-LOCK-HOLDER
               WHEN OTHER
                   MOVE 'N' TO WS-PLAYER-OK-SW
                   DISPLAY "SESSION LOCK FOR " WS-PLAYER-ID
                       " NOT TAKEN, STATUS " WS-ACTVSESS-STATUS
                       " - SIGN-ON REFUSED"
           END-EVALUATE.
      *-----------------------------------------------------------------

       0265-SHOW-LOCK-HOLDER.
           MOVE WS-PLAYER-ID TO SR-PLAYER-ID
           READ ACTVSESS-FILE
               INVALID KEY
                   DISPLAY "PLAYER " WS-PLAYER-ID
                       " WAS SIGNING ON ELSEWHERE - TRY AGAIN"
               NOT INVALID KEY
                   DISPLAY "PLAYER " WS-PLAYER-ID
                       " ALREADY IN USE AT TERMINAL " SR-TERMINAL-ID
                       " SINCE " SR-SIGNON-DATE " " SR-SIGNON-TIME
                   DISPLAY "A STALE LOCK IS CLEARED BY A SUPERVISOR "
                       "THROUGH EJEAZR29"
           END-READ
           MOVE "0265-SHOW-LOCK-HOLDER" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * Once the mode is picked (and, in head-to-head, the other
      * side is known) the lock is brought up to date so the
      * supervisor inquiry shows what each terminal is playing.
      *-----------------------------------------------------------------

       0270-NOTE-SESSION-MODE.
           MOVE WS-LOCK-PLAYER-ID TO SR-PLAYER-ID
           READ ACTVSESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-PLAY-MODE-SW TO SR-PLAY-MODE
                   MOVE WS-LOCK-PARTNER-ID TO SR-PARTNER-ID
                   REWRITE ACTIVE-SESSION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE "0270-NOTE-SESSION-MODE" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "UPDATE" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       0280-RELEASE-SESSION-LOCK.
           MOVE WS-LOCK-PLAYER-ID TO SR-PLAYER-ID
           DELETE ACTVSESS-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "0280-RELEASE-SESSION-LOCK" TO WS-ERR-PARAGRAPH
           MOVE "ACTVSESS" TO WS-ERR-FILE
           MOVE "DELETE" TO WS-ERR-OPERATION
           MOVE WS-ACTVSESS-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * A lock already gone (a supervisor cleared it mid-game) is
      * not an error - the game is over either way.
      *-----------------------------------------------------------------

       0290-RELEASE-SESSION-LOCKS.
           IF H2H-MODE-ON
               MOVE H2-PLAYER-ID(1) TO WS-LOCK-PLAYER-ID
               PERFORM 0280-RELEASE-SESSION-LOCK
               MOVE H2-PLAYER-ID(2) TO WS-LOCK-PLAYER-ID
               PERFORM 0280-RELEASE-SESSION-LOCK
           ELSE
               MOVE WS-PLAYER-ID TO WS-LOCK-PLAYER-ID
               PERFORM 0280-RELEASE-SESSION-LOCK
           END-IF.
      *-----------------------------------------------------------------

       0220-SELECT-PLAY-MODE.
           DISPLAY "PLAY MODE - SINGLE(S) TOURNAMENT(T) "
           CLOSE ATTMPTLG-FILE
           CLOSE PLYRMSTR-FILE
           CLOSE TRNMTRES-FILE
           CLOSE H2HRESLT-FILE
           IF NOT BATCH-MODE-ON
               CLOSE ACTVSESS-FILE
           END-IF.
      *-----------------------------------------------------------------

       1000-CALL-ROUTINE.
       6500-PLAY-HEAD-TO-HEAD.
           MOVE WS-PLAYER-ID TO H2-PLAYER-ID(1)
           PERFORM 6510-GET-SECOND-PLAYER
           PERFORM 6530-NOTE-H2H-PAIR
           PERFORM 0150-SELECT-DIFFICULTY
           PERFORM 0250-SELECT-GAME-MODE
           PERFORM 1000-CALL-ROUTINE
           MOVE 'N' TO H2-OUT-SW(WS-H2H-TURN).
      *-----------------------------------------------------------------

       6530-NOTE-H2H-PAIR.
           MOVE H2-PLAYER-ID(1) TO WS-LOCK-PLAYER-ID
           MOVE H2-PLAYER-ID(2) TO WS-LOCK-PARTNER-ID
           PERFORM 0270-NOTE-SESSION-MODE
           MOVE H2-PLAYER-ID(2) TO WS-LOCK-PLAYER-ID
           MOVE H2-PLAYER-ID(1) TO WS-LOCK-PARTNER-ID
           PERFORM 0270-NOTE-SESSION-MODE.
      *-----------------------------------------------------------------

       6600-PLAY-H2H-TURN.
           IF H2-SIDE-OUT(WS-H2H-TURN)
               PERFORM 6650-SWAP-TURN
                   WS-ERR-OPERATION, WS-ERR-PARAGRAPH, WS-ERR-STATUS
           END-IF
           MOVE SPACES TO WS-ERR-EXPECTED.
      *-----------------------------------------------------------------
      * Run-control ledger: the start of a batch run, then its end
      * with the counts and return code (RUNCTLR hands the return
      * code back unchanged).
      *-----------------------------------------------------------------

       9100-LOG-RUN-START.
           MOVE 'S' TO RA-REQUEST
           MOVE "EJEAZAR1" TO RA-JOB-NAME
           MOVE "EJEAZAR1" TO RA-PROGRAM
           MOVE WS-PARM TO RA-PARM
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR1.
