 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Nightly suspicious-play screening. For the date
      *          given in the PARM (format YYYYMMDD) flags three
      *          patterns worth a supervisor's look:
      *          - a daily-challenge round (SH-DAILY-ROUND) won in
      *            one or two attempts after another player had
      *            already solved that day's shared target;
      *          - a player whose first-guess win rate over the
      *            month to date is far above the rest of the
      *            floor's;
      *          - a round on the date whose ATTMPTLG trail went
      *            against every hint it was given and then won.
      *          Each flag prints the session key, the session's
      *          ATTMPTLG trail, and the AUDITLOG keystrokes typed
      *          during it, so the supervisor can decide whether to
      *          void it through EJEAZR17. Sessions already voided
      *          are neither screened nor counted in the floor norm.
      *          AUDITLOG carries no session sequence, so a player's
      *          keystrokes for a day are matched to that day's
      *          SCOREHST sessions in sequence order - every session
      *          accounts for one keystroke per valid attempt and
      *          one per rejected entry. When the day's keystroke
      *          count does not balance (a session killed and never
      *          resumed, a round finished past midnight) the
      *          evidence says so instead of presenting the match
      *          as exact. Solve order for the daily flag is the
      *          time of the winning keystroke.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - a player walking up behind
      *               a colleague and solving the daily target on
      *               the first guess only came to light when
      *               someone on the floor complained.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  First-guess rounds gathered only for players the
      *               rate test flags, in a second SCOREHST pass - the
      *               whole month's first-guess wins filled the
      *               candidate table and crowded out the screening
      *               day's own daily and hint candidates.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT ATTMPTLG-FILE ASSIGN TO "ATTMPTLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-ATTMPTLG-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  ATTMPTLG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMPTREC.

       FD  AUDITLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDTREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-PLAYERS                PIC 9(03) VALUE 200.
       77  WS-MAX-CANDIDATES             PIC 9(03) VALUE 300.
       77  WS-MAX-KEY-SLOTS              PIC 9(02) VALUE 20.
       77  WS-QUICK-ATTEMPTS             PIC 9(03) VALUE 002.
       77  WS-MIN-MONTH-ROUNDS           PIC 9(03) VALUE 010.
       77  WS-MIN-FIRST-GUESS            PIC 9(03) VALUE 003.
       77  WS-NORM-FACTOR                PIC 9(02) VALUE 03.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ATTMPTLG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDITLOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR23".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-SCOREHST-EOF-SW            PIC X(01) VALUE 'N'.
           88  SCOREHST-EOF              VALUE 'Y'.
       01  WS-RESCAN-EOF-SW              PIC X(01) VALUE 'N'.
           88  RESCAN-EOF                VALUE 'Y'.
       01  WS-CAND-FOUND-SW              PIC X(01) VALUE 'N'.
           88  CAND-FOUND                VALUE 'Y'.
       01  WS-AUDITLOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  AUDITLOG-EOF              VALUE 'Y'.
       01  WS-TRAIL-EOF-SW               PIC X(01) VALUE 'N'.
           88  TRAIL-EOF                 VALUE 'Y'.
       01  WS-PLAYER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  PLAYER-FOUND              VALUE 'Y'.
       01  WS-TABLE-FULL-SW              PIC X(01) VALUE 'N'.
           88  TABLE-IS-FULL             VALUE 'Y'.
       01  WS-DAILY-CAND-SW              PIC X(01) VALUE 'N'.
           88  DAILY-CAND                VALUE 'Y'.
       01  WS-FIRST-GUESS-CAND-SW        PIC X(01) VALUE 'N'.
           88  FIRST-GUESS-CAND          VALUE 'Y'.
       01  WS-HINT-CAND-SW               PIC X(01) VALUE 'N'.
           88  HINT-CAND                 VALUE 'Y'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-SCREEN-DATE                PIC 9(08) VALUE ZERO.
       01  WS-SCREEN-YYYYMM              PIC 9(06) VALUE ZERO.
       01  WS-MONTH-START                PIC 9(08) VALUE ZERO.
       01  WS-SEARCH-PLAYER-ID           PIC X(10) VALUE SPACES.
       01  WS-BRK-PLAYER-ID              PIC X(10) VALUE SPACES.
       01  WS-BRK-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-DAY-KEYS                   PIC 9(05) VALUE ZERO.
       01  WS-KEY-FIRST                  PIC 9(05) VALUE ZERO.
       01  WS-DAY-FIRST-CAND             PIC 9(03) VALUE 1.
       01  WS-TRAIL-PLAYER-ID            PIC X(10) VALUE SPACES.
       01  WS-TRAIL-SEQ                  PIC 9(05) VALUE ZERO.
       01  WS-TRAIL-ATTEMPTS             PIC 9(03) VALUE ZERO.
       01  WS-TRAIL-ROWS                 PIC 9(03) VALUE ZERO.
       01  WS-TRAIL-JUDGED               PIC 9(03) VALUE ZERO.
       01  WS-TRAIL-FOLLOWED             PIC 9(03) VALUE ZERO.
       01  WS-PREV-GUESS                 PIC 9(03) VALUE ZERO.
       01  WS-PREV-HINT                  PIC X(08) VALUE SPACES.
       01  WS-FIRST-SOLVE-TIME           PIC 9(08) VALUE ZERO.
       01  WS-FIRST-SOLVER-SUB           PIC 9(03) VALUE ZERO.
       01  WS-UNPROVEN-SUB               PIC 9(03) VALUE ZERO.
       01  WS-KEY-SUB                    PIC 9(02) VALUE ZERO.
       01  WS-KEY-SPAN                   PIC 9(05) VALUE ZERO.
       01  WS-REST-ROUNDS                PIC 9(07) VALUE ZERO.
       01  WS-REST-FIRST-GUESS           PIC 9(07) VALUE ZERO.
       01  WS-PLAYER-SIDE                PIC 9(11) VALUE ZERO.
       01  WS-NORM-SIDE                  PIC 9(11) VALUE ZERO.
       01  WS-FLOOR-PCT                  PIC 9(03)V9 VALUE ZERO.
       01  WS-PLAYER-PCT                 PIC 9(03)V9 VALUE ZERO.
       01  WS-FLOOR-ROUNDS               PIC 9(07) VALUE ZERO.
       01  WS-FLOOR-FIRST-GUESS          PIC 9(07) VALUE ZERO.
       01  WS-SCREENED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-VOID-SKIP-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-DAILY-WIN-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-KEYS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-DAILY-FLAG-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-FIRST-GUESS-FLAG-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-HINT-FLAG-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-PLAYER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-CAND-COUNT                 PIC 9(03) VALUE ZERO.
       01  PLAYER-TABLE.
           05  PLAYER-ENTRY OCCURS 200 TIMES
                   INDEXED BY PLR-IDX.
               10  PT-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  PT-MONTH-ROUNDS       PIC 9(05) VALUE ZERO.
               10  PT-FIRST-GUESS-WINS   PIC 9(05) VALUE ZERO.
               10  PT-CAND-COUNT         PIC 9(03) VALUE ZERO.
               10  PT-AUD-DATE           PIC 9(08) VALUE ZERO.
               10  PT-AUD-ORDINAL        PIC 9(05) VALUE ZERO.
               10  PT-FLAGGED-SW         PIC X(01) VALUE 'N'.
                   88  PT-FLAGGED        VALUE 'Y'.
       01  CANDIDATE-TABLE.
           05  CAND-ENTRY OCCURS 300 TIMES
                   INDEXED BY CND-IDX CMP-IDX.
               10  CD-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  CD-SESSION-SEQ        PIC 9(05) VALUE ZERO.
               10  CD-GAME-DATE          PIC 9(08) VALUE ZERO.
               10  CD-DIFFICULTY         PIC X(01) VALUE SPACE.
               10  CD-TARGET-NUMBER      PIC 9(03) VALUE ZERO.
               10  CD-ATTEMPT-COUNT      PIC 9(03) VALUE ZERO.
               10  CD-REJECT-COUNT       PIC 9(03) VALUE ZERO.
               10  CD-DAILY-SW           PIC X(01) VALUE 'N'.
                   88  CD-DAILY-WIN      VALUE 'Y'.
               10  CD-FIRST-GUESS-SW     PIC X(01) VALUE 'N'.
                   88  CD-FIRST-GUESS-WIN VALUE 'Y'.
               10  CD-HINT-SW            PIC X(01) VALUE 'N'.
                   88  CD-HINTS-IGNORED  VALUE 'Y'.
               10  CD-AFTER-SW           PIC X(01) VALUE 'N'.
                   88  CD-SOLVED-AFTER   VALUE 'Y'.
               10  CD-PROVEN-SW          PIC X(01) VALUE 'N'.
                   88  CD-ORDER-PROVEN   VALUE 'Y'.
               10  CD-FIRST-SOLVER-SUB   PIC 9(03) VALUE ZERO.
               10  CD-KEY-FIRST          PIC 9(05) VALUE ZERO.
               10  CD-KEY-LAST           PIC 9(05) VALUE ZERO.
               10  CD-DAY-KEYS-EXPECTED  PIC 9(05) VALUE ZERO.
               10  CD-DAY-KEYS-SEEN      PIC 9(05) VALUE ZERO.
               10  CD-FINISH-TIME        PIC 9(08) VALUE ZERO.
               10  CD-KEY-COUNT          PIC 9(02) VALUE ZERO.
               10  CD-KEY-SLOT OCCURS 20 TIMES.
                   15  CD-KEY-TIME       PIC 9(08) VALUE ZERO.
                   15  CD-KEY-RAW        PIC X(03) VALUE SPACES.
                   15  CD-KEY-SOURCE     PIC X(01) VALUE SPACE.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR23 - SUSPICIOUS PLAY SCREENING"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-SCREEN-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-READ-ONE-SESSION UNTIL SCOREHST-EOF
           PERFORM 1150-CLOSE-PLAYER-DAY
           PERFORM 2500-JUDGE-ONE-PLAYER
               VARYING PLR-IDX FROM 1 BY 1
               UNTIL PLR-IDX > WS-PLAYER-COUNT
           PERFORM 2600-GATHER-FIRST-GUESSES
               VARYING PLR-IDX FROM 1 BY 1
               UNTIL PLR-IDX > WS-PLAYER-COUNT
           PERFORM 3000-READ-ONE-KEYSTROKE UNTIL AUDITLOG-EOF
           PERFORM 4000-JUDGE-ONE-DAILY
               VARYING CND-IDX FROM 1 BY 1
               UNTIL CND-IDX > WS-CAND-COUNT
           PERFORM 5000-PRINT-DAILY-SECTION
           PERFORM 5200-PRINT-FIRST-GUESS-SECTION
           PERFORM 5400-PRINT-HINT-SECTION
           PERFORM 6000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           COMPUTE RA-READ-COUNT = WS-SCREENED-COUNT
               + WS-VOID-SKIP-COUNT + WS-KEYS-READ-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * The first-guess norm runs from the first of the screening
      * date's month through the screening date itself.
       0050-GET-SCREEN-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NOT NUMERIC
               DISPLAY "SCREENING DATE PARM MISSING OR NOT NUMERIC - "
                   "FORMAT IS YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM TO WS-SCREEN-DATE
           DIVIDE WS-SCREEN-DATE BY 100 GIVING WS-SCREEN-YYYYMM
           COMPUTE WS-MONTH-START = (WS-SCREEN-YYYYMM * 100) + 1
           DISPLAY "SCREENING " WS-SCREEN-DATE ", MONTH NORM FROM "
               WS-MONTH-START.
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
           OPEN INPUT ATTMPTLG-FILE
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ATTMPTLG-STATUS NOT = "00"
               DISPLAY "ATTMPTLG OPEN FAILED, STATUS "
                   WS-ATTMPTLG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDITLOG-FILE
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE WS-AUDITLOG-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDITLOG OPEN FAILED, STATUS "
                   WS-AUDITLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE SCOREHST-FILE
           CLOSE ATTMPTLG-FILE
           CLOSE AUDITLOG-FILE.
      *-----------------------------------------------------------------

       1000-READ-ONE-SESSION.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET SCOREHST-EOF TO TRUE
               NOT AT END
                   PERFORM 1100-TAKE-ONE-SESSION
           END-READ
           MOVE "1000-READ-ONE-SESSION" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET SCOREHST-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * SCOREHST arrives in player and session sequence order, which
      * is the order a player's rounds were played. Every session of
      * the day - voided or not, since the keystrokes were typed all
      * the same - claims the next attempts-plus-rejects keystrokes
      * of that player's day, and WS-KEY-FIRST is where its share
      * starts.
      *-----------------------------------------------------------------

       1100-TAKE-ONE-SESSION.
           IF SH-PLAYER-ID NOT = WS-BRK-PLAYER-ID
                   OR SH-GAME-DATE NOT = WS-BRK-DATE
               PERFORM 1150-CLOSE-PLAYER-DAY
               MOVE SH-PLAYER-ID TO WS-BRK-PLAYER-ID
               MOVE SH-GAME-DATE TO WS-BRK-DATE
               MOVE ZERO TO WS-DAY-KEYS
               COMPUTE WS-DAY-FIRST-CAND = WS-CAND-COUNT + 1
           END-IF
           COMPUTE WS-KEY-FIRST = WS-DAY-KEYS + 1
           ADD SH-ATTEMPT-COUNT SH-REJECT-COUNT TO WS-DAY-KEYS
           IF SH-GAME-DATE >= WS-MONTH-START
                   AND SH-GAME-DATE <= WS-SCREEN-DATE
               IF SH-SESSION-VOID
                   ADD 1 TO WS-VOID-SKIP-COUNT
               ELSE
                   PERFORM 1200-COUNT-MONTH-ROUND
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Once a player's day is complete its keystroke total is known
      * and goes onto every candidate from that day, for the balance
      * check against what AUDITLOG actually holds.
      *-----------------------------------------------------------------

       1150-CLOSE-PLAYER-DAY.
           IF WS-DAY-FIRST-CAND <= WS-CAND-COUNT
               PERFORM 1160-SET-DAY-TOTAL
                   VARYING CND-IDX FROM WS-DAY-FIRST-CAND BY 1
                   UNTIL CND-IDX > WS-CAND-COUNT
           END-IF.
      *-----------------------------------------------------------------

       1160-SET-DAY-TOTAL.
           MOVE WS-DAY-KEYS TO CD-DAY-KEYS-EXPECTED(CND-IDX).
      *-----------------------------------------------------------------

       1200-COUNT-MONTH-ROUND.
           ADD 1 TO WS-SCREENED-COUNT
           ADD 1 TO WS-FLOOR-ROUNDS
           MOVE SH-PLAYER-ID TO WS-SEARCH-PLAYER-ID
           PERFORM 1300-FIND-PLAYER
           IF NOT PLAYER-FOUND
               PERFORM 1320-ADD-PLAYER
           END-IF
           IF NOT TABLE-IS-FULL
               ADD 1 TO PT-MONTH-ROUNDS(PLR-IDX)
           END-IF
           IF SH-ROUND-WON AND SH-ATTEMPT-COUNT = 1
               ADD 1 TO WS-FLOOR-FIRST-GUESS
               IF NOT TABLE-IS-FULL
                   ADD 1 TO PT-FIRST-GUESS-WINS(PLR-IDX)
               END-IF
           END-IF
           MOVE 'N' TO WS-DAILY-CAND-SW
           MOVE 'N' TO WS-FIRST-GUESS-CAND-SW
           MOVE 'N' TO WS-HINT-CAND-SW
           IF SH-ROUND-WON
               IF SH-DAILY-ROUND AND SH-GAME-DATE = WS-SCREEN-DATE
                   SET DAILY-CAND TO TRUE
                   ADD 1 TO WS-DAILY-WIN-COUNT
               END-IF
               IF SH-GAME-DATE = WS-SCREEN-DATE
                       AND SH-ATTEMPT-COUNT >= 3
                   PERFORM 2000-CHECK-HINT-TRAIL
               END-IF
           END-IF
           IF (DAILY-CAND OR HINT-CAND)
                   AND NOT TABLE-IS-FULL
               PERFORM 1400-ADD-CANDIDATE
           END-IF.
      *-----------------------------------------------------------------
      * PERFORM VARYING augments the index before it re-tests the
      * exit condition, so on the found path PLR-IDX sits one slot
      * past the match and has to be stepped back.
      *-----------------------------------------------------------------

       1300-FIND-PLAYER.
           MOVE 'N' TO WS-PLAYER-FOUND-SW
           MOVE 'N' TO WS-TABLE-FULL-SW
           PERFORM 1350-SEARCH-ONE-PLAYER
               VARYING PLR-IDX FROM 1 BY 1
               UNTIL PLR-IDX > WS-PLAYER-COUNT OR PLAYER-FOUND
           IF PLAYER-FOUND
               SET PLR-IDX DOWN BY 1
           END-IF.
      *-----------------------------------------------------------------

       1320-ADD-PLAYER.
           IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
               SET TABLE-IS-FULL TO TRUE
               DISPLAY "WARNING - PLAYER TABLE FULL AT "
                   WS-MAX-PLAYERS " PLAYERS, NOT SCREENING "
                   WS-SEARCH-PLAYER-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PLAYER-COUNT
               SET PLR-IDX TO WS-PLAYER-COUNT
               MOVE WS-SEARCH-PLAYER-ID TO PT-PLAYER-ID(PLR-IDX)
               MOVE ZERO TO PT-MONTH-ROUNDS(PLR-IDX)
               MOVE ZERO TO PT-FIRST-GUESS-WINS(PLR-IDX)
               MOVE ZERO TO PT-CAND-COUNT(PLR-IDX)
               MOVE ZERO TO PT-AUD-DATE(PLR-IDX)
               MOVE ZERO TO PT-AUD-ORDINAL(PLR-IDX)
               MOVE 'N' TO PT-FLAGGED-SW(PLR-IDX)
           END-IF.
      *-----------------------------------------------------------------

       1350-SEARCH-ONE-PLAYER.
           IF PT-PLAYER-ID(PLR-IDX) = WS-SEARCH-PLAYER-ID
               SET PLAYER-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Every daily win on the screening date goes in, quick or not -
      * the slower ones are who a quick solve may have come after.
      * First-guess wins only go in from 2600, once the rate test
      * has flagged their player, so the month's history never takes
      * a slot the screening day's own candidates need.
      *-----------------------------------------------------------------

       1400-ADD-CANDIDATE.
           IF WS-CAND-COUNT >= WS-MAX-CANDIDATES
               DISPLAY "WARNING - CANDIDATE TABLE FULL AT "
                   WS-MAX-CANDIDATES " SESSIONS, NOT SCREENING "
                   SH-PLAYER-ID " SEQ " SH-SESSION-SEQ
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CAND-COUNT
               ADD 1 TO PT-CAND-COUNT(PLR-IDX)
               SET CND-IDX TO WS-CAND-COUNT
               MOVE SH-PLAYER-ID TO CD-PLAYER-ID(CND-IDX)
               MOVE SH-SESSION-SEQ TO CD-SESSION-SEQ(CND-IDX)
               MOVE SH-GAME-DATE TO CD-GAME-DATE(CND-IDX)
               MOVE SH-DIFFICULTY TO CD-DIFFICULTY(CND-IDX)
               MOVE SH-TARGET-NUMBER TO CD-TARGET-NUMBER(CND-IDX)
               MOVE SH-ATTEMPT-COUNT TO CD-ATTEMPT-COUNT(CND-IDX)
               MOVE SH-REJECT-COUNT TO CD-REJECT-COUNT(CND-IDX)
               MOVE WS-DAILY-CAND-SW TO CD-DAILY-SW(CND-IDX)
               MOVE WS-FIRST-GUESS-CAND-SW
                   TO CD-FIRST-GUESS-SW(CND-IDX)
               MOVE WS-HINT-CAND-SW TO CD-HINT-SW(CND-IDX)
               MOVE 'N' TO CD-AFTER-SW(CND-IDX)
               MOVE 'N' TO CD-PROVEN-SW(CND-IDX)
               MOVE ZERO TO CD-FIRST-SOLVER-SUB(CND-IDX)
               MOVE WS-KEY-FIRST TO CD-KEY-FIRST(CND-IDX)
               MOVE WS-DAY-KEYS TO CD-KEY-LAST(CND-IDX)
               MOVE ZERO TO CD-DAY-KEYS-EXPECTED(CND-IDX)
               MOVE ZERO TO CD-DAY-KEYS-SEEN(CND-IDX)
               MOVE ZERO TO CD-FINISH-TIME(CND-IDX)
               MOVE ZERO TO CD-KEY-COUNT(CND-IDX)
               IF HINT-CAND
                   ADD 1 TO WS-HINT-FLAG-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A win always agrees with the hint before it, so the winning
      * guess itself is never judged: the pattern is every guess
      * from the second up to the one before the win going against
      * the hint it followed - then the target out of nowhere. A
      * trail with rows missing is not judged at all. Direction is
      * judged exactly as the EJEAZAR5 coaching report judges it.
      *-----------------------------------------------------------------

       2000-CHECK-HINT-TRAIL.
           MOVE SH-PLAYER-ID TO WS-TRAIL-PLAYER-ID
           MOVE SH-SESSION-SEQ TO WS-TRAIL-SEQ
           MOVE SH-ATTEMPT-COUNT TO WS-TRAIL-ATTEMPTS
           MOVE ZERO TO WS-TRAIL-ROWS
           MOVE ZERO TO WS-TRAIL-JUDGED
           MOVE ZERO TO WS-TRAIL-FOLLOWED
           MOVE ZERO TO WS-PREV-GUESS
           MOVE SPACES TO WS-PREV-HINT
           PERFORM 2050-START-TRAIL
           PERFORM 2100-READ-ONE-ATTEMPT UNTIL TRAIL-EOF
           IF WS-TRAIL-ROWS = WS-TRAIL-ATTEMPTS
                   AND WS-TRAIL-JUDGED = WS-TRAIL-ATTEMPTS - 2
                   AND WS-TRAIL-FOLLOWED = ZERO
               SET HINT-CAND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2050-START-TRAIL.
           MOVE 'N' TO WS-TRAIL-EOF-SW
           MOVE WS-TRAIL-PLAYER-ID TO AT-PLAYER-ID
           MOVE WS-TRAIL-SEQ TO AT-SESSION-SEQ
           MOVE ZERO TO AT-ATTEMPT-NO
           START ATTMPTLG-FILE KEY IS NOT LESS THAN AT-KEY
               INVALID KEY
                   SET TRAIL-EOF TO TRUE
           END-START
           MOVE "2050-START-TRAIL" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       2100-READ-ONE-ATTEMPT.
           READ ATTMPTLG-FILE NEXT RECORD
               AT END
                   SET TRAIL-EOF TO TRUE
               NOT AT END
                   IF AT-PLAYER-ID NOT = WS-TRAIL-PLAYER-ID
                           OR AT-SESSION-SEQ NOT = WS-TRAIL-SEQ
                       SET TRAIL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-TRAIL-ROWS
                       IF AT-ATTEMPT-NO > 1
                               AND AT-ATTEMPT-NO < WS-TRAIL-ATTEMPTS
                           PERFORM 2200-JUDGE-DIRECTION
                       END-IF
                       MOVE AT-GUESS-NUMBER TO WS-PREV-GUESS
                       MOVE AT-HINT TO WS-PREV-HINT
                   END-IF
           END-READ
           MOVE "2100-READ-ONE-ATTEMPT" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET TRAIL-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2200-JUDGE-DIRECTION.
           ADD 1 TO WS-TRAIL-JUDGED
           EVALUATE TRUE
               WHEN WS-PREV-HINT = "TOO HIGH"
                       AND AT-GUESS-NUMBER < WS-PREV-GUESS
                   ADD 1 TO WS-TRAIL-FOLLOWED
               WHEN WS-PREV-HINT = "TOO LOW"
                       AND AT-GUESS-NUMBER > WS-PREV-GUESS
                   ADD 1 TO WS-TRAIL-FOLLOWED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * The norm is the rest of the floor, the player's own rounds
      * taken out - otherwise the heavier a player leans on a known
      * answer, the more they drag the norm up after them. Compared
      * by cross-multiplying so a floor with no first-guess wins at
      * all still compares cleanly.
      *-----------------------------------------------------------------

       2500-JUDGE-ONE-PLAYER.
           IF PT-MONTH-ROUNDS(PLR-IDX) >= WS-MIN-MONTH-ROUNDS
                   AND PT-FIRST-GUESS-WINS(PLR-IDX)
                       >= WS-MIN-FIRST-GUESS
               COMPUTE WS-REST-ROUNDS =
                   WS-FLOOR-ROUNDS - PT-MONTH-ROUNDS(PLR-IDX)
               COMPUTE WS-REST-FIRST-GUESS =
                   WS-FLOOR-FIRST-GUESS - PT-FIRST-GUESS-WINS(PLR-IDX)
               COMPUTE WS-PLAYER-SIDE =
                   PT-FIRST-GUESS-WINS(PLR-IDX) * WS-REST-ROUNDS
               COMPUTE WS-NORM-SIDE = WS-NORM-FACTOR
                   * WS-REST-FIRST-GUESS * PT-MONTH-ROUNDS(PLR-IDX)
               IF WS-REST-ROUNDS > ZERO
                       AND WS-PLAYER-SIDE >= WS-NORM-SIDE
                   SET PT-FLAGGED(PLR-IDX) TO TRUE
                   ADD 1 TO WS-FIRST-GUESS-FLAG-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Only a flagged player's first-guess rounds are printed, so
      * only a flagged player's month is read again. The day's
      * keystroke numbering is rebuilt exactly as 1100 built it - a
      * round's share of the day depends on every session before it
      * that day, voided or not.
      *-----------------------------------------------------------------

       2600-GATHER-FIRST-GUESSES.
           IF PT-FLAGGED(PLR-IDX)
               MOVE PT-PLAYER-ID(PLR-IDX) TO WS-BRK-PLAYER-ID
               MOVE ZERO TO WS-BRK-DATE
               MOVE ZERO TO WS-DAY-KEYS
               COMPUTE WS-DAY-FIRST-CAND = WS-CAND-COUNT + 1
               MOVE 'N' TO WS-RESCAN-EOF-SW
               MOVE PT-PLAYER-ID(PLR-IDX) TO SH-PLAYER-ID
               MOVE ZERO TO SH-SESSION-SEQ
               START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY
                       SET RESCAN-EOF TO TRUE
               END-START
               MOVE "2600-GATHER-FIRST-GUESSES" TO WS-ERR-PARAGRAPH
               MOVE "SCOREHST" TO WS-ERR-FILE
               MOVE "START" TO WS-ERR-OPERATION
               MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
               MOVE "23" TO WS-ERR-EXPECTED
               PERFORM 9000-CHECK-FILE-STATUS
               PERFORM 2650-READ-ONE-FLAGGED-ROUND UNTIL RESCAN-EOF
               PERFORM 1150-CLOSE-PLAYER-DAY
           END-IF.
      *-----------------------------------------------------------------

       2650-READ-ONE-FLAGGED-ROUND.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET RESCAN-EOF TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = PT-PLAYER-ID(PLR-IDX)
                       SET RESCAN-EOF TO TRUE
                   ELSE
                       PERFORM 2700-TAKE-FLAGGED-ROUND
                   END-IF
           END-READ
           MOVE "2650-READ-ONE-FLAGGED-ROUND" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET RESCAN-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * A first-guess win already in the table as a daily or hint
      * candidate is marked as one rather than entered twice.
      *-----------------------------------------------------------------

       2700-TAKE-FLAGGED-ROUND.
           IF SH-GAME-DATE NOT = WS-BRK-DATE
               PERFORM 1150-CLOSE-PLAYER-DAY
               MOVE SH-GAME-DATE TO WS-BRK-DATE
               MOVE ZERO TO WS-DAY-KEYS
               COMPUTE WS-DAY-FIRST-CAND = WS-CAND-COUNT + 1
           END-IF
           COMPUTE WS-KEY-FIRST = WS-DAY-KEYS + 1
           ADD SH-ATTEMPT-COUNT SH-REJECT-COUNT TO WS-DAY-KEYS
           IF SH-GAME-DATE >= WS-MONTH-START
                   AND SH-GAME-DATE <= WS-SCREEN-DATE
                   AND NOT SH-SESSION-VOID
                   AND SH-ROUND-WON
                   AND SH-ATTEMPT-COUNT = 1
               MOVE 'N' TO WS-CAND-FOUND-SW
               PERFORM 2750-SEARCH-ONE-CAND
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CAND-COUNT OR CAND-FOUND
               IF CAND-FOUND
                   SET CMP-IDX DOWN BY 1
                   SET CD-FIRST-GUESS-WIN(CMP-IDX) TO TRUE
               ELSE
                   MOVE 'N' TO WS-DAILY-CAND-SW
                   MOVE 'N' TO WS-HINT-CAND-SW
                   SET FIRST-GUESS-CAND TO TRUE
                   PERFORM 1400-ADD-CANDIDATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2750-SEARCH-ONE-CAND.
           IF CD-PLAYER-ID(CMP-IDX) = SH-PLAYER-ID
                   AND CD-SESSION-SEQ(CMP-IDX) = SH-SESSION-SEQ
               SET CAND-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       3000-READ-ONE-KEYSTROKE.
           READ AUDITLOG-FILE
               AT END
                   SET AUDITLOG-EOF TO TRUE
               NOT AT END
                   IF AL-LOG-DATE >= WS-MONTH-START
                           AND AL-LOG-DATE <= WS-SCREEN-DATE
                       ADD 1 TO WS-KEYS-READ-COUNT
                       PERFORM 3100-PLACE-ONE-KEYSTROKE
                   END-IF
           END-READ
           MOVE "3000-READ-ONE-KEYSTROKE" TO WS-ERR-PARAGRAPH
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-AUDITLOG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET AUDITLOG-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * AUDITLOG is written in time order, so counting a player's
      * keystrokes as they come gives each one its place in the
      * player's day - the same numbering 1100 handed the sessions.
      *-----------------------------------------------------------------

       3100-PLACE-ONE-KEYSTROKE.
           MOVE AL-PLAYER-ID TO WS-SEARCH-PLAYER-ID
           PERFORM 1300-FIND-PLAYER
           IF PLAYER-FOUND
               IF PT-AUD-DATE(PLR-IDX) NOT = AL-LOG-DATE
                   MOVE AL-LOG-DATE TO PT-AUD-DATE(PLR-IDX)
                   MOVE ZERO TO PT-AUD-ORDINAL(PLR-IDX)
               END-IF
               ADD 1 TO PT-AUD-ORDINAL(PLR-IDX)
               IF PT-CAND-COUNT(PLR-IDX) > ZERO
                   PERFORM 3200-OFFER-TO-ONE-CAND
                       VARYING CND-IDX FROM 1 BY 1
                       UNTIL CND-IDX > WS-CAND-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       3200-OFFER-TO-ONE-CAND.
           IF CD-PLAYER-ID(CND-IDX) = AL-PLAYER-ID
                   AND CD-GAME-DATE(CND-IDX) = AL-LOG-DATE
               ADD 1 TO CD-DAY-KEYS-SEEN(CND-IDX)
               IF PT-AUD-ORDINAL(PLR-IDX) >= CD-KEY-FIRST(CND-IDX)
                       AND PT-AUD-ORDINAL(PLR-IDX)
                           <= CD-KEY-LAST(CND-IDX)
                   MOVE AL-LOG-TIME TO CD-FINISH-TIME(CND-IDX)
                   IF CD-KEY-COUNT(CND-IDX) < WS-MAX-KEY-SLOTS
                       ADD 1 TO CD-KEY-COUNT(CND-IDX)
                       MOVE CD-KEY-COUNT(CND-IDX) TO WS-KEY-SUB
                       MOVE AL-LOG-TIME
                           TO CD-KEY-TIME(CND-IDX, WS-KEY-SUB)
                       MOVE AL-RAW-INPUT
                           TO CD-KEY-RAW(CND-IDX, WS-KEY-SUB)
                       MOVE AL-SOURCE
                           TO CD-KEY-SOURCE(CND-IDX, WS-KEY-SUB)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A quick daily win is flagged when another player won the
      * same target earlier that day. Earlier is proven by the
      * winning keystroke times; where either round has no
      * keystrokes to time it by, another player's solve still
      * flags it, marked as unproven order.
      *-----------------------------------------------------------------

       4000-JUDGE-ONE-DAILY.
           IF CD-DAILY-WIN(CND-IDX)
                   AND CD-ATTEMPT-COUNT(CND-IDX) <= WS-QUICK-ATTEMPTS
               MOVE 99999999 TO WS-FIRST-SOLVE-TIME
               MOVE ZERO TO WS-FIRST-SOLVER-SUB
               MOVE ZERO TO WS-UNPROVEN-SUB
               PERFORM 4100-COMPARE-ONE-SOLVER
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CAND-COUNT
               EVALUATE TRUE
                   WHEN WS-FIRST-SOLVER-SUB > ZERO
                       SET CD-SOLVED-AFTER(CND-IDX) TO TRUE
                       SET CD-ORDER-PROVEN(CND-IDX) TO TRUE
                       MOVE WS-FIRST-SOLVER-SUB
                           TO CD-FIRST-SOLVER-SUB(CND-IDX)
                       ADD 1 TO WS-DAILY-FLAG-COUNT
                   WHEN WS-UNPROVEN-SUB > ZERO
                       SET CD-SOLVED-AFTER(CND-IDX) TO TRUE
                       MOVE WS-UNPROVEN-SUB
                           TO CD-FIRST-SOLVER-SUB(CND-IDX)
                       ADD 1 TO WS-DAILY-FLAG-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------

       4100-COMPARE-ONE-SOLVER.
           IF CD-DAILY-WIN(CMP-IDX)
                   AND CD-PLAYER-ID(CMP-IDX) NOT = CD-PLAYER-ID(CND-IDX)
                   AND CD-DIFFICULTY(CMP-IDX) = CD-DIFFICULTY(CND-IDX)
                   AND CD-TARGET-NUMBER(CMP-IDX)
                       = CD-TARGET-NUMBER(CND-IDX)
               EVALUATE TRUE
                   WHEN CD-FINISH-TIME(CMP-IDX) = ZERO
                           OR CD-FINISH-TIME(CND-IDX) = ZERO
                       IF WS-UNPROVEN-SUB = ZERO
                           SET WS-UNPROVEN-SUB TO CMP-IDX
                       END-IF
                   WHEN CD-FINISH-TIME(CMP-IDX)
                           < CD-FINISH-TIME(CND-IDX)
                       IF CD-FINISH-TIME(CMP-IDX) < WS-FIRST-SOLVE-TIME
                           MOVE CD-FINISH-TIME(CMP-IDX)
                               TO WS-FIRST-SOLVE-TIME
                           SET WS-FIRST-SOLVER-SUB TO CMP-IDX
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------

       5000-PRINT-DAILY-SECTION.
           DISPLAY " "
           DISPLAY "1. DAILY ROUNDS WON IN " WS-QUICK-ATTEMPTS
               " ATTEMPTS OR FEWER AFTER ANOTHER PLAYER'S SOLVE"
           IF WS-DAILY-FLAG-COUNT = ZERO
               DISPLAY "   NONE"
           ELSE
               PERFORM 5100-PRINT-ONE-DAILY-FLAG
                   VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CAND-COUNT
           END-IF.
      *-----------------------------------------------------------------

       5100-PRINT-ONE-DAILY-FLAG.
           IF CD-SOLVED-AFTER(CND-IDX)
               PERFORM 5500-PRINT-SESSION-EVIDENCE
               SET CMP-IDX TO CD-FIRST-SOLVER-SUB(CND-IDX)
               IF CD-ORDER-PROVEN(CND-IDX)
                   DISPLAY "   SOLVED FIRST BY " CD-PLAYER-ID(CMP-IDX)
                       " SEQ " CD-SESSION-SEQ(CMP-IDX) " AT "
                       CD-FINISH-TIME(CMP-IDX)
                       ", THIS ROUND WON AT "
                       CD-FINISH-TIME(CND-IDX)
               ELSE
                   DISPLAY "   ALSO SOLVED BY " CD-PLAYER-ID(CMP-IDX)
                       " SEQ " CD-SESSION-SEQ(CMP-IDX)
                       " - ORDER NOT PROVEN, NO AUDITLOG TIME FOR "
                       "ONE OF THE TWO ROUNDS"
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       5200-PRINT-FIRST-GUESS-SECTION.
           MOVE ZERO TO WS-FLOOR-PCT
           IF WS-FLOOR-ROUNDS > ZERO
               COMPUTE WS-FLOOR-PCT ROUNDED =
                   (WS-FLOOR-FIRST-GUESS * 100) / WS-FLOOR-ROUNDS
           END-IF
           DISPLAY " "
           DISPLAY "2. FIRST-GUESS WIN RATE " WS-NORM-FACTOR
               " TIMES THE REST OF THE FLOOR OR MORE - FLOOR RATE "
               WS-FLOOR-PCT " PCT OVER " WS-FLOOR-ROUNDS " ROUNDS"
           IF WS-FIRST-GUESS-FLAG-COUNT = ZERO
               DISPLAY "   NONE"
           ELSE
               PERFORM 5250-PRINT-ONE-PLAYER-FLAG
                   VARYING PLR-IDX FROM 1 BY 1
                   UNTIL PLR-IDX > WS-PLAYER-COUNT
           END-IF.
      *-----------------------------------------------------------------

       5250-PRINT-ONE-PLAYER-FLAG.
           IF PT-FLAGGED(PLR-IDX)
               COMPUTE WS-PLAYER-PCT ROUNDED =
                   (PT-FIRST-GUESS-WINS(PLR-IDX) * 100)
                       / PT-MONTH-ROUNDS(PLR-IDX)
               DISPLAY " "
               DISPLAY "   PLAYER " PT-PLAYER-ID(PLR-IDX) " - "
                   PT-FIRST-GUESS-WINS(PLR-IDX) " FIRST-GUESS WINS IN "
                   PT-MONTH-ROUNDS(PLR-IDX) " ROUNDS, "
                   WS-PLAYER-PCT " PCT"
               PERFORM 5260-PRINT-ONE-FIRST-GUESS
                   VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CAND-COUNT
           END-IF.
      *-----------------------------------------------------------------

       5260-PRINT-ONE-FIRST-GUESS.
           IF CD-FIRST-GUESS-WIN(CND-IDX)
                   AND CD-PLAYER-ID(CND-IDX) = PT-PLAYER-ID(PLR-IDX)
               PERFORM 5500-PRINT-SESSION-EVIDENCE
           END-IF.
      *-----------------------------------------------------------------

       5400-PRINT-HINT-SECTION.
           DISPLAY " "
           DISPLAY "3. ROUNDS WON AFTER GOING AGAINST EVERY HINT"
           IF WS-HINT-FLAG-COUNT = ZERO
               DISPLAY "   NONE"
           ELSE
               PERFORM 5450-PRINT-ONE-HINT-FLAG
                   VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CAND-COUNT
           END-IF.
      *-----------------------------------------------------------------

       5450-PRINT-ONE-HINT-FLAG.
           IF CD-HINTS-IGNORED(CND-IDX)
               PERFORM 5500-PRINT-SESSION-EVIDENCE
           END-IF.
      *-----------------------------------------------------------------

       5500-PRINT-SESSION-EVIDENCE.
           DISPLAY " "
           DISPLAY "   SESSION " CD-PLAYER-ID(CND-IDX) " SEQ "
               CD-SESSION-SEQ(CND-IDX) " DATE " CD-GAME-DATE(CND-IDX)
               " DIFF " CD-DIFFICULTY(CND-IDX) " TARGET "
               CD-TARGET-NUMBER(CND-IDX) " ATTEMPTS "
               CD-ATTEMPT-COUNT(CND-IDX) " REJECTS "
               CD-REJECT-COUNT(CND-IDX)
           MOVE CD-PLAYER-ID(CND-IDX) TO WS-TRAIL-PLAYER-ID
           MOVE CD-SESSION-SEQ(CND-IDX) TO WS-TRAIL-SEQ
           PERFORM 2050-START-TRAIL
           PERFORM 5600-PRINT-ONE-ATTEMPT UNTIL TRAIL-EOF
           IF CD-KEY-COUNT(CND-IDX) = ZERO
               DISPLAY "   AUDITLOG - NO KEYSTROKES FOUND FOR THIS "
                   "SESSION"
           ELSE
               PERFORM 5700-PRINT-ONE-KEYSTROKE
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > CD-KEY-COUNT(CND-IDX)
               COMPUTE WS-KEY-SPAN = CD-KEY-LAST(CND-IDX)
                   - CD-KEY-FIRST(CND-IDX) + 1
               IF CD-KEY-COUNT(CND-IDX) = WS-MAX-KEY-SLOTS
                       AND WS-KEY-SPAN > WS-MAX-KEY-SLOTS
                   DISPLAY "   AUDITLOG - ONLY THE FIRST "
                       WS-MAX-KEY-SLOTS " KEYSTROKES LISTED"
               END-IF
           END-IF
           IF CD-DAY-KEYS-SEEN(CND-IDX)
                   NOT = CD-DAY-KEYS-EXPECTED(CND-IDX)
               DISPLAY "   NOTE - AUDITLOG HOLDS "
                   CD-DAY-KEYS-SEEN(CND-IDX) " KEYSTROKES FOR THE "
                   "PLAYER THAT DAY, SCOREHST ACCOUNTS FOR "
                   CD-DAY-KEYS-EXPECTED(CND-IDX)
               DISPLAY "          KEYSTROKES ABOVE ARE MATCHED TO "
                   "THIS SESSION APPROXIMATELY"
           END-IF.
      *-----------------------------------------------------------------

       5600-PRINT-ONE-ATTEMPT.
           READ ATTMPTLG-FILE NEXT RECORD
               AT END
                   SET TRAIL-EOF TO TRUE
               NOT AT END
                   IF AT-PLAYER-ID NOT = WS-TRAIL-PLAYER-ID
                           OR AT-SESSION-SEQ NOT = WS-TRAIL-SEQ
                       SET TRAIL-EOF TO TRUE
                   ELSE
                       DISPLAY "   ATTMPTLG ATT " AT-ATTEMPT-NO
                           " GUESS " AT-GUESS-NUMBER " TARGET "
                           AT-TARGET-NUMBER " " AT-HINT
                   END-IF
           END-READ
           MOVE "5600-PRINT-ONE-ATTEMPT" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET TRAIL-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       5700-PRINT-ONE-KEYSTROKE.
           DISPLAY "   AUDITLOG " CD-KEY-TIME(CND-IDX, WS-KEY-SUB)
               " TYPED '" CD-KEY-RAW(CND-IDX, WS-KEY-SUB) "' SOURCE "
               CD-KEY-SOURCE(CND-IDX, WS-KEY-SUB).
      *-----------------------------------------------------------------

       6000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "SCREENING CONTROL REPORT - " WS-SCREEN-DATE
           DISPLAY "MONTH ROUNDS SCREENED: " WS-SCREENED-COUNT
           DISPLAY "VOIDED ROUNDS SKIPPED: " WS-VOID-SKIP-COUNT
           DISPLAY "DAILY WINS ON DATE...: " WS-DAILY-WIN-COUNT
           DISPLAY "KEYSTROKES IN MONTH..: " WS-KEYS-READ-COUNT
           DISPLAY "QUICK DAILY FLAGS....: " WS-DAILY-FLAG-COUNT
           DISPLAY "FIRST-GUESS FLAGS....: " WS-FIRST-GUESS-FLAG-COUNT
           DISPLAY "HINTS-IGNORED FLAGS..: " WS-HINT-FLAG-COUNT
           IF WS-DAILY-FLAG-COUNT > ZERO
                   OR WS-FIRST-GUESS-FLAG-COUNT > ZERO
                   OR WS-HINT-FLAG-COUNT > ZERO
               DISPLAY "REVIEW EACH FLAG - VOID THROUGH EJEAZR17 "
                   "WHERE WARRANTED"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
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
           MOVE "EJEAZR23" TO RA-JOB-NAME
           MOVE "EJEAZR23" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR23.
