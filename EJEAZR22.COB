 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Player certification run. Reads the certification
      *          rules deck (CERTRULE, one card per level) and, for
      *          every PM-ACTIVE player on PLYRMSTR, checks the
      *          player's SCOREHST history against each level as of
      *          the evaluation date given in the PARM (format
      *          YYYYMMDD): enough won rounds at the level's
      *          difficulty inside the rolling window, each won
      *          within the round's recorded attempt limit, voided
      *          sessions never counting. Rounds written before the
      *          difficulty and limit were recorded fall back to the
      *          DIFFLVL era inference, as every other report does.
      *          CERTFILE keeps one record per player, level and
      *          period earned, with the expiry date and the session
      *          sequence and game date of each qualifying round,
      *          so a certification held on any date traces straight
      *          back to its SCOREHST rows and, once archived, to
      *          ATMPTARC. A renewal writes a new period and marks
      *          the one it replaces renewed, never overwriting it. The
      *          report prints every player newly certified, every
      *          renewal, every lapse, and every certification due
      *          to expire within 30 days of the evaluation date.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - certification was a
      *               supervisor reading the leaderboard and the
      *               history inquiry by eye, with nothing to show
      *               an auditor afterwards.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  CERTFILE keyed on the date earned as well - a
      *               renewal overwrote the period before it, so an
      *               audit could not show the level held on any
      *               earlier date or the rounds that earned it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTRULE-FILE ASSIGN TO "CERTRULE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERTRULE-STATUS.

           SELECT PLYRMSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT CERTFILE-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-KEY
               FILE STATUS IS WS-CERTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTRULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRTRLREC.

       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLMSTREC.

       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  CERTFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-LEVELS                 PIC 9(02) VALUE 10.
       77  WS-MAX-QUAL                   PIC 9(02) VALUE 10.
       77  WS-DUE-DAYS                   PIC 9(03) VALUE 030.
       01  WS-CERTRULE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CERTFILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR22".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-CERTRULE-EOF-SW            PIC X(01) VALUE 'N'.
           88  CERTRULE-EOF              VALUE 'Y'.
       01  WS-PLYRMSTR-EOF-SW            PIC X(01) VALUE 'N'.
           88  PLYRMSTR-EOF              VALUE 'Y'.
       01  WS-BROWSE-EOF-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-EOF                VALUE 'Y'.
       01  WS-RULES-BAD-SW               PIC X(01) VALUE 'N'.
           88  RULES-ARE-BAD             VALUE 'Y'.
       01  WS-CERT-ON-FILE-SW            PIC X(01) VALUE 'N'.
           88  CERT-ON-FILE              VALUE 'Y'.
       01  WS-CERT-EOF-SW                PIC X(01) VALUE 'N'.
           88  CERT-EOF                  VALUE 'Y'.
       COPY DIFFLVL.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-EVAL-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-EVAL-DAY-NO                PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-START               PIC 9(08) VALUE ZERO.
       01  WS-DUE-LIMIT                  PIC 9(08) VALUE ZERO.
       01  WS-WORK-PLAYER-ID             PIC X(10) VALUE SPACES.
       01  WS-DIFFICULTY                 PIC X(01) VALUE SPACE.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-QUAL-KEPT                  PIC 9(02) VALUE ZERO.
       01  WS-QUAL-FOUND                 PIC 9(05) VALUE ZERO.
       01  WS-QUAL-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-NEWEST-QUAL-DATE           PIC 9(08) VALUE ZERO.
       01  WS-DISPOSITION                PIC X(16) VALUE SPACES.
       01  WS-SEQ-LINE                   PIC X(70) VALUE SPACES.
       01  WS-SEQ-POINTER                PIC 9(03) COMP VALUE ZERO.
       01  WS-LEVEL-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-ACTIVE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-NEW-COUNT                  PIC 9(05) COMP VALUE ZERO.
       01  WS-RENEW-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-LAPSED-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-DUE-COUNT                  PIC 9(05) COMP VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 10 TIMES
                   INDEXED BY RUL-IDX.
               10  RT-LEVEL              PIC X(02) VALUE SPACES.
               10  RT-LEVEL-NAME         PIC X(12) VALUE SPACES.
               10  RT-DIFFICULTY         PIC X(01) VALUE SPACE.
               10  RT-MIN-WINS           PIC 9(02) VALUE ZERO.
               10  RT-MAX-WIN-ATTEMPTS   PIC 9(03) VALUE ZERO.
               10  RT-WINDOW-DAYS        PIC 9(03) VALUE ZERO.
               10  RT-VALID-DAYS         PIC 9(03) VALUE ZERO.
       01  QUAL-TABLE.
           05  QUAL-ENTRY OCCURS 10 TIMES.
               10  QT-SEQ                PIC 9(05) VALUE ZERO.
               10  QT-DATE               PIC 9(08) VALUE ZERO.
       01  WS-LATEST-CERT                PIC X(181) VALUE SPACES.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR22 - PLAYER CERTIFICATION RUN"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-EVAL-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-ONE-RULE UNTIL CERTRULE-EOF
           PERFORM 0300-CHECK-RULE-SET
           DISPLAY " "
           DISPLAY "DISPOSITION      PLAYER ID  LVL NAME         "
               "EARNED   EXPIRES  QUALIFYING SESSIONS"
           PERFORM 1000-CHECK-ONE-PLAYER UNTIL PLYRMSTR-EOF
           PERFORM 5000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-ROWS-READ TO RA-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-NEW-COUNT + WS-RENEW-COUNT
               + WS-LAPSED-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * The rolling windows and the 30-day due line are all counted
      * in days off the evaluation date, so it is turned into a day
      * number once here.
       0050-GET-EVAL-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NOT NUMERIC
               DISPLAY "EVALUATION DATE PARM MISSING OR NOT NUMERIC - "
                   "FORMAT IS YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM TO WS-EVAL-DATE
           COMPUTE WS-EVAL-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-EVAL-DATE)
           COMPUTE WS-DUE-LIMIT = FUNCTION DATE-OF-INTEGER
               (WS-EVAL-DAY-NO + WS-DUE-DAYS)
           DISPLAY "CERTIFICATION AS OF " WS-EVAL-DATE
               " - DUE LIST RUNS TO " WS-DUE-LIMIT.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN INPUT CERTRULE-FILE
           MOVE "CERTRULE" TO WS-ERR-FILE
           MOVE WS-CERTRULE-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-CERTRULE-STATUS NOT = "00"
               DISPLAY "CERTRULE OPEN FAILED, STATUS "
                   WS-CERTRULE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLYRMSTR-FILE
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "PLYRMSTR OPEN FAILED, STATUS "
                   WS-PLYRMSTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN I-O CERTFILE-FILE
           IF WS-CERTFILE-STATUS = "35"
               OPEN OUTPUT CERTFILE-FILE
               CLOSE CERTFILE-FILE
               OPEN I-O CERTFILE-FILE
           END-IF
           MOVE "CERTFILE" TO WS-ERR-FILE
           MOVE WS-CERTFILE-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-CERTFILE-STATUS NOT = "00"
               DISPLAY "CERTFILE OPEN FAILED, STATUS "
                   WS-CERTFILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE CERTRULE-FILE
           CLOSE PLYRMSTR-FILE
           CLOSE SCOREHST-FILE
           CLOSE CERTFILE-FILE.
      *-----------------------------------------------------------------
      * Every card is edited before anyone is evaluated - a level
      * judged against a mis-keyed rule would certify or lapse the
      * wrong people, so one bad card stops the whole run.
      *-----------------------------------------------------------------

       0200-LOAD-ONE-RULE.
           READ CERTRULE-FILE
               AT END
                   SET CERTRULE-EOF TO TRUE
               NOT AT END
                   PERFORM 0250-EDIT-ONE-RULE
           END-READ.
      *-----------------------------------------------------------------

       0250-EDIT-ONE-RULE.
           EVALUATE TRUE
               WHEN CR-LEVEL = SPACES
                   DISPLAY "RULE CARD WITH BLANK LEVEL CODE"
                   SET RULES-ARE-BAD TO TRUE
               WHEN NOT CR-DIFF-VALID
                   DISPLAY "RULE " CR-LEVEL " - DIFFICULTY NOT E/M/H"
                   SET RULES-ARE-BAD TO TRUE
               WHEN CR-MIN-WINS IS NOT NUMERIC
                       OR CR-MIN-WINS = ZERO
                       OR CR-MIN-WINS > WS-MAX-QUAL
                   DISPLAY "RULE " CR-LEVEL " - MINIMUM WINS NOT "
                       "01-" WS-MAX-QUAL
                   SET RULES-ARE-BAD TO TRUE
               WHEN CR-MAX-WIN-ATTEMPTS IS NOT NUMERIC
                   DISPLAY "RULE " CR-LEVEL " - ATTEMPT LIMIT NOT "
                       "NUMERIC"
                   SET RULES-ARE-BAD TO TRUE
               WHEN CR-WINDOW-DAYS IS NOT NUMERIC
                       OR CR-WINDOW-DAYS = ZERO
                   DISPLAY "RULE " CR-LEVEL " - WINDOW DAYS NOT "
                       "001-999"
                   SET RULES-ARE-BAD TO TRUE
               WHEN CR-VALID-DAYS IS NOT NUMERIC
                       OR CR-VALID-DAYS = ZERO
                   DISPLAY "RULE " CR-LEVEL " - VALID DAYS NOT "
                       "001-999"
                   SET RULES-ARE-BAD TO TRUE
               WHEN WS-LEVEL-COUNT >= WS-MAX-LEVELS
                   DISPLAY "RULE " CR-LEVEL " - MORE THAN "
                       WS-MAX-LEVELS " LEVELS ON THE DECK"
                   SET RULES-ARE-BAD TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LEVEL-COUNT
                   SET RUL-IDX TO WS-LEVEL-COUNT
                   MOVE CR-LEVEL TO RT-LEVEL(RUL-IDX)
                   MOVE CR-LEVEL-NAME TO RT-LEVEL-NAME(RUL-IDX)
                   MOVE CR-DIFFICULTY TO RT-DIFFICULTY(RUL-IDX)
                   MOVE CR-MIN-WINS TO RT-MIN-WINS(RUL-IDX)
                   MOVE CR-MAX-WIN-ATTEMPTS
                       TO RT-MAX-WIN-ATTEMPTS(RUL-IDX)
                   MOVE CR-WINDOW-DAYS TO RT-WINDOW-DAYS(RUL-IDX)
                   MOVE CR-VALID-DAYS TO RT-VALID-DAYS(RUL-IDX)
                   DISPLAY "LEVEL " CR-LEVEL " " CR-LEVEL-NAME
                       " - " CR-MIN-WINS " " CR-DIFFICULTY
                       " WINS IN " CR-WINDOW-DAYS " DAYS, GOOD FOR "
                       CR-VALID-DAYS " DAYS"
           END-EVALUATE.
      *-----------------------------------------------------------------

       0300-CHECK-RULE-SET.
           IF WS-LEVEL-COUNT = ZERO AND NOT RULES-ARE-BAD
               DISPLAY "CERTRULE IS EMPTY - NOTHING TO EVALUATE"
               SET RULES-ARE-BAD TO TRUE
           END-IF
           IF RULES-ARE-BAD
               DISPLAY "RULES DECK REJECTED - NO PLAYER EVALUATED, "
                   "CERTFILE UNCHANGED"
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-CLOSE-FILES
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

       1000-CHECK-ONE-PLAYER.
           READ PLYRMSTR-FILE NEXT RECORD
               AT END
                   SET PLYRMSTR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF PM-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM 2000-CHECK-ONE-LEVEL
                           VARYING RUL-IDX FROM 1 BY 1
                           UNTIL RUL-IDX > WS-LEVEL-COUNT
                   END-IF
           END-READ
           MOVE "1000-CHECK-ONE-PLAYER" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET PLYRMSTR-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * A qualification is fresh only when its newest round is later
      * than the date the level was last earned - the same rounds
      * can never earn the same level twice, so a lapse sticks until
      * the player wins new rounds.
      *-----------------------------------------------------------------

       2000-CHECK-ONE-LEVEL.
           PERFORM 2100-GATHER-QUALIFYING
           PERFORM 2500-READ-CERTIFICATE
           MOVE SPACES TO WS-DISPOSITION
           IF WS-QUAL-FOUND >= RT-MIN-WINS(RUL-IDX)
                   AND (NOT CERT-ON-FILE
                       OR WS-NEWEST-QUAL-DATE > CF-DATE-EARNED)
               IF CERT-ON-FILE AND CF-CERT-ACTIVE
                       AND CF-EXPIRY-DATE >= WS-EVAL-DATE
                   MOVE "RENEWED" TO WS-DISPOSITION
                   ADD 1 TO WS-RENEW-COUNT
               ELSE
                   MOVE "NEWLY CERTIFIED" TO WS-DISPOSITION
                   ADD 1 TO WS-NEW-COUNT
               END-IF
               PERFORM 3000-GRANT-CERTIFICATE
           ELSE
               IF CERT-ON-FILE AND CF-CERT-ACTIVE
                   EVALUATE TRUE
                       WHEN CF-EXPIRY-DATE < WS-EVAL-DATE
                           MOVE "LAPSED" TO WS-DISPOSITION
                           ADD 1 TO WS-LAPSED-COUNT
                           PERFORM 3100-LAPSE-CERTIFICATE
                       WHEN CF-EXPIRY-DATE <= WS-DUE-LIMIT
                           MOVE "DUE TO EXPIRE" TO WS-DISPOSITION
                           ADD 1 TO WS-DUE-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-HELD-COUNT
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-DISPOSITION NOT = SPACES
               PERFORM 4000-PRINT-ONE-LINE
           END-IF.
      *-----------------------------------------------------------------
      * SH-KEY leads with the player id, so a START at sequence zero
      * walks the player's rounds oldest first; the newest
      * RT-MIN-WINS qualifying rounds are kept, the oldest sliding
      * out as a newer one comes in.
      *-----------------------------------------------------------------

       2100-GATHER-QUALIFYING.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (WS-EVAL-DAY-NO - RT-WINDOW-DAYS(RUL-IDX) + 1)
           MOVE ZERO TO WS-QUAL-FOUND
           MOVE ZERO TO WS-QUAL-KEPT
           MOVE ZERO TO WS-NEWEST-QUAL-DATE
           MOVE PM-PLAYER-ID TO WS-WORK-PLAYER-ID
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE PM-PLAYER-ID TO SH-PLAYER-ID
           MOVE ZERO TO SH-SESSION-SEQ
           START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET BROWSE-EOF TO TRUE
           END-START
           PERFORM 2200-READ-ONE-SESSION UNTIL BROWSE-EOF.
      *-----------------------------------------------------------------

       2200-READ-ONE-SESSION.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-EOF TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = WS-WORK-PLAYER-ID
                       SET BROWSE-EOF TO TRUE
                   ELSE
                       PERFORM 2300-JUDGE-ONE-SESSION
                   END-IF
           END-READ
           MOVE "2200-READ-ONE-SESSION" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2300-JUDGE-ONE-SESSION.
           IF NOT SH-SESSION-VOID
                   AND SH-ROUND-WON
                   AND SH-GAME-DATE >= WS-WINDOW-START
                   AND SH-GAME-DATE <= WS-EVAL-DATE
               PERFORM 2350-SET-DIFFICULTY
               IF WS-DIFFICULTY = RT-DIFFICULTY(RUL-IDX)
                       AND SH-ATTEMPT-COUNT <= WS-MAX-ATTEMPTS
                       AND (RT-MAX-WIN-ATTEMPTS(RUL-IDX) = ZERO
                           OR SH-ATTEMPT-COUNT
                               <= RT-MAX-WIN-ATTEMPTS(RUL-IDX))
                   PERFORM 2400-KEEP-QUALIFYING
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * The recorded difficulty and attempt limit when present;
      * rows written before they were recorded fall back to the
      * narrowest DIFFLVL era the target fits in.
      *-----------------------------------------------------------------

       2350-SET-DIFFICULTY.
           IF SH-DIFF-RECORDED
               MOVE SH-DIFFICULTY TO WS-DIFFICULTY
               MOVE SH-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           ELSE
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
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------

       2400-KEEP-QUALIFYING.
           ADD 1 TO WS-QUAL-FOUND
           IF WS-QUAL-KEPT >= RT-MIN-WINS(RUL-IDX)
               PERFORM 2450-SLIDE-ONE-ENTRY
                   VARYING WS-QUAL-SUB FROM 1 BY 1
                   UNTIL WS-QUAL-SUB >= WS-QUAL-KEPT
           ELSE
               ADD 1 TO WS-QUAL-KEPT
           END-IF
           MOVE SH-SESSION-SEQ TO QT-SEQ(WS-QUAL-KEPT)
           MOVE SH-GAME-DATE TO QT-DATE(WS-QUAL-KEPT)
           IF SH-GAME-DATE > WS-NEWEST-QUAL-DATE
               MOVE SH-GAME-DATE TO WS-NEWEST-QUAL-DATE
           END-IF.
      *-----------------------------------------------------------------

       2450-SLIDE-ONE-ENTRY.
           MOVE QUAL-ENTRY(WS-QUAL-SUB + 1) TO QUAL-ENTRY(WS-QUAL-SUB).
      *-----------------------------------------------------------------
      * Periods sort oldest first under the player and level, so the
      * last one read is the period in force; it is put back in the
      * record area once the browse has run past it.
      *-----------------------------------------------------------------

       2500-READ-CERTIFICATE.
           MOVE 'N' TO WS-CERT-ON-FILE-SW
           MOVE 'N' TO WS-CERT-EOF-SW
           MOVE PM-PLAYER-ID TO CF-PLAYER-ID
           MOVE RT-LEVEL(RUL-IDX) TO CF-LEVEL
           MOVE ZERO TO CF-DATE-EARNED
           START CERTFILE-FILE KEY IS NOT LESS THAN CF-KEY
               INVALID KEY
                   SET CERT-EOF TO TRUE
           END-START
           MOVE "2500-READ-CERTIFICATE" TO WS-ERR-PARAGRAPH
           MOVE "CERTFILE" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-CERTFILE-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 2550-READ-ONE-PERIOD UNTIL CERT-EOF
           IF CERT-ON-FILE
               MOVE WS-LATEST-CERT TO CERTIFICATION-RECORD
           END-IF.
      *-----------------------------------------------------------------

       2550-READ-ONE-PERIOD.
           READ CERTFILE-FILE NEXT RECORD
               AT END
                   SET CERT-EOF TO TRUE
               NOT AT END
                   IF CF-PLAYER-ID NOT = PM-PLAYER-ID
                           OR CF-LEVEL NOT = RT-LEVEL(RUL-IDX)
                       SET CERT-EOF TO TRUE
                   ELSE
                       SET CERT-ON-FILE TO TRUE
                       MOVE CERTIFICATION-RECORD TO WS-LATEST-CERT
                   END-IF
           END-READ
           MOVE "2550-READ-ONE-PERIOD" TO WS-ERR-PARAGRAPH
           MOVE "CERTFILE" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-CERTFILE-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET CERT-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The level is earned on the date of the round that completed
      * it, and the expiry runs from there - not from the night the
      * batch happened to notice. Each grant is a new period under
      * its own earned date; a period still active is closed first
      * (3020) so only one is ever in force.
      *-----------------------------------------------------------------

       3000-GRANT-CERTIFICATE.
           IF CERT-ON-FILE AND CF-CERT-ACTIVE
               PERFORM 3020-CLOSE-PRIOR-PERIOD
           END-IF
           MOVE PM-PLAYER-ID TO CF-PLAYER-ID
           MOVE RT-LEVEL(RUL-IDX) TO CF-LEVEL
           MOVE RT-LEVEL-NAME(RUL-IDX) TO CF-LEVEL-NAME
           MOVE WS-NEWEST-QUAL-DATE TO CF-DATE-EARNED
           COMPUTE CF-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEWEST-QUAL-DATE)
                   + RT-VALID-DAYS(RUL-IDX))
           SET CF-CERT-ACTIVE TO TRUE
           MOVE WS-EVAL-DATE TO CF-LAST-EVAL-DATE
           MOVE WS-QUAL-KEPT TO CF-QUAL-COUNT
           PERFORM 3050-COPY-ONE-QUAL
               VARYING WS-QUAL-SUB FROM 1 BY 1
               UNTIL WS-QUAL-SUB > WS-MAX-QUAL
           WRITE CERTIFICATION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE "3000-GRANT-CERTIFICATE" TO WS-ERR-PARAGRAPH
           MOVE "CERTFILE" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-CERTFILE-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * The period being replaced keeps its dates and rounds: one
      * renewed before it ran out is marked renewed, one that had
      * already run out before the level was won back is lapsed.
      *-----------------------------------------------------------------

       3020-CLOSE-PRIOR-PERIOD.
           IF CF-EXPIRY-DATE >= WS-EVAL-DATE
               SET CF-CERT-RENEWED TO TRUE
           ELSE
               SET CF-CERT-LAPSED TO TRUE
           END-IF
           MOVE WS-EVAL-DATE TO CF-LAST-EVAL-DATE
           REWRITE CERTIFICATION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "3020-CLOSE-PRIOR-PERIOD" TO WS-ERR-PARAGRAPH
           MOVE "CERTFILE" TO WS-ERR-FILE
           MOVE "REWRITE" TO WS-ERR-OPERATION
           MOVE WS-CERTFILE-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3050-COPY-ONE-QUAL.
           IF WS-QUAL-SUB > WS-QUAL-KEPT
               MOVE ZERO TO CF-QUAL-SEQ(WS-QUAL-SUB)
               MOVE ZERO TO CF-QUAL-DATE(WS-QUAL-SUB)
           ELSE
               MOVE QT-SEQ(WS-QUAL-SUB) TO CF-QUAL-SEQ(WS-QUAL-SUB)
               MOVE QT-DATE(WS-QUAL-SUB) TO CF-QUAL-DATE(WS-QUAL-SUB)
           END-IF.
      *-----------------------------------------------------------------
      * A lapse keeps the dates and the qualifying sessions it was
      * earned on - the record still proves what was held and when.
      *-----------------------------------------------------------------

       3100-LAPSE-CERTIFICATE.
           SET CF-CERT-LAPSED TO TRUE
           MOVE WS-EVAL-DATE TO CF-LAST-EVAL-DATE
           REWRITE CERTIFICATION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "3100-LAPSE-CERTIFICATE" TO WS-ERR-PARAGRAPH
           MOVE "CERTFILE" TO WS-ERR-FILE
           MOVE "REWRITE" TO WS-ERR-OPERATION
           MOVE WS-CERTFILE-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       4000-PRINT-ONE-LINE.
           MOVE SPACES TO WS-SEQ-LINE
           MOVE 1 TO WS-SEQ-POINTER
           PERFORM 4100-ADD-ONE-SEQ
               VARYING WS-QUAL-SUB FROM 1 BY 1
               UNTIL WS-QUAL-SUB > CF-QUAL-COUNT
           DISPLAY WS-DISPOSITION " " CF-PLAYER-ID " " CF-LEVEL
               "  " CF-LEVEL-NAME " " CF-DATE-EARNED " "
               CF-EXPIRY-DATE " " WS-SEQ-LINE.
      *-----------------------------------------------------------------

       4100-ADD-ONE-SEQ.
           STRING CF-QUAL-SEQ(WS-QUAL-SUB) " "
               DELIMITED BY SIZE
               INTO WS-SEQ-LINE WITH POINTER WS-SEQ-POINTER
           END-STRING.
      *-----------------------------------------------------------------

       5000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "CERTIFICATION CONTROL REPORT - AS OF "
               WS-EVAL-DATE
           DISPLAY "LEVELS ON RULES DECK.: " WS-LEVEL-COUNT
           DISPLAY "ACTIVE PLAYERS.......: " WS-ACTIVE-COUNT
           DISPLAY "NEWLY CERTIFIED......: " WS-NEW-COUNT
           DISPLAY "RENEWED..............: " WS-RENEW-COUNT
           DISPLAY "LAPSED...............: " WS-LAPSED-COUNT
           DISPLAY "DUE TO EXPIRE........: " WS-DUE-COUNT
           DISPLAY "HELD, NOT YET DUE....: " WS-HELD-COUNT
           DISPLAY "QUALIFYING SESSIONS ARE PLAYER ID + SEQ ON "
               "SCOREHST, OR ATMPTARC FOR THE GAME DATE'S MONTH"
           DISPLAY "EVERY PERIOD STAYS ON CERTFILE UNDER PLAYER, "
               "LEVEL AND DATE EARNED".
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
           MOVE "EJEAZR22" TO RA-JOB-NAME
           MOVE "EJEAZR22" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR22.
