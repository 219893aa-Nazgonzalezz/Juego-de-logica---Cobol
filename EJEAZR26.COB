 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Nightly training-activity feed to HR's learning-
      *          management system. For the activity day given in
      *          the PARM (format YYYYMMDD[,RESEND]) writes LMSFEED:
      *          a header, one detail per player who played a live
      *          round that day - rounds played, rounds won, the
      *          highest difficulty attempted, tournament series
      *          played and won off TRNMTRES, and the PLYRMSTR
      *          department - then any adjustments, then a trailer.
      *          Header and trailer carry the run date, the record
      *          count and the hash total of the player ids (see
      *          LMSREC) so the LMS can prove it loaded the whole
      *          file.
      *          Every day sent is recorded on LMSCTLF. A day already
      *          on LMSCTLF is refused (RC 8) unless the operator
      *          adds RESEND to the PARM; a resend rebuilds the day
      *          from SCOREHST as it stands and the header says so.
      *          An EJEAZR17 void or unvoid logged on ADJSTLOG after
      *          a day was sent changes what the LMS holds for that
      *          player-day, so it goes out on the next run as an
      *          adjustment record carrying the corrected totals for
      *          the whole player-day. A reject-count fix changes
      *          nothing the LMS is sent and raises no adjustment.
      *          The same rules apply to details, adjustments and
      *          resends alike: a voided round is left out as if it
      *          was never played, so a player-day whose rounds were
      *          all voided goes out as zeros; and every player is
      *          sent whatever their PLYRMSTR status, with that
      *          status on the record (A, I, or U for an id no
      *          longer on PLYRMSTR) - the rounds were played either
      *          way, and the LMS decides what an inactive employee's
      *          record means.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - HR were retyping daily
      *               totals off the EJEAZAR2 leaderboard into the
      *               learning-management system.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  A day refused as already sent now writes its
      *               run end record, and LMSFEED is only opened once
      *               the day has passed that check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT TRNMTRES-FILE ASSIGN TO "TRNMTRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TRNMTRES-STATUS.

           SELECT PLYRMSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT ADJSTLOG-FILE ASSIGN TO "ADJSTLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJSTLOG-STATUS.

           SELECT LMSCTLF-FILE ASSIGN TO "LMSCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-FEED-DATE
               FILE STATUS IS WS-LMSCTLF-STATUS.

           SELECT LMSFEED-FILE ASSIGN TO "LMSFEED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LMSFEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  TRNMTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRNMTREC.

       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLMSTREC.

       FD  ADJSTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJREC.

       FD  LMSCTLF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LMSCREC.

       FD  LMSFEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LMSREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-PLAYERS                PIC 9(03) VALUE 200.
       77  WS-MAX-ADJUSTS                PIC 9(03) VALUE 200.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRNMTRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADJSTLOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LMSCTLF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LMSFEED-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR26".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-SCOREHST-EOF-SW            PIC X(01) VALUE 'N'.
           88  SCOREHST-EOF              VALUE 'Y'.
       01  WS-ADJSTLOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  ADJSTLOG-EOF              VALUE 'Y'.
       01  WS-ADJSTLOG-OPEN-SW           PIC X(01) VALUE 'N'.
           88  ADJSTLOG-OPEN             VALUE 'Y'.
       01  WS-LMSFEED-OPEN-SW            PIC X(01) VALUE 'N'.
           88  LMSFEED-OPEN              VALUE 'Y'.
       01  WS-BROWSE-END-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-END                VALUE 'Y'.
       01  WS-SERIES-END-SW              PIC X(01) VALUE 'N'.
           88  SERIES-END                VALUE 'Y'.
       01  WS-DAY-SENT-SW                PIC X(01) VALUE 'N'.
           88  DAY-ALREADY-SENT          VALUE 'Y'.
       01  WS-SESSION-FOUND-SW           PIC X(01) VALUE 'N'.
           88  SESSION-FOUND             VALUE 'Y'.
       01  WS-ADJUST-FOUND-SW            PIC X(01) VALUE 'N'.
           88  ADJUST-FOUND              VALUE 'Y'.
       01  WS-HASH-FOUND-SW              PIC X(01) VALUE 'N'.
           88  HASH-DIGIT-FOUND          VALUE 'Y'.
       01  WS-FEED-INCOMPLETE-SW         PIC X(01) VALUE 'N'.
           88  FEED-INCOMPLETE           VALUE 'Y'.
       COPY DIFFLVL.
       01  WS-PARM                       PIC X(20) VALUE SPACES.
       01  WS-PARM-DATE                  PIC X(08) VALUE SPACES.
       01  WS-PARM-OPTION                PIC X(08) VALUE SPACES.
           88  RESEND-REQUESTED          VALUE 'RESEND'.
       01  WS-FEED-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
       01  WS-DIFFICULTY                 PIC X(01) VALUE SPACE.
       01  WS-DAY-PLAYER-ID              PIC X(10) VALUE SPACES.
       01  WS-DAY-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-DAY-ROUNDS-PLAYED          PIC 9(05) VALUE ZERO.
       01  WS-DAY-ROUNDS-WON             PIC 9(05) VALUE ZERO.
       01  WS-DAY-HIGHEST                PIC X(01) VALUE SPACE.
       01  WS-DAY-SERIES-PLAYED          PIC 9(03) VALUE ZERO.
       01  WS-DAY-SERIES-WON             PIC 9(03) VALUE ZERO.
       01  WS-DETAIL-COUNT               PIC 9(03) VALUE ZERO.
       01  DETAIL-TABLE.
           05  DETAIL-ENTRY OCCURS 200 TIMES
                   INDEXED BY DTL-IDX.
               10  DT-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  DT-ROUNDS-PLAYED      PIC 9(05) VALUE ZERO.
               10  DT-ROUNDS-WON         PIC 9(05) VALUE ZERO.
               10  DT-HIGHEST            PIC X(01) VALUE SPACE.
               10  DT-SERIES-PLAYED      PIC 9(03) VALUE ZERO.
               10  DT-SERIES-WON         PIC 9(03) VALUE ZERO.
       01  WS-ADJUST-COUNT               PIC 9(03) VALUE ZERO.
       01  ADJUST-TABLE.
           05  ADJUST-ENTRY OCCURS 200 TIMES
                   INDEXED BY ADJ-IDX.
               10  AT-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  AT-GAME-DATE          PIC 9(08) VALUE ZERO.
               10  AT-CORRECTED-DATE     PIC 9(08) VALUE ZERO.
               10  AT-ROUNDS-PLAYED      PIC 9(05) VALUE ZERO.
               10  AT-ROUNDS-WON         PIC 9(05) VALUE ZERO.
               10  AT-HIGHEST            PIC X(01) VALUE SPACE.
               10  AT-SERIES-PLAYED      PIC 9(03) VALUE ZERO.
               10  AT-SERIES-WON         PIC 9(03) VALUE ZERO.
       01  WS-HASH-ID                    PIC X(10) VALUE SPACES.
       01  WS-HASH-ID-CHARS REDEFINES WS-HASH-ID.
           05  WS-HASH-CHAR              PIC X(01) OCCURS 10 TIMES.
       01  WS-HASH-DIGITS                PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-HASH-DIGIT-TABLE REDEFINES WS-HASH-DIGITS.
           05  WS-HASH-DIGIT             PIC X(01) OCCURS 36 TIMES.
       01  WS-HASH-POS                   PIC 9(02) COMP VALUE ZERO.
       01  WS-HASH-VAL                   PIC 9(02) COMP VALUE ZERO.
       01  WS-HASH-TOTAL                 PIC 9(15) COMP VALUE ZERO.
       01  WS-RECORD-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-ROUNDS-READ                PIC 9(07) COMP VALUE ZERO.
       01  WS-ROUNDS-SENT                PIC 9(07) COMP VALUE ZERO.
       01  WS-ROUNDS-VOID                PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-READ                   PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-REJ-FIX                PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-NOT-ON-FILE            PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-THIS-DAY               PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-DAY-UNSENT             PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-ALREADY-SENT           PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-MERGED                 PIC 9(07) COMP VALUE ZERO.
       01  WS-INACTIVE-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-FEED-WRITTEN               PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR26 - NIGHTLY LMS TRAINING FEED"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-FEED-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-CHECK-DAY-SENT
           PERFORM 0150-OPEN-FEED
           PERFORM 1000-READ-ONE-ROUND UNTIL SCOREHST-EOF
           PERFORM 1500-CLOSE-OUT-PLAYER
           PERFORM 2000-READ-ONE-ADJUSTMENT UNTIL ADJSTLOG-EOF
           PERFORM 2500-REBUILD-ONE-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJUST-COUNT
           PERFORM 3000-WRITE-FEED
           IF FEED-INCOMPLETE OR IO-ERROR-FOUND
               DISPLAY "FEED INCOMPLETE - DAY " WS-FEED-DATE
                   " NOT RECORDED AS SENT ON LMSCTLF"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4000-POST-CONTROL
           END-IF
           PERFORM 5000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           COMPUTE RA-READ-COUNT = WS-ROUNDS-READ + WS-ADJ-READ
           MOVE WS-FEED-WRITTEN TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      *-----------------------------------------------------------------
      * The day sent must be over: the nightly run sends yesterday.
      *-----------------------------------------------------------------

       0050-GET-FEED-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-PARM-DATE, WS-PARM-OPTION
           IF WS-PARM-DATE IS NOT NUMERIC
                   OR (WS-PARM-OPTION NOT = SPACES
                       AND NOT RESEND-REQUESTED)
               DISPLAY "FEED PARM MISSING OR BAD - FORMAT IS "
                   "YYYYMMDD OR YYYYMMDD,RESEND"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-DATE TO WS-FEED-DATE
           MOVE WS-FEED-DATE TO WS-DAY-DATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-FEED-DATE NOT < WS-RUN-DATE
               DISPLAY "DAY " WS-FEED-DATE " IS NOT OVER YET - "
                   "ONLY A PAST DAY CAN BE SENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ACTIVITY DAY " WS-FEED-DATE
               " RUN " WS-RUN-DATE " " WS-RUN-TIME.
      *-----------------------------------------------------------------
      * ADJSTLOG does not exist until EJEAZR17 has made its first
      * correction; a missing log (status 35) just means there is
      * nothing to adjust.
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
           OPEN INPUT TRNMTRES-FILE
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-TRNMTRES-STATUS NOT = "00"
               DISPLAY "TRNMTRES OPEN FAILED, STATUS "
                   WS-TRNMTRES-STATUS
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
           OPEN INPUT ADJSTLOG-FILE
           MOVE "ADJSTLOG" TO WS-ERR-FILE
           MOVE WS-ADJSTLOG-STATUS TO WS-ERR-STATUS
           MOVE "35" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ADJSTLOG-STATUS = "00"
               SET ADJSTLOG-OPEN TO TRUE
           ELSE
               DISPLAY "NO ADJSTLOG ON FILE - NO ADJUSTMENTS TO SEND"
               SET ADJSTLOG-EOF TO TRUE
           END-IF
           OPEN I-O LMSCTLF-FILE
           IF WS-LMSCTLF-STATUS = "35"
               OPEN OUTPUT LMSCTLF-FILE
               CLOSE LMSCTLF-FILE
               OPEN I-O LMSCTLF-FILE
           END-IF
           MOVE "LMSCTLF" TO WS-ERR-FILE
           MOVE WS-LMSCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-LMSCTLF-STATUS NOT = "00"
               DISPLAY "LMSCTLF OPEN FAILED, STATUS "
                   WS-LMSCTLF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * The feed is only opened once 0200 has let the day through,
      * so a refused repeat never writes an empty LMSFEED.
      *-----------------------------------------------------------------

       0150-OPEN-FEED.
           MOVE "0150-OPEN-FEED" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN OUTPUT LMSFEED-FILE
           MOVE "LMSFEED" TO WS-ERR-FILE
           MOVE WS-LMSFEED-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-LMSFEED-STATUS NOT = "00"
               DISPLAY "LMSFEED OPEN FAILED, STATUS "
                   WS-LMSFEED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET LMSFEED-OPEN TO TRUE.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE SCOREHST-FILE
           CLOSE TRNMTRES-FILE
           CLOSE PLYRMSTR-FILE
           IF ADJSTLOG-OPEN
               CLOSE ADJSTLOG-FILE
           END-IF
           CLOSE LMSCTLF-FILE
           IF LMSFEED-OPEN
               CLOSE LMSFEED-FILE
           END-IF.
      *-----------------------------------------------------------------
      * A day already on LMSCTLF goes out again only on an explicit
      * RESEND - the nightly schedule rerunning after a later step
      * failed must not hand the LMS the same day twice. The refusal
      * is deliberate, so it is logged to RUNCTLF with its end
      * record like EJEAZAR4's repeat-cutoff refusal.
      *-----------------------------------------------------------------

       0200-CHECK-DAY-SENT.
           MOVE 'N' TO WS-DAY-SENT-SW
           MOVE WS-FEED-DATE TO LC-FEED-DATE
           READ LMSCTLF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DAY-ALREADY-SENT TO TRUE
           END-READ
           MOVE "0200-CHECK-DAY-SENT" TO WS-ERR-PARAGRAPH
           MOVE "LMSCTLF" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-LMSCTLF-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF DAY-ALREADY-SENT
               DISPLAY "DAY " WS-FEED-DATE " ALREADY SENT "
                   LC-SEND-COUNT " TIME(S), LAST ON "
                   LC-LAST-SENT-DATE " " LC-LAST-SENT-TIME
               IF NOT RESEND-REQUESTED
                   DISPLAY "NOT SENT AGAIN - RERUN WITH PARM "
                       WS-FEED-DATE ",RESEND IF THE LMS NEEDS IT"
                   MOVE 8 TO RETURN-CODE
                   MOVE "REFUSED - DAY ALREADY SENT" TO RA-END-NOTE
                   PERFORM 0900-CLOSE-FILES
                   PERFORM 9200-LOG-RUN-END
                   STOP RUN
               END-IF
               DISPLAY "RESEND REQUESTED - DAY REBUILT FROM SCOREHST "
                   "AS IT STANDS"
           ELSE
               IF RESEND-REQUESTED
                   DISPLAY "RESEND REQUESTED BUT DAY NEVER SENT - "
                       "SENDING IT AS A FIRST SEND"
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * SCOREHST is keyed on player id then session sequence, so each
      * player's rounds arrive together; the player-day is closed
      * out on the break. Only rounds dated the activity day count,
      * and a voided round is left out as if it was never played.
      *-----------------------------------------------------------------

       1000-READ-ONE-ROUND.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET SCOREHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROUNDS-READ
                   IF SH-PLAYER-ID NOT = WS-DAY-PLAYER-ID
                       PERFORM 1500-CLOSE-OUT-PLAYER
                       MOVE SH-PLAYER-ID TO WS-DAY-PLAYER-ID
                   END-IF
                   IF SH-GAME-DATE = WS-FEED-DATE
                       IF SH-SESSION-VOID
                           ADD 1 TO WS-ROUNDS-VOID
                       ELSE
                           ADD 1 TO WS-ROUNDS-SENT
                           PERFORM 1100-ADD-ROUND-TO-DAY
                       END-IF
                   END-IF
           END-READ
           MOVE "1000-READ-ONE-ROUND" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET SCOREHST-EOF TO TRUE
               SET FEED-INCOMPLETE TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1050-CLEAR-DAY-TOTALS.
           MOVE ZERO TO WS-DAY-ROUNDS-PLAYED
           MOVE ZERO TO WS-DAY-ROUNDS-WON
           MOVE SPACE TO WS-DAY-HIGHEST
           MOVE ZERO TO WS-DAY-SERIES-PLAYED
           MOVE ZERO TO WS-DAY-SERIES-WON.
      *-----------------------------------------------------------------

       1100-ADD-ROUND-TO-DAY.
           ADD 1 TO WS-DAY-ROUNDS-PLAYED
           IF SH-ROUND-WON
               ADD 1 TO WS-DAY-ROUNDS-WON
           END-IF
           PERFORM 1200-SET-DIFFICULTY
           PERFORM 1300-RAISE-HIGHEST.
      *-----------------------------------------------------------------
      * Rows written before difficulty was recorded carry SPACE in
      * SH-DIFFICULTY and fall back to the narrowest DIFFLVL era the
      * target fits in - the same convention the standings use.
      *-----------------------------------------------------------------

       1200-SET-DIFFICULTY.
           IF SH-DIFF-RECORDED
               MOVE SH-DIFFICULTY TO WS-DIFFICULTY
           ELSE
               PERFORM 1250-INFER-DIFFICULTY
           END-IF.
      *-----------------------------------------------------------------

       1250-INFER-DIFFICULTY.
           EVALUATE TRUE
               WHEN SH-TARGET-NUMBER > DL-MEDIUM-MAX-RANGE
                   MOVE 'H' TO WS-DIFFICULTY
               WHEN SH-TARGET-NUMBER > DL-EASY-MAX-RANGE
                   MOVE 'M' TO WS-DIFFICULTY
               WHEN OTHER
                   MOVE 'E' TO WS-DIFFICULTY
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Highest difficulty attempted, ranked E below M below H.
      *-----------------------------------------------------------------

       1300-RAISE-HIGHEST.
           EVALUATE TRUE
               WHEN WS-DAY-HIGHEST = 'H'
                   CONTINUE
               WHEN WS-DIFFICULTY = 'H'
                   MOVE 'H' TO WS-DAY-HIGHEST
               WHEN WS-DAY-HIGHEST = 'M'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-DIFFICULTY TO WS-DAY-HIGHEST
           END-EVALUATE.
      *-----------------------------------------------------------------
      * A player with no live round on the day sends no detail.
      *-----------------------------------------------------------------

       1500-CLOSE-OUT-PLAYER.
           IF WS-DAY-ROUNDS-PLAYED > ZERO
               IF WS-DETAIL-COUNT >= WS-MAX-PLAYERS
                   DISPLAY "WARNING - DETAIL TABLE FULL AT "
                       WS-MAX-PLAYERS " ENTRIES, SKIPPING "
                       WS-DAY-PLAYER-ID
                   SET FEED-INCOMPLETE TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1600-COUNT-SERIES
                   ADD 1 TO WS-DETAIL-COUNT
                   SET DTL-IDX TO WS-DETAIL-COUNT
                   MOVE WS-DAY-PLAYER-ID TO DT-PLAYER-ID(DTL-IDX)
                   MOVE WS-DAY-ROUNDS-PLAYED
                       TO DT-ROUNDS-PLAYED(DTL-IDX)
                   MOVE WS-DAY-ROUNDS-WON TO DT-ROUNDS-WON(DTL-IDX)
                   MOVE WS-DAY-HIGHEST TO DT-HIGHEST(DTL-IDX)
                   MOVE WS-DAY-SERIES-PLAYED
                       TO DT-SERIES-PLAYED(DTL-IDX)
                   MOVE WS-DAY-SERIES-WON TO DT-SERIES-WON(DTL-IDX)
               END-IF
           END-IF
           PERFORM 1050-CLEAR-DAY-TOTALS.
      *-----------------------------------------------------------------
      * TRNMTRES is keyed on player, tournament date, and start seq,
      * so the player-day's series are browsed straight off the key.
      *-----------------------------------------------------------------

       1600-COUNT-SERIES.
           MOVE 'N' TO WS-SERIES-END-SW
           MOVE WS-DAY-PLAYER-ID TO TR-PLAYER-ID
           MOVE WS-DAY-DATE TO TR-TOURN-DATE
           MOVE ZERO TO TR-START-SEQ
           START TRNMTRES-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   SET SERIES-END TO TRUE
           END-START
           MOVE "1600-COUNT-SERIES" TO WS-ERR-PARAGRAPH
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 1650-READ-ONE-SERIES UNTIL SERIES-END.
      *-----------------------------------------------------------------

       1650-READ-ONE-SERIES.
           READ TRNMTRES-FILE NEXT RECORD
               AT END
                   SET SERIES-END TO TRUE
               NOT AT END
                   IF TR-PLAYER-ID NOT = WS-DAY-PLAYER-ID
                           OR TR-TOURN-DATE NOT = WS-DAY-DATE
                       SET SERIES-END TO TRUE
                   ELSE
                       ADD 1 TO WS-DAY-SERIES-PLAYED
                       IF TR-MATCH-WON
                           ADD 1 TO WS-DAY-SERIES-WON
                       END-IF
                   END-IF
           END-READ
           MOVE "1650-READ-ONE-SERIES" TO WS-ERR-PARAGRAPH
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET SERIES-END TO TRUE
               SET FEED-INCOMPLETE TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * ADJSTLOG is read end to end every night. A void or unvoid is
      * owed to the LMS when its session's day is on LMSCTLF and the
      * correction was logged after the LMS copy of that day was
      * last brought up to date. A correction to the day being sent
      * tonight is already in its details, one to a day never sent
      * will be in that day's details when it goes, and a session
      * archived off SCOREHST cannot be rebuilt and is only counted.
      *-----------------------------------------------------------------

       2000-READ-ONE-ADJUSTMENT.
           READ ADJSTLOG-FILE
               AT END
                   SET ADJSTLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADJ-READ
                   IF AJ-ACTION-REJ-FIX
                       ADD 1 TO WS-ADJ-REJ-FIX
                   ELSE
                       PERFORM 2100-SCREEN-ADJUSTMENT
                   END-IF
           END-READ
           MOVE "2000-READ-ONE-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "ADJSTLOG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ADJSTLOG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET ADJSTLOG-EOF TO TRUE
               SET FEED-INCOMPLETE TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2100-SCREEN-ADJUSTMENT.
           MOVE 'N' TO WS-SESSION-FOUND-SW
           MOVE AJ-PLAYER-ID TO SH-PLAYER-ID
           MOVE AJ-SESSION-SEQ TO SH-SESSION-SEQ
           READ SCOREHST-FILE
               INVALID KEY
                   ADD 1 TO WS-ADJ-NOT-ON-FILE
               NOT INVALID KEY
                   SET SESSION-FOUND TO TRUE
           END-READ
           MOVE "2100-SCREEN-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF SESSION-FOUND
               IF SH-GAME-DATE = WS-FEED-DATE
                   ADD 1 TO WS-ADJ-THIS-DAY
               ELSE
                   PERFORM 2200-CHECK-ADJUSTED-DAY
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2200-CHECK-ADJUSTED-DAY.
           MOVE SH-GAME-DATE TO LC-FEED-DATE
           READ LMSCTLF-FILE
               INVALID KEY
                   ADD 1 TO WS-ADJ-DAY-UNSENT
               NOT INVALID KEY
                   IF AJ-LOG-DATE > LC-ADJ-THRU-DATE
                           OR (AJ-LOG-DATE = LC-ADJ-THRU-DATE
                               AND AJ-LOG-TIME > LC-ADJ-THRU-TIME)
                       PERFORM 2300-ADD-ADJUSTMENT
                   ELSE
                       ADD 1 TO WS-ADJ-ALREADY-SENT
                   END-IF
           END-READ
           MOVE "2200-CHECK-ADJUSTED-DAY" TO WS-ERR-PARAGRAPH
           MOVE "LMSCTLF" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-LMSCTLF-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * Several corrections to the same player-day go out as one
      * adjustment, dated by the latest of them (ADJSTLOG is in the
      * order the corrections were made).
      *-----------------------------------------------------------------

       2300-ADD-ADJUSTMENT.
           MOVE 'N' TO WS-ADJUST-FOUND-SW
           PERFORM 2350-CHECK-ONE-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJUST-COUNT OR ADJUST-FOUND
           IF ADJUST-FOUND
               SET ADJ-IDX DOWN BY 1
               MOVE AJ-LOG-DATE TO AT-CORRECTED-DATE(ADJ-IDX)
               ADD 1 TO WS-ADJ-MERGED
           ELSE
               IF WS-ADJUST-COUNT >= WS-MAX-ADJUSTS
                   DISPLAY "WARNING - ADJUSTMENT TABLE FULL AT "
                       WS-MAX-ADJUSTS " ENTRIES, SKIPPING "
                       AJ-PLAYER-ID " " SH-GAME-DATE
                   SET FEED-INCOMPLETE TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ADJUST-COUNT
                   SET ADJ-IDX TO WS-ADJUST-COUNT
                   MOVE AJ-PLAYER-ID TO AT-PLAYER-ID(ADJ-IDX)
                   MOVE SH-GAME-DATE TO AT-GAME-DATE(ADJ-IDX)
                   MOVE AJ-LOG-DATE TO AT-CORRECTED-DATE(ADJ-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2350-CHECK-ONE-ADJUSTMENT.
           IF AT-PLAYER-ID(ADJ-IDX) = AJ-PLAYER-ID
                   AND AT-GAME-DATE(ADJ-IDX) = SH-GAME-DATE
               SET ADJUST-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The adjusted player-day is rebuilt whole, from the player's
      * SCOREHST rows as they stand now, by the same rules as a
      * detail - a day whose every round is now void rebuilds to
      * zeros, which tells the LMS to drop it.
      *-----------------------------------------------------------------

       2500-REBUILD-ONE-ADJUSTMENT.
           MOVE AT-PLAYER-ID(ADJ-IDX) TO WS-DAY-PLAYER-ID
           MOVE AT-GAME-DATE(ADJ-IDX) TO WS-DAY-DATE
           PERFORM 1050-CLEAR-DAY-TOTALS
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE WS-DAY-PLAYER-ID TO SH-PLAYER-ID
           MOVE ZERO TO SH-SESSION-SEQ
           START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET BROWSE-END TO TRUE
           END-START
           MOVE "2500-REBUILD-ONE-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 2550-READ-ONE-PLAYER-ROUND UNTIL BROWSE-END
           IF WS-DAY-ROUNDS-PLAYED > ZERO
               PERFORM 1600-COUNT-SERIES
           END-IF
           MOVE WS-DAY-ROUNDS-PLAYED TO AT-ROUNDS-PLAYED(ADJ-IDX)
           MOVE WS-DAY-ROUNDS-WON TO AT-ROUNDS-WON(ADJ-IDX)
           MOVE WS-DAY-HIGHEST TO AT-HIGHEST(ADJ-IDX)
           MOVE WS-DAY-SERIES-PLAYED TO AT-SERIES-PLAYED(ADJ-IDX)
           MOVE WS-DAY-SERIES-WON TO AT-SERIES-WON(ADJ-IDX).
      *-----------------------------------------------------------------

       2550-READ-ONE-PLAYER-ROUND.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = WS-DAY-PLAYER-ID
                       SET BROWSE-END TO TRUE
                   ELSE
                       IF SH-GAME-DATE = WS-DAY-DATE
                               AND NOT SH-SESSION-VOID
                           PERFORM 1100-ADD-ROUND-TO-DAY
                       END-IF
                   END-IF
           END-READ
           MOVE "2550-READ-ONE-PLAYER-ROUND" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
               SET FEED-INCOMPLETE TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The count and hash total go on the header as well as the
      * trailer, so they are worked out from the tables first.
      *-----------------------------------------------------------------

       3000-WRITE-FEED.
           MOVE ZERO TO WS-HASH-TOTAL
           PERFORM 3010-HASH-ONE-DETAIL
               VARYING DTL-IDX FROM 1 BY 1
               UNTIL DTL-IDX > WS-DETAIL-COUNT
           PERFORM 3020-HASH-ONE-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJUST-COUNT
           COMPUTE WS-RECORD-COUNT = WS-DETAIL-COUNT + WS-ADJUST-COUNT
           MOVE SPACES TO LMS-FEED-RECORD
           SET LF-HEADER TO TRUE
           MOVE "GUESSGAM" TO LH-SYSTEM-ID
           MOVE WS-FEED-DATE TO LH-FEED-DATE
           MOVE WS-RUN-DATE TO LH-RUN-DATE
           MOVE WS-RUN-TIME TO LH-RUN-TIME
           IF DAY-ALREADY-SENT
               SET LH-RESEND TO TRUE
           ELSE
               SET LH-FIRST-SEND TO TRUE
           END-IF
           MOVE WS-RECORD-COUNT TO LH-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO LH-HASH-TOTAL
           PERFORM 3900-WRITE-FEED-RECORD
           PERFORM 3100-WRITE-ONE-DETAIL
               VARYING DTL-IDX FROM 1 BY 1
               UNTIL DTL-IDX > WS-DETAIL-COUNT
           IF WS-ADJUST-COUNT > ZERO
               DISPLAY " "
               DISPLAY "ADJUSTMENTS SENT"
               DISPLAY "PLAYER ID  DAY      ROUNDS WON   HI CORRECTED"
           END-IF
           PERFORM 3200-WRITE-ONE-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJUST-COUNT
           MOVE SPACES TO LMS-FEED-RECORD
           SET LF-TRAILER TO TRUE
           MOVE WS-FEED-DATE TO LT-FEED-DATE
           MOVE WS-RUN-DATE TO LT-RUN-DATE
           MOVE WS-RECORD-COUNT TO LT-RECORD-COUNT
           MOVE WS-DETAIL-COUNT TO LT-DETAIL-COUNT
           MOVE WS-ADJUST-COUNT TO LT-ADJUST-COUNT
           MOVE WS-HASH-TOTAL TO LT-HASH-TOTAL
           PERFORM 3900-WRITE-FEED-RECORD.
      *-----------------------------------------------------------------

       3010-HASH-ONE-DETAIL.
           MOVE DT-PLAYER-ID(DTL-IDX) TO WS-HASH-ID
           PERFORM 3700-HASH-ONE-ID.
      *-----------------------------------------------------------------

       3020-HASH-ONE-ADJUSTMENT.
           MOVE AT-PLAYER-ID(ADJ-IDX) TO WS-HASH-ID
           PERFORM 3700-HASH-ONE-ID.
      *-----------------------------------------------------------------

       3100-WRITE-ONE-DETAIL.
           MOVE SPACES TO LMS-FEED-RECORD
           SET LF-DETAIL TO TRUE
           MOVE DT-PLAYER-ID(DTL-IDX) TO LF-PLAYER-ID
           MOVE WS-FEED-DATE TO LF-ACTIVITY-DATE
           MOVE DT-ROUNDS-PLAYED(DTL-IDX) TO LF-ROUNDS-PLAYED
           MOVE DT-ROUNDS-WON(DTL-IDX) TO LF-ROUNDS-WON
           MOVE DT-HIGHEST(DTL-IDX) TO LF-HIGHEST-DIFFICULTY
           MOVE DT-SERIES-PLAYED(DTL-IDX) TO LF-SERIES-PLAYED
           MOVE DT-SERIES-WON(DTL-IDX) TO LF-SERIES-WON
           MOVE ZERO TO LF-CORRECTED-DATE
           PERFORM 3300-SET-PLAYER-FIELDS
           PERFORM 3900-WRITE-FEED-RECORD.
      *-----------------------------------------------------------------

       3200-WRITE-ONE-ADJUSTMENT.
           MOVE SPACES TO LMS-FEED-RECORD
           SET LF-ADJUSTMENT TO TRUE
           MOVE AT-PLAYER-ID(ADJ-IDX) TO LF-PLAYER-ID
           MOVE AT-GAME-DATE(ADJ-IDX) TO LF-ACTIVITY-DATE
           MOVE AT-ROUNDS-PLAYED(ADJ-IDX) TO LF-ROUNDS-PLAYED
           MOVE AT-ROUNDS-WON(ADJ-IDX) TO LF-ROUNDS-WON
           MOVE AT-HIGHEST(ADJ-IDX) TO LF-HIGHEST-DIFFICULTY
           MOVE AT-SERIES-PLAYED(ADJ-IDX) TO LF-SERIES-PLAYED
           MOVE AT-SERIES-WON(ADJ-IDX) TO LF-SERIES-WON
           MOVE AT-CORRECTED-DATE(ADJ-IDX) TO LF-CORRECTED-DATE
           PERFORM 3300-SET-PLAYER-FIELDS
           PERFORM 3900-WRITE-FEED-RECORD
           DISPLAY LF-PLAYER-ID SPACE LF-ACTIVITY-DATE SPACE
               LF-ROUNDS-PLAYED SPACE LF-ROUNDS-WON SPACE
               LF-HIGHEST-DIFFICULTY "  " LF-CORRECTED-DATE.
      *-----------------------------------------------------------------
      * Department and status are taken from PLYRMSTR as it stands
      * tonight, for details and adjustments alike.
      *-----------------------------------------------------------------

       3300-SET-PLAYER-FIELDS.
           MOVE LF-PLAYER-ID TO PM-PLAYER-ID
           READ PLYRMSTR-FILE
               INVALID KEY
                   MOVE SPACES TO LF-DEPARTMENT
                   SET LF-PLAYER-UNKNOWN TO TRUE
                   ADD 1 TO WS-UNKNOWN-COUNT
               NOT INVALID KEY
                   MOVE PM-DEPARTMENT TO LF-DEPARTMENT
                   IF PM-INACTIVE
                       SET LF-PLAYER-INACTIVE TO TRUE
                       ADD 1 TO WS-INACTIVE-COUNT
                   ELSE
                       SET LF-PLAYER-ACTIVE TO TRUE
                   END-IF
           END-READ
           MOVE "3300-SET-PLAYER-FIELDS" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * Hash of one id: each character's value in WS-HASH-DIGITS
      * (0-9 then A-Z, 0 through 35) times its position in the id.
      *-----------------------------------------------------------------

       3700-HASH-ONE-ID.
           PERFORM 3750-HASH-ONE-CHAR
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 10.
      *-----------------------------------------------------------------

       3750-HASH-ONE-CHAR.
           MOVE 'N' TO WS-HASH-FOUND-SW
           PERFORM 3760-CHECK-ONE-DIGIT
               VARYING WS-HASH-VAL FROM 1 BY 1
               UNTIL WS-HASH-VAL > 36 OR HASH-DIGIT-FOUND
           IF HASH-DIGIT-FOUND
               SUBTRACT 1 FROM WS-HASH-VAL
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + (WS-HASH-VAL - 1) * WS-HASH-POS
           END-IF.
      *-----------------------------------------------------------------

       3760-CHECK-ONE-DIGIT.
           IF WS-HASH-CHAR(WS-HASH-POS) = WS-HASH-DIGIT(WS-HASH-VAL)
               SET HASH-DIGIT-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       3900-WRITE-FEED-RECORD.
           WRITE LMS-FEED-RECORD
           MOVE "3900-WRITE-FEED-RECORD" TO WS-ERR-PARAGRAPH
           MOVE "LMSFEED" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-LMSFEED-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-LMSFEED-STATUS = "00"
               ADD 1 TO WS-FEED-WRITTEN
           ELSE
               SET FEED-INCOMPLETE TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Only a complete feed is recorded. The day's record is made
      * current to this run, and so is every earlier day an
      * adjustment went out for.
      *-----------------------------------------------------------------

       4000-POST-CONTROL.
           MOVE WS-FEED-DATE TO LC-FEED-DATE
           READ LMSCTLF-FILE
               INVALID KEY
                   MOVE WS-FEED-DATE TO LC-FEED-DATE
                   MOVE WS-RUN-DATE TO LC-FIRST-SENT-DATE
                   MOVE WS-RUN-TIME TO LC-FIRST-SENT-TIME
                   MOVE ZERO TO LC-SEND-COUNT
                   MOVE ZERO TO LC-ADJUST-COUNT
           END-READ
           MOVE "4000-POST-CONTROL" TO WS-ERR-PARAGRAPH
           MOVE "LMSCTLF" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-LMSCTLF-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE WS-RUN-DATE TO LC-LAST-SENT-DATE
           MOVE WS-RUN-TIME TO LC-LAST-SENT-TIME
           ADD 1 TO LC-SEND-COUNT
           MOVE WS-DETAIL-COUNT TO LC-DETAIL-COUNT
           MOVE WS-HASH-TOTAL TO LC-HASH-TOTAL
           MOVE WS-RUN-DATE TO LC-ADJ-THRU-DATE
           MOVE WS-RUN-TIME TO LC-ADJ-THRU-TIME
           WRITE LMS-CONTROL-RECORD
               INVALID KEY
                   REWRITE LMS-CONTROL-RECORD
           END-WRITE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-LMSCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 4100-POST-ONE-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJUST-COUNT.
      *-----------------------------------------------------------------

       4100-POST-ONE-ADJUSTMENT.
           MOVE AT-GAME-DATE(ADJ-IDX) TO LC-FEED-DATE
           READ LMSCTLF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO LC-ADJ-THRU-DATE
                   MOVE WS-RUN-TIME TO LC-ADJ-THRU-TIME
                   ADD 1 TO LC-ADJUST-COUNT
                   REWRITE LMS-CONTROL-RECORD
           END-READ
           MOVE "4100-POST-ONE-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "LMSCTLF" TO WS-ERR-FILE
           MOVE "REWRITE" TO WS-ERR-OPERATION
           MOVE WS-LMSCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       5000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "SCOREHST ROUNDS READ.: " WS-ROUNDS-READ
           DISPLAY "DAY ROUNDS SENT......: " WS-ROUNDS-SENT
           DISPLAY "DAY ROUNDS VOIDED....: " WS-ROUNDS-VOID
           DISPLAY "DETAILS WRITTEN......: " WS-DETAIL-COUNT
           DISPLAY "ADJSTLOG READ........: " WS-ADJ-READ
           DISPLAY "  REJECT FIXES.......: " WS-ADJ-REJ-FIX
           DISPLAY "  SESSION NOT ON FILE: " WS-ADJ-NOT-ON-FILE
           DISPLAY "  FOR THIS DAY.......: " WS-ADJ-THIS-DAY
           DISPLAY "  DAY NOT YET SENT...: " WS-ADJ-DAY-UNSENT
           DISPLAY "  ALREADY SENT.......: " WS-ADJ-ALREADY-SENT
           DISPLAY "  MERGED.............: " WS-ADJ-MERGED
           DISPLAY "ADJUSTMENTS WRITTEN..: " WS-ADJUST-COUNT
           DISPLAY "INACTIVE PLAYERS.....: " WS-INACTIVE-COUNT
           DISPLAY "NOT ON PLYRMSTR......: " WS-UNKNOWN-COUNT
           DISPLAY "RECORD COUNT.........: " WS-RECORD-COUNT
           DISPLAY "HASH TOTAL...........: " WS-HASH-TOTAL
           DISPLAY "LMSFEED WRITTEN......: " WS-FEED-WRITTEN.
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
           MOVE "EJEAZR26" TO RA-JOB-NAME
           MOVE "EJEAZR26" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR26.
