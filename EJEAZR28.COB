 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Monthly player statement. For the calendar month
      *          given in the PARM (format YYYYMM) prints one
      *          statement per PM-ACTIVE player on PLYRMSTR, built
      *          from every result file the floor keeps:
      *          - rounds by difficulty, wins, average attempts and
      *            rejects off SCOREHST;
      *          - season points and rank off SEASONST (as posted
      *            by EJEAZAR7), with the change against the prior
      *            month;
      *          - the player's department rank for the month, rolled
      *            up the way EJEAZR11 does it (live rounds, SCORECAL
      *            points, the department in effect on each round's
      *            game date off DEPTHIST or PLYRMSTR);
      *          - the month's tournament series off TRNMTRES and
      *            head-to-head matches off H2HRESLT (a blank winner
      *            is a draw, as on the EJEAZR12 ladder);
      *          - daily-challenge placings, ranked the way the
      *            EJEAZR19 board ranks them.
      *          Voided sessions are counted nowhere above and are
      *          listed in a section of their own, with the void off
      *          ADJSTLOG and the points the round would have
      *          carried, so a player can see why a total moved.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - "my month" meant pulling
      *               EJEAZR10, EJEAZAR7, EJEAZR11, EJEAZR12 and
      *               EJEAZR19 separately and stapling them.
      * 10/2026  GNA  Department ranking credits each round to the
      *               department in effect on its game date
      *               (DEPTHIST through DEPTLOOK), as EJEAZR11 now
      *               does.
      * 10/2026  GNA  Only voids logged in or after the statement
      *               month are tabled, a full void table ends RC 8,
      *               and a void it dropped is shown as such rather
      *               than as missing from ADJSTLOG.
      * 10/2026  GNA  SEASONST, TRNMTRES and H2HRESLT carry open
      *               switches, so a failed open of any status is
      *               neither browsed nor closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT PLYRMSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT SEASONST-FILE ASSIGN TO "SEASONST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SEASONST-STATUS.

           SELECT TRNMTRES-FILE ASSIGN TO "TRNMTRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TRNMTRES-STATUS.

           SELECT H2HRESLT-FILE ASSIGN TO "H2HRESLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-H2HRESLT-STATUS.

           SELECT ADJSTLOG-FILE ASSIGN TO "ADJSTLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJSTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLMSTREC.

       FD  SEASONST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEASNREC.

       FD  TRNMTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRNMTREC.

       FD  H2HRESLT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY H2HREC.

       FD  ADJSTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-DEPTS                  PIC 9(03) VALUE 050.
       77  WS-MAX-SEASON                 PIC 9(03) VALUE 500.
       77  WS-MAX-MATCHES                PIC 9(03) VALUE 500.
       77  WS-MAX-VOIDS                  PIC 9(03) VALUE 500.
       77  WS-MAX-DAILY                  PIC 9(04) VALUE 2000.
       77  WS-MAX-PLAYER-ROUNDS          PIC 9(03) VALUE 300.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SEASONST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRNMTRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-H2HRESLT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADJSTLOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR28".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-SCOREHST-EOF-SW            PIC X(01) VALUE 'N'.
           88  SCOREHST-EOF              VALUE 'Y'.
       01  WS-SEASONST-EOF-SW            PIC X(01) VALUE 'N'.
           88  SEASONST-EOF              VALUE 'Y'.
       01  WS-H2HRESLT-EOF-SW            PIC X(01) VALUE 'N'.
           88  H2HRESLT-EOF              VALUE 'Y'.
       01  WS-ADJSTLOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  ADJSTLOG-EOF              VALUE 'Y'.
       01  WS-SEASONST-OPEN-SW           PIC X(01) VALUE 'N'.
           88  SEASONST-OPEN             VALUE 'Y'.
       01  WS-TRNMTRES-OPEN-SW           PIC X(01) VALUE 'N'.
           88  TRNMTRES-OPEN             VALUE 'Y'.
       01  WS-H2HRESLT-OPEN-SW           PIC X(01) VALUE 'N'.
           88  H2HRESLT-OPEN             VALUE 'Y'.
       01  WS-ADJSTLOG-OPEN-SW           PIC X(01) VALUE 'N'.
           88  ADJSTLOG-OPEN             VALUE 'Y'.
       01  WS-PLYRMSTR-EOF-SW            PIC X(01) VALUE 'N'.
           88  PLYRMSTR-EOF              VALUE 'Y'.
       01  WS-BROWSE-END-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-END                VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW             PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND               VALUE 'Y'.
       01  WS-TABLE-FULL-SW              PIC X(01) VALUE 'N'.
           88  TABLE-IS-FULL             VALUE 'Y'.
       01  WS-VOID-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  VOID-TABLE-FULL           VALUE 'Y'.
       COPY DIFFLVL.
       01  WS-PARM                       PIC X(06) VALUE SPACES.
       01  WS-REPORT-MONTH               PIC 9(06) VALUE ZERO.
       01  WS-REPORT-SPLIT REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YYYY            PIC 9(04).
           05  WS-REPORT-MM              PIC 9(02).
       01  WS-PRIOR-MONTH                PIC 9(06) VALUE ZERO.
       01  WS-PRIOR-SPLIT REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY             PIC 9(04).
           05  WS-PRIOR-MM               PIC 9(02).
       01  WS-DIFFICULTY                 PIC X(01) VALUE SPACE.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-ROUND-POINTS               PIC 9(05) VALUE ZERO.
       01  WS-ROUND-DEPT                 PIC X(10) VALUE SPACES.
       01  WS-DEPT-REQUEST               PIC X(01) VALUE 'L'.
       01  WS-DEPT-RESULT                PIC X(01) VALUE SPACE.
           88  DEPT-FROM-HISTORY         VALUE 'Y'.
           88  DEPT-HISTORY-MISSING      VALUE 'U'.
       01  WS-NO-DEPT-HISTORY-SW         PIC X(01) VALUE 'N'.
           88  NO-DEPT-HISTORY           VALUE 'Y'.
       01  WS-DIFF-RANK                  PIC 9(01) VALUE ZERO.
       01  WS-WON-RANK                   PIC 9(01) VALUE ZERO.
       01  WS-DEPT-COUNT                 PIC 9(03) VALUE ZERO.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DEPT-IDX DEPT-CMP-IDX.
               10  DT-DEPARTMENT         PIC X(10) VALUE SPACES.
               10  DT-ROUND-COUNT        PIC 9(05) COMP VALUE ZERO.
               10  DT-POINTS-TOTAL       PIC 9(07) COMP VALUE ZERO.
       01  WS-SEASON-COUNT               PIC 9(03) VALUE ZERO.
       01  SEASON-TABLE.
           05  SEASON-ENTRY OCCURS 500 TIMES
                   INDEXED BY SEA-IDX SEA-CMP-IDX.
               10  SN-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  SN-POINTS             PIC 9(07) COMP VALUE ZERO.
               10  SN-ROUNDS             PIC 9(05) COMP VALUE ZERO.
               10  SN-CURRENT-SW         PIC X(01) VALUE 'N'.
                   88  SN-HAS-CURRENT    VALUE 'Y'.
               10  SN-PRIOR-POINTS       PIC 9(07) COMP VALUE ZERO.
               10  SN-PRIOR-SW           PIC X(01) VALUE 'N'.
                   88  SN-HAS-PRIOR      VALUE 'Y'.
       01  WS-MATCH-COUNT                PIC 9(03) VALUE ZERO.
       01  MATCH-TABLE.
           05  MATCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY MAT-IDX.
               10  HM-PLAYER-A           PIC X(10) VALUE SPACES.
               10  HM-PLAYER-B           PIC X(10) VALUE SPACES.
               10  HM-WINNER-ID          PIC X(10) VALUE SPACES.
               10  HM-MATCH-DATE         PIC 9(08) VALUE ZERO.
               10  HM-A-ATTEMPTS         PIC 9(03) VALUE ZERO.
               10  HM-A-REJECTS          PIC 9(03) VALUE ZERO.
               10  HM-B-ATTEMPTS         PIC 9(03) VALUE ZERO.
               10  HM-B-REJECTS          PIC 9(03) VALUE ZERO.
       01  WS-DAILY-COUNT                PIC 9(04) VALUE ZERO.
       01  DAILY-TABLE.
           05  DAILY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DAY-IDX DAY-CMP-IDX.
               10  DY-GAME-DATE          PIC 9(08) VALUE ZERO.
               10  DY-DIFF-RANK          PIC 9(01) VALUE ZERO.
               10  DY-SORT-KEY           PIC 9(05) VALUE ZERO.
               10  DY-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  DY-SESSION-SEQ        PIC 9(05) VALUE ZERO.
       01  WS-VOID-COUNT                 PIC 9(03) VALUE ZERO.
       01  VOID-TABLE.
           05  VOID-ENTRY OCCURS 500 TIMES
                   INDEXED BY VOD-IDX.
               10  VD-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  VD-SESSION-SEQ        PIC 9(05) VALUE ZERO.
               10  VD-LOG-DATE           PIC 9(08) VALUE ZERO.
               10  VD-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
               10  VD-REASON-CODE        PIC X(02) VALUE SPACES.
       01  WS-ROUND-COUNT                PIC 9(03) VALUE ZERO.
       01  PLAYER-ROUND-TABLE.
           05  PLAYER-ROUND-ENTRY OCCURS 300 TIMES
                   INDEXED BY RND-IDX.
               10  PR-SESSION-SEQ        PIC 9(05) VALUE ZERO.
               10  PR-GAME-DATE          PIC 9(08) VALUE ZERO.
               10  PR-DIFFICULTY         PIC X(01) VALUE SPACE.
               10  PR-WIN-LOSE-FLAG      PIC X(01) VALUE SPACE.
               10  PR-ATTEMPT-COUNT      PIC 9(03) VALUE ZERO.
               10  PR-REJECT-COUNT       PIC 9(03) VALUE ZERO.
               10  PR-POINTS             PIC 9(05) VALUE ZERO.
               10  PR-VOID-FLAG          PIC X(01) VALUE SPACE.
                   88  PR-SESSION-VOID   VALUE 'V'.
               10  PR-DAILY-FLAG         PIC X(01) VALUE SPACE.
                   88  PR-DAILY-ROUND    VALUE 'D'.
       01  WS-DIFF-TOTALS.
           05  DIFF-TOTAL-ENTRY OCCURS 3 TIMES.
               10  DF-ROUNDS             PIC 9(05) COMP VALUE ZERO.
               10  DF-WINS               PIC 9(05) COMP VALUE ZERO.
               10  DF-ATTEMPTS           PIC 9(07) COMP VALUE ZERO.
               10  DF-REJECTS            PIC 9(05) COMP VALUE ZERO.
       01  WS-DIFF-SUB                   PIC 9(01) COMP VALUE ZERO.
       01  WS-DIFF-LETTER                PIC X(01) VALUE SPACE.
       01  WS-ALL-ROUNDS                 PIC 9(05) COMP VALUE ZERO.
       01  WS-ALL-WINS                   PIC 9(05) COMP VALUE ZERO.
       01  WS-ALL-ATTEMPTS               PIC 9(07) COMP VALUE ZERO.
       01  WS-ALL-REJECTS                PIC 9(05) COMP VALUE ZERO.
       01  WS-AVG-ATTEMPTS               PIC 9(03)V99 VALUE ZERO.
       01  WS-PLAYER-VOIDS               PIC 9(05) COMP VALUE ZERO.
       01  WS-PLAYER-DAILIES             PIC 9(05) COMP VALUE ZERO.
       01  WS-RANK                       PIC 9(03) VALUE ZERO.
       01  WS-RANKED-OF                  PIC 9(03) VALUE ZERO.
       01  WS-PRIOR-RANK                 PIC 9(03) VALUE ZERO.
       01  WS-PRIOR-RANKED-OF            PIC 9(03) VALUE ZERO.
       01  WS-MY-POINTS                  PIC 9(07) COMP VALUE ZERO.
       01  WS-MY-PRIOR-POINTS            PIC 9(07) COMP VALUE ZERO.
       01  WS-POINTS-CHANGE              PIC S9(07) VALUE ZERO.
       01  WS-POINTS-CHANGE-OUT          PIC +(7)9.
       01  WS-RANK-CHANGE                PIC S9(03) VALUE ZERO.
       01  WS-RANK-CHANGE-OUT            PIC +(3)9.
       01  WS-PLACE                      PIC 9(04) VALUE ZERO.
       01  WS-PLACE-OF                   PIC 9(04) VALUE ZERO.
       01  WS-OPPONENT-ID                PIC X(10) VALUE SPACES.
       01  WS-MY-ATTEMPTS                PIC 9(03) VALUE ZERO.
       01  WS-MY-REJECTS                 PIC 9(03) VALUE ZERO.
       01  WS-RESULT-WORD                PIC X(04) VALUE SPACES.
       01  WS-SERIES-PLAYED              PIC 9(03) VALUE ZERO.
       01  WS-SERIES-WON                 PIC 9(03) VALUE ZERO.
       01  WS-H2H-WINS                   PIC 9(03) VALUE ZERO.
       01  WS-H2H-LOSSES                 PIC 9(03) VALUE ZERO.
       01  WS-H2H-DRAWS                  PIC 9(03) VALUE ZERO.
       01  WS-ROUNDS-READ                PIC 9(07) COMP VALUE ZERO.
       01  WS-STATEMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-INACTIVE-SKIPPED           PIC 9(05) COMP VALUE ZERO.
       01  WS-MONTH-ROUNDS               PIC 9(07) COMP VALUE ZERO.
       01  WS-ORPHAN-ROUNDS              PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR28 - MONTHLY PLAYER STATEMENT"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-MONTH-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-READ-ONE-ROUND UNTIL SCOREHST-EOF
           MOVE 'C' TO WS-DEPT-REQUEST
           CALL "DEPTLOOK" USING WS-DEPT-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-DEPT, WS-DEPT-RESULT
           PERFORM 2000-READ-ONE-STANDING UNTIL SEASONST-EOF
           PERFORM 2500-READ-ONE-MATCH UNTIL H2HRESLT-EOF
           PERFORM 2700-READ-ONE-ADJUSTMENT UNTIL ADJSTLOG-EOF
           PERFORM 3000-START-PLAYER-BROWSE
           PERFORM 3100-READ-ONE-PLAYER UNTIL PLYRMSTR-EOF
           PERFORM 5000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-ROUNDS-READ TO RA-READ-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       0050-GET-MONTH-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NOT NUMERIC
               DISPLAY "MONTH PARM MISSING OR NOT NUMERIC - "
                   "FORMAT IS YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM TO WS-REPORT-MONTH
           IF WS-REPORT-MM < 01 OR WS-REPORT-MM > 12
               DISPLAY "MONTH PARM " WS-PARM " - MONTH MUST BE 01-12"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-MM = 01
               COMPUTE WS-PRIOR-YYYY = WS-REPORT-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-REPORT-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF
           DISPLAY "STATEMENTS FOR MONTH " WS-REPORT-MONTH
               " (PRIOR MONTH " WS-PRIOR-MONTH ")".
      *-----------------------------------------------------------------
      * SCOREHST and PLYRMSTR are the statement itself, so losing
      * either stops the run. The other files each fill one section;
      * a missing one prints as an empty section rather than no
      * statements at all, and ADJSTLOG only adds the void details.
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
           OPEN INPUT PLYRMSTR-FILE
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-PLYRMSTR-STATUS NOT = "00"
               DISPLAY "PLYRMSTR OPEN FAILED, STATUS "
                   WS-PLYRMSTR-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SCOREHST-FILE
               STOP RUN
           END-IF
           OPEN INPUT SEASONST-FILE
           MOVE "SEASONST" TO WS-ERR-FILE
           MOVE WS-SEASONST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SEASONST-STATUS NOT = "00"
               DISPLAY "SEASONST OPEN FAILED, STATUS "
                   WS-SEASONST-STATUS " - NO SEASON POINTS SHOWN"
               SET SEASONST-EOF TO TRUE
           ELSE
               SET SEASONST-OPEN TO TRUE
           END-IF
           OPEN INPUT TRNMTRES-FILE
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-TRNMTRES-STATUS NOT = "00"
               DISPLAY "TRNMTRES OPEN FAILED, STATUS "
                   WS-TRNMTRES-STATUS " - NO TOURNAMENTS SHOWN"
           ELSE
               SET TRNMTRES-OPEN TO TRUE
           END-IF
           OPEN INPUT H2HRESLT-FILE
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-H2HRESLT-STATUS NOT = "00"
               DISPLAY "H2HRESLT OPEN FAILED, STATUS "
                   WS-H2HRESLT-STATUS " - NO MATCHES SHOWN"
               SET H2HRESLT-EOF TO TRUE
           ELSE
               SET H2HRESLT-OPEN TO TRUE
           END-IF
           OPEN INPUT ADJSTLOG-FILE
           IF WS-ADJSTLOG-STATUS = "35"
               SET ADJSTLOG-EOF TO TRUE
           ELSE
               MOVE "ADJSTLOG" TO WS-ERR-FILE
               MOVE WS-ADJSTLOG-STATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               IF WS-ADJSTLOG-STATUS = "00"
                   SET ADJSTLOG-OPEN TO TRUE
               ELSE
                   SET ADJSTLOG-EOF TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE SCOREHST-FILE
           CLOSE PLYRMSTR-FILE
           IF SEASONST-OPEN
               CLOSE SEASONST-FILE
           END-IF
           IF TRNMTRES-OPEN
               CLOSE TRNMTRES-FILE
           END-IF
           IF H2HRESLT-OPEN
               CLOSE H2HRESLT-FILE
           END-IF
           IF ADJSTLOG-OPEN
               CLOSE ADJSTLOG-FILE
           END-IF.
      *-----------------------------------------------------------------
      * One pass over the whole of SCOREHST for the month builds what
      * no single player's rows can give: every department's points
      * for the department ranking and every live daily round for
      * the daily placings.
      *-----------------------------------------------------------------

       1000-READ-ONE-ROUND.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET SCOREHST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROUNDS-READ
                   IF SH-GAME-DATE(1:6) = WS-PARM
                           AND NOT SH-SESSION-VOID
                       PERFORM 1100-ROLL-UP-DEPARTMENT
                       IF SH-DAILY-ROUND
                           PERFORM 1500-TABLE-DAILY-ROUND
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
           END-IF.
      *-----------------------------------------------------------------
      * The EJEAZR11 roll-up: SCORECAL points per live round, summed
      * by the department the player was in on the game date. A
      * player no longer on the master is counted on the control
      * report, never guessed at.
      *-----------------------------------------------------------------

       1100-ROLL-UP-DEPARTMENT.
           ADD 1 TO WS-MONTH-ROUNDS
           PERFORM 1200-SET-DIFFICULTY
           MOVE ZERO TO WS-ROUND-POINTS
           CALL "SCORECAL" USING WS-DIFFICULTY, SH-ATTEMPT-COUNT,
               WS-MAX-ATTEMPTS, SH-REJECT-COUNT, SH-WIN-LOSE-FLAG,
               WS-ROUND-POINTS
           PERFORM 1300-LOOK-UP-DEPARTMENT
           IF WS-ROUND-DEPT = SPACES
               ADD 1 TO WS-ORPHAN-ROUNDS
           ELSE
               PERFORM 1400-FIND-OR-ADD-DEPT
               IF NOT TABLE-IS-FULL
                   ADD 1 TO DT-ROUND-COUNT(DEPT-IDX)
                   ADD WS-ROUND-POINTS TO DT-POINTS-TOTAL(DEPT-IDX)
               END-IF
           END-IF.
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

      * DEPTHIST first; a player with no history there has never
      * been transferred and the master's department holds.
       1300-LOOK-UP-DEPARTMENT.
           CALL "DEPTLOOK" USING WS-DEPT-REQUEST, SH-PLAYER-ID,
               SH-GAME-DATE, WS-ROUND-DEPT, WS-DEPT-RESULT
           IF DEPT-HISTORY-MISSING
               SET NO-DEPT-HISTORY TO TRUE
           END-IF
           IF NOT DEPT-FROM-HISTORY
               PERFORM 1350-READ-MASTER-DEPARTMENT
           END-IF.
      *-----------------------------------------------------------------

       1350-READ-MASTER-DEPARTMENT.
           MOVE SPACES TO WS-ROUND-DEPT
           MOVE SH-PLAYER-ID TO PM-PLAYER-ID
           READ PLYRMSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-DEPARTMENT TO WS-ROUND-DEPT
           END-READ
           MOVE "1350-READ-MASTER-DEPARTMENT" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

      * PERFORM VARYING augments the index before it re-tests the
      * exit condition, so on the found path DEPT-IDX sits one slot
      * past the match and has to be stepped back.
       1400-FIND-OR-ADD-DEPT.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE 'N' TO WS-TABLE-FULL-SW
           PERFORM 1450-SEARCH-ONE-DEPT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET DEPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT >= WS-MAX-DEPTS
                   SET TABLE-IS-FULL TO TRUE
                   DISPLAY "WARNING - DEPARTMENT TABLE FULL AT "
                       WS-MAX-DEPTS " ENTRIES, SKIPPING "
                       WS-ROUND-DEPT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-ROUND-DEPT TO DT-DEPARTMENT(DEPT-IDX)
                   MOVE ZERO TO DT-ROUND-COUNT(DEPT-IDX)
                   MOVE ZERO TO DT-POINTS-TOTAL(DEPT-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       1450-SEARCH-ONE-DEPT.
           IF DT-DEPARTMENT(DEPT-IDX) = WS-ROUND-DEPT
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The EJEAZR19 board key: difficulty, then solved before
      * unsolved, then fewest attempts. SCOREHST is read in key
      * order, so table order breaks a tie the way the board's
      * bubble sort leaves it.
      *-----------------------------------------------------------------

       1500-TABLE-DAILY-ROUND.
           IF WS-DAILY-COUNT >= WS-MAX-DAILY
               DISPLAY "WARNING - DAILY TABLE FULL AT "
                   WS-MAX-DAILY " ROUNDS, SKIPPING "
                   SH-PLAYER-ID " " SH-SESSION-SEQ
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-DAILY-COUNT
               SET DAY-IDX TO WS-DAILY-COUNT
               EVALUATE SH-DIFFICULTY
                   WHEN 'E'
                       MOVE 1 TO WS-DIFF-RANK
                   WHEN 'M'
                       MOVE 2 TO WS-DIFF-RANK
                   WHEN OTHER
                       MOVE 3 TO WS-DIFF-RANK
               END-EVALUATE
               IF SH-ROUND-WON
                   MOVE 1 TO WS-WON-RANK
               ELSE
                   MOVE 2 TO WS-WON-RANK
               END-IF
               MOVE SH-GAME-DATE TO DY-GAME-DATE(DAY-IDX)
               MOVE WS-DIFF-RANK TO DY-DIFF-RANK(DAY-IDX)
               COMPUTE DY-SORT-KEY(DAY-IDX) =
                   (WS-DIFF-RANK * 10000) + (WS-WON-RANK * 1000)
                   + SH-ATTEMPT-COUNT
               MOVE SH-PLAYER-ID TO DY-PLAYER-ID(DAY-IDX)
               MOVE SH-SESSION-SEQ TO DY-SESSION-SEQ(DAY-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * SEASONST carries one row per player per month as EJEAZAR7
      * last posted it; only the month and the one before it are
      * kept.
      *-----------------------------------------------------------------

       2000-READ-ONE-STANDING.
           READ SEASONST-FILE NEXT RECORD
               AT END
                   SET SEASONST-EOF TO TRUE
               NOT AT END
                   IF SS-YEAR-MONTH = WS-REPORT-MONTH
                           OR SS-YEAR-MONTH = WS-PRIOR-MONTH
                       PERFORM 2100-TABLE-ONE-STANDING
                   END-IF
           END-READ
           MOVE "2000-READ-ONE-STANDING" TO WS-ERR-PARAGRAPH
           MOVE "SEASONST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SEASONST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET SEASONST-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2100-TABLE-ONE-STANDING.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 2150-SEARCH-ONE-STANDING
               VARYING SEA-IDX FROM 1 BY 1
               UNTIL SEA-IDX > WS-SEASON-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET SEA-IDX DOWN BY 1
           ELSE
               IF WS-SEASON-COUNT >= WS-MAX-SEASON
                   DISPLAY "WARNING - SEASON TABLE FULL AT "
                       WS-MAX-SEASON " ENTRIES, SKIPPING "
                       SS-PLAYER-ID " " SS-YEAR-MONTH
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-SEASON-COUNT
                   SET SEA-IDX TO WS-SEASON-COUNT
                   MOVE SS-PLAYER-ID TO SN-PLAYER-ID(SEA-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF ENTRY-FOUND
               IF SS-YEAR-MONTH = WS-REPORT-MONTH
                   MOVE SS-POINTS-TOTAL TO SN-POINTS(SEA-IDX)
                   MOVE SS-ROUNDS-COUNTED TO SN-ROUNDS(SEA-IDX)
                   SET SN-HAS-CURRENT(SEA-IDX) TO TRUE
               ELSE
                   MOVE SS-POINTS-TOTAL TO SN-PRIOR-POINTS(SEA-IDX)
                   SET SN-HAS-PRIOR(SEA-IDX) TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2150-SEARCH-ONE-STANDING.
           IF SN-PLAYER-ID(SEA-IDX) = SS-PLAYER-ID
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * H2HRESLT is keyed on player A only, so a player's matches as
      * player B can only be found by reading the lot; the month's
      * matches are kept for every statement to search.
      *-----------------------------------------------------------------

       2500-READ-ONE-MATCH.
           READ H2HRESLT-FILE NEXT RECORD
               AT END
                   SET H2HRESLT-EOF TO TRUE
               NOT AT END
                   IF HH-MATCH-DATE(1:6) = WS-PARM
                       PERFORM 2550-TABLE-ONE-MATCH
                   END-IF
           END-READ
           MOVE "2500-READ-ONE-MATCH" TO WS-ERR-PARAGRAPH
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET H2HRESLT-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2550-TABLE-ONE-MATCH.
           IF WS-MATCH-COUNT >= WS-MAX-MATCHES
               DISPLAY "WARNING - MATCH TABLE FULL AT "
                   WS-MAX-MATCHES " MATCHES, SKIPPING "
                   HH-PLAYER-A " " HH-PLAYER-B " " HH-MATCH-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               SET MAT-IDX TO WS-MATCH-COUNT
               MOVE HH-PLAYER-A TO HM-PLAYER-A(MAT-IDX)
               MOVE HH-PLAYER-B TO HM-PLAYER-B(MAT-IDX)
               MOVE HH-WINNER-ID TO HM-WINNER-ID(MAT-IDX)
               MOVE HH-MATCH-DATE TO HM-MATCH-DATE(MAT-IDX)
               MOVE HH-A-ATTEMPTS TO HM-A-ATTEMPTS(MAT-IDX)
               MOVE HH-A-REJECTS TO HM-A-REJECTS(MAT-IDX)
               MOVE HH-B-ATTEMPTS TO HM-B-ATTEMPTS(MAT-IDX)
               MOVE HH-B-REJECTS TO HM-B-REJECTS(MAT-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * ADJSTLOG is in the order the corrections were made, so the
      * last void or unvoid of a session is the one that stands. An
      * unvoid clears the entry's details; only a session still
      * voided on SCOREHST is ever looked up. A session in the month
      * cannot have been voided or unvoided before the month began,
      * so entries logged earlier are passed over and the table holds
      * only what the statement can use.
      *-----------------------------------------------------------------

       2700-READ-ONE-ADJUSTMENT.
           READ ADJSTLOG-FILE
               AT END
                   SET ADJSTLOG-EOF TO TRUE
               NOT AT END
                   IF (AJ-ACTION-VOID OR AJ-ACTION-UNVOID)
                           AND AJ-LOG-DATE(1:6) NOT < WS-PARM
                       PERFORM 2750-TABLE-ONE-VOID
                   END-IF
           END-READ
           MOVE "2700-READ-ONE-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "ADJSTLOG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ADJSTLOG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET ADJSTLOG-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2750-TABLE-ONE-VOID.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 2780-SEARCH-ONE-VOID
               VARYING VOD-IDX FROM 1 BY 1
               UNTIL VOD-IDX > WS-VOID-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET VOD-IDX DOWN BY 1
           ELSE
               IF AJ-ACTION-VOID
                   IF WS-VOID-COUNT >= WS-MAX-VOIDS
                       SET VOID-TABLE-FULL TO TRUE
                       DISPLAY "WARNING - VOID TABLE FULL AT "
                           WS-MAX-VOIDS " ENTRIES, NO DETAIL FOR "
                           AJ-PLAYER-ID " " AJ-SESSION-SEQ
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-VOID-COUNT
                       SET VOD-IDX TO WS-VOID-COUNT
                       MOVE AJ-PLAYER-ID TO VD-PLAYER-ID(VOD-IDX)
                       MOVE AJ-SESSION-SEQ TO VD-SESSION-SEQ(VOD-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ENTRY-FOUND
               IF AJ-ACTION-VOID
                   MOVE AJ-LOG-DATE TO VD-LOG-DATE(VOD-IDX)
                   MOVE AJ-SUPERVISOR-ID TO VD-SUPERVISOR-ID(VOD-IDX)
                   MOVE AJ-REASON-CODE TO VD-REASON-CODE(VOD-IDX)
               ELSE
                   MOVE ZERO TO VD-LOG-DATE(VOD-IDX)
                   MOVE SPACES TO VD-SUPERVISOR-ID(VOD-IDX)
                   MOVE SPACES TO VD-REASON-CODE(VOD-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2780-SEARCH-ONE-VOID.
           IF VD-PLAYER-ID(VOD-IDX) = AJ-PLAYER-ID
                   AND VD-SESSION-SEQ(VOD-IDX) = AJ-SESSION-SEQ
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * PLYRMSTR has just been read at random for the department
      * roll-up, so the statement pass positions back to the top.
      *-----------------------------------------------------------------

       3000-START-PLAYER-BROWSE.
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLYRMSTR-FILE KEY IS NOT LESS THAN PM-PLAYER-ID
               INVALID KEY
                   SET PLYRMSTR-EOF TO TRUE
           END-START
           MOVE "3000-START-PLAYER-BROWSE" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3100-READ-ONE-PLAYER.
           READ PLYRMSTR-FILE NEXT RECORD
               AT END
                   SET PLYRMSTR-EOF TO TRUE
               NOT AT END
                   IF PM-ACTIVE
                       PERFORM 4000-PRINT-STATEMENT
                   ELSE
                       ADD 1 TO WS-INACTIVE-SKIPPED
                   END-IF
           END-READ
           MOVE "3100-READ-ONE-PLAYER" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET PLYRMSTR-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       4000-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           DISPLAY " "
           DISPLAY "================================================"
               "================"
           DISPLAY "MONTHLY STATEMENT " WS-REPORT-MONTH
               "   PLAYER " PM-PLAYER-ID " " PM-PLAYER-NAME
           DISPLAY "DEPARTMENT " PM-DEPARTMENT
           DISPLAY "================================================"
               "================"
           PERFORM 4100-LOAD-PLAYER-ROUNDS
           PERFORM 4200-PRINT-ROUND-SUMMARY
           PERFORM 4300-PRINT-SEASON-POINTS
           PERFORM 4400-PRINT-DEPARTMENT-RANK
           PERFORM 4500-PRINT-TOURNAMENTS
           PERFORM 4600-PRINT-HEAD-TO-HEAD
           PERFORM 4700-PRINT-DAILY-PLACINGS
           PERFORM 4800-PRINT-VOIDED-SESSIONS.
      *-----------------------------------------------------------------
      * SCOREHST leads with the player id, so the player's rounds are
      * browsed straight off the key and the month's kept - live and
      * voided alike - for the sections below.
      *-----------------------------------------------------------------

       4100-LOAD-PLAYER-ROUNDS.
           MOVE ZERO TO WS-ROUND-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE PM-PLAYER-ID TO SH-PLAYER-ID
           MOVE ZERO TO SH-SESSION-SEQ
           START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET BROWSE-END TO TRUE
           END-START
           MOVE "4100-LOAD-PLAYER-ROUNDS" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 4150-READ-ONE-PLAYER-ROUND UNTIL BROWSE-END.
      *-----------------------------------------------------------------

       4150-READ-ONE-PLAYER-ROUND.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = PM-PLAYER-ID
                       SET BROWSE-END TO TRUE
                   ELSE
                       IF SH-GAME-DATE(1:6) = WS-PARM
                           PERFORM 4160-KEEP-ONE-ROUND
                       END-IF
                   END-IF
           END-READ
           MOVE "4150-READ-ONE-PLAYER-ROUND" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       4160-KEEP-ONE-ROUND.
           IF WS-ROUND-COUNT >= WS-MAX-PLAYER-ROUNDS
               DISPLAY "WARNING - ROUND TABLE FULL AT "
                   WS-MAX-PLAYER-ROUNDS " ROUNDS, STATEMENT FOR "
                   PM-PLAYER-ID " IS SHORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ROUND-COUNT
               SET RND-IDX TO WS-ROUND-COUNT
               PERFORM 1200-SET-DIFFICULTY
               MOVE ZERO TO WS-ROUND-POINTS
               CALL "SCORECAL" USING WS-DIFFICULTY, SH-ATTEMPT-COUNT,
                   WS-MAX-ATTEMPTS, SH-REJECT-COUNT, SH-WIN-LOSE-FLAG,
                   WS-ROUND-POINTS
               MOVE SH-SESSION-SEQ TO PR-SESSION-SEQ(RND-IDX)
               MOVE SH-GAME-DATE TO PR-GAME-DATE(RND-IDX)
               MOVE WS-DIFFICULTY TO PR-DIFFICULTY(RND-IDX)
               MOVE SH-WIN-LOSE-FLAG TO PR-WIN-LOSE-FLAG(RND-IDX)
               MOVE SH-ATTEMPT-COUNT TO PR-ATTEMPT-COUNT(RND-IDX)
               MOVE SH-REJECT-COUNT TO PR-REJECT-COUNT(RND-IDX)
               MOVE WS-ROUND-POINTS TO PR-POINTS(RND-IDX)
               MOVE SH-VOID-FLAG TO PR-VOID-FLAG(RND-IDX)
               MOVE SH-DAILY-FLAG TO PR-DAILY-FLAG(RND-IDX)
           END-IF.
      *-----------------------------------------------------------------

       4200-PRINT-ROUND-SUMMARY.
           INITIALIZE WS-DIFF-TOTALS
           MOVE ZERO TO WS-PLAYER-VOIDS
           MOVE ZERO TO WS-PLAYER-DAILIES
           PERFORM 4210-ADD-ONE-ROUND
               VARYING RND-IDX FROM 1 BY 1
               UNTIL RND-IDX > WS-ROUND-COUNT
           MOVE ZERO TO WS-ALL-ROUNDS
           MOVE ZERO TO WS-ALL-WINS
           MOVE ZERO TO WS-ALL-ATTEMPTS
           MOVE ZERO TO WS-ALL-REJECTS
           DISPLAY " "
           DISPLAY "ROUNDS PLAYED (SCOREHST, VOIDED SESSIONS EXCLUDED)"
           DISPLAY "DIFFICULTY ROUNDS  WON  AVG ATT REJECTS"
           PERFORM 4250-PRINT-ONE-DIFFICULTY
               VARYING WS-DIFF-SUB FROM 1 BY 1
               UNTIL WS-DIFF-SUB > 3
           MOVE ZERO TO WS-AVG-ATTEMPTS
           IF WS-ALL-ROUNDS > ZERO
               COMPUTE WS-AVG-ATTEMPTS ROUNDED =
                   WS-ALL-ATTEMPTS / WS-ALL-ROUNDS
           END-IF
           DISPLAY "TOTAL      " WS-ALL-ROUNDS " " WS-ALL-WINS " "
               WS-AVG-ATTEMPTS "  " WS-ALL-REJECTS.
      *-----------------------------------------------------------------

       4210-ADD-ONE-ROUND.
           IF PR-SESSION-VOID(RND-IDX)
               ADD 1 TO WS-PLAYER-VOIDS
           ELSE
               EVALUATE PR-DIFFICULTY(RND-IDX)
                   WHEN 'E'
                       MOVE 1 TO WS-DIFF-SUB
                   WHEN 'M'
                       MOVE 2 TO WS-DIFF-SUB
                   WHEN OTHER
                       MOVE 3 TO WS-DIFF-SUB
               END-EVALUATE
               ADD 1 TO DF-ROUNDS(WS-DIFF-SUB)
               IF PR-WIN-LOSE-FLAG(RND-IDX) = 'W'
                   ADD 1 TO DF-WINS(WS-DIFF-SUB)
               END-IF
               ADD PR-ATTEMPT-COUNT(RND-IDX) TO DF-ATTEMPTS(WS-DIFF-SUB)
               ADD PR-REJECT-COUNT(RND-IDX) TO DF-REJECTS(WS-DIFF-SUB)
               IF PR-DAILY-ROUND(RND-IDX)
                   ADD 1 TO WS-PLAYER-DAILIES
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4250-PRINT-ONE-DIFFICULTY.
           EVALUATE WS-DIFF-SUB
               WHEN 1
                   MOVE 'E' TO WS-DIFF-LETTER
               WHEN 2
                   MOVE 'M' TO WS-DIFF-LETTER
               WHEN OTHER
                   MOVE 'H' TO WS-DIFF-LETTER
           END-EVALUATE
           MOVE ZERO TO WS-AVG-ATTEMPTS
           IF DF-ROUNDS(WS-DIFF-SUB) > ZERO
               COMPUTE WS-AVG-ATTEMPTS ROUNDED =
                   DF-ATTEMPTS(WS-DIFF-SUB) / DF-ROUNDS(WS-DIFF-SUB)
           END-IF
           DISPLAY WS-DIFF-LETTER "          "
               DF-ROUNDS(WS-DIFF-SUB) " " DF-WINS(WS-DIFF-SUB) " "
               WS-AVG-ATTEMPTS "  " DF-REJECTS(WS-DIFF-SUB)
           ADD DF-ROUNDS(WS-DIFF-SUB) TO WS-ALL-ROUNDS
           ADD DF-WINS(WS-DIFF-SUB) TO WS-ALL-WINS
           ADD DF-ATTEMPTS(WS-DIFF-SUB) TO WS-ALL-ATTEMPTS
           ADD DF-REJECTS(WS-DIFF-SUB) TO WS-ALL-REJECTS.
      *-----------------------------------------------------------------
      * Ranks count the players with more points, so players level
      * on points share a rank. A positive rank change is places
      * climbed since the prior month.
      *-----------------------------------------------------------------

       4300-PRINT-SEASON-POINTS.
           DISPLAY " "
           DISPLAY "SEASON POINTS (SEASONST)"
           MOVE ZERO TO WS-MY-POINTS
           MOVE ZERO TO WS-MY-PRIOR-POINTS
           MOVE ZERO TO WS-RANK
           MOVE ZERO TO WS-PRIOR-RANK
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 4310-SEARCH-ONE-SEASON-PLAYER
               VARYING SEA-IDX FROM 1 BY 1
               UNTIL SEA-IDX > WS-SEASON-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET SEA-IDX DOWN BY 1
               IF SN-HAS-CURRENT(SEA-IDX)
                   MOVE SN-POINTS(SEA-IDX) TO WS-MY-POINTS
                   PERFORM 4350-RANK-CURRENT
               END-IF
               IF SN-HAS-PRIOR(SEA-IDX)
                   MOVE SN-PRIOR-POINTS(SEA-IDX) TO WS-MY-PRIOR-POINTS
                   PERFORM 4360-RANK-PRIOR
               END-IF
           END-IF
           IF WS-RANK = ZERO
               DISPLAY "THIS MONTH.....: NO POINTS POSTED"
           ELSE
               DISPLAY "THIS MONTH.....: " WS-MY-POINTS " POINTS, "
                   SN-ROUNDS(SEA-IDX) " ROUNDS, RANK " WS-RANK
                   " OF " WS-RANKED-OF
           END-IF
           IF WS-PRIOR-RANK = ZERO
               DISPLAY "PRIOR MONTH....: NO POINTS POSTED"
           ELSE
               DISPLAY "PRIOR MONTH....: " WS-MY-PRIOR-POINTS
                   " POINTS, RANK " WS-PRIOR-RANK
                   " OF " WS-PRIOR-RANKED-OF
           END-IF
           COMPUTE WS-POINTS-CHANGE = WS-MY-POINTS - WS-MY-PRIOR-POINTS
           MOVE WS-POINTS-CHANGE TO WS-POINTS-CHANGE-OUT
           IF WS-RANK > ZERO AND WS-PRIOR-RANK > ZERO
               COMPUTE WS-RANK-CHANGE = WS-PRIOR-RANK - WS-RANK
               MOVE WS-RANK-CHANGE TO WS-RANK-CHANGE-OUT
               DISPLAY "CHANGE.........: " WS-POINTS-CHANGE-OUT
                   " POINTS, " WS-RANK-CHANGE-OUT " PLACES"
           ELSE
               DISPLAY "CHANGE.........: " WS-POINTS-CHANGE-OUT
                   " POINTS, NO RANK TO COMPARE"
           END-IF.
      *-----------------------------------------------------------------

       4310-SEARCH-ONE-SEASON-PLAYER.
           IF SN-PLAYER-ID(SEA-IDX) = PM-PLAYER-ID
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       4350-RANK-CURRENT.
           MOVE 1 TO WS-RANK
           MOVE ZERO TO WS-RANKED-OF
           PERFORM 4355-COMPARE-CURRENT
               VARYING SEA-CMP-IDX FROM 1 BY 1
               UNTIL SEA-CMP-IDX > WS-SEASON-COUNT.
      *-----------------------------------------------------------------

       4355-COMPARE-CURRENT.
           IF SN-HAS-CURRENT(SEA-CMP-IDX)
               ADD 1 TO WS-RANKED-OF
               IF SN-POINTS(SEA-CMP-IDX) > WS-MY-POINTS
                   ADD 1 TO WS-RANK
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4360-RANK-PRIOR.
           MOVE 1 TO WS-PRIOR-RANK
           MOVE ZERO TO WS-PRIOR-RANKED-OF
           PERFORM 4365-COMPARE-PRIOR
               VARYING SEA-CMP-IDX FROM 1 BY 1
               UNTIL SEA-CMP-IDX > WS-SEASON-COUNT.
      *-----------------------------------------------------------------

       4365-COMPARE-PRIOR.
           IF SN-HAS-PRIOR(SEA-CMP-IDX)
               ADD 1 TO WS-PRIOR-RANKED-OF
               IF SN-PRIOR-POINTS(SEA-CMP-IDX) > WS-MY-PRIOR-POINTS
                   ADD 1 TO WS-PRIOR-RANK
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4400-PRINT-DEPARTMENT-RANK.
           DISPLAY " "
           DISPLAY "DEPARTMENT STANDING (GROSS POINTS, AS EJEAZR11)"
           MOVE PM-DEPARTMENT TO WS-ROUND-DEPT
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 1450-SEARCH-ONE-DEPT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET DEPT-IDX DOWN BY 1
               MOVE 1 TO WS-RANK
               PERFORM 4450-COMPARE-ONE-DEPT
                   VARYING DEPT-CMP-IDX FROM 1 BY 1
                   UNTIL DEPT-CMP-IDX > WS-DEPT-COUNT
               DISPLAY PM-DEPARTMENT " RANK " WS-RANK " OF "
                   WS-DEPT-COUNT " - " DT-POINTS-TOTAL(DEPT-IDX)
                   " POINTS FROM " DT-ROUND-COUNT(DEPT-IDX) " ROUNDS"
           ELSE
               DISPLAY PM-DEPARTMENT " - NO ROUNDS THIS MONTH, "
                   "NOT RANKED"
           END-IF.
      *-----------------------------------------------------------------

       4450-COMPARE-ONE-DEPT.
           IF DT-POINTS-TOTAL(DEPT-CMP-IDX) > DT-POINTS-TOTAL(DEPT-IDX)
               ADD 1 TO WS-RANK
           END-IF.
      *-----------------------------------------------------------------
      * TRNMTRES is keyed on player, tournament date and start seq,
      * so the month's series are browsed from the first of the
      * month.
      *-----------------------------------------------------------------

       4500-PRINT-TOURNAMENTS.
           DISPLAY " "
           DISPLAY "TOURNAMENT SERIES (TRNMTRES)"
           MOVE ZERO TO WS-SERIES-PLAYED
           MOVE ZERO TO WS-SERIES-WON
           MOVE 'N' TO WS-BROWSE-END-SW
           IF NOT TRNMTRES-OPEN
               SET BROWSE-END TO TRUE
           ELSE
               MOVE PM-PLAYER-ID TO TR-PLAYER-ID
               MOVE WS-REPORT-MONTH TO TR-TOURN-DATE(1:6)
               MOVE "01" TO TR-TOURN-DATE(7:2)
               MOVE ZERO TO TR-START-SEQ
               START TRNMTRES-FILE KEY IS NOT LESS THAN TR-KEY
                   INVALID KEY
                       SET BROWSE-END TO TRUE
               END-START
               MOVE "4500-PRINT-TOURNAMENTS" TO WS-ERR-PARAGRAPH
               MOVE "TRNMTRES" TO WS-ERR-FILE
               MOVE "START" TO WS-ERR-OPERATION
               MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
               MOVE "23" TO WS-ERR-EXPECTED
               PERFORM 9000-CHECK-FILE-STATUS
           END-IF
           PERFORM 4550-READ-ONE-SERIES UNTIL BROWSE-END
           IF WS-SERIES-PLAYED = ZERO
               DISPLAY "NO TOURNAMENT SERIES THIS MONTH"
           ELSE
               DISPLAY "SERIES PLAYED " WS-SERIES-PLAYED
                   ", WON " WS-SERIES-WON
           END-IF.
      *-----------------------------------------------------------------

       4550-READ-ONE-SERIES.
           READ TRNMTRES-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   IF TR-PLAYER-ID NOT = PM-PLAYER-ID
                           OR TR-TOURN-DATE(1:6) NOT = WS-PARM
                       SET BROWSE-END TO TRUE
                   ELSE
                       ADD 1 TO WS-SERIES-PLAYED
                       IF TR-MATCH-WON
                           ADD 1 TO WS-SERIES-WON
                           MOVE "WON " TO WS-RESULT-WORD
                       ELSE
                           MOVE "LOST" TO WS-RESULT-WORD
                       END-IF
                       DISPLAY TR-TOURN-DATE " BEST OF " TR-BEST-OF
                           " DIFFICULTY " TR-DIFFICULTY " ROUNDS "
                           TR-ROUNDS-WON "-" TR-ROUNDS-LOST " "
                           WS-RESULT-WORD
                   END-IF
           END-READ
           MOVE "4550-READ-ONE-SERIES" TO WS-ERR-PARAGRAPH
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       4600-PRINT-HEAD-TO-HEAD.
           DISPLAY " "
           DISPLAY "HEAD-TO-HEAD MATCHES (H2HRESLT)"
           MOVE ZERO TO WS-H2H-WINS
           MOVE ZERO TO WS-H2H-LOSSES
           MOVE ZERO TO WS-H2H-DRAWS
           PERFORM 4650-CHECK-ONE-MATCH
               VARYING MAT-IDX FROM 1 BY 1
               UNTIL MAT-IDX > WS-MATCH-COUNT
           IF WS-H2H-WINS + WS-H2H-LOSSES + WS-H2H-DRAWS = ZERO
               DISPLAY "NO HEAD-TO-HEAD MATCHES THIS MONTH"
           ELSE
               DISPLAY "RECORD W-L-D " WS-H2H-WINS "-"
                   WS-H2H-LOSSES "-" WS-H2H-DRAWS
           END-IF.
      *-----------------------------------------------------------------

       4650-CHECK-ONE-MATCH.
           MOVE SPACES TO WS-OPPONENT-ID
           IF HM-PLAYER-A(MAT-IDX) = PM-PLAYER-ID
               MOVE HM-PLAYER-B(MAT-IDX) TO WS-OPPONENT-ID
               MOVE HM-A-ATTEMPTS(MAT-IDX) TO WS-MY-ATTEMPTS
               MOVE HM-A-REJECTS(MAT-IDX) TO WS-MY-REJECTS
           END-IF
           IF HM-PLAYER-B(MAT-IDX) = PM-PLAYER-ID
               MOVE HM-PLAYER-A(MAT-IDX) TO WS-OPPONENT-ID
               MOVE HM-B-ATTEMPTS(MAT-IDX) TO WS-MY-ATTEMPTS
               MOVE HM-B-REJECTS(MAT-IDX) TO WS-MY-REJECTS
           END-IF
           IF WS-OPPONENT-ID NOT = SPACES
               EVALUATE TRUE
                   WHEN HM-WINNER-ID(MAT-IDX) = SPACES
                       MOVE "DRAW" TO WS-RESULT-WORD
                       ADD 1 TO WS-H2H-DRAWS
                   WHEN HM-WINNER-ID(MAT-IDX) = PM-PLAYER-ID
                       MOVE "WON " TO WS-RESULT-WORD
                       ADD 1 TO WS-H2H-WINS
                   WHEN OTHER
                       MOVE "LOST" TO WS-RESULT-WORD
                       ADD 1 TO WS-H2H-LOSSES
               END-EVALUATE
               DISPLAY HM-MATCH-DATE(MAT-IDX) " VS " WS-OPPONENT-ID
                   " " WS-RESULT-WORD " ATTEMPTS " WS-MY-ATTEMPTS
                   " REJECTS " WS-MY-REJECTS
           END-IF.
      *-----------------------------------------------------------------
      * Each live daily round is placed among that day's live rounds
      * at the same difficulty, the same order the EJEAZR19 board
      * prints them in.
      *-----------------------------------------------------------------

       4700-PRINT-DAILY-PLACINGS.
           DISPLAY " "
           DISPLAY "DAILY CHALLENGE PLACINGS"
           IF WS-PLAYER-DAILIES = ZERO
               DISPLAY "NO DAILY CHALLENGES PLAYED THIS MONTH"
           ELSE
               DISPLAY "DATE     DIFF PLACE OF   SOLVED ATTEMPTS"
               PERFORM 4710-PLACE-ONE-ROUND
                   VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > WS-ROUND-COUNT
           END-IF.
      *-----------------------------------------------------------------

       4710-PLACE-ONE-ROUND.
           IF PR-DAILY-ROUND(RND-IDX) AND NOT PR-SESSION-VOID(RND-IDX)
               MOVE 'N' TO WS-ENTRY-FOUND-SW
               PERFORM 4720-FIND-DAILY-ENTRY
                   VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAILY-COUNT OR ENTRY-FOUND
               IF ENTRY-FOUND
                   SET DAY-IDX DOWN BY 1
                   MOVE 1 TO WS-PLACE
                   MOVE ZERO TO WS-PLACE-OF
                   PERFORM 4730-COMPARE-ONE-DAILY
                       VARYING DAY-CMP-IDX FROM 1 BY 1
                       UNTIL DAY-CMP-IDX > WS-DAILY-COUNT
                   DISPLAY PR-GAME-DATE(RND-IDX) " "
                       PR-DIFFICULTY(RND-IDX) "    " WS-PLACE " "
                       WS-PLACE-OF " " PR-WIN-LOSE-FLAG(RND-IDX)
                       "      " PR-ATTEMPT-COUNT(RND-IDX)
               ELSE
                   DISPLAY PR-GAME-DATE(RND-IDX) " "
                       PR-DIFFICULTY(RND-IDX)
                       "    NOT PLACED - SEE TABLE-FULL WARNING"
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4720-FIND-DAILY-ENTRY.
           IF DY-PLAYER-ID(DAY-IDX) = PM-PLAYER-ID
                   AND DY-SESSION-SEQ(DAY-IDX) = PR-SESSION-SEQ(RND-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       4730-COMPARE-ONE-DAILY.
           IF DY-GAME-DATE(DAY-CMP-IDX) = DY-GAME-DATE(DAY-IDX)
                   AND DY-DIFF-RANK(DAY-CMP-IDX) = DY-DIFF-RANK(DAY-IDX)
               ADD 1 TO WS-PLACE-OF
               IF DY-SORT-KEY(DAY-CMP-IDX) < DY-SORT-KEY(DAY-IDX)
                   ADD 1 TO WS-PLACE
               ELSE
                   IF DY-SORT-KEY(DAY-CMP-IDX) = DY-SORT-KEY(DAY-IDX)
                           AND DAY-CMP-IDX < DAY-IDX
                       ADD 1 TO WS-PLACE
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A voided session counts in none of the totals above. It is
      * shown here with the points it would have carried and, when
      * ADJSTLOG has it, who voided it, when, and why.
      *-----------------------------------------------------------------

       4800-PRINT-VOIDED-SESSIONS.
           DISPLAY " "
           DISPLAY "VOIDED SESSIONS (NOT COUNTED ABOVE)"
           IF WS-PLAYER-VOIDS = ZERO
               DISPLAY "NONE"
           ELSE
               DISPLAY "SEQ   DATE     DIFF RESULT ATTEMPTS POINTS "
                   "VOIDED   BY       REASON"
               PERFORM 4810-PRINT-ONE-VOID
                   VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > WS-ROUND-COUNT
           END-IF.
      *-----------------------------------------------------------------

       4810-PRINT-ONE-VOID.
           IF PR-SESSION-VOID(RND-IDX)
               MOVE 'N' TO WS-ENTRY-FOUND-SW
               PERFORM 4820-FIND-VOID-ENTRY
                   VARYING VOD-IDX FROM 1 BY 1
                   UNTIL VOD-IDX > WS-VOID-COUNT OR ENTRY-FOUND
               IF ENTRY-FOUND
                   SET VOD-IDX DOWN BY 1
               END-IF
               IF ENTRY-FOUND AND VD-LOG-DATE(VOD-IDX) NOT = ZERO
                   DISPLAY PR-SESSION-SEQ(RND-IDX) " "
                       PR-GAME-DATE(RND-IDX) " "
                       PR-DIFFICULTY(RND-IDX) "    "
                       PR-WIN-LOSE-FLAG(RND-IDX) "      "
                       PR-ATTEMPT-COUNT(RND-IDX) "      "
                       PR-POINTS(RND-IDX) "  "
                       VD-LOG-DATE(VOD-IDX) " "
                       VD-SUPERVISOR-ID(VOD-IDX) " "
                       VD-REASON-CODE(VOD-IDX)
               ELSE
                   IF NOT ENTRY-FOUND AND VOID-TABLE-FULL
                       DISPLAY PR-SESSION-SEQ(RND-IDX) " "
                           PR-GAME-DATE(RND-IDX) " "
                           PR-DIFFICULTY(RND-IDX) "    "
                           PR-WIN-LOSE-FLAG(RND-IDX) "      "
                           PR-ATTEMPT-COUNT(RND-IDX) "      "
                           PR-POINTS(RND-IDX)
                           "  NO DETAIL - VOID TABLE FULL"
                   ELSE
                       DISPLAY PR-SESSION-SEQ(RND-IDX) " "
                           PR-GAME-DATE(RND-IDX) " "
                           PR-DIFFICULTY(RND-IDX) "    "
                           PR-WIN-LOSE-FLAG(RND-IDX) "      "
                           PR-ATTEMPT-COUNT(RND-IDX) "      "
                           PR-POINTS(RND-IDX) "  NOT ON ADJSTLOG"
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4820-FIND-VOID-ENTRY.
           IF VD-PLAYER-ID(VOD-IDX) = PM-PLAYER-ID
                   AND VD-SESSION-SEQ(VOD-IDX) = PR-SESSION-SEQ(RND-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       5000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "STATEMENT CONTROL REPORT FOR " WS-REPORT-MONTH
           DISPLAY "SCOREHST ROWS READ...: " WS-ROUNDS-READ
           DISPLAY "LIVE ROUNDS IN MONTH.: " WS-MONTH-ROUNDS
           DISPLAY "  NOT ON PLYRMSTR....: " WS-ORPHAN-ROUNDS
           DISPLAY "DEPARTMENTS RANKED...: " WS-DEPT-COUNT
           IF NO-DEPT-HISTORY
               DISPLAY "DEPTHIST NOT AVAILABLE - ROUNDS CREDITED TO "
                   "THE CURRENT PLYRMSTR DEPARTMENT"
           END-IF
           DISPLAY "DAILY ROUNDS PLACED..: " WS-DAILY-COUNT
           DISPLAY "H2H MATCHES IN MONTH.: " WS-MATCH-COUNT
           DISPLAY "STATEMENTS PRINTED...: " WS-STATEMENT-COUNT
           DISPLAY "INACTIVE PLAYERS.....: " WS-INACTIVE-SKIPPED.
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
           MOVE "EJEAZR28" TO RA-JOB-NAME
           MOVE "EJEAZR28" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR28.
