 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Overnight regression verifier. Runs as the step
      *          after the batch driver and checks every round the
      *          driver played against the expectation EJEAZR18
      *          wrote beside the deck (EXPCTRES): win or loss,
      *          valid attempts, rejects, and the hint on every
      *          ATTMPTLG row of the session. Rows are paired by
      *          deck image - the cleaned PLAYLST keeps the
      *          generator's order, so a match-merge against
      *          EXPCTRES pairs every row the pre-edit let through
      *          and lists every row it dropped, without the drop
      *          pushing later rows out of step. Each player's
      *          deck rows map onto that player's newest SCOREHST
      *          sessions in sequence order, counted back from the
      *          top of the player's history - this step runs
      *          straight after the driver, before the floor
      *          opens, so nothing else has played in between.
      *          Every difference prints with the player, deck row,
      *          and session; any difference at all ends the step
      *          with RETURN-CODE 8.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - the overnight run proved
      *               only that the driver did not abend; a change
      *               that turned a win into a loss went through
      *               with RC 0.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPCTRES-FILE ASSIGN TO "EXPCTRES"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPCTRES-STATUS.

           SELECT PLAYERLIST-FILE ASSIGN TO "PLAYLST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAYERLIST-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  EXPCTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXPCREC.

       FD  PLAYERLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLYRREC.

       FD  SCOREHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  ATTMPTLG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMPTREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-PLAYERS                PIC 9(03) VALUE 200.
       01  WS-EXPCTRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLAYERLIST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ATTMPTLG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR21".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-EXPCTRES-EOF-SW            PIC X(01) VALUE 'N'.
           88  EXPCTRES-EOF              VALUE 'Y'.
       01  WS-PLAYERLIST-EOF-SW          PIC X(01) VALUE 'N'.
           88  PLAYERLIST-EOF            VALUE 'Y'.
       01  WS-BROWSE-EOF-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-EOF                VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW             PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND               VALUE 'Y'.
       01  WS-PAIRED-SW                  PIC X(01) VALUE 'N'.
           88  ROW-PAIRED                VALUE 'Y'.
       01  WS-SESSION-FOUND-SW           PIC X(01) VALUE 'N'.
           88  SESSION-FOUND             VALUE 'Y'.
       01  WS-ROW-MISMATCH-SW            PIC X(01) VALUE 'N'.
           88  ROW-MISMATCHED            VALUE 'Y'.
       01  WS-WORK-PLAYER-ID             PIC X(10) VALUE SPACES.
       01  WS-PLAYER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-SESSIONS-ON-FILE           PIC 9(05) VALUE ZERO.
       01  WS-SESSIONS-TO-SKIP           PIC 9(05) VALUE ZERO.
       01  WS-ATTEMPT-SUB                PIC 9(03) VALUE ZERO.
       01  WS-MISMATCH-FIELD             PIC X(14) VALUE SPACES.
       01  WS-EXPECTED-VALUE             PIC X(10) VALUE SPACES.
       01  WS-FOUND-VALUE                PIC X(10) VALUE SPACES.
       01  WS-EXPECT-READ                PIC 9(07) COMP VALUE ZERO.
       01  WS-DECK-READ                  PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-DROPPED               PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-UNPAIRED              PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-CLEAN                 PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-MISMATCHED            PIC 9(07) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  PLAYER-TABLE.
           05  PLAYER-ENTRY OCCURS 200 TIMES
                   INDEXED BY PLR-IDX.
               10  PT-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  PT-DECK-ROWS          PIC 9(05) VALUE ZERO.
               10  PT-NEXT-SEQ           PIC 9(05) VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR21 - BATCH REGRESSION VERIFIER"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-COUNT-ONE-DECK-ROW UNTIL PLAYERLIST-EOF
           CLOSE PLAYERLIST-FILE
           PERFORM 1500-FIND-FIRST-SESSION
               VARYING PLR-IDX FROM 1 BY 1
               UNTIL PLR-IDX > WS-PLAYER-COUNT
           PERFORM 0150-REOPEN-DECK
           PERFORM 2100-READ-ONE-EXPECTATION
           PERFORM 2000-VERIFY-ONE-DECK-ROW UNTIL PLAYERLIST-EOF
           PERFORM 2900-DROP-ONE-EXPECTATION UNTIL EXPCTRES-EOF
           PERFORM 5000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           COMPUTE RA-READ-COUNT = WS-DECK-READ + WS-EXPECT-READ
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      * Nothing can be proved without all four files, so any open
      * failure ends the step at RC 8 before a line is compared.
       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN INPUT EXPCTRES-FILE
           MOVE "EXPCTRES" TO WS-ERR-FILE
           MOVE WS-EXPCTRES-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-EXPCTRES-STATUS NOT = "00"
               DISPLAY "EXPCTRES OPEN FAILED, STATUS "
                   WS-EXPCTRES-STATUS
                   " - REGENERATE THE DECK THROUGH EJEAZR18"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLAYERLIST-FILE
           MOVE "PLAYLST" TO WS-ERR-FILE
           MOVE WS-PLAYERLIST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-PLAYERLIST-STATUS NOT = "00"
               DISPLAY "PLAYLST OPEN FAILED, STATUS "
                   WS-PLAYERLIST-STATUS
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
           OPEN INPUT ATTMPTLG-FILE
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ATTMPTLG-STATUS NOT = "00"
               DISPLAY "ATTMPTLG OPEN FAILED, STATUS "
                   WS-ATTMPTLG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

       0150-REOPEN-DECK.
           MOVE 'N' TO WS-PLAYERLIST-EOF-SW
           OPEN INPUT PLAYERLIST-FILE
           MOVE "0150-REOPEN-DECK" TO WS-ERR-PARAGRAPH
           MOVE "PLAYLST" TO WS-ERR-FILE
           MOVE "OPEN" TO WS-ERR-OPERATION
           MOVE WS-PLAYERLIST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-PLAYERLIST-STATUS NOT = "00"
               SET PLAYERLIST-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE EXPCTRES-FILE
           CLOSE PLAYERLIST-FILE
           CLOSE SCOREHST-FILE
           CLOSE ATTMPTLG-FILE.
      *-----------------------------------------------------------------
      * First pass over the cleaned deck only counts each player's
      * rows - the count is how far back from the top of the
      * player's SCOREHST history this run's sessions start.
      *-----------------------------------------------------------------

       1000-COUNT-ONE-DECK-ROW.
           READ PLAYERLIST-FILE
               AT END
                   SET PLAYERLIST-EOF TO TRUE
               NOT AT END
                   PERFORM 1100-FIND-OR-ADD-PLAYER
                   IF PLR-IDX <= WS-PLAYER-COUNT
                       ADD 1 TO PT-DECK-ROWS(PLR-IDX)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------

       1100-FIND-OR-ADD-PLAYER.
           PERFORM 1200-LOOK-UP-PLAYER
           IF NOT ENTRY-FOUND
               IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
                   DISPLAY "WARNING - PLAYER TABLE FULL AT "
                       WS-MAX-PLAYERS " PLAYERS, "
                       PL-PLAYER-ID " NOT VERIFIED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-PLAYER-COUNT
                   SET PLR-IDX TO WS-PLAYER-COUNT
                   MOVE PL-PLAYER-ID TO PT-PLAYER-ID(PLR-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * PERFORM VARYING augments the index before it re-tests the
      * exit condition, so on the found path PLR-IDX sits one slot
      * past the match and has to be stepped back. Not found leaves
      * it one past the last entry.
      *-----------------------------------------------------------------

       1200-LOOK-UP-PLAYER.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 1250-CHECK-ONE-ENTRY
               VARYING PLR-IDX FROM 1 BY 1
               UNTIL PLR-IDX > WS-PLAYER-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET PLR-IDX DOWN BY 1
           END-IF.
      *-----------------------------------------------------------------

       1250-CHECK-ONE-ENTRY.
           IF PT-PLAYER-ID(PLR-IDX) = PL-PLAYER-ID
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Counts the player's sessions on SCOREHST, then walks the
      * history again to the first of the newest PT-DECK-ROWS of
      * them - that session belongs to the player's first deck
      * row. A player with fewer sessions than deck rows starts at
      * the first session and the rows past the end report as
      * missing rounds.
      *-----------------------------------------------------------------

       1500-FIND-FIRST-SESSION.
           MOVE PT-PLAYER-ID(PLR-IDX) TO WS-WORK-PLAYER-ID
           MOVE ZERO TO WS-SESSIONS-ON-FILE
           PERFORM 1600-START-PLAYER-BROWSE
           PERFORM 1650-COUNT-ONE-SESSION UNTIL BROWSE-EOF
           IF WS-SESSIONS-ON-FILE > PT-DECK-ROWS(PLR-IDX)
               COMPUTE WS-SESSIONS-TO-SKIP =
                   WS-SESSIONS-ON-FILE - PT-DECK-ROWS(PLR-IDX)
           ELSE
               MOVE ZERO TO WS-SESSIONS-TO-SKIP
           END-IF
           MOVE ZERO TO PT-NEXT-SEQ(PLR-IDX)
           PERFORM 1600-START-PLAYER-BROWSE
           PERFORM 1700-SKIP-ONE-SESSION UNTIL BROWSE-EOF.
      *-----------------------------------------------------------------

       1600-START-PLAYER-BROWSE.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-WORK-PLAYER-ID TO SH-PLAYER-ID
           MOVE ZERO TO SH-SESSION-SEQ
           START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET BROWSE-EOF TO TRUE
           END-START.
      *-----------------------------------------------------------------

       1650-COUNT-ONE-SESSION.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-EOF TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = WS-WORK-PLAYER-ID
                       SET BROWSE-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-SESSIONS-ON-FILE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------

       1700-SKIP-ONE-SESSION.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-EOF TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = WS-WORK-PLAYER-ID
                       SET BROWSE-EOF TO TRUE
                   ELSE
                       IF WS-SESSIONS-TO-SKIP = ZERO
                           MOVE SH-SESSION-SEQ
                               TO PT-NEXT-SEQ(PLR-IDX)
                           SET BROWSE-EOF TO TRUE
                       ELSE
                           SUBTRACT 1 FROM WS-SESSIONS-TO-SKIP
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * Match-merge: expectations the cleaned deck skipped over are
      * the rows the pre-edit dropped. A deck row no expectation
      * matches means the deck and EXPCTRES did not come out of the
      * same generator run - that is itself a difference.
      *-----------------------------------------------------------------

       2000-VERIFY-ONE-DECK-ROW.
           READ PLAYERLIST-FILE
               AT END
                   SET PLAYERLIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECK-READ
                   MOVE 'N' TO WS-PAIRED-SW
                   PERFORM 2200-PAIR-DECK-ROW
                       UNTIL ROW-PAIRED OR EXPCTRES-EOF
                   IF ROW-PAIRED
                       PERFORM 3000-VERIFY-PAIRED-ROW
                       PERFORM 2100-READ-ONE-EXPECTATION
                   ELSE
                       ADD 1 TO WS-ROWS-UNPAIRED
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY "MISMATCH " PL-PLAYER-ID
                           " DECK ROW HAS NO EXPECTATION - DECK AND "
                           "EXPCTRES ARE FROM DIFFERENT RUNS"
                   END-IF
           END-READ.
      *-----------------------------------------------------------------

       2100-READ-ONE-EXPECTATION.
           READ EXPCTRES-FILE
               AT END
                   SET EXPCTRES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXPECT-READ
           END-READ.
      *-----------------------------------------------------------------

       2200-PAIR-DECK-ROW.
           IF EX-DECK-IMAGE = PLAYERLIST-RECORD
               SET ROW-PAIRED TO TRUE
           ELSE
               PERFORM 2900-DROP-ONE-EXPECTATION
           END-IF.
      *-----------------------------------------------------------------

       2900-DROP-ONE-EXPECTATION.
           ADD 1 TO WS-ROWS-DROPPED
           DISPLAY "NOT PLAYED " EX-PLAYER-ID " ROW " EX-ROW-NUMBER
               " - DROPPED BY THE PRE-EDIT"
           PERFORM 2100-READ-ONE-EXPECTATION.
      *-----------------------------------------------------------------

       3000-VERIFY-PAIRED-ROW.
           MOVE 'N' TO WS-ROW-MISMATCH-SW
           PERFORM 1200-LOOK-UP-PLAYER
           IF NOT ENTRY-FOUND
               MOVE "PLAYER TABLE" TO WS-MISMATCH-FIELD
               MOVE "VERIFIED" TO WS-EXPECTED-VALUE
               MOVE "SKIPPED" TO WS-FOUND-VALUE
               MOVE ZERO TO SH-SESSION-SEQ
               PERFORM 3900-REPORT-MISMATCH
           ELSE
               PERFORM 3100-READ-PLAYED-SESSION
               IF SESSION-FOUND
                   PERFORM 3200-COMPARE-SESSION
                   PERFORM 3300-COMPARE-ONE-ATTEMPT
                       VARYING WS-ATTEMPT-SUB FROM 1 BY 1
                       UNTIL WS-ATTEMPT-SUB > EX-ATTEMPT-COUNT
                   PERFORM 3400-CHECK-NO-EXTRA-ATTEMPT
               ELSE
                   MOVE "SCOREHST ROW" TO WS-MISMATCH-FIELD
                   MOVE "PLAYED" TO WS-EXPECTED-VALUE
                   MOVE "MISSING" TO WS-FOUND-VALUE
                   MOVE ZERO TO SH-SESSION-SEQ
                   PERFORM 3900-REPORT-MISMATCH
               END-IF
           END-IF
           IF ROW-MISMATCHED
               ADD 1 TO WS-ROWS-MISMATCHED
           ELSE
               ADD 1 TO WS-ROWS-CLEAN
           END-IF.
      *-----------------------------------------------------------------
      * The player's next unverified session is the first one at or
      * past PT-NEXT-SEQ - sequence gaps left by a round that died
      * before its SCOREHST write are stepped over, not miscounted.
      *-----------------------------------------------------------------

       3100-READ-PLAYED-SESSION.
           MOVE 'N' TO WS-SESSION-FOUND-SW
           IF PT-NEXT-SEQ(PLR-IDX) > ZERO
               MOVE PL-PLAYER-ID TO WS-WORK-PLAYER-ID
               MOVE PL-PLAYER-ID TO SH-PLAYER-ID
               MOVE PT-NEXT-SEQ(PLR-IDX) TO SH-SESSION-SEQ
               MOVE 'N' TO WS-BROWSE-EOF-SW
               START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY
                       SET BROWSE-EOF TO TRUE
               END-START
               IF NOT BROWSE-EOF
                   PERFORM 3150-READ-NEXT-SESSION
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       3150-READ-NEXT-SESSION.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF SH-PLAYER-ID = WS-WORK-PLAYER-ID
                       SET SESSION-FOUND TO TRUE
                       IF SH-SESSION-SEQ < 99999
                           COMPUTE PT-NEXT-SEQ(PLR-IDX) =
                               SH-SESSION-SEQ + 1
                       END-IF
                   END-IF
           END-READ
           MOVE "3150-READ-NEXT-SESSION" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3200-COMPARE-SESSION.
           IF SH-TARGET-NUMBER NOT = PL-TARGET-NUMBER
               MOVE "TARGET" TO WS-MISMATCH-FIELD
               MOVE PL-TARGET-NUMBER TO WS-EXPECTED-VALUE
               MOVE SH-TARGET-NUMBER TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF
           IF SH-DIFFICULTY NOT = PL-DIFFICULTY
               MOVE "DIFFICULTY" TO WS-MISMATCH-FIELD
               MOVE PL-DIFFICULTY TO WS-EXPECTED-VALUE
               MOVE SH-DIFFICULTY TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF
           IF SH-MAX-ATTEMPTS NOT = EX-MAX-ATTEMPTS
               MOVE "MAX ATTEMPTS" TO WS-MISMATCH-FIELD
               MOVE EX-MAX-ATTEMPTS TO WS-EXPECTED-VALUE
               MOVE SH-MAX-ATTEMPTS TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF
           IF SH-WIN-LOSE-FLAG NOT = EX-WIN-LOSE-FLAG
               MOVE "WIN/LOSE" TO WS-MISMATCH-FIELD
               MOVE EX-WIN-LOSE-FLAG TO WS-EXPECTED-VALUE
               MOVE SH-WIN-LOSE-FLAG TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF
           IF SH-ATTEMPT-COUNT NOT = EX-ATTEMPT-COUNT
               MOVE "ATTEMPTS" TO WS-MISMATCH-FIELD
               MOVE EX-ATTEMPT-COUNT TO WS-EXPECTED-VALUE
               MOVE SH-ATTEMPT-COUNT TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF
           IF SH-REJECT-COUNT NOT = EX-REJECT-COUNT
               MOVE "REJECTS" TO WS-MISMATCH-FIELD
               MOVE EX-REJECT-COUNT TO WS-EXPECTED-VALUE
               MOVE SH-REJECT-COUNT TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF
           IF SH-LAST-HINT NOT = EX-HINT-LIST(EX-ATTEMPT-COUNT)
               MOVE "LAST HINT" TO WS-MISMATCH-FIELD
               MOVE EX-HINT-LIST(EX-ATTEMPT-COUNT)
                   TO WS-EXPECTED-VALUE
               MOVE SH-LAST-HINT TO WS-FOUND-VALUE
               PERFORM 3900-REPORT-MISMATCH
           END-IF.
      *-----------------------------------------------------------------

       3300-COMPARE-ONE-ATTEMPT.
           MOVE SH-PLAYER-ID TO AT-PLAYER-ID
           MOVE SH-SESSION-SEQ TO AT-SESSION-SEQ
           MOVE WS-ATTEMPT-SUB TO AT-ATTEMPT-NO
           READ ATTMPTLG-FILE
               INVALID KEY
                   MOVE "ATTEMPT ROW" TO WS-MISMATCH-FIELD
                   MOVE WS-ATTEMPT-SUB TO WS-EXPECTED-VALUE
                   MOVE "MISSING" TO WS-FOUND-VALUE
                   PERFORM 3900-REPORT-MISMATCH
               NOT INVALID KEY
                   IF AT-HINT NOT = EX-HINT-LIST(WS-ATTEMPT-SUB)
                       MOVE SPACES TO WS-MISMATCH-FIELD
                       STRING "HINT " WS-ATTEMPT-SUB
                           DELIMITED BY SIZE INTO WS-MISMATCH-FIELD
                       END-STRING
                       MOVE EX-HINT-LIST(WS-ATTEMPT-SUB)
                           TO WS-EXPECTED-VALUE
                       MOVE AT-HINT TO WS-FOUND-VALUE
                       PERFORM 3900-REPORT-MISMATCH
                   END-IF
           END-READ
           MOVE "3300-COMPARE-ONE-ATTEMPT" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * A logged attempt past the expected count means the round ran
      * on after it should have ended.
      *-----------------------------------------------------------------

       3400-CHECK-NO-EXTRA-ATTEMPT.
           MOVE SH-PLAYER-ID TO AT-PLAYER-ID
           MOVE SH-SESSION-SEQ TO AT-SESSION-SEQ
           COMPUTE AT-ATTEMPT-NO = EX-ATTEMPT-COUNT + 1
           READ ATTMPTLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ATTEMPT ROW" TO WS-MISMATCH-FIELD
                   MOVE "NONE" TO WS-EXPECTED-VALUE
                   MOVE AT-ATTEMPT-NO TO WS-FOUND-VALUE
                   PERFORM 3900-REPORT-MISMATCH
           END-READ
           MOVE "3400-CHECK-NO-EXTRA-ATTEMPT" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3900-REPORT-MISMATCH.
           SET ROW-MISMATCHED TO TRUE
           ADD 1 TO WS-MISMATCH-COUNT
           DISPLAY "MISMATCH " EX-PLAYER-ID " ROW " EX-ROW-NUMBER
               " SEQ " SH-SESSION-SEQ " " EX-STRATEGY " "
               WS-MISMATCH-FIELD " EXPECTED " WS-EXPECTED-VALUE
               " FOUND " WS-FOUND-VALUE.
      *-----------------------------------------------------------------
      * Expectations read must balance to rows verified plus rows
      * the pre-edit dropped; any difference at all is RC 8.
      *-----------------------------------------------------------------

       5000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "REGRESSION VERIFY CONTROL REPORT"
           DISPLAY "EXPECTATIONS READ....: " WS-EXPECT-READ
           DISPLAY "DECK ROWS READ.......: " WS-DECK-READ
           DISPLAY "DROPPED BY PRE-EDIT..: " WS-ROWS-DROPPED
           DISPLAY "ROWS MATCHING........: " WS-ROWS-CLEAN
           DISPLAY "ROWS WITH DIFFERENCES: " WS-ROWS-MISMATCHED
           DISPLAY "ROWS NOT PAIRED......: " WS-ROWS-UNPAIRED
           DISPLAY "TOTAL DIFFERENCES....: " WS-MISMATCH-COUNT
           IF WS-ROWS-CLEAN + WS-ROWS-MISMATCHED + WS-ROWS-DROPPED
                   = WS-EXPECT-READ
               DISPLAY "VERIFIED + DROPPED = EXPECTATIONS - BALANCES"
           ELSE
               DISPLAY "WARNING - ROW COUNTS DO NOT BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MISMATCH-COUNT > ZERO
               DISPLAY "REGRESSION FAILED - SEE MISMATCH LINES ABOVE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REGRESSION CLEAN - EVERY ROUND AS EXPECTED"
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
           MOVE "EJEAZAR1" TO RA-JOB-NAME
           MOVE "EJEAZR21" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR21.
