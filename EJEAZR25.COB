 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Knockout bracket manager for the head-to-head
      *          playoffs. The PARM names a function and a bracket -
      *          the bracket is the date the playoff opens (format
      *          FUNCTION,YYYYMMDD[,NN]):
      *            DRAW     registers every PM-ACTIVE player on
      *                     PLYRMSTR, seeds them on SEASONST points
      *                     for the calendar year to the bracket's
      *                     month, keeps the top NN (all, up to 64,
      *                     when NN is left off), and writes the
      *                     entrant register and the first-round
      *                     pairings to BRACKETF. A field that is
      *                     not a power of two gives the top seeds
      *                     a bye.
      *            ADVANCE  settles every open pairing of the
      *                     current round from the H2HRESLT match
      *                     the pair played: a winner advances, a
      *                     draw (HH-WINNER-ID SPACES) gets a replay
      *                     pairing, and a pairing with no match on
      *                     file yet is left open and reported. Only
      *                     when every pairing of the round is won
      *                     is the next round drawn; that repeats
      *                     while results allow, up to the final.
      *            PRINT    prints the bracket as it stands.
      *          DRAW and ADVANCE print the bracket when they finish.
      *          A result is only taken from a match played on or
      *          after the day its pairing was drawn, and never one
      *          already used to settle another pairing, so a replay
      *          is never settled by the drawn match it replaces.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - the Friday playoff draw,
      *               the seeding, and who went through were all
      *               kept on the whiteboard.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRACKETF-FILE ASSIGN TO "BRACKETF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BRACKETF-STATUS.

           SELECT PLYRMSTR-FILE ASSIGN TO "PLYRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT SEASONST-FILE ASSIGN TO "SEASONST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-SEASONST-STATUS.

           SELECT H2HRESLT-FILE ASSIGN TO "H2HRESLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-H2HRESLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRACKETF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRKTREC.

       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLMSTREC.

       FD  SEASONST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEASNREC.

       FD  H2HRESLT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY H2HREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-ENTRANTS               PIC 9(03) VALUE 200.
       77  WS-MAX-FIELD                  PIC 9(02) VALUE 64.
       77  WS-MAX-BRACKET                PIC 9(03) VALUE 250.
       01  WS-BRACKETF-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SEASONST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-H2HRESLT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR25".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-BRACKET-END-SW             PIC X(01) VALUE 'N'.
           88  BRACKET-END               VALUE 'Y'.
       01  WS-PLYRMSTR-EOF-SW            PIC X(01) VALUE 'N'.
           88  PLYRMSTR-EOF              VALUE 'Y'.
       01  WS-SEASON-END-SW              PIC X(01) VALUE 'N'.
           88  SEASON-END                VALUE 'Y'.
       01  WS-RESULT-END-SW              PIC X(01) VALUE 'N'.
           88  RESULT-END                VALUE 'Y'.
       01  WS-RESULT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  RESULT-FOUND              VALUE 'Y'.
       01  WS-CONSUMED-SW                PIC X(01) VALUE 'N'.
           88  RESULT-CONSUMED           VALUE 'Y'.
       01  WS-ADVANCE-DONE-SW            PIC X(01) VALUE 'N'.
           88  ADVANCE-DONE              VALUE 'Y'.
       01  WS-PARM                       PIC X(20) VALUE SPACES.
       01  WS-PARM-FUNCTION              PIC X(08) VALUE SPACES.
           88  FUNCTION-DRAW             VALUE 'DRAW'.
           88  FUNCTION-ADVANCE          VALUE 'ADVANCE'.
           88  FUNCTION-PRINT            VALUE 'PRINT'.
       01  WS-PARM-BRACKET               PIC X(08) VALUE SPACES.
       01  WS-PARM-FIELD                 PIC X(02) VALUE SPACES.
       01  WS-BRACKET-DATE               PIC 9(08) VALUE ZERO.
       01  WS-BRACKET-DATE-SPLIT REDEFINES WS-BRACKET-DATE.
           05  WS-BRACKET-YEAR           PIC 9(04).
           05  WS-BRACKET-MONTH          PIC 9(02).
           05  WS-BRACKET-DAY            PIC 9(02).
       01  WS-SEASON-FROM                PIC 9(06) VALUE ZERO.
       01  WS-SEASON-TO                  PIC 9(06) VALUE ZERO.
       01  WS-FIELD-SIZE                 PIC 9(02) VALUE ZERO.
       01  WS-BRACKET-SIZE               PIC 9(02) VALUE ZERO.
       01  WS-ENTRANT-COUNT              PIC 9(03) VALUE ZERO.
       01  ENTRANT-TABLE.
           05  ENTRANT-ENTRY OCCURS 200 TIMES
                   INDEXED BY ENT-IDX SORT-PASS-IDX SORT-CMP-IDX.
               10  ET-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  ET-DEPARTMENT         PIC X(10) VALUE SPACES.
               10  ET-SEASON-POINTS      PIC 9(07) COMP VALUE ZERO.
               10  ET-ROUNDS-COUNTED     PIC 9(05) COMP VALUE ZERO.
       01  TEMP-ENTRANT-ENTRY.
           05  TE-PLAYER-ID              PIC X(10) VALUE SPACES.
           05  TE-DEPARTMENT             PIC X(10) VALUE SPACES.
           05  TE-SEASON-POINTS          PIC 9(07) COMP VALUE ZERO.
           05  TE-ROUNDS-COUNTED         PIC 9(05) COMP VALUE ZERO.
       01  WS-ORDER-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-NEW-ORDER-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-ORDER-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-NEW-SUB                    PIC 9(02) COMP VALUE ZERO.
       01  SEED-ORDER-TABLE.
           05  SEED-ORDER-ENTRY OCCURS 64 TIMES.
               10  SO-SEED               PIC 9(02) VALUE ZERO.
       01  NEW-ORDER-TABLE.
           05  NEW-ORDER-ENTRY OCCURS 64 TIMES.
               10  NO-SEED               PIC 9(02) VALUE ZERO.
       01  WS-BRACKET-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-REGISTER-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CURRENT-ROUND              PIC 9(02) VALUE ZERO.
       01  BRACKET-TABLE.
           05  BRACKET-ENTRY OCCURS 250 TIMES
                   INDEXED BY BKT-IDX.
               10  BT-ROUND              PIC 9(02) VALUE ZERO.
               10  BT-MATCH-NO           PIC 9(02) VALUE ZERO.
               10  BT-RECORD-IMAGE       PIC X(80) VALUE SPACES.
       01  WS-CONSUMED-COUNT             PIC 9(03) VALUE ZERO.
       01  CONSUMED-TABLE.
           05  CONSUMED-ENTRY OCCURS 250 TIMES
                   INDEXED BY CNS-IDX.
               10  CK-RESULT-KEY         PIC X(23) VALUE SPACES.
       01  WINNER-TABLE.
           05  WINNER-ENTRY OCCURS 32 TIMES
                   INDEXED BY WIN-IDX.
               10  WN-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  WN-SEED               PIC 9(02) VALUE ZERO.
               10  WN-RESULT-DATE        PIC 9(08) VALUE ZERO.
       01  WS-ROUND-MATCHES              PIC 9(02) VALUE ZERO.
       01  WS-ROUND-DECIDED              PIC 9(02) VALUE ZERO.
       01  WS-ROUND-WAITING              PIC 9(02) VALUE ZERO.
       01  WS-ROUND-REPLAYS              PIC 9(02) VALUE ZERO.
       01  WS-NEXT-MATCH                 PIC 9(02) VALUE ZERO.
       01  WS-FEEDER-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-SEARCH-PLAYER              PIC X(10) VALUE SPACES.
       01  WS-SEARCH-OPPONENT            PIC X(10) VALUE SPACES.
       01  WS-BEST-RESULT                PIC X(55) VALUE SPACES.
       01  WS-BEST-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-STATUS-WORD                PIC X(08) VALUE SPACES.
       01  WS-PRINT-PLAYER-B             PIC X(10) VALUE SPACES.
       01  WS-PRINT-ROUND                PIC 9(02) VALUE ZERO.
       01  WS-RECORDS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
       01  WS-RECORDS-UPDATED            PIC 9(05) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR25 - KNOCKOUT BRACKET MANAGER"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-BRACKET-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-BRACKET
           EVALUATE TRUE
               WHEN FUNCTION-DRAW
                   PERFORM 1000-DRAW-BRACKET
               WHEN FUNCTION-ADVANCE
                   PERFORM 2000-ADVANCE-BRACKET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 0200-LOAD-BRACKET
           PERFORM 5000-PRINT-BRACKET
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-BRACKET-COUNT TO RA-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-RECORDS-WRITTEN
               + WS-RECORDS-UPDATED
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       0050-GET-BRACKET-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-PARM-FUNCTION, WS-PARM-BRACKET, WS-PARM-FIELD
           IF NOT FUNCTION-DRAW AND NOT FUNCTION-ADVANCE
                   AND NOT FUNCTION-PRINT
                   OR WS-PARM-BRACKET IS NOT NUMERIC
               DISPLAY "BRACKET PARM MISSING OR BAD - FORMAT IS "
                   "DRAW,YYYYMMDD[,NN] OR ADVANCE,YYYYMMDD OR "
                   "PRINT,YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-BRACKET TO WS-BRACKET-DATE
           MOVE ZERO TO WS-FIELD-SIZE
           IF FUNCTION-DRAW AND WS-PARM-FIELD NOT = SPACES
               IF WS-PARM-FIELD IS NOT NUMERIC
                       OR WS-PARM-FIELD < "02"
                       OR WS-PARM-FIELD > "64"
                   DISPLAY "FIELD SIZE MUST BE 02-64 - LEAVE IT OFF "
                       "TO ENTER EVERY ACTIVE PLAYER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-FIELD TO WS-FIELD-SIZE
           END-IF
           DISPLAY WS-PARM-FUNCTION " BRACKET " WS-BRACKET-DATE.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN I-O BRACKETF-FILE
           IF WS-BRACKETF-STATUS = "35"
               OPEN OUTPUT BRACKETF-FILE
               CLOSE BRACKETF-FILE
               OPEN I-O BRACKETF-FILE
           END-IF
           MOVE "BRACKETF" TO WS-ERR-FILE
           MOVE WS-BRACKETF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-BRACKETF-STATUS NOT = "00"
               DISPLAY "BRACKETF OPEN FAILED, STATUS "
                   WS-BRACKETF-STATUS
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
           OPEN INPUT SEASONST-FILE
           MOVE "SEASONST" TO WS-ERR-FILE
           MOVE WS-SEASONST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SEASONST-STATUS NOT = "00"
               DISPLAY "SEASONST OPEN FAILED, STATUS "
                   WS-SEASONST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT H2HRESLT-FILE
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-H2HRESLT-STATUS NOT = "00"
               DISPLAY "H2HRESLT OPEN FAILED, STATUS "
                   WS-H2HRESLT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE BRACKETF-FILE
           CLOSE PLYRMSTR-FILE
           CLOSE SEASONST-FILE
           CLOSE H2HRESLT-FILE.
      *-----------------------------------------------------------------
      * Reads the whole bracket back off BRACKETF into the table, in
      * key order, and notes the latest round drawn and every
      * H2HRESLT key already used to settle a pairing. Rerun after
      * every DRAW or ADVANCE so the printout is what is on file.
      *-----------------------------------------------------------------

       0200-LOAD-BRACKET.
           MOVE ZERO TO WS-BRACKET-COUNT
           MOVE ZERO TO WS-REGISTER-COUNT
           MOVE ZERO TO WS-CURRENT-ROUND
           MOVE ZERO TO WS-CONSUMED-COUNT
           MOVE 'N' TO WS-BRACKET-END-SW
           MOVE WS-BRACKET-DATE TO BK-BRACKET-DATE
           MOVE ZERO TO BK-ROUND
           MOVE ZERO TO BK-MATCH-NO
           MOVE ZERO TO BK-REPLAY-NO
           START BRACKETF-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   SET BRACKET-END TO TRUE
           END-START
           MOVE "0200-LOAD-BRACKET" TO WS-ERR-PARAGRAPH
           MOVE "BRACKETF" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-BRACKETF-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 0250-READ-ONE-BRACKET UNTIL BRACKET-END.
      *-----------------------------------------------------------------

       0250-READ-ONE-BRACKET.
           READ BRACKETF-FILE NEXT RECORD
               AT END
                   SET BRACKET-END TO TRUE
               NOT AT END
                   IF BK-BRACKET-DATE NOT = WS-BRACKET-DATE
                       SET BRACKET-END TO TRUE
                   ELSE
                       PERFORM 0260-KEEP-ONE-BRACKET
                   END-IF
           END-READ
           MOVE "0250-READ-ONE-BRACKET" TO WS-ERR-PARAGRAPH
           MOVE "BRACKETF" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-BRACKETF-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BRACKET-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       0260-KEEP-ONE-BRACKET.
           IF WS-BRACKET-COUNT >= WS-MAX-BRACKET
               DISPLAY "WARNING - BRACKET TABLE FULL AT "
                   WS-MAX-BRACKET " RECORDS, SKIPPING ROUND "
                   BK-ROUND " MATCH " BK-MATCH-NO
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-BRACKET-COUNT
               SET BKT-IDX TO WS-BRACKET-COUNT
               MOVE BK-ROUND TO BT-ROUND(BKT-IDX)
               MOVE BK-MATCH-NO TO BT-MATCH-NO(BKT-IDX)
               MOVE BRACKET-RECORD TO BT-RECORD-IMAGE(BKT-IDX)
               IF BK-ROUND = ZERO
                   ADD 1 TO WS-REGISTER-COUNT
               ELSE
                   IF BK-ROUND > WS-CURRENT-ROUND
                       MOVE BK-ROUND TO WS-CURRENT-ROUND
                   END-IF
                   IF BK-RESULT-KEY NOT = SPACES
                       PERFORM 2290-ADD-CONSUMED
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * DRAW: a bracket is drawn once. Redrawing over pairings that
      * may already have been played is exactly the dispute this
      * file exists to settle, so a second DRAW is refused outright.
      *-----------------------------------------------------------------

       1000-DRAW-BRACKET.
           IF WS-BRACKET-COUNT > ZERO
               DISPLAY "BRACKET " WS-BRACKET-DATE " IS ALREADY DRAWN "
                   "- RUN ADVANCE OR PRINT, NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-SEASON-FROM = WS-BRACKET-YEAR * 100 + 1
               COMPUTE WS-SEASON-TO =
                   WS-BRACKET-YEAR * 100 + WS-BRACKET-MONTH
               DISPLAY "SEEDING ON SEASONST POINTS " WS-SEASON-FROM
                   " THROUGH " WS-SEASON-TO
               PERFORM 1100-REGISTER-ONE-PLAYER UNTIL PLYRMSTR-EOF
               PERFORM 4000-SORT-ENTRANT-TABLE
               PERFORM 1300-SET-FIELD-SIZE
               IF WS-FIELD-SIZE < 2
                   DISPLAY "FEWER THAN 2 ACTIVE PLAYERS - NO BRACKET "
                       "DRAWN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1400-WRITE-ONE-ENTRANT
                       VARYING ENT-IDX FROM 1 BY 1
                       UNTIL ENT-IDX > WS-FIELD-SIZE
                   PERFORM 1500-BUILD-SEED-ORDER
                   PERFORM 1600-WRITE-FIRST-PAIRING
                       VARYING WS-ORDER-SUB FROM 1 BY 2
                       UNTIL WS-ORDER-SUB > WS-BRACKET-SIZE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       1100-REGISTER-ONE-PLAYER.
           READ PLYRMSTR-FILE NEXT RECORD
               AT END
                   SET PLYRMSTR-EOF TO TRUE
               NOT AT END
                   IF PM-ACTIVE
                       PERFORM 1150-ADD-ONE-ENTRANT
                   END-IF
           END-READ
           MOVE "1100-REGISTER-ONE-PLAYER" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET PLYRMSTR-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1150-ADD-ONE-ENTRANT.
           IF WS-ENTRANT-COUNT >= WS-MAX-ENTRANTS
               DISPLAY "WARNING - ENTRANT TABLE FULL AT "
                   WS-MAX-ENTRANTS " PLAYERS, SKIPPING " PM-PLAYER-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ENTRANT-COUNT
               SET ENT-IDX TO WS-ENTRANT-COUNT
               MOVE PM-PLAYER-ID TO ET-PLAYER-ID(ENT-IDX)
               MOVE PM-DEPARTMENT TO ET-DEPARTMENT(ENT-IDX)
               MOVE ZERO TO ET-SEASON-POINTS(ENT-IDX)
               MOVE ZERO TO ET-ROUNDS-COUNTED(ENT-IDX)
               PERFORM 1200-SUM-SEASON-POINTS
           END-IF.
      *-----------------------------------------------------------------
      * SEASONST is keyed on player then year-month, so the player's
      * months for the season sit together from January on.
      *-----------------------------------------------------------------

       1200-SUM-SEASON-POINTS.
           MOVE 'N' TO WS-SEASON-END-SW
           MOVE PM-PLAYER-ID TO SS-PLAYER-ID
           MOVE WS-SEASON-FROM TO SS-YEAR-MONTH
           START SEASONST-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET SEASON-END TO TRUE
           END-START
           MOVE "1200-SUM-SEASON-POINTS" TO WS-ERR-PARAGRAPH
           MOVE "SEASONST" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-SEASONST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 1250-READ-ONE-STANDING UNTIL SEASON-END.
      *-----------------------------------------------------------------

       1250-READ-ONE-STANDING.
           READ SEASONST-FILE NEXT RECORD
               AT END
                   SET SEASON-END TO TRUE
               NOT AT END
                   IF SS-PLAYER-ID NOT = PM-PLAYER-ID
                           OR SS-YEAR-MONTH > WS-SEASON-TO
                       SET SEASON-END TO TRUE
                   ELSE
                       ADD SS-POINTS-TOTAL
                           TO ET-SEASON-POINTS(ENT-IDX)
                       ADD SS-ROUNDS-COUNTED
                           TO ET-ROUNDS-COUNTED(ENT-IDX)
                   END-IF
           END-READ
           MOVE "1250-READ-ONE-STANDING" TO WS-ERR-PARAGRAPH
           MOVE "SEASONST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SEASONST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET SEASON-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The field is the NN asked for, or every active player when
      * it was left off - never more than the players there are, nor
      * more than a 64 draw. The bracket is the next power of two up;
      * the slots past the field are byes.
      *-----------------------------------------------------------------

       1300-SET-FIELD-SIZE.
           IF WS-FIELD-SIZE = ZERO
               IF WS-ENTRANT-COUNT > WS-MAX-FIELD
                   MOVE WS-MAX-FIELD TO WS-FIELD-SIZE
               ELSE
                   MOVE WS-ENTRANT-COUNT TO WS-FIELD-SIZE
               END-IF
           END-IF
           IF WS-FIELD-SIZE > WS-ENTRANT-COUNT
               DISPLAY "ONLY " WS-ENTRANT-COUNT " ACTIVE PLAYERS - "
                   "FIELD OF " WS-FIELD-SIZE " CUT TO FIT"
               MOVE WS-ENTRANT-COUNT TO WS-FIELD-SIZE
           END-IF
           IF WS-ENTRANT-COUNT > WS-FIELD-SIZE
               DISPLAY WS-ENTRANT-COUNT " ACTIVE PLAYERS - TOP "
                   WS-FIELD-SIZE " SEEDS ENTERED"
           END-IF
           MOVE 1 TO WS-BRACKET-SIZE
           PERFORM 1350-DOUBLE-BRACKET-SIZE
               UNTIL WS-BRACKET-SIZE >= WS-FIELD-SIZE.
      *-----------------------------------------------------------------

       1350-DOUBLE-BRACKET-SIZE.
           COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2.
      *-----------------------------------------------------------------

       1400-WRITE-ONE-ENTRANT.
           MOVE SPACES TO BRACKET-RECORD
           MOVE WS-BRACKET-DATE TO BK-BRACKET-DATE
           MOVE ZERO TO BK-ROUND
           SET BK-MATCH-NO TO ENT-IDX
           MOVE ZERO TO BK-REPLAY-NO
           MOVE ET-PLAYER-ID(ENT-IDX) TO BE-PLAYER-ID
           SET BE-SEED TO ENT-IDX
           MOVE ET-SEASON-POINTS(ENT-IDX) TO BE-SEASON-POINTS
           MOVE ET-ROUNDS-COUNTED(ENT-IDX) TO BE-ROUNDS-COUNTED
           MOVE ET-DEPARTMENT(ENT-IDX) TO BE-DEPARTMENT
           MOVE "1400-WRITE-ONE-ENTRANT" TO WS-ERR-PARAGRAPH
           PERFORM 3000-WRITE-BRACKET-RECORD.
      *-----------------------------------------------------------------
      * Standard seeding order, so seeds 1 and 2 can only meet in
      * the final. Built by doubling: every seed S already placed is
      * followed by its partner (new size + 1 - S).
      *-----------------------------------------------------------------

       1500-BUILD-SEED-ORDER.
           MOVE 1 TO WS-ORDER-COUNT
           MOVE 1 TO SO-SEED(1)
           PERFORM 1550-DOUBLE-SEED-ORDER
               UNTIL WS-ORDER-COUNT >= WS-BRACKET-SIZE.
      *-----------------------------------------------------------------

       1550-DOUBLE-SEED-ORDER.
           COMPUTE WS-NEW-ORDER-COUNT = WS-ORDER-COUNT * 2
           PERFORM 1560-PLACE-ONE-PAIR
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
           MOVE WS-NEW-ORDER-COUNT TO WS-ORDER-COUNT
           PERFORM 1570-COPY-ONE-SEED
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-ORDER-COUNT.
      *-----------------------------------------------------------------

       1560-PLACE-ONE-PAIR.
           COMPUTE WS-NEW-SUB = WS-ORDER-SUB * 2 - 1
           MOVE SO-SEED(WS-ORDER-SUB) TO NO-SEED(WS-NEW-SUB)
           ADD 1 TO WS-NEW-SUB
           COMPUTE NO-SEED(WS-NEW-SUB) =
               WS-NEW-ORDER-COUNT + 1 - SO-SEED(WS-ORDER-SUB).
      *-----------------------------------------------------------------

       1570-COPY-ONE-SEED.
           MOVE NO-SEED(WS-ORDER-SUB) TO SO-SEED(WS-ORDER-SUB).
      *-----------------------------------------------------------------
      * Consecutive slots of the seeding order meet in round 1. A
      * seed past the field is a bye: the real seed opposite it goes
      * through without a match, recorded as such.
      *-----------------------------------------------------------------

       1600-WRITE-FIRST-PAIRING.
           MOVE SPACES TO BRACKET-RECORD
           MOVE WS-BRACKET-DATE TO BK-BRACKET-DATE
           MOVE 1 TO BK-ROUND
           COMPUTE BK-MATCH-NO = (WS-ORDER-SUB + 1) / 2
           MOVE ZERO TO BK-REPLAY-NO
           MOVE SO-SEED(WS-ORDER-SUB) TO BK-SEED-A
           SET ENT-IDX TO BK-SEED-A
           MOVE ET-PLAYER-ID(ENT-IDX) TO BK-PLAYER-A
           MOVE SO-SEED(WS-ORDER-SUB + 1) TO BK-SEED-B
           MOVE WS-BRACKET-DATE TO BK-PAIRED-DATE
           MOVE SPACES TO BK-RESULT-KEY
           IF BK-SEED-B > WS-FIELD-SIZE
               MOVE SPACES TO BK-PLAYER-B
               SET BK-BYE TO TRUE
               MOVE BK-PLAYER-A TO BK-WINNER-ID
           ELSE
               SET ENT-IDX TO BK-SEED-B
               MOVE ET-PLAYER-ID(ENT-IDX) TO BK-PLAYER-B
               SET BK-PENDING TO TRUE
               MOVE SPACES TO BK-WINNER-ID
           END-IF
           MOVE "1600-WRITE-FIRST-PAIRING" TO WS-ERR-PARAGRAPH
           PERFORM 3000-WRITE-BRACKET-RECORD.
      *-----------------------------------------------------------------
      * ADVANCE: settle the current round, and while that completes
      * it, draw the next round from its winners and settle that too
      * - a week that got behind catches up in one run.
      *-----------------------------------------------------------------

       2000-ADVANCE-BRACKET.
           IF WS-CURRENT-ROUND = ZERO
               DISPLAY "BRACKET " WS-BRACKET-DATE " HAS NOT BEEN "
                   "DRAWN - RUN DRAW FIRST"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-ADVANCE-DONE-SW
               PERFORM 2050-ADVANCE-ONE-ROUND UNTIL ADVANCE-DONE
           END-IF.
      *-----------------------------------------------------------------

       2050-ADVANCE-ONE-ROUND.
           MOVE ZERO TO WS-ROUND-MATCHES
           MOVE ZERO TO WS-ROUND-DECIDED
           MOVE ZERO TO WS-ROUND-WAITING
           MOVE ZERO TO WS-ROUND-REPLAYS
           PERFORM 2100-SETTLE-ONE-ENTRY
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > WS-BRACKET-COUNT
           SET ADVANCE-DONE TO TRUE
           EVALUATE TRUE
               WHEN WS-ROUND-DECIDED < WS-ROUND-MATCHES
                   DISPLAY "ROUND " WS-CURRENT-ROUND " NOT COMPLETE - "
                       WS-ROUND-WAITING " WITH NO RESULT, "
                       WS-ROUND-REPLAYS " REPLAYS DRAWN - NEXT "
                       "ROUND NOT DRAWN"
                   IF WS-ROUND-WAITING > ZERO
                       AND RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ROUND-MATCHES = 1
                   SET WIN-IDX TO 1
                   DISPLAY "BRACKET COMPLETE - CHAMPION "
                       WN-PLAYER-ID(WIN-IDX) " (SEED "
                       WN-SEED(WIN-IDX) ")"
               WHEN OTHER
                   ADD 1 TO WS-CURRENT-ROUND
                   PERFORM 2500-DRAW-NEXT-PAIRING
                       VARYING WS-NEXT-MATCH FROM 1 BY 1
                       UNTIL WS-NEXT-MATCH > WS-ROUND-MATCHES / 2
                   DISPLAY "ROUND " WS-CURRENT-ROUND " DRAWN"
                   PERFORM 0200-LOAD-BRACKET
                   MOVE 'N' TO WS-ADVANCE-DONE-SW
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Only the latest replay of each match in the current round
      * speaks for it - an earlier replay number was a drawn match.
      *-----------------------------------------------------------------

       2100-SETTLE-ONE-ENTRY.
           IF BT-ROUND(BKT-IDX) = WS-CURRENT-ROUND
               IF BKT-IDX = WS-BRACKET-COUNT
                   PERFORM 2150-SETTLE-LATEST
               ELSE
                   IF BT-ROUND(BKT-IDX + 1) NOT = BT-ROUND(BKT-IDX)
                           OR BT-MATCH-NO(BKT-IDX + 1)
                              NOT = BT-MATCH-NO(BKT-IDX)
                       PERFORM 2150-SETTLE-LATEST
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2150-SETTLE-LATEST.
           ADD 1 TO WS-ROUND-MATCHES
           MOVE BT-RECORD-IMAGE(BKT-IDX) TO BRACKET-RECORD
           IF BK-PENDING
               PERFORM 2200-FIND-RESULT
               IF RESULT-FOUND
                   PERFORM 2300-APPLY-RESULT
               ELSE
                   ADD 1 TO WS-ROUND-WAITING
                   DISPLAY "ROUND " BK-ROUND " MATCH " BK-MATCH-NO
                       " " BK-PLAYER-A " VS " BK-PLAYER-B
                       " - NO H2HRESLT MATCH YET, NOT ADVANCED"
               END-IF
           END-IF
           IF BK-DECIDED OR BK-BYE
               ADD 1 TO WS-ROUND-DECIDED
               SET WIN-IDX TO BK-MATCH-NO
               MOVE BK-WINNER-ID TO WN-PLAYER-ID(WIN-IDX)
               IF BK-WINNER-ID = BK-PLAYER-A
                   MOVE BK-SEED-A TO WN-SEED(WIN-IDX)
               ELSE
                   MOVE BK-SEED-B TO WN-SEED(WIN-IDX)
               END-IF
               IF BK-BYE
                   MOVE BK-PAIRED-DATE TO WN-RESULT-DATE(WIN-IDX)
               ELSE
                   MOVE BK-RESULT-DATE TO WN-RESULT-DATE(WIN-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * H2HRESLT is keyed on whichever player started the match, so
      * the pair is looked for both ways round. The earliest match
      * on or after the pairing date that has not already settled a
      * pairing of this bracket is the one that counts.
      *-----------------------------------------------------------------

       2200-FIND-RESULT.
           MOVE 'N' TO WS-RESULT-FOUND-SW
           MOVE BK-PLAYER-A TO WS-SEARCH-PLAYER
           MOVE BK-PLAYER-B TO WS-SEARCH-OPPONENT
           PERFORM 2250-SEARCH-ONE-SIDE
           MOVE BK-PLAYER-B TO WS-SEARCH-PLAYER
           MOVE BK-PLAYER-A TO WS-SEARCH-OPPONENT
           PERFORM 2250-SEARCH-ONE-SIDE
           IF RESULT-FOUND
               MOVE WS-BEST-RESULT TO H2H-RESULT-RECORD
           END-IF.
      *-----------------------------------------------------------------

       2250-SEARCH-ONE-SIDE.
           MOVE 'N' TO WS-RESULT-END-SW
           MOVE WS-SEARCH-PLAYER TO HH-PLAYER-A
           MOVE BK-PAIRED-DATE TO HH-MATCH-DATE
           MOVE ZERO TO HH-START-SEQ
           START H2HRESLT-FILE KEY IS NOT LESS THAN HH-KEY
               INVALID KEY
                   SET RESULT-END TO TRUE
           END-START
           MOVE "2250-SEARCH-ONE-SIDE" TO WS-ERR-PARAGRAPH
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 2260-READ-ONE-RESULT UNTIL RESULT-END.
      *-----------------------------------------------------------------

       2260-READ-ONE-RESULT.
           READ H2HRESLT-FILE NEXT RECORD
               AT END
                   SET RESULT-END TO TRUE
               NOT AT END
                   IF HH-PLAYER-A NOT = WS-SEARCH-PLAYER
                       SET RESULT-END TO TRUE
                   ELSE
                       IF HH-PLAYER-B = WS-SEARCH-OPPONENT
                           PERFORM 2270-CHECK-ONE-RESULT
                       END-IF
                   END-IF
           END-READ
           MOVE "2260-READ-ONE-RESULT" TO WS-ERR-PARAGRAPH
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET RESULT-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * This side's matches arrive oldest first, so the first one
      * not yet used is this side's candidate and the browse stops.
      *-----------------------------------------------------------------

       2270-CHECK-ONE-RESULT.
           MOVE 'N' TO WS-CONSUMED-SW
           PERFORM 2280-CHECK-ONE-CONSUMED
               VARYING CNS-IDX FROM 1 BY 1
               UNTIL CNS-IDX > WS-CONSUMED-COUNT OR RESULT-CONSUMED
           IF NOT RESULT-CONSUMED
               SET RESULT-END TO TRUE
               IF NOT RESULT-FOUND
                       OR HH-MATCH-DATE < WS-BEST-DATE
                   SET RESULT-FOUND TO TRUE
                   MOVE HH-MATCH-DATE TO WS-BEST-DATE
                   MOVE H2H-RESULT-RECORD TO WS-BEST-RESULT
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       2280-CHECK-ONE-CONSUMED.
           IF CK-RESULT-KEY(CNS-IDX) = HH-KEY
               SET RESULT-CONSUMED TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2290-ADD-CONSUMED.
           IF WS-CONSUMED-COUNT < WS-MAX-BRACKET
               ADD 1 TO WS-CONSUMED-COUNT
               SET CNS-IDX TO WS-CONSUMED-COUNT
               MOVE BK-RESULT-KEY TO CK-RESULT-KEY(CNS-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * A won match settles the pairing. A drawn one is kept on file
      * as drawn, with the match that drew it, and the same pair is
      * written again under the next replay number, to be settled by
      * a match played from the day of the draw on.
      *-----------------------------------------------------------------

       2300-APPLY-RESULT.
           MOVE HH-KEY TO BK-RESULT-KEY
           PERFORM 2290-ADD-CONSUMED
           IF HH-WINNER-ID = SPACES
               SET BK-DRAWN TO TRUE
               MOVE SPACES TO BK-WINNER-ID
           ELSE
               SET BK-DECIDED TO TRUE
               MOVE HH-WINNER-ID TO BK-WINNER-ID
           END-IF
           MOVE "2300-APPLY-RESULT" TO WS-ERR-PARAGRAPH
           PERFORM 3100-REWRITE-BRACKET-RECORD
           MOVE BRACKET-RECORD TO BT-RECORD-IMAGE(BKT-IDX)
           IF BK-DRAWN
               ADD 1 TO WS-ROUND-REPLAYS
               ADD 1 TO BK-REPLAY-NO
               DISPLAY "ROUND " BK-ROUND " MATCH " BK-MATCH-NO
                   " " BK-PLAYER-A " VS " BK-PLAYER-B
                   " - DRAWN " HH-MATCH-DATE ", REPLAY " BK-REPLAY-NO
               SET BK-PENDING TO TRUE
               MOVE HH-MATCH-DATE TO BK-PAIRED-DATE
               MOVE SPACES TO BK-RESULT-KEY
               PERFORM 3000-WRITE-BRACKET-RECORD
           ELSE
               DISPLAY "ROUND " BK-ROUND " MATCH " BK-MATCH-NO
                   " " BK-PLAYER-A " VS " BK-PLAYER-B
                   " - WON BY " BK-WINNER-ID
           END-IF.
      *-----------------------------------------------------------------
      * Match M of the new round is fed by matches 2M-1 (side A) and
      * 2M (side B) of the round just completed. The pairing dates
      * from the later of the two results that put them there.
      *-----------------------------------------------------------------

       2500-DRAW-NEXT-PAIRING.
           MOVE SPACES TO BRACKET-RECORD
           MOVE WS-BRACKET-DATE TO BK-BRACKET-DATE
           MOVE WS-CURRENT-ROUND TO BK-ROUND
           MOVE WS-NEXT-MATCH TO BK-MATCH-NO
           MOVE ZERO TO BK-REPLAY-NO
           COMPUTE WS-FEEDER-SUB = WS-NEXT-MATCH * 2 - 1
           SET WIN-IDX TO WS-FEEDER-SUB
           MOVE WN-PLAYER-ID(WIN-IDX) TO BK-PLAYER-A
           MOVE WN-SEED(WIN-IDX) TO BK-SEED-A
           MOVE WN-RESULT-DATE(WIN-IDX) TO BK-PAIRED-DATE
           SET WIN-IDX UP BY 1
           MOVE WN-PLAYER-ID(WIN-IDX) TO BK-PLAYER-B
           MOVE WN-SEED(WIN-IDX) TO BK-SEED-B
           IF WN-RESULT-DATE(WIN-IDX) > BK-PAIRED-DATE
               MOVE WN-RESULT-DATE(WIN-IDX) TO BK-PAIRED-DATE
           END-IF
           SET BK-PENDING TO TRUE
           MOVE SPACES TO BK-WINNER-ID
           MOVE SPACES TO BK-RESULT-KEY
           MOVE "2500-DRAW-NEXT-PAIRING" TO WS-ERR-PARAGRAPH
           PERFORM 3000-WRITE-BRACKET-RECORD.
      *-----------------------------------------------------------------

       3000-WRITE-BRACKET-RECORD.
           WRITE BRACKET-RECORD
               INVALID KEY
                   DISPLAY "BRACKETF RECORD ALREADY ON FILE - ROUND "
                       BK-ROUND " MATCH " BK-MATCH-NO " REPLAY "
                       BK-REPLAY-NO
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE
           MOVE "BRACKETF" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-BRACKETF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3100-REWRITE-BRACKET-RECORD.
           REWRITE BRACKET-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-UPDATED
           END-REWRITE
           MOVE "BRACKETF" TO WS-ERR-FILE
           MOVE "REWRITE" TO WS-ERR-OPERATION
           MOVE WS-BRACKETF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       4000-SORT-ENTRANT-TABLE.
           PERFORM 4100-SORT-ONE-PASS
               VARYING SORT-PASS-IDX FROM 1 BY 1
               UNTIL SORT-PASS-IDX >= WS-ENTRANT-COUNT.
      *-----------------------------------------------------------------

       4100-SORT-ONE-PASS.
           PERFORM 4200-COMPARE-ONE-PAIR
               VARYING SORT-CMP-IDX FROM 1 BY 1
               UNTIL SORT-CMP-IDX >= WS-ENTRANT-COUNT.
      *-----------------------------------------------------------------
      * Points first, then rounds played. Equal on both, the players
      * keep PLYRMSTR order - the swap is strict, so the sort never
      * reorders a tie.
      *-----------------------------------------------------------------

       4200-COMPARE-ONE-PAIR.
           IF ET-SEASON-POINTS(SORT-CMP-IDX)
                   < ET-SEASON-POINTS(SORT-CMP-IDX + 1)
               PERFORM 4300-SWAP-ENTRIES
           ELSE
               IF ET-SEASON-POINTS(SORT-CMP-IDX)
                       = ET-SEASON-POINTS(SORT-CMP-IDX + 1)
                   AND ET-ROUNDS-COUNTED(SORT-CMP-IDX)
                       < ET-ROUNDS-COUNTED(SORT-CMP-IDX + 1)
                   PERFORM 4300-SWAP-ENTRIES
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4300-SWAP-ENTRIES.
           MOVE ENTRANT-ENTRY(SORT-CMP-IDX) TO TEMP-ENTRANT-ENTRY
           MOVE ENTRANT-ENTRY(SORT-CMP-IDX + 1)
               TO ENTRANT-ENTRY(SORT-CMP-IDX)
           MOVE TEMP-ENTRANT-ENTRY TO ENTRANT-ENTRY(SORT-CMP-IDX + 1).
      *-----------------------------------------------------------------

       5000-PRINT-BRACKET.
           DISPLAY " "
           DISPLAY "KNOCKOUT BRACKET " WS-BRACKET-DATE
           IF WS-BRACKET-COUNT = ZERO
               DISPLAY "NOTHING ON BRACKETF FOR THIS BRACKET"
           ELSE
               DISPLAY "ENTRANTS: " WS-REGISTER-COUNT
               DISPLAY "SEED PLAYER ID  DEPARTMENT SEASON PTS ROUNDS"
               MOVE 99 TO WS-PRINT-ROUND
               PERFORM 5100-PRINT-ONE-ENTRY
                   VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > WS-BRACKET-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "BRACKETF WRITTEN.....: " WS-RECORDS-WRITTEN
           DISPLAY "BRACKETF UPDATED.....: " WS-RECORDS-UPDATED.
      *-----------------------------------------------------------------

       5100-PRINT-ONE-ENTRY.
           MOVE BT-RECORD-IMAGE(BKT-IDX) TO BRACKET-RECORD
           IF BK-ROUND = ZERO
               DISPLAY BE-SEED "   " BE-PLAYER-ID SPACE
                   BE-DEPARTMENT SPACE BE-SEASON-POINTS "    "
                   BE-ROUNDS-COUNTED
           ELSE
               IF BK-ROUND NOT = WS-PRINT-ROUND
                   MOVE BK-ROUND TO WS-PRINT-ROUND
                   DISPLAY " "
                   DISPLAY "ROUND " BK-ROUND
                   DISPLAY "MATCH RPL SEED PLAYER A   SEED PLAYER B   "
                       "STATUS   WINNER     SETTLED BY H2HRESLT"
               END-IF
               PERFORM 5200-PRINT-ONE-PAIRING
           END-IF.
      *-----------------------------------------------------------------

       5200-PRINT-ONE-PAIRING.
           EVALUATE TRUE
               WHEN BK-PENDING
                   MOVE "PENDING" TO WS-STATUS-WORD
               WHEN BK-DECIDED
                   MOVE "WON" TO WS-STATUS-WORD
               WHEN BK-DRAWN
                   MOVE "DRAWN" TO WS-STATUS-WORD
               WHEN BK-BYE
                   MOVE "BYE" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-WORD
           END-EVALUATE
           IF BK-BYE
               MOVE "-- BYE --" TO WS-PRINT-PLAYER-B
           ELSE
               MOVE BK-PLAYER-B TO WS-PRINT-PLAYER-B
           END-IF
           DISPLAY BK-MATCH-NO "    " BK-REPLAY-NO "  "
               BK-SEED-A "   " BK-PLAYER-A SPACE
               BK-SEED-B "   " WS-PRINT-PLAYER-B SPACE
               WS-STATUS-WORD SPACE BK-WINNER-ID SPACE
               BK-RESULT-PLAYER SPACE BK-RESULT-DATE SPACE
               BK-RESULT-SEQ.
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
           MOVE "EJEAZR25" TO RA-JOB-NAME
           MOVE "EJEAZR25" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR25.
