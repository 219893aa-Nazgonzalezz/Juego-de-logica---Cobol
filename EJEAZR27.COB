 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Morning batch-window status report. For the night
      *          given in the PARM (format YYYYMMDD) reads the
      *          RUNCTLF run-control ledger every batch program
      *          writes through RUNCTLR and lists, in start order,
      *          each run that started in the window - from
      *          WS-WINDOW-OPENS that evening to the same time the
      *          next morning - with its job, PARM, start and end,
      *          elapsed time, counts and return code. A run ending
      *          RC 8 or over is FAILED; a run with a start record
      *          and no end record was stopped or abended before it
      *          could finish (or is still running) and shows as
      *          NO END. The RUNSCHED deck says what was due that
      *          night - daily, weekly on one day, or month-end -
      *          and anything due with no run on the ledger is
      *          listed as SKIPPED. Ends RC 4 when anything failed,
      *          did not end, or was skipped, so the scheduler
      *          flags the morning for a look.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - operations opened a dozen
      *               spool outputs every morning to learn whether
      *               the night had completed.
      * 10/2026  GNA  A numeric PARM that is not a calendar date is
      *               refused, and the bad-PARM, open-failure and
      *               bad-card exits stop without an end record, as
      *               every other program's early exits do.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLF-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNCTLF-STATUS.

           SELECT RUNSCHED-FILE ASSIGN TO "RUNSCHED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNSCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTLF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCREC.

       FD  RUNSCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RSCHREC.

       WORKING-STORAGE SECTION.
       77  WS-MAX-SCHEDULE               PIC 9(03) VALUE 050.
       77  WS-MAX-RUNS                   PIC 9(03) VALUE 300.
       77  WS-WINDOW-OPENS               PIC 9(08) VALUE 18000000.
       01  WS-RUNCTLF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUNSCHED-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR27".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-RUNCTLF-EOF-SW             PIC X(01) VALUE 'N'.
           88  RUNCTLF-EOF               VALUE 'Y'.
       01  WS-RUNSCHED-EOF-SW            PIC X(01) VALUE 'N'.
           88  RUNSCHED-EOF              VALUE 'Y'.
       01  WS-BAD-CARD-SW                PIC X(01) VALUE 'N'.
           88  BAD-CARD-FOUND            VALUE 'Y'.
       01  WS-SCHED-FOUND-SW             PIC X(01) VALUE 'N'.
           88  SCHED-FOUND               VALUE 'Y'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-NIGHT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-MORNING-DATE               PIC 9(08) VALUE ZERO.
       01  WS-MORNING-SPLIT REDEFINES WS-MORNING-DATE.
           05  WS-MORNING-YYYYMM         PIC 9(06).
           05  WS-MORNING-DD             PIC 9(02).
       01  WS-NIGHT-WEEKDAY              PIC 9(01) VALUE ZERO.
       01  WS-MONTH-END-SW               PIC X(01) VALUE 'N'.
           88  MONTH-END-NIGHT           VALUE 'Y'.
       01  WS-DAY-NUMBER                 PIC 9(09) COMP VALUE ZERO.
       01  WS-CARD-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-SCHED-COUNT                PIC 9(03) VALUE ZERO.
       01  SCHED-TABLE.
           05  SCHED-ENTRY OCCURS 50 TIMES
                   INDEXED BY SCH-IDX.
               10  SC-PROGRAM            PIC X(08) VALUE SPACES.
               10  SC-JOB-NAME           PIC X(08) VALUE SPACES.
               10  SC-FREQUENCY          PIC X(01) VALUE SPACE.
               10  SC-DESCRIPTION        PIC X(30) VALUE SPACES.
               10  SC-RAN-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-RUN-COUNT                  PIC 9(03) VALUE ZERO.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 300 TIMES
                   INDEXED BY RUN-IDX SORT-PASS-IDX SORT-CMP-IDX.
               10  RT-PROGRAM            PIC X(08) VALUE SPACES.
               10  RT-JOB-NAME           PIC X(08) VALUE SPACES.
               10  RT-START-DATE         PIC 9(08) VALUE ZERO.
               10  RT-START-TIME         PIC 9(08) VALUE ZERO.
               10  RT-END-DATE           PIC 9(08) VALUE ZERO.
               10  RT-END-TIME           PIC 9(08) VALUE ZERO.
               10  RT-PARM               PIC X(40) VALUE SPACES.
               10  RT-READ-COUNT         PIC 9(09) VALUE ZERO.
               10  RT-WRITE-COUNT        PIC 9(09) VALUE ZERO.
               10  RT-RETURN-CODE        PIC 9(04) VALUE ZERO.
               10  RT-END-NOTE           PIC X(30) VALUE SPACES.
               10  RT-END-SW             PIC X(01) VALUE 'N'.
                   88  RT-ENDED          VALUE 'Y'.
       01  TEMP-RUN-ENTRY.
           05  FILLER                    PIC X(141) VALUE SPACES.
       01  WS-STAMP-TIME                 PIC 9(08) VALUE ZERO.
       01  WS-STAMP-SPLIT REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HH               PIC 9(02).
           05  WS-STAMP-MM               PIC 9(02).
           05  WS-STAMP-SS               PIC 9(02).
           05  WS-STAMP-CC               PIC 9(02).
       01  WS-START-SECONDS              PIC 9(09) COMP VALUE ZERO.
       01  WS-END-SECONDS                PIC 9(09) COMP VALUE ZERO.
       01  WS-ELAPSED-SECONDS            PIC 9(09) COMP VALUE ZERO.
       01  WS-ELAPSED-OUT.
           05  WS-ELAPSED-HH             PIC 9(02) VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE ':'.
           05  WS-ELAPSED-MM             PIC 9(02) VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE ':'.
           05  WS-ELAPSED-SS             PIC 9(02) VALUE ZERO.
       01  WS-STATUS-WORD                PIC X(07) VALUE SPACES.
       01  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-OK-COUNT                   PIC 9(05) COMP VALUE ZERO.
       01  WS-WARNING-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-END-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-DUE-COUNT                  PIC 9(05) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR27 - MORNING BATCH-WINDOW STATUS"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-NIGHT-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-ONE-CARD UNTIL RUNSCHED-EOF
           IF BAD-CARD-FOUND
               DISPLAY "RUNSCHED HAS BAD CARDS - FIX THE DECK AND "
                   "RERUN"
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 1000-READ-ONE-LEDGER-RECORD UNTIL RUNCTLF-EOF
           PERFORM 0900-CLOSE-FILES
           PERFORM 4000-SORT-RUN-TABLE
           PERFORM 5000-PRINT-RUNS
           PERFORM 6000-PRINT-SKIPPED
           PERFORM 7000-PRINT-SUMMARY
           IF RETURN-CODE = ZERO
               IF WS-FAILED-COUNT > ZERO OR WS-NO-END-COUNT > ZERO
                       OR WS-SKIPPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-RECORDS-READ TO RA-READ-COUNT
           MOVE WS-RUN-COUNT TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

      *-----------------------------------------------------------------
      * The window is the night of the PARM date: from WS-WINDOW-OPENS
      * that evening to the same time the next morning. The weekday
      * (1 = Monday) and whether the night closes the month decide
      * which RUNSCHED cards were due.
      *-----------------------------------------------------------------

       0050-GET-NIGHT-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NOT NUMERIC
               DISPLAY "NIGHT PARM MISSING OR NOT NUMERIC - "
                   "FORMAT IS YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM TO WS-NIGHT-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NIGHT-DATE) NOT = 0
               DISPLAY "NIGHT PARM " WS-PARM
                   " IS NOT A CALENDAR DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
           COMPUTE WS-MORNING-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 1)
           COMPUTE WS-NIGHT-WEEKDAY =
               FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1
           IF WS-MORNING-DD = 01
               SET MONTH-END-NIGHT TO TRUE
           END-IF
           DISPLAY "BATCH WINDOW " WS-NIGHT-DATE " " WS-WINDOW-OPENS
               " TO " WS-MORNING-DATE " " WS-WINDOW-OPENS.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN INPUT RUNSCHED-FILE
           MOVE "RUNSCHED" TO WS-ERR-FILE
           MOVE WS-RUNSCHED-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-RUNSCHED-STATUS NOT = "00"
               DISPLAY "RUNSCHED OPEN FAILED, STATUS "
                   WS-RUNSCHED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RUNCTLF-FILE
           MOVE "RUNCTLF" TO WS-ERR-FILE
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-RUNCTLF-STATUS NOT = "00"
               DISPLAY "RUNCTLF OPEN FAILED, STATUS "
                   WS-RUNCTLF-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RUNSCHED-FILE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * Both files are closed before the end of the run is logged -
      * RUNCTLR opens the ledger itself.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           IF WS-RUNSCHED-STATUS NOT = "CL"
               CLOSE RUNSCHED-FILE
               CLOSE RUNCTLF-FILE
               MOVE "CL" TO WS-RUNSCHED-STATUS
           END-IF.
      *-----------------------------------------------------------------
      * Only the cards due tonight go in the table; a card that is
      * not due is still checked, so a bad deck is caught any night.
      *-----------------------------------------------------------------

       0200-LOAD-ONE-CARD.
           READ RUNSCHED-FILE
               AT END
                   SET RUNSCHED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 0250-CHECK-ONE-CARD
           END-READ
           MOVE "0200-LOAD-ONE-CARD" TO WS-ERR-PARAGRAPH
           MOVE "RUNSCHED" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-RUNSCHED-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET RUNSCHED-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       0250-CHECK-ONE-CARD.
           EVALUATE TRUE
               WHEN RS-PROGRAM = SPACES
                   DISPLAY "RUNSCHED CARD " WS-CARD-COUNT
                       " - PROGRAM MISSING"
                   SET BAD-CARD-FOUND TO TRUE
               WHEN NOT RS-FREQUENCY-VALID
                   DISPLAY "RUNSCHED CARD " WS-CARD-COUNT
                       " - FREQUENCY MUST BE D, W OR M"
                   SET BAD-CARD-FOUND TO TRUE
               WHEN RS-WEEKLY AND (RS-WEEKDAY NOT NUMERIC
                       OR RS-WEEKDAY < 1 OR RS-WEEKDAY > 7)
                   DISPLAY "RUNSCHED CARD " WS-CARD-COUNT
                       " - WEEKDAY MUST BE 1 (MON) TO 7 (SUN)"
                   SET BAD-CARD-FOUND TO TRUE
               WHEN RS-DAILY
                   PERFORM 0270-ADD-DUE-CARD
               WHEN RS-WEEKLY AND RS-WEEKDAY = WS-NIGHT-WEEKDAY
                   PERFORM 0270-ADD-DUE-CARD
               WHEN RS-MONTH-END AND MONTH-END-NIGHT
                   PERFORM 0270-ADD-DUE-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------

       0270-ADD-DUE-CARD.
           IF WS-SCHED-COUNT >= WS-MAX-SCHEDULE
               DISPLAY "WARNING - SCHEDULE TABLE FULL AT "
                   WS-MAX-SCHEDULE " ENTRIES, SKIPPING "
                   RS-PROGRAM
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SCHED-COUNT
               SET SCH-IDX TO WS-SCHED-COUNT
               MOVE RS-PROGRAM TO SC-PROGRAM(SCH-IDX)
               MOVE RS-JOB-NAME TO SC-JOB-NAME(SCH-IDX)
               MOVE RS-FREQUENCY TO SC-FREQUENCY(SCH-IDX)
               MOVE RS-DESCRIPTION TO SC-DESCRIPTION(SCH-IDX)
               MOVE ZERO TO SC-RAN-COUNT(SCH-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * RUNCTLF is keyed on program, start stamp, record type, so a
      * run's end record ('E') and start record ('S') arrive next to
      * each other and fold into one table entry. This report's own
      * runs are left off.
      *-----------------------------------------------------------------

       1000-READ-ONE-LEDGER-RECORD.
           READ RUNCTLF-FILE NEXT RECORD
               AT END
                   SET RUNCTLF-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RL-PROGRAM NOT = WS-PROGRAM-NAME
                       PERFORM 1100-CHECK-IN-WINDOW
                   END-IF
           END-READ
           MOVE "1000-READ-ONE-LEDGER-RECORD" TO WS-ERR-PARAGRAPH
           MOVE "RUNCTLF" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET RUNCTLF-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1100-CHECK-IN-WINDOW.
           IF (RL-START-DATE = WS-NIGHT-DATE
                   AND RL-START-TIME NOT < WS-WINDOW-OPENS)
               OR (RL-START-DATE = WS-MORNING-DATE
                   AND RL-START-TIME < WS-WINDOW-OPENS)
               PERFORM 1200-FOLD-ONE-RECORD
           END-IF.
      *-----------------------------------------------------------------

       1200-FOLD-ONE-RECORD.
           SET RUN-IDX TO WS-RUN-COUNT
           IF WS-RUN-COUNT = ZERO
                   OR RT-PROGRAM(RUN-IDX) NOT = RL-PROGRAM
                   OR RT-START-DATE(RUN-IDX) NOT = RL-START-DATE
                   OR RT-START-TIME(RUN-IDX) NOT = RL-START-TIME
               IF WS-RUN-COUNT >= WS-MAX-RUNS
                   DISPLAY "WARNING - RUN TABLE FULL AT "
                       WS-MAX-RUNS " ENTRIES, SKIPPING "
                       RL-PROGRAM " " RL-START-DATE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   SET RUN-IDX TO WS-RUN-COUNT
                   MOVE RL-PROGRAM TO RT-PROGRAM(RUN-IDX)
                   MOVE RL-START-DATE TO RT-START-DATE(RUN-IDX)
                   MOVE RL-START-TIME TO RT-START-TIME(RUN-IDX)
                   MOVE RL-JOB-NAME TO RT-JOB-NAME(RUN-IDX)
                   MOVE RL-PARM TO RT-PARM(RUN-IDX)
                   MOVE 'N' TO RT-END-SW(RUN-IDX)
                   PERFORM 1300-TAKE-END-FIELDS
               END-IF
           ELSE
               PERFORM 1300-TAKE-END-FIELDS
           END-IF.
      *-----------------------------------------------------------------

       1300-TAKE-END-FIELDS.
           IF RL-END-RECORD
               SET RT-ENDED(RUN-IDX) TO TRUE
               MOVE RL-END-DATE TO RT-END-DATE(RUN-IDX)
               MOVE RL-END-TIME TO RT-END-TIME(RUN-IDX)
               MOVE RL-READ-COUNT TO RT-READ-COUNT(RUN-IDX)
               MOVE RL-WRITE-COUNT TO RT-WRITE-COUNT(RUN-IDX)
               MOVE RL-RETURN-CODE TO RT-RETURN-CODE(RUN-IDX)
               MOVE RL-END-NOTE TO RT-END-NOTE(RUN-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * The ledger is in program order; the report reads in the
      * order the night ran.
      *-----------------------------------------------------------------

       4000-SORT-RUN-TABLE.
           PERFORM 4100-SORT-ONE-PASS
               VARYING SORT-PASS-IDX FROM 1 BY 1
               UNTIL SORT-PASS-IDX >= WS-RUN-COUNT.
      *-----------------------------------------------------------------

       4100-SORT-ONE-PASS.
           PERFORM 4200-COMPARE-ONE-PAIR
               VARYING SORT-CMP-IDX FROM 1 BY 1
               UNTIL SORT-CMP-IDX >= WS-RUN-COUNT.
      *-----------------------------------------------------------------

       4200-COMPARE-ONE-PAIR.
           IF RT-START-DATE(SORT-CMP-IDX)
                   > RT-START-DATE(SORT-CMP-IDX + 1)
               PERFORM 4300-SWAP-ENTRIES
           ELSE
               IF RT-START-DATE(SORT-CMP-IDX)
                       = RT-START-DATE(SORT-CMP-IDX + 1)
                   AND RT-START-TIME(SORT-CMP-IDX)
                       > RT-START-TIME(SORT-CMP-IDX + 1)
                   PERFORM 4300-SWAP-ENTRIES
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       4300-SWAP-ENTRIES.
           MOVE RUN-ENTRY(SORT-CMP-IDX) TO TEMP-RUN-ENTRY
           MOVE RUN-ENTRY(SORT-CMP-IDX + 1)
               TO RUN-ENTRY(SORT-CMP-IDX)
           MOVE TEMP-RUN-ENTRY TO RUN-ENTRY(SORT-CMP-IDX + 1).
      *-----------------------------------------------------------------

       5000-PRINT-RUNS.
           DISPLAY " "
           DISPLAY "RUNS IN THE WINDOW"
           DISPLAY "JOB      PROGRAM  START             END        "
               "       ELAPSED    RC STATUS        READ   WRITTEN"
           IF WS-RUN-COUNT = ZERO
               DISPLAY "NO RUNS ON RUNCTLF IN THE WINDOW"
           ELSE
               PERFORM 5100-PRINT-ONE-RUN
                   VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WS-RUN-COUNT
           END-IF.
      *-----------------------------------------------------------------

       5100-PRINT-ONE-RUN.
           PERFORM 5200-MARK-SCHEDULED
           IF RT-ENDED(RUN-IDX)
               PERFORM 5300-WORK-OUT-ELAPSED
               EVALUATE TRUE
                   WHEN RT-RETURN-CODE(RUN-IDX) >= 8
                       MOVE "FAILED" TO WS-STATUS-WORD
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN RT-RETURN-CODE(RUN-IDX) > ZERO
                       MOVE "WARNING" TO WS-STATUS-WORD
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN OTHER
                       MOVE "OK" TO WS-STATUS-WORD
                       ADD 1 TO WS-OK-COUNT
               END-EVALUATE
               DISPLAY RT-JOB-NAME(RUN-IDX) SPACE
                   RT-PROGRAM(RUN-IDX) SPACE
                   RT-START-DATE(RUN-IDX) SPACE
                   RT-START-TIME(RUN-IDX) SPACE
                   RT-END-DATE(RUN-IDX) SPACE
                   RT-END-TIME(RUN-IDX) SPACE
                   WS-ELAPSED-OUT SPACE
                   RT-RETURN-CODE(RUN-IDX) SPACE
                   WS-STATUS-WORD SPACE
                   RT-READ-COUNT(RUN-IDX) SPACE
                   RT-WRITE-COUNT(RUN-IDX)
           ELSE
               MOVE "NO END" TO WS-STATUS-WORD
               ADD 1 TO WS-NO-END-COUNT
               DISPLAY RT-JOB-NAME(RUN-IDX) SPACE
                   RT-PROGRAM(RUN-IDX) SPACE
                   RT-START-DATE(RUN-IDX) SPACE
                   RT-START-TIME(RUN-IDX) SPACE
                   "STOPPED, ABENDED OR STILL RUNNING    "
                   "  " WS-STATUS-WORD
           END-IF
           IF RT-PARM(RUN-IDX) NOT = SPACES
               DISPLAY "         PARM: " RT-PARM(RUN-IDX)
           END-IF
           IF RT-END-NOTE(RUN-IDX) NOT = SPACES
               DISPLAY "         NOTE: " RT-END-NOTE(RUN-IDX)
           END-IF.
      *-----------------------------------------------------------------

       5200-MARK-SCHEDULED.
           MOVE 'N' TO WS-SCHED-FOUND-SW
           PERFORM 5250-CHECK-ONE-SCHEDULED
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHED-COUNT OR SCHED-FOUND
           IF SCHED-FOUND
               SET SCH-IDX DOWN BY 1
               ADD 1 TO SC-RAN-COUNT(SCH-IDX)
           END-IF.
      *-----------------------------------------------------------------

       5250-CHECK-ONE-SCHEDULED.
           IF SC-PROGRAM(SCH-IDX) = RT-PROGRAM(RUN-IDX)
               SET SCHED-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Stamps are HHMMSSss; a run that crossed midnight adds a day
      * of seconds for every date it crossed.
      *-----------------------------------------------------------------

       5300-WORK-OUT-ELAPSED.
           MOVE RT-START-TIME(RUN-IDX) TO WS-STAMP-TIME
           COMPUTE WS-START-SECONDS = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS
           MOVE RT-END-TIME(RUN-IDX) TO WS-STAMP-TIME
           COMPUTE WS-END-SECONDS = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS
               + (FUNCTION INTEGER-OF-DATE(RT-END-DATE(RUN-IDX))
                 - FUNCTION INTEGER-OF-DATE(RT-START-DATE(RUN-IDX)))
                 * 86400
           IF WS-END-SECONDS < WS-START-SECONDS
               MOVE ZERO TO WS-ELAPSED-SECONDS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           END-IF
           DIVIDE WS-ELAPSED-SECONDS BY 3600
               GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-SECONDS
           DIVIDE WS-ELAPSED-SECONDS BY 60
               GIVING WS-ELAPSED-MM REMAINDER WS-ELAPSED-SS.
      *-----------------------------------------------------------------

       6000-PRINT-SKIPPED.
           DISPLAY " "
           DISPLAY "DUE TONIGHT PER RUNSCHED BUT NOT ON THE LEDGER"
           PERFORM 6100-CHECK-ONE-DUE
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHED-COUNT
           IF WS-SKIPPED-COUNT = ZERO
               DISPLAY "NONE - EVERYTHING DUE RAN"
           END-IF.
      *-----------------------------------------------------------------

       6100-CHECK-ONE-DUE.
           ADD 1 TO WS-DUE-COUNT
           IF SC-RAN-COUNT(SCH-IDX) = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY SC-JOB-NAME(SCH-IDX) SPACE
                   SC-PROGRAM(SCH-IDX) " SKIPPED  "
                   SC-FREQUENCY(SCH-IDX) SPACE
                   SC-DESCRIPTION(SCH-IDX)
           END-IF.
      *-----------------------------------------------------------------

       7000-PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "LEDGER RECORDS READ..: " WS-RECORDS-READ
           DISPLAY "RUNS IN WINDOW.......: " WS-RUN-COUNT
           DISPLAY "  OK.................: " WS-OK-COUNT
           DISPLAY "  WARNING (RC 1-7)...: " WS-WARNING-COUNT
           DISPLAY "  FAILED (RC 8+).....: " WS-FAILED-COUNT
           DISPLAY "  NO END RECORD......: " WS-NO-END-COUNT
           DISPLAY "DUE PER RUNSCHED.....: " WS-DUE-COUNT
           DISPLAY "  SKIPPED............: " WS-SKIPPED-COUNT.
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
           MOVE "EJEAZR27" TO RA-JOB-NAME
           MOVE WS-PROGRAM-NAME TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR27.
