 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Run-control ledger subroutine. Every batch program
      *          calls it once as the run starts and once as it
      *          ends, passing the RUNCAREA parameter area; the
      *          routine stamps the call and writes the start or end
      *          record to RUNCTLF, so operations reads one file
      *          instead of a dozen SYSOUTs to learn how the night
      *          went (EJEAZR27). A program that must never repeat a
      *          finished run asks first ('C') whether the ledger
      *          already holds one with the same run key. RUNCTLF is
      *          opened and closed on every call, the way ERRLOGR
      *          treats ERRLOG, because every job in the window
      *          shares it. A ledger that cannot be opened is
      *          reported on SYSOUT and never stops the caller's
      *          run - the caller sees RA-RESULT 'U' and decides.
      * Tectonics: cobc -c -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - every job reported only on
      *               its own SYSOUT, and nothing stopped a month-end
      *               archive or a generation pad being run twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLF-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNCTLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTLF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTLF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "RUNCTLR".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-LEDGER-OPEN-SW             PIC X(01) VALUE 'N'.
           88  LEDGER-OPEN               VALUE 'Y'.
       01  WS-BROWSE-END-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-END                VALUE 'Y'.
       01  WS-START-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-START-TIME                 PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
           COPY RUNCAREA.

       PROCEDURE DIVISION USING RUN-CONTROL-AREA.
      */////////////////////////////////////////////////////////////////
       0000-MAIN.
           MOVE SPACE TO RA-RESULT
           PERFORM 0100-OPEN-LEDGER
           IF LEDGER-OPEN
               EVALUATE TRUE
                   WHEN RA-START
                       PERFORM 1000-WRITE-START
                   WHEN RA-CHECK-REPEAT
                       PERFORM 2000-CHECK-REPEAT
                   WHEN OTHER
                       PERFORM 3000-WRITE-END
               END-EVALUATE
               CLOSE RUNCTLF-FILE
           ELSE
               SET RA-LEDGER-DOWN TO TRUE
               DISPLAY "RUNCTLF UNAVAILABLE, STATUS "
                   WS-RUNCTLF-STATUS " - " RA-PROGRAM
                   " RUN NOT ON THE LEDGER"
           END-IF
           MOVE RA-RETURN-CODE TO RETURN-CODE
           GOBACK.
      */////////////////////////////////////////////////////////////////

       0100-OPEN-LEDGER.
           MOVE 'N' TO WS-LEDGER-OPEN-SW
           OPEN I-O RUNCTLF-FILE
           IF WS-RUNCTLF-STATUS = "35"
               OPEN OUTPUT RUNCTLF-FILE
               CLOSE RUNCTLF-FILE
               OPEN I-O RUNCTLF-FILE
           END-IF
           MOVE "0100-OPEN-LEDGER" TO WS-ERR-PARAGRAPH
           MOVE "RUNCTLF" TO WS-ERR-FILE
           MOVE "OPEN" TO WS-ERR-OPERATION
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-RUNCTLF-STATUS = "00"
               SET LEDGER-OPEN TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * The start stamp is kept here for the end record, which is
      * keyed on it so the pair sits together on file.
      *-----------------------------------------------------------------

       1000-WRITE-START.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE RA-PROGRAM TO RL-PROGRAM
           MOVE WS-START-DATE TO RL-START-DATE
           MOVE WS-START-TIME TO RL-START-TIME
           SET RL-START-RECORD TO TRUE
           MOVE RA-JOB-NAME TO RL-JOB-NAME
           MOVE RA-PARM TO RL-PARM
           MOVE RA-RUN-KEY TO RL-RUN-KEY
           MOVE ZERO TO RL-END-DATE
           MOVE ZERO TO RL-END-TIME
           MOVE ZERO TO RL-READ-COUNT
           MOVE ZERO TO RL-WRITE-COUNT
           MOVE ZERO TO RL-RETURN-CODE
           MOVE SPACES TO RL-END-NOTE
           WRITE RUN-CONTROL-RECORD
           MOVE "1000-WRITE-START" TO WS-ERR-PARAGRAPH
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-RUNCTLF-STATUS = "00"
               SET RA-LOGGED TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Only a finished run counts as a repeat - one that ended
      * under RC 8. A run that failed, or never wrote its end
      * record, left the work undone and may be run again.
      *-----------------------------------------------------------------

       2000-CHECK-REPEAT.
           SET RA-LOGGED TO TRUE
           MOVE ZERO TO RA-PRIOR-DATE
           MOVE ZERO TO RA-PRIOR-TIME
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE RA-PROGRAM TO RL-PROGRAM
           MOVE ZERO TO RL-START-DATE
           MOVE ZERO TO RL-START-TIME
           MOVE SPACE TO RL-RECORD-TYPE
           START RUNCTLF-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   SET BROWSE-END TO TRUE
           END-START
           MOVE "2000-CHECK-REPEAT" TO WS-ERR-PARAGRAPH
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 2100-READ-ONE-RUN UNTIL BROWSE-END.
      *-----------------------------------------------------------------

       2100-READ-ONE-RUN.
           READ RUNCTLF-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   IF RL-PROGRAM NOT = RA-PROGRAM
                       SET BROWSE-END TO TRUE
                   ELSE
                       IF RL-END-RECORD
                               AND RL-RUN-KEY = RA-RUN-KEY
                               AND RL-RETURN-CODE < 8
                           SET RA-REPEAT-FOUND TO TRUE
                           MOVE RL-START-DATE TO RA-PRIOR-DATE
                           MOVE RL-START-TIME TO RA-PRIOR-TIME
                       END-IF
                   END-IF
           END-READ
           MOVE "2100-READ-ONE-RUN" TO WS-ERR-PARAGRAPH
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * A caller that never logged its start still gets an end
      * record, keyed on the end stamp.
      *-----------------------------------------------------------------

       3000-WRITE-END.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD
           ACCEPT RL-END-TIME FROM TIME
           IF WS-START-DATE = ZERO
               MOVE RL-END-DATE TO WS-START-DATE
               MOVE RL-END-TIME TO WS-START-TIME
           END-IF
           MOVE RA-PROGRAM TO RL-PROGRAM
           MOVE WS-START-DATE TO RL-START-DATE
           MOVE WS-START-TIME TO RL-START-TIME
           SET RL-END-RECORD TO TRUE
           MOVE RA-JOB-NAME TO RL-JOB-NAME
           MOVE RA-PARM TO RL-PARM
           MOVE RA-RUN-KEY TO RL-RUN-KEY
           MOVE RA-READ-COUNT TO RL-READ-COUNT
           MOVE RA-WRITE-COUNT TO RL-WRITE-COUNT
           MOVE RA-RETURN-CODE TO RL-RETURN-CODE
           MOVE RA-END-NOTE TO RL-END-NOTE
           WRITE RUN-CONTROL-RECORD
           MOVE "3000-WRITE-END" TO WS-ERR-PARAGRAPH
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-RUNCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-RUNCTLF-STATUS = "00"
               SET RA-LOGGED TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Common file-status check. Callers load WS-ERR-FILE/OPERATION/
      * PARAGRAPH and the status just returned; a status a statement
      * handles by design goes in WS-ERR-EXPECTED (cleared here after
      * every check). Anything else is logged to ERRLOG through the
      * ERRLOGR routine. The caller's RETURN-CODE is its own - a
      * ledger fault never changes how the run itself ended.
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
       END PROGRAM RUNCTLR.
