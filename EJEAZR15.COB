      *          keep their history, exactly as an EJEAZAR3
      *          deactivation would leave it; a player enrolled on
      *          or after the cutoff is never flipped, played or
      *          not. Every flip writes a PMJOURNL record first -
      *          operator BATCH, the cutoff as the reason, the
      *          record before and after - the same journal EJEAZAR3
      *          writes, and the master is only rewritten once that
      *          journal write came back clean.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      *               each an id a typo at sign-on could land on
      *               and play under, and deactivation only
      *               happened when someone remembered EJEAZAR3.
      * 10/2026  GNA  Logs the start and end of every run to the
      *               RUNCTLF run-control ledger through RUNCTLR
      *               for the morning batch-window report.
      * 10/2026  GNA  Every flip is journalled to PMJOURNL before the
      *               master is rewritten - a SYSOUT line was the only
      *               evidence an auto-flip had ever happened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR15.
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT PMJOURNL-FILE ASSIGN TO "PMJOURNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PMJOURNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCOREREC.

       FD  PMJOURNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PMJRNREC.

       WORKING-STORAGE SECTION.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PMJOURNL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR15".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-FLIPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-KEPT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-SPARED-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-ROWS-READ                  PIC 9(07) COMP VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR15 - PLAYER INACTIVITY SWEEP"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-CUTOFF-PARM
           PERFORM 0100-OPEN-FILES
           DISPLAY " "
           PERFORM 5000-PRINT-CONTROL-REPORT
           CLOSE PLYRMSTR-FILE
           CLOSE SCOREHST-FILE
           CLOSE PMJOURNL-FILE
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           MOVE WS-ROWS-READ TO RA-READ-COUNT
           MOVE WS-FLIPPED-COUNT TO RA-WRITE-COUNT
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

                   WS-SCOREHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PMJOURNL-FILE
           IF WS-PMJOURNL-STATUS = "35"
               OPEN OUTPUT PMJOURNL-FILE
               CLOSE PMJOURNL-FILE
               OPEN EXTEND PMJOURNL-FILE
           END-IF
           MOVE "PMJOURNL" TO WS-ERR-FILE
           MOVE WS-PMJOURNL-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-PMJOURNL-STATUS NOT = "00"
               DISPLAY "PMJOURNL OPEN FAILED, STATUS "
                   WS-PMJOURNL-STATUS " - NO FLIPS WITHOUT A JOURNAL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------

               AT END
                   SET PLYRMSTR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF PM-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       PERFORM 1100-JUDGE-ONE-PLAYER
           END-READ.
      *-----------------------------------------------------------------

      * The journal goes first and the REWRITE only happens once it
      * is on file - a flip with no journal is worse than no flip.
       3000-FLIP-TO-INACTIVE.
           PERFORM 3100-WRITE-JOURNAL
           IF WS-PMJOURNL-STATUS = "00"
               PERFORM 3200-REWRITE-MASTER
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY PM-PLAYER-ID " PMJOURNL WRITE FAILED, STATUS "
                   WS-PMJOURNL-STATUS " - LEFT ACTIVE"
           END-IF.
      *-----------------------------------------------------------------

       3100-WRITE-JOURNAL.
           MOVE "BATCH" TO PJ-OPERATOR-ID
           ACCEPT PJ-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT PJ-LOG-TIME FROM TIME
           MOVE "EJEAZR15" TO PJ-PROGRAM
           MOVE PM-PLAYER-ID TO PJ-PLAYER-ID
           SET PJ-ACTION-DEACTIVATE TO TRUE
           MOVE SPACES TO PJ-REASON
           MOVE "NO SESSION SINCE" TO PJ-REASON
           MOVE WS-CUTOFF-DATE TO PJ-REASON(18:8)
           MOVE ZERO TO PJ-DEPT-EFFECTIVE-DATE
           MOVE PM-PLAYER-NAME TO PJ-BEFORE-NAME
           MOVE PM-DEPARTMENT TO PJ-BEFORE-DEPARTMENT
           MOVE PM-ENROLL-DATE TO PJ-BEFORE-ENROLL-DATE
           MOVE PM-ACTIVE-FLAG TO PJ-BEFORE-ACTIVE-FLAG
           MOVE PJ-BEFORE-IMAGE TO PJ-AFTER-IMAGE
           MOVE 'I' TO PJ-AFTER-ACTIVE-FLAG
           WRITE PLAYER-JOURNAL-RECORD
           MOVE "3100-WRITE-JOURNAL" TO WS-ERR-PARAGRAPH
           MOVE "PMJOURNL" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-PMJOURNL-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3200-REWRITE-MASTER.
           SET PM-INACTIVE TO TRUE
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "3200-REWRITE-MASTER" TO WS-ERR-PARAGRAPH
           MOVE "PLYRMSTR" TO WS-ERR-FILE
           MOVE "REWRITE" TO WS-ERR-OPERATION
           MOVE WS-PLYRMSTR-STATUS TO WS-ERR-STATUS
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               DISPLAY PM-PLAYER-ID " REWRITE FAILED, STATUS "
                   WS-PLYRMSTR-STATUS " - JOURNAL WRITTEN, LEFT ACTIVE"
           END-IF.
      *-----------------------------------------------------------------
      * Every disposition is on the report, so active read must
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
           MOVE "EJEAZR15" TO RA-JOB-NAME
           MOVE "EJEAZR15" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR15.
