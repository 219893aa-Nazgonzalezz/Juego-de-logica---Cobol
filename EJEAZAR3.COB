      *          a new player, change a player's name or department,
      *          or deactivate a player who has left the floor.
      *          Deactivated players keep their SCOREHST history but
      *          can no longer start a round. Every add, change,
      *          deactivation and reactivation writes a PMJOURNL
      *          record first - the operator id entered at sign-on,
      *          when, why, and the record before and after - and
      *          the master is only written once that journal write
      *          came back clean. A department change asks the date
      *          the transfer took effect and is kept on DEPTHIST,
      *          so the department standings credit each round to
      *          the department the player was in on the day.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      *               - a master record keyed on spaces let an empty
      *               ENTER at sign-on verify as a registered active
      *               player.
      * 10/2026  GNA  Operator id at sign-on; every change is
      *               journalled to PMJOURNL before and after, a
      *               transfer is dated on DEPTHIST, and a player is
      *               reactivated through its own REACTIVATE(R)
      *               choice - nobody could say who had renamed or
      *               reactivated a player, or since when a
      *               transfer held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZAR3.
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PLYRMSTR-STATUS.

           SELECT PMJOURNL-FILE ASSIGN TO "PMJOURNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PMJOURNL-STATUS.

           SELECT DEPTHIST-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLYRMSTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLMSTREC.

       FD  PMJOURNL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PMJRNREC.

       FD  DEPTHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DPTHREC.

       WORKING-STORAGE SECTION.
       01  WS-PLYRMSTR-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PMJOURNL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DEPTHIST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MENU-CHOICE                PIC X(01) VALUE SPACE.
           88  CHOICE-ADD                VALUE 'A'.
           88  CHOICE-CHANGE             VALUE 'C'.
           88  CHOICE-DEACTIVATE         VALUE 'D'.
           88  CHOICE-REACTIVATE         VALUE 'R'.
           88  CHOICE-EXIT               VALUE 'X'.
       01  WS-WORK-PLAYER-ID             PIC X(10) VALUE SPACES.
       01  WS-WORK-NAME                  PIC X(30) VALUE SPACES.
       01  WS-WORK-DEPT                  PIC X(10) VALUE SPACES.
       01  WS-WORK-FLAG                  PIC X(01) VALUE SPACE.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
       01  WS-REASON                     PIC X(30) VALUE SPACES.
       01  WS-DATE-INPUT                 PIC X(08) VALUE SPACES.
       01  WS-DATE-INPUT-N REDEFINES WS-DATE-INPUT PIC 9(08).
       01  WS-EFFECTIVE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-LAST-EFFECTIVE-DATE        PIC 9(08) VALUE ZERO.
       01  WS-OLD-DEPT                   PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-OK-SW              PIC X(01) VALUE 'N'.
           88  JOURNAL-WRITE-OK          VALUE 'Y'.
       01  WS-DEPT-CHANGED-SW            PIC X(01) VALUE 'N'.
           88  DEPT-CHANGED              VALUE 'Y'.
       01  WS-HISTORY-FOUND-SW           PIC X(01) VALUE 'N'.
           88  HISTORY-FOUND             VALUE 'Y'.
       01  WS-HISTORY-END-SW             PIC X(01) VALUE 'N'.
           88  HISTORY-END               VALUE 'Y'.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZAR3 - PLAYER MASTER MAINTENANCE"
           PERFORM 0050-GET-OPERATOR-ID
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-PROCESS-ONE-CHOICE UNTIL CHOICE-EXIT
           CLOSE PLYRMSTR-FILE
           CLOSE PMJOURNL-FILE
           CLOSE DEPTHIST-FILE
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       0050-GET-OPERATOR-ID.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID CANNOT BE BLANK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      * No master change goes through without its journal, so a
      * journal or history file that will not open closes the menu
      * before anything can be changed.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           OPEN I-O PLYRMSTR-FILE
           IF WS-PLYRMSTR-STATUS = "35"
               DISPLAY "PLYRMSTR OPEN FAILED, STATUS "
                   WS-PLYRMSTR-STATUS
               SET CHOICE-EXIT TO TRUE
           END-IF
           OPEN EXTEND PMJOURNL-FILE
           IF WS-PMJOURNL-STATUS = "35"
               OPEN OUTPUT PMJOURNL-FILE
               CLOSE PMJOURNL-FILE
               OPEN EXTEND PMJOURNL-FILE
           END-IF
           IF WS-PMJOURNL-STATUS NOT = "00"
               DISPLAY "PMJOURNL OPEN FAILED, STATUS "
                   WS-PMJOURNL-STATUS " - NO CHANGES WITHOUT "
                   "A JOURNAL"
               SET CHOICE-EXIT TO TRUE
           END-IF
           OPEN I-O DEPTHIST-FILE
           IF WS-DEPTHIST-STATUS = "35"
               OPEN OUTPUT DEPTHIST-FILE
               CLOSE DEPTHIST-FILE
               OPEN I-O DEPTHIST-FILE
           END-IF
           IF WS-DEPTHIST-STATUS NOT = "00"
               DISPLAY "DEPTHIST OPEN FAILED, STATUS "
                   WS-DEPTHIST-STATUS " - NO CHANGES WITHOUT "
                   "DEPARTMENT HISTORY"
               SET CHOICE-EXIT TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1000-PROCESS-ONE-CHOICE.
           DISPLAY " "
           DISPLAY "ADD(A) CHANGE(C) DEACTIVATE(D) REACTIVATE(R) "
               "EXIT(X): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN CHOICE-ADD
                   PERFORM 3000-CHANGE-PLAYER
               WHEN CHOICE-DEACTIVATE
                   PERFORM 4000-DEACTIVATE-PLAYER
               WHEN CHOICE-REACTIVATE
                   PERFORM 5000-REACTIVATE-PLAYER
               WHEN CHOICE-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE - ENTER A, C, D, R OR X"
           END-EVALUATE.
      *-----------------------------------------------------------------

           MOVE WS-WORK-DEPT TO PM-DEPARTMENT
           MOVE WS-TODAY TO PM-ENROLL-DATE
           SET PM-ACTIVE TO TRUE
           INITIALIZE PJ-BEFORE-IMAGE
           SET PJ-ACTION-ADD TO TRUE
           MOVE WS-TODAY TO PJ-DEPT-EFFECTIVE-DATE
           MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           PERFORM 8100-GET-REASON
           PERFORM 8200-WRITE-JOURNAL
           IF JOURNAL-WRITE-OK
               WRITE PLAYER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "PLYRMSTR WRITE FAILED, STATUS "
                           WS-PLYRMSTR-STATUS
                           " - JOURNAL WRITTEN, PLAYER NOT ADDED"
                   NOT INVALID KEY
                       DISPLAY "PLAYER " WS-WORK-PLAYER-ID " ADDED"
                       SET HISTORY-FOUND TO TRUE
                       PERFORM 3300-WRITE-DEPT-HISTORY
               END-WRITE
           ELSE
               DISPLAY "NOTHING ADDED"
           END-IF.
      *-----------------------------------------------------------------

       3000-CHANGE-PLAYER.
           END-READ.
      *-----------------------------------------------------------------

      * The changes are made to the record in storage; it is only
      * rewritten once the journal holding it before and after is
      * on file. A name typed back exactly as it stands, or a
      * department transfer without a usable effective date, is no
      * change at all.
       3100-APPLY-CHANGES.
           PERFORM 8150-SAVE-BEFORE-IMAGE
           MOVE 'N' TO WS-DEPT-CHANGED-SW
           DISPLAY "NAME NOW " PM-PLAYER-NAME
           DISPLAY "NEW NAME (BLANK KEEPS): " WITH NO ADVANCING
           MOVE SPACES TO WS-WORK-NAME
           MOVE SPACES TO WS-WORK-DEPT
           ACCEPT WS-WORK-DEPT
           IF WS-WORK-DEPT NOT = SPACES
                   AND WS-WORK-DEPT NOT = PM-DEPARTMENT
               PERFORM 3150-GET-EFFECTIVE-DATE
               IF WS-EFFECTIVE-DATE NOT = ZERO
                   MOVE WS-WORK-DEPT TO PM-DEPARTMENT
                   MOVE WS-EFFECTIVE-DATE TO PJ-DEPT-EFFECTIVE-DATE
                   SET DEPT-CHANGED TO TRUE
               ELSE
                   DISPLAY "DEPARTMENT NOT CHANGED"
               END-IF
           END-IF
           DISPLAY "ACTIVE FLAG NOW " PM-ACTIVE-FLAG
           DISPLAY "NEW FLAG - A/I (BLANK KEEPS): " WITH NO ADVANCING
           IF WS-WORK-FLAG = 'A' OR WS-WORK-FLAG = 'I'
               MOVE WS-WORK-FLAG TO PM-ACTIVE-FLAG
           END-IF
           PERFORM 8160-LOAD-AFTER-IMAGE
           IF PJ-AFTER-IMAGE = PJ-BEFORE-IMAGE
               DISPLAY "NOTHING CHANGED"
           ELSE
               EVALUATE TRUE
                   WHEN PJ-BEFORE-ACTIVE-FLAG = 'I' AND PM-ACTIVE
                       SET PJ-ACTION-REACTIVATE TO TRUE
                   WHEN PJ-BEFORE-ACTIVE-FLAG = 'A' AND PM-INACTIVE
                       SET PJ-ACTION-DEACTIVATE TO TRUE
                   WHEN OTHER
                       SET PJ-ACTION-CHANGE TO TRUE
               END-EVALUATE
               PERFORM 8100-GET-REASON
               PERFORM 8200-WRITE-JOURNAL
               IF JOURNAL-WRITE-OK
                   PERFORM 3200-REWRITE-MASTER
               ELSE
                   DISPLAY "NOTHING CHANGED"
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * The effective date defaults to today. It may reach back -
      * a transfer is often keyed days after it took effect - but
      * never before the player enrolled or before their last
      * transfer, and never into the future.
      *-----------------------------------------------------------------

       3150-GET-EFFECTIVE-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           MOVE ZERO TO WS-EFFECTIVE-DATE
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-DATE-INPUT
           END-IF
           PERFORM 3160-FIND-LAST-TRANSFER
           EVALUATE TRUE
               WHEN WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT-N)
                       NOT = 0
                   DISPLAY "EFFECTIVE DATE " WS-DATE-INPUT
                       " IS NOT A CALENDAR DATE"
               WHEN WS-DATE-INPUT-N > WS-TODAY
                   DISPLAY "EFFECTIVE DATE CANNOT BE AFTER TODAY"
               WHEN WS-DATE-INPUT-N < PM-ENROLL-DATE
                   DISPLAY "EFFECTIVE DATE CANNOT BE BEFORE "
                       "ENROLLMENT ON " PM-ENROLL-DATE
               WHEN WS-DATE-INPUT-N < WS-LAST-EFFECTIVE-DATE
                   DISPLAY "EFFECTIVE DATE CANNOT BE BEFORE THE "
                       "LAST TRANSFER ON " WS-LAST-EFFECTIVE-DATE
               WHEN OTHER
                   MOVE WS-DATE-INPUT-N TO WS-EFFECTIVE-DATE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * DH-KEY leads with the player id, so a START at effective
      * date zero and sequential READs walk exactly that player's
      * history, oldest first.
      *-----------------------------------------------------------------

       3160-FIND-LAST-TRANSFER.
           MOVE ZERO TO WS-LAST-EFFECTIVE-DATE
           MOVE 'N' TO WS-HISTORY-FOUND-SW
           MOVE 'N' TO WS-HISTORY-END-SW
           MOVE PM-PLAYER-ID TO DH-PLAYER-ID
           MOVE ZERO TO DH-EFFECTIVE-DATE
           START DEPTHIST-FILE KEY IS NOT LESS THAN DH-KEY
               INVALID KEY
                   SET HISTORY-END TO TRUE
           END-START
           PERFORM 3170-READ-ONE-TRANSFER UNTIL HISTORY-END.
      *-----------------------------------------------------------------

       3170-READ-ONE-TRANSFER.
           READ DEPTHIST-FILE NEXT RECORD
               AT END
                   SET HISTORY-END TO TRUE
               NOT AT END
                   IF DH-PLAYER-ID NOT = PM-PLAYER-ID
                       SET HISTORY-END TO TRUE
                   ELSE
                       SET HISTORY-FOUND TO TRUE
                       MOVE DH-EFFECTIVE-DATE TO WS-LAST-EFFECTIVE-DATE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------

       3200-REWRITE-MASTER.
           REWRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PLYRMSTR REWRITE FAILED, STATUS "
                       WS-PLYRMSTR-STATUS
                       " - JOURNAL WRITTEN, PLAYER UNCHANGED"
               NOT INVALID KEY
                   DISPLAY "PLAYER " WS-WORK-PLAYER-ID " UPDATED"
                   IF DEPT-CHANGED
                       PERFORM 3300-WRITE-DEPT-HISTORY
                   END-IF
           END-REWRITE.
      *-----------------------------------------------------------------
      * A player's first transfer also records the department being
      * left, effective from enrollment - without it the rounds
      * played before the transfer would have no history to fall
      * in and would follow the player to the new department. A
      * second transfer on the same effective date replaces the
      * first.
      *-----------------------------------------------------------------

       3300-WRITE-DEPT-HISTORY.
           IF NOT HISTORY-FOUND
                   AND PM-ENROLL-DATE < WS-EFFECTIVE-DATE
               MOVE PM-PLAYER-ID TO DH-PLAYER-ID
               MOVE PM-ENROLL-DATE TO DH-EFFECTIVE-DATE
               MOVE WS-OLD-DEPT TO DH-DEPARTMENT
               PERFORM 3350-PUT-DEPT-HISTORY
           END-IF
           MOVE PM-PLAYER-ID TO DH-PLAYER-ID
           MOVE WS-EFFECTIVE-DATE TO DH-EFFECTIVE-DATE
           MOVE PM-DEPARTMENT TO DH-DEPARTMENT
           PERFORM 3350-PUT-DEPT-HISTORY.
      *-----------------------------------------------------------------

       3350-PUT-DEPT-HISTORY.
           MOVE WS-OPERATOR-ID TO DH-OPERATOR-ID
           ACCEPT DH-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT DH-LOG-TIME FROM TIME
           WRITE DEPT-HISTORY-RECORD
               INVALID KEY
                   REWRITE DEPT-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-DEPTHIST-STATUS NOT = "00"
               DISPLAY "DEPTHIST WRITE FAILED, STATUS "
                   WS-DEPTHIST-STATUS " - " DH-DEPARTMENT " FROM "
                   DH-EFFECTIVE-DATE " IS ON PMJOURNL ONLY"
           END-IF.
      *-----------------------------------------------------------------

       4000-DEACTIVATE-PLAYER.
           PERFORM 8000-GET-PLAYER-ID
               DISPLAY "PLAYER " WS-WORK-PLAYER-ID
                   " IS ALREADY INACTIVE"
           ELSE
               PERFORM 8150-SAVE-BEFORE-IMAGE
               SET PM-INACTIVE TO TRUE
               SET PJ-ACTION-DEACTIVATE TO TRUE
               PERFORM 8100-GET-REASON
               PERFORM 8200-WRITE-JOURNAL
               IF JOURNAL-WRITE-OK
                   REWRITE PLAYER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "PLYRMSTR REWRITE FAILED, STATUS "
                               WS-PLYRMSTR-STATUS
                               " - JOURNAL WRITTEN, PLAYER UNCHANGED"
                       NOT INVALID KEY
                           DISPLAY "PLAYER " WS-WORK-PLAYER-ID
                               " DEACTIVATED"
                   END-REWRITE
               ELSE
                   DISPLAY "NOTHING CHANGED"
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       5000-REACTIVATE-PLAYER.
           PERFORM 8000-GET-PLAYER-ID
           MOVE WS-WORK-PLAYER-ID TO PM-PLAYER-ID
           READ PLYRMSTR-FILE
               INVALID KEY
                   DISPLAY "PLAYER " WS-WORK-PLAYER-ID " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 5100-MARK-ACTIVE
           END-READ.
      *-----------------------------------------------------------------

       5100-MARK-ACTIVE.
           IF PM-ACTIVE
               DISPLAY "PLAYER " WS-WORK-PLAYER-ID
                   " IS ALREADY ACTIVE"
           ELSE
               PERFORM 8150-SAVE-BEFORE-IMAGE
               SET PM-ACTIVE TO TRUE
               SET PJ-ACTION-REACTIVATE TO TRUE
               PERFORM 8100-GET-REASON
               PERFORM 8200-WRITE-JOURNAL
               IF JOURNAL-WRITE-OK
                   REWRITE PLAYER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "PLYRMSTR REWRITE FAILED, STATUS "
                               WS-PLYRMSTR-STATUS
                               " - JOURNAL WRITTEN, PLAYER UNCHANGED"
                       NOT INVALID KEY
                           DISPLAY "PLAYER " WS-WORK-PLAYER-ID
                               " REACTIVATED"
                   END-REWRITE
               ELSE
                   DISPLAY "NOTHING CHANGED"
               END-IF
           END-IF.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-WORK-PLAYER-ID
           ACCEPT WS-WORK-PLAYER-ID.
      *-----------------------------------------------------------------

       8100-GET-REASON.
           DISPLAY "REASON: " WITH NO ADVANCING
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON.
      *-----------------------------------------------------------------
      * The journal starts from the record exactly as it was read,
      * before any prompt has touched it.
      *-----------------------------------------------------------------

       8150-SAVE-BEFORE-IMAGE.
           MOVE PM-PLAYER-NAME TO PJ-BEFORE-NAME
           MOVE PM-DEPARTMENT TO PJ-BEFORE-DEPARTMENT
           MOVE PM-ENROLL-DATE TO PJ-BEFORE-ENROLL-DATE
           MOVE PM-ACTIVE-FLAG TO PJ-BEFORE-ACTIVE-FLAG
           MOVE PM-DEPARTMENT TO WS-OLD-DEPT
           MOVE ZERO TO PJ-DEPT-EFFECTIVE-DATE.
      *-----------------------------------------------------------------

       8160-LOAD-AFTER-IMAGE.
           MOVE PM-PLAYER-NAME TO PJ-AFTER-NAME
           MOVE PM-DEPARTMENT TO PJ-AFTER-DEPARTMENT
           MOVE PM-ENROLL-DATE TO PJ-AFTER-ENROLL-DATE
           MOVE PM-ACTIVE-FLAG TO PJ-AFTER-ACTIVE-FLAG.
      *-----------------------------------------------------------------
      * Callers set the action (and the effective date of a transfer)
      * and leave the changed record in storage; a blank reason is
      * refused, the same as a blank player id.
      *-----------------------------------------------------------------

       8200-WRITE-JOURNAL.
           MOVE 'N' TO WS-JOURNAL-OK-SW
           IF WS-REASON = SPACES
               DISPLAY "REASON CANNOT BE BLANK"
           ELSE
               MOVE WS-OPERATOR-ID TO PJ-OPERATOR-ID
               ACCEPT PJ-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT PJ-LOG-TIME FROM TIME
               MOVE "EJEAZAR3" TO PJ-PROGRAM
               MOVE PM-PLAYER-ID TO PJ-PLAYER-ID
               MOVE WS-REASON TO PJ-REASON
               PERFORM 8160-LOAD-AFTER-IMAGE
               WRITE PLAYER-JOURNAL-RECORD
               IF WS-PMJOURNL-STATUS = "00"
                   SET JOURNAL-WRITE-OK TO TRUE
               ELSE
                   DISPLAY "PMJOURNL WRITE FAILED, STATUS "
                       WS-PMJOURNL-STATUS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZAR3.
