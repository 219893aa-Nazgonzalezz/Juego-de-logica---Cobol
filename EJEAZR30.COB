 ******************************************************************
      * Author:GONZALEZ NAZARENA ARACELI
      * Date:10/2026
      * Purpose: Forward recovery of SCOREHST and SEQCTLF. Run after
      *          a lost or damaged SCOREHST or SEQCTLF cluster has
      *          been restored (or redefined empty), with the PARM
      *          set to the cutoff (YYYYMMDD) of the last EJEAZAR4
      *          archive run - nothing live can be dated before it.
      *          - Every session on ATTMPTLG with no SCOREHST row is
      *            rebuilt from its attempt trail: target, attempts,
      *            last hint, difficulty and range come straight off
      *            the trail; the attempt limit comes from DIFFLVL;
      *            W/L is a last guess on target (W) or the attempt
      *            limit reached (L). A session that is neither was
      *            never finished and never had a row - it is listed
      *            and left alone, never guessed at.
      *          - What ATTMPTLG does not carry is filled and said so
      *            on the report. The game date comes from TRNMTRES
      *            or H2HRESLT where the session is on one of them,
      *            else the date of the player's nearest earlier
      *            round with a known date, else the nearest later
      *            one, else the PARM cutoff. The reject count comes
      *            from H2HRESLT or the newest ADJSTLOG entry for the
      *            session, else zero. The daily-challenge flag is
      *            left at SPACE.
      *          - Every ADJSTLOG void and reject correction is then
      *            reapplied to SCOREHST in log date/time order. The
      *            entries carry whole values, not deltas, so an
      *            adjustment already in effect is left as it is.
      *          - Each player's SC-NEXT-SEQ is set past the highest
      *            session seen on SCOREHST, ATTMPTLG, TRNMTRES and
      *            H2HRESLT, so 0450-GET-NEXT-SESSION-SEQ never hands
      *            out a sequence that is already keyed somewhere. A
      *            counter already past that point is kept.
      *          Every rebuilt row is listed with how its date and
      *          reject count were filled, so a recovered file is
      *          never mistaken for an original. Rows already on
      *          SCOREHST are never rebuilt, so a second run only
      *          repeats what is missing. Ends RC 4 when any row was
      *          rebuilt, RC 8 on a file error or a full work table.
      * Tectonics: cobc -I COPYLIB
      *-----------------------------------------------------------
      * Modification History:
      * 10/2026  GNA  Original version - a lost SCOREHST cluster
      *               meant going back to the last month-end archive
      *               and losing every round since, and a bad SEQCTLF
      *               handed out sequences already keyed on ATTMPTLG.
      * 10/2026  GNA  A numeric cutoff that is not a calendar date is
      *               refused rather than stamped on rebuilt rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJEAZR30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOREHST-FILE ASSIGN TO "SCOREHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHST-STATUS.

           SELECT SEQCTLF-FILE ASSIGN TO "SEQCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-PLAYER-ID
               FILE STATUS IS WS-SEQCTLF-STATUS.

           SELECT ATTMPTLG-FILE ASSIGN TO "ATTMPTLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-ATTMPTLG-STATUS.

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

       FD  SEQCTLF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEQCREC.

       FD  ATTMPTLG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATMPTREC.

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
       77  WS-MAX-KNOWN                  PIC 9(04) VALUE 5000.
       77  WS-MAX-ADJUSTMENTS            PIC 9(04) VALUE 5000.
       77  WS-MAX-PLAYER-SESSIONS        PIC 9(04) VALUE 3000.
       77  WS-MAX-PLAYERS                PIC 9(03) VALUE 650.
       01  WS-SCOREHST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SEQCTLF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-ATTMPTLG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRNMTRES-STATUS            PIC X(02) VALUE SPACES.
       01  WS-H2HRESLT-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ADJSTLOG-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PROGRAM-NAME               PIC X(08) VALUE "EJEAZR30".
       01  WS-ERR-FILE                   PIC X(08) VALUE SPACES.
       01  WS-ERR-OPERATION              PIC X(08) VALUE SPACES.
       01  WS-ERR-PARAGRAPH              PIC X(30) VALUE SPACES.
       01  WS-ERR-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ERR-EXPECTED               PIC X(02) VALUE SPACES.
       01  WS-IO-ERROR-SW                PIC X(01) VALUE 'N'.
           88  IO-ERROR-FOUND            VALUE 'Y'.
       01  WS-ATTMPTLG-EOF-SW            PIC X(01) VALUE 'N'.
           88  ATTMPTLG-EOF              VALUE 'Y'.
       01  WS-TRNMTRES-EOF-SW            PIC X(01) VALUE 'N'.
           88  TRNMTRES-EOF              VALUE 'Y'.
       01  WS-H2HRESLT-EOF-SW            PIC X(01) VALUE 'N'.
           88  H2HRESLT-EOF              VALUE 'Y'.
       01  WS-ADJSTLOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  ADJSTLOG-EOF              VALUE 'Y'.
       01  WS-TRNMTRES-OPEN-SW           PIC X(01) VALUE 'N'.
           88  TRNMTRES-OPEN             VALUE 'Y'.
       01  WS-H2HRESLT-OPEN-SW           PIC X(01) VALUE 'N'.
           88  H2HRESLT-OPEN             VALUE 'Y'.
       01  WS-ADJSTLOG-OPEN-SW           PIC X(01) VALUE 'N'.
           88  ADJSTLOG-OPEN             VALUE 'Y'.
       01  WS-BROWSE-END-SW              PIC X(01) VALUE 'N'.
           88  BROWSE-END                VALUE 'Y'.
       01  WS-ENTRY-FOUND-SW             PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND               VALUE 'Y'.
       01  WS-SESSION-SKIP-SW            PIC X(01) VALUE 'N'.
           88  SESSION-SKIPPED           VALUE 'Y'.
       01  WS-RESORT-SW                  PIC X(01) VALUE 'N'.
           88  RESORT-NEEDED             VALUE 'Y'.
       COPY DIFFLVL.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
       01  WS-MAX-ATTEMPTS               PIC 9(03) VALUE ZERO.
       01  WS-CURRENT-PLAYER             PIC X(10) VALUE SPACES.
       01  WS-CURRENT-SEQ                PIC 9(05) VALUE ZERO.
       01  WS-CARRY-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-NOTE-PLAYER-ID             PIC X(10) VALUE SPACES.
       01  WS-NOTE-SEQ                   PIC 9(05) VALUE ZERO.
       01  WS-DATE-FILL-TEXT             PIC X(10) VALUE SPACES.
       01  WS-REJ-FILL-TEXT              PIC X(08) VALUE SPACES.
       01  WS-ATTEMPTS-READ              PIC 9(07) COMP VALUE ZERO.
       01  WS-TRAIL-SESSIONS             PIC 9(07) COMP VALUE ZERO.
       01  WS-SESSIONS-ON-FILE           PIC 9(07) COMP VALUE ZERO.
       01  WS-SESSIONS-SKIPPED           PIC 9(07) COMP VALUE ZERO.
       01  WS-ROWS-REBUILT               PIC 9(07) COMP VALUE ZERO.
       01  WS-UNFINISHED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-WRITE-FAILED               PIC 9(07) COMP VALUE ZERO.
       01  WS-TOURNAMENTS-LOADED         PIC 9(05) COMP VALUE ZERO.
       01  WS-MATCHES-LOADED             PIC 9(05) COMP VALUE ZERO.
       01  WS-DATE-FROM-TOURN            PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-FROM-MATCH            PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-FROM-PRIOR            PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-FROM-NEXT             PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-FROM-CUTOFF           PIC 9(07) COMP VALUE ZERO.
       01  WS-REJ-FROM-MATCH             PIC 9(07) COMP VALUE ZERO.
       01  WS-REJ-FROM-ADJ               PIC 9(07) COMP VALUE ZERO.
       01  WS-REJ-ZEROED                 PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-DIFFICULTY-ROWS         PIC 9(07) COMP VALUE ZERO.
       01  WS-ADJ-APPLIED                PIC 9(05) COMP VALUE ZERO.
       01  WS-ADJ-IN-EFFECT              PIC 9(05) COMP VALUE ZERO.
       01  WS-ADJ-NOT-ON-FILE            PIC 9(05) COMP VALUE ZERO.
       01  WS-SCOREHST-ROWS-SCANNED      PIC 9(07) COMP VALUE ZERO.
       01  WS-SEQ-ADDED                  PIC 9(05) COMP VALUE ZERO.
       01  WS-SEQ-RESET                  PIC 9(05) COMP VALUE ZERO.
       01  WS-SEQ-KEPT                   PIC 9(05) COMP VALUE ZERO.
       01  WS-KNOWN-COUNT                PIC 9(04) VALUE ZERO.
       01  KNOWN-RESULT-TABLE.
           05  KNOWN-ENTRY OCCURS 5000 TIMES INDEXED BY KN-IDX.
               10  KN-SOURCE             PIC X(01) VALUE SPACE.
                   88  KN-FROM-TOURNAMENT VALUE 'T'.
                   88  KN-FROM-MATCH     VALUE 'H'.
               10  KN-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  KN-LOW-SEQ            PIC 9(05) VALUE ZERO.
               10  KN-HIGH-SEQ           PIC 9(05) VALUE ZERO.
               10  KN-GAME-DATE          PIC 9(08) VALUE ZERO.
               10  KN-PARTNER-ID         PIC X(10) VALUE SPACES.
               10  KN-WINNER-ID          PIC X(10) VALUE SPACES.
               10  KN-A-REJECTS          PIC 9(03) VALUE ZERO.
               10  KN-B-ATTEMPTS         PIC 9(03) VALUE ZERO.
               10  KN-B-REJECTS          PIC 9(03) VALUE ZERO.
               10  KN-TARGET-NUMBER      PIC 9(03) VALUE ZERO.
               10  KN-TARGET-SW          PIC X(01) VALUE 'N'.
                   88  KN-TARGET-KNOWN   VALUE 'Y'.
               10  KN-B-USED-SW          PIC X(01) VALUE 'N'.
                   88  KN-B-SIDE-USED    VALUE 'Y'.
       01  WS-ADJ-COUNT                  PIC 9(04) VALUE ZERO.
       01  ADJUSTMENT-TABLE.
           05  ADJ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ADJ-IDX AD-PASS-IDX AD-CMP-IDX.
               10  AD-LOG-STAMP.
                   15  AD-LOG-DATE       PIC 9(08) VALUE ZERO.
                   15  AD-LOG-TIME       PIC 9(08) VALUE ZERO.
               10  AD-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  AD-SESSION-SEQ        PIC 9(05) VALUE ZERO.
               10  AD-NEW-REJECT-COUNT   PIC 9(03) VALUE ZERO.
               10  AD-NEW-VOID-FLAG      PIC X(01) VALUE SPACE.
       01  TEMP-ADJ-ENTRY.
           05  TA-LOG-DATE               PIC 9(08) VALUE ZERO.
           05  TA-LOG-TIME               PIC 9(08) VALUE ZERO.
           05  TA-PLAYER-ID              PIC X(10) VALUE SPACES.
           05  TA-SESSION-SEQ            PIC 9(05) VALUE ZERO.
           05  TA-NEW-REJECT-COUNT       PIC 9(03) VALUE ZERO.
           05  TA-NEW-VOID-FLAG          PIC X(01) VALUE SPACE.
       01  WS-PS-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-PS-SUB                     PIC 9(04) COMP VALUE ZERO.
       01  PLAYER-SESSION-TABLE.
           05  PS-ENTRY OCCURS 3000 TIMES
                   INDEXED BY PS-IDX SORT-PASS-IDX SORT-CMP-IDX.
               10  PS-SESSION-SEQ        PIC 9(05) VALUE ZERO.
               10  PS-SOURCE             PIC X(01) VALUE SPACE.
                   88  PS-ON-FILE        VALUE 'F'.
                   88  PS-TRAIL-ONLY     VALUE 'A'.
                   88  PS-REBUILD        VALUE 'R'.
                   88  PS-UNFINISHED     VALUE 'U'.
               10  PS-GAME-DATE          PIC 9(08) VALUE ZERO.
               10  PS-DATE-FILL          PIC X(01) VALUE SPACE.
                   88  PS-DATE-OPEN      VALUE SPACE.
                   88  PS-DATE-EXACT     VALUE 'T' 'H'.
               10  PS-TARGET-NUMBER      PIC 9(03) VALUE ZERO.
               10  PS-ATTEMPT-COUNT      PIC 9(03) VALUE ZERO.
               10  PS-LAST-GUESS         PIC 9(03) VALUE ZERO.
               10  PS-LAST-HINT          PIC X(08) VALUE SPACES.
               10  PS-DIFFICULTY         PIC X(01) VALUE SPACE.
               10  PS-MIN-RANGE          PIC 9(03) VALUE ZERO.
               10  PS-MAX-RANGE          PIC 9(03) VALUE ZERO.
               10  PS-MAX-ATTEMPTS       PIC 9(03) VALUE ZERO.
               10  PS-REJECT-COUNT       PIC 9(03) VALUE ZERO.
               10  PS-REJECT-FILL        PIC X(01) VALUE SPACE.
               10  PS-WIN-LOSE-FLAG      PIC X(01) VALUE SPACE.
       01  TEMP-PS-ENTRY.
           05  TP-SESSION-SEQ            PIC 9(05) VALUE ZERO.
           05  TP-SOURCE                 PIC X(01) VALUE SPACE.
           05  TP-GAME-DATE              PIC 9(08) VALUE ZERO.
           05  TP-DATE-FILL              PIC X(01) VALUE SPACE.
           05  TP-TARGET-NUMBER          PIC 9(03) VALUE ZERO.
           05  TP-ATTEMPT-COUNT          PIC 9(03) VALUE ZERO.
           05  TP-LAST-GUESS             PIC 9(03) VALUE ZERO.
           05  TP-LAST-HINT              PIC X(08) VALUE SPACES.
           05  TP-DIFFICULTY             PIC X(01) VALUE SPACE.
           05  TP-MIN-RANGE              PIC 9(03) VALUE ZERO.
           05  TP-MAX-RANGE              PIC 9(03) VALUE ZERO.
           05  TP-MAX-ATTEMPTS           PIC 9(03) VALUE ZERO.
           05  TP-REJECT-COUNT           PIC 9(03) VALUE ZERO.
           05  TP-REJECT-FILL            PIC X(01) VALUE SPACE.
           05  TP-WIN-LOSE-FLAG          PIC X(01) VALUE SPACE.
       01  WS-HIGH-COUNT                 PIC 9(03) VALUE ZERO.
       01  HIGH-SEQ-TABLE.
           05  HIGH-SEQ-ENTRY OCCURS 650 TIMES INDEXED BY PH-IDX.
               10  PH-PLAYER-ID          PIC X(10) VALUE SPACES.
               10  PH-HIGH-SEQ           PIC 9(05) VALUE ZERO.
       COPY RUNCAREA.

       PROCEDURE DIVISION.
      */////////////////////////////////////////////////////////////////
       MAIN-PROCEDURE.
           DISPLAY "EJEAZR30 - SCOREHST/SEQCTLF FORWARD RECOVERY"
           PERFORM 9100-LOG-RUN-START
           PERFORM 0050-GET-CUTOFF-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-READ-ONE-TOURNAMENT UNTIL TRNMTRES-EOF
           PERFORM 1100-READ-ONE-MATCH UNTIL H2HRESLT-EOF
           PERFORM 1200-READ-ONE-ADJUSTMENT UNTIL ADJSTLOG-EOF
           PERFORM 1300-SORT-ADJUSTMENTS
           PERFORM 2000-START-ATTEMPT-BROWSE
           PERFORM 2100-READ-ONE-ATTEMPT UNTIL ATTMPTLG-EOF
           IF WS-CURRENT-PLAYER NOT = SPACES
               PERFORM 3000-RECOVER-ONE-PLAYER
           END-IF
           PERFORM 4000-REAPPLY-ONE-ADJUSTMENT
               VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > WS-ADJ-COUNT
           PERFORM 5000-START-SCOREHST-SCAN
           PERFORM 5100-SCAN-ONE-ROW UNTIL BROWSE-END
           PERFORM 6000-RESET-ONE-COUNTER
               VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > WS-HIGH-COUNT
           PERFORM 7000-PRINT-CONTROL-REPORT
           PERFORM 0900-CLOSE-FILES
           IF IO-ERROR-FOUND
               DISPLAY "ONE OR MORE FILE ERRORS - SEE ERRLOG"
           END-IF
           IF WS-ROWS-REBUILT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ATTEMPTS-READ TO RA-READ-COUNT
           COMPUTE RA-WRITE-COUNT = WS-ROWS-REBUILT + WS-ADJ-APPLIED
               + WS-SEQ-ADDED + WS-SEQ-RESET
           PERFORM 9200-LOG-RUN-END
           STOP RUN.
      */////////////////////////////////////////////////////////////////

       0050-GET-CUTOFF-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NOT NUMERIC
               DISPLAY "CUTOFF PARM MISSING OR NOT NUMERIC - "
                   "FORMAT IS YYYYMMDD (THE LAST EJEAZAR4 CUTOFF)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM TO WS-CUTOFF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE) NOT = 0
               DISPLAY "CUTOFF PARM " WS-PARM
                   " IS NOT A CALENDAR DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RECOVERING EVERYTHING SINCE THE " WS-CUTOFF-DATE
               " ARCHIVE CUTOFF".
      *-----------------------------------------------------------------
      * SCOREHST and SEQCTLF are what is being recovered and ATTMPTLG
      * is what they are recovered from, so losing any of the three
      * stops the run. TRNMTRES, H2HRESLT and ADJSTLOG only sharpen
      * the fill; a missing one is named on SYSOUT and the fields it
      * would have given fall through to the next rule.
      *-----------------------------------------------------------------

       0100-OPEN-FILES.
           MOVE "0100-OPEN-FILES" TO WS-ERR-PARAGRAPH
           MOVE "OPEN" TO WS-ERR-OPERATION
           OPEN I-O SCOREHST-FILE
           IF WS-SCOREHST-STATUS = "35"
               OPEN OUTPUT SCOREHST-FILE
               CLOSE SCOREHST-FILE
               OPEN I-O SCOREHST-FILE
           END-IF
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SCOREHST-STATUS NOT = "00"
               DISPLAY "SCOREHST OPEN FAILED, STATUS "
                   WS-SCOREHST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SEQCTLF-FILE
           IF WS-SEQCTLF-STATUS = "35"
               OPEN OUTPUT SEQCTLF-FILE
               CLOSE SEQCTLF-FILE
               OPEN I-O SEQCTLF-FILE
           END-IF
           MOVE "SEQCTLF" TO WS-ERR-FILE
           MOVE WS-SEQCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SEQCTLF-STATUS NOT = "00"
               DISPLAY "SEQCTLF OPEN FAILED, STATUS "
                   WS-SEQCTLF-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SCOREHST-FILE
               STOP RUN
           END-IF
           OPEN INPUT ATTMPTLG-FILE
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ATTMPTLG-STATUS NOT = "00"
               DISPLAY "ATTMPTLG OPEN FAILED, STATUS "
                   WS-ATTMPTLG-STATUS " - NOTHING TO RECOVER FROM"
               MOVE 8 TO RETURN-CODE
               CLOSE SCOREHST-FILE
               CLOSE SEQCTLF-FILE
               STOP RUN
           END-IF
           OPEN INPUT TRNMTRES-FILE
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-TRNMTRES-STATUS = "00"
               SET TRNMTRES-OPEN TO TRUE
           ELSE
               DISPLAY "TRNMTRES OPEN FAILED, STATUS "
                   WS-TRNMTRES-STATUS " - NO TOURNAMENT DATES USED"
               SET TRNMTRES-EOF TO TRUE
           END-IF
           OPEN INPUT H2HRESLT-FILE
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-H2HRESLT-STATUS = "00"
               SET H2HRESLT-OPEN TO TRUE
           ELSE
               DISPLAY "H2HRESLT OPEN FAILED, STATUS "
                   WS-H2HRESLT-STATUS " - NO MATCH RESULTS USED"
               SET H2HRESLT-EOF TO TRUE
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
                   DISPLAY "ADJSTLOG OPEN FAILED, STATUS "
                       WS-ADJSTLOG-STATUS
                       " - NO ADJUSTMENTS REAPPLIED"
                   SET ADJSTLOG-EOF TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       0900-CLOSE-FILES.
           CLOSE SCOREHST-FILE
           CLOSE SEQCTLF-FILE
           CLOSE ATTMPTLG-FILE
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
      * A series' rounds take consecutive session sequences from
      * TR-START-SEQ, so the whole run of them is dated at once.
      *-----------------------------------------------------------------

       1000-READ-ONE-TOURNAMENT.
           READ TRNMTRES-FILE NEXT RECORD
               AT END
                   SET TRNMTRES-EOF TO TRUE
               NOT AT END
                   PERFORM 1050-TABLE-TOURNAMENT
           END-READ
           MOVE "1000-READ-ONE-TOURNAMENT" TO WS-ERR-PARAGRAPH
           MOVE "TRNMTRES" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-TRNMTRES-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET TRNMTRES-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1050-TABLE-TOURNAMENT.
           MOVE TR-PLAYER-ID TO WS-NOTE-PLAYER-ID
           IF TR-ROUNDS-PLAYED > ZERO
               COMPUTE WS-NOTE-SEQ = TR-START-SEQ
                   + TR-ROUNDS-PLAYED - 1
           ELSE
               MOVE TR-START-SEQ TO WS-NOTE-SEQ
           END-IF
           PERFORM 8000-NOTE-HIGH-SEQ
           IF WS-KNOWN-COUNT >= WS-MAX-KNOWN
               DISPLAY "WARNING - KNOWN RESULT TABLE FULL AT "
                   WS-MAX-KNOWN " ENTRIES, SKIPPING TOURNAMENT "
                   TR-PLAYER-ID " " TR-TOURN-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-KNOWN-COUNT
               ADD 1 TO WS-TOURNAMENTS-LOADED
               SET KN-IDX TO WS-KNOWN-COUNT
               SET KN-FROM-TOURNAMENT(KN-IDX) TO TRUE
               MOVE TR-PLAYER-ID TO KN-PLAYER-ID(KN-IDX)
               MOVE TR-START-SEQ TO KN-LOW-SEQ(KN-IDX)
               MOVE WS-NOTE-SEQ TO KN-HIGH-SEQ(KN-IDX)
               MOVE TR-TOURN-DATE TO KN-GAME-DATE(KN-IDX)
           END-IF.
      *-----------------------------------------------------------------

       1100-READ-ONE-MATCH.
           READ H2HRESLT-FILE NEXT RECORD
               AT END
                   SET H2HRESLT-EOF TO TRUE
               NOT AT END
                   PERFORM 1150-TABLE-MATCH
           END-READ
           MOVE "1100-READ-ONE-MATCH" TO WS-ERR-PARAGRAPH
           MOVE "H2HRESLT" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-H2HRESLT-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET H2HRESLT-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Only the first player's session sequence is on H2HRESLT. The
      * second player's session is recognised later by the shared
      * target and HH-B-ATTEMPTS, so the target is read here off the
      * first player's opening attempt.
      *-----------------------------------------------------------------

       1150-TABLE-MATCH.
           MOVE HH-PLAYER-A TO WS-NOTE-PLAYER-ID
           MOVE HH-START-SEQ TO WS-NOTE-SEQ
           PERFORM 8000-NOTE-HIGH-SEQ
           IF WS-KNOWN-COUNT >= WS-MAX-KNOWN
               DISPLAY "WARNING - KNOWN RESULT TABLE FULL AT "
                   WS-MAX-KNOWN " ENTRIES, SKIPPING MATCH "
                   HH-PLAYER-A " " HH-MATCH-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-KNOWN-COUNT
               ADD 1 TO WS-MATCHES-LOADED
               SET KN-IDX TO WS-KNOWN-COUNT
               SET KN-FROM-MATCH(KN-IDX) TO TRUE
               MOVE HH-PLAYER-A TO KN-PLAYER-ID(KN-IDX)
               MOVE HH-START-SEQ TO KN-LOW-SEQ(KN-IDX)
               MOVE HH-START-SEQ TO KN-HIGH-SEQ(KN-IDX)
               MOVE HH-MATCH-DATE TO KN-GAME-DATE(KN-IDX)
               MOVE HH-PLAYER-B TO KN-PARTNER-ID(KN-IDX)
               MOVE HH-WINNER-ID TO KN-WINNER-ID(KN-IDX)
               MOVE HH-A-REJECTS TO KN-A-REJECTS(KN-IDX)
               MOVE HH-B-ATTEMPTS TO KN-B-ATTEMPTS(KN-IDX)
               MOVE HH-B-REJECTS TO KN-B-REJECTS(KN-IDX)
               PERFORM 1160-READ-MATCH-TARGET
           END-IF.
      *-----------------------------------------------------------------

       1160-READ-MATCH-TARGET.
           MOVE HH-PLAYER-A TO AT-PLAYER-ID
           MOVE HH-START-SEQ TO AT-SESSION-SEQ
           MOVE 1 TO AT-ATTEMPT-NO
           READ ATTMPTLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AT-TARGET-NUMBER TO KN-TARGET-NUMBER(KN-IDX)
                   SET KN-TARGET-KNOWN(KN-IDX) TO TRUE
           END-READ
           MOVE "1160-READ-MATCH-TARGET" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       1200-READ-ONE-ADJUSTMENT.
           READ ADJSTLOG-FILE
               AT END
                   SET ADJSTLOG-EOF TO TRUE
               NOT AT END
                   PERFORM 1250-TABLE-ADJUSTMENT
           END-READ
           MOVE "1200-READ-ONE-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "ADJSTLOG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ADJSTLOG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET ADJSTLOG-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       1250-TABLE-ADJUSTMENT.
           IF WS-ADJ-COUNT >= WS-MAX-ADJUSTMENTS
               DISPLAY "WARNING - ADJUSTMENT TABLE FULL AT "
                   WS-MAX-ADJUSTMENTS " ENTRIES, SKIPPING "
                   AJ-PLAYER-ID " " AJ-SESSION-SEQ
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ADJ-COUNT
               SET ADJ-IDX TO WS-ADJ-COUNT
               MOVE AJ-LOG-DATE TO AD-LOG-DATE(ADJ-IDX)
               MOVE AJ-LOG-TIME TO AD-LOG-TIME(ADJ-IDX)
               MOVE AJ-PLAYER-ID TO AD-PLAYER-ID(ADJ-IDX)
               MOVE AJ-SESSION-SEQ TO AD-SESSION-SEQ(ADJ-IDX)
               MOVE AJ-NEW-REJECT-COUNT TO AD-NEW-REJECT-COUNT(ADJ-IDX)
               MOVE AJ-NEW-VOID-FLAG TO AD-NEW-VOID-FLAG(ADJ-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * ADJSTLOG is appended as supervisors work, but two supervisor
      * terminals can interleave, so the replay order is made sure
      * of here. Only a strictly later entry is swapped past, so
      * entries with the same stamp keep their log order.
      *-----------------------------------------------------------------

       1300-SORT-ADJUSTMENTS.
           PERFORM 1310-SORT-ONE-PASS
               VARYING AD-PASS-IDX FROM 1 BY 1
               UNTIL AD-PASS-IDX >= WS-ADJ-COUNT.
      *-----------------------------------------------------------------

       1310-SORT-ONE-PASS.
           PERFORM 1320-COMPARE-ONE-PAIR
               VARYING AD-CMP-IDX FROM 1 BY 1
               UNTIL AD-CMP-IDX >= WS-ADJ-COUNT.
      *-----------------------------------------------------------------

       1320-COMPARE-ONE-PAIR.
           IF AD-LOG-STAMP(AD-CMP-IDX) > AD-LOG-STAMP(AD-CMP-IDX + 1)
               PERFORM 1330-SWAP-ENTRIES
           END-IF.
      *-----------------------------------------------------------------

       1330-SWAP-ENTRIES.
           MOVE ADJ-ENTRY(AD-CMP-IDX) TO TEMP-ADJ-ENTRY
           MOVE ADJ-ENTRY(AD-CMP-IDX + 1) TO ADJ-ENTRY(AD-CMP-IDX)
           MOVE TEMP-ADJ-ENTRY TO ADJ-ENTRY(AD-CMP-IDX + 1).
      *-----------------------------------------------------------------

       2000-START-ATTEMPT-BROWSE.
           DISPLAY " "
           DISPLAY "REBUILT SESSIONS - PLAYER, SEQ, GAME DATE AND HOW "
               "IT WAS FILLED, REJECTS AND HOW THEY WERE FILLED, W/L"
           MOVE LOW-VALUES TO AT-KEY
           START ATTMPTLG-FILE KEY IS NOT LESS THAN AT-KEY
               INVALID KEY
                   SET ATTMPTLG-EOF TO TRUE
           END-START
           MOVE "2000-START-ATTEMPT-BROWSE" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------
      * ATTMPTLG is in player / session / attempt order, so a new
      * player id closes off the last one's sessions for recovery
      * and a new sequence opens a session entry; every attempt
      * then overwrites the entry, leaving the last attempt's
      * values in it.
      *-----------------------------------------------------------------

       2100-READ-ONE-ATTEMPT.
           READ ATTMPTLG-FILE NEXT RECORD
               AT END
                   SET ATTMPTLG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ATTEMPTS-READ
                   IF AT-PLAYER-ID NOT = WS-CURRENT-PLAYER
                       IF WS-CURRENT-PLAYER NOT = SPACES
                           PERFORM 3000-RECOVER-ONE-PLAYER
                       END-IF
                       MOVE AT-PLAYER-ID TO WS-CURRENT-PLAYER
                       MOVE ZERO TO WS-CURRENT-SEQ
                       MOVE ZERO TO WS-PS-COUNT
                   END-IF
                   IF AT-SESSION-SEQ NOT = WS-CURRENT-SEQ
                       PERFORM 2150-ADD-SESSION
                   END-IF
                   IF NOT SESSION-SKIPPED
                       PERFORM 2200-NOTE-ATTEMPT
                   END-IF
           END-READ
           MOVE "2100-READ-ONE-ATTEMPT" TO WS-ERR-PARAGRAPH
           MOVE "ATTMPTLG" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-ATTMPTLG-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET ATTMPTLG-EOF TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       2150-ADD-SESSION.
           MOVE AT-SESSION-SEQ TO WS-CURRENT-SEQ
           MOVE 'N' TO WS-SESSION-SKIP-SW
           ADD 1 TO WS-TRAIL-SESSIONS
           MOVE AT-PLAYER-ID TO WS-NOTE-PLAYER-ID
           MOVE AT-SESSION-SEQ TO WS-NOTE-SEQ
           PERFORM 8000-NOTE-HIGH-SEQ
           IF WS-PS-COUNT >= WS-MAX-PLAYER-SESSIONS
               SET SESSION-SKIPPED TO TRUE
               ADD 1 TO WS-SESSIONS-SKIPPED
               DISPLAY "WARNING - PLAYER SESSION TABLE FULL AT "
                   WS-MAX-PLAYER-SESSIONS " ENTRIES, SKIPPING "
                   AT-PLAYER-ID " " AT-SESSION-SEQ
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PS-COUNT
               SET PS-IDX TO WS-PS-COUNT
               MOVE AT-SESSION-SEQ TO PS-SESSION-SEQ(PS-IDX)
               SET PS-TRAIL-ONLY(PS-IDX) TO TRUE
               MOVE ZERO TO PS-GAME-DATE(PS-IDX)
               MOVE SPACE TO PS-DATE-FILL(PS-IDX)
               MOVE ZERO TO PS-MAX-ATTEMPTS(PS-IDX)
               MOVE ZERO TO PS-REJECT-COUNT(PS-IDX)
               MOVE SPACE TO PS-REJECT-FILL(PS-IDX)
               MOVE SPACE TO PS-WIN-LOSE-FLAG(PS-IDX)
           END-IF.
      *-----------------------------------------------------------------

       2200-NOTE-ATTEMPT.
           SET PS-IDX TO WS-PS-COUNT
           MOVE AT-TARGET-NUMBER TO PS-TARGET-NUMBER(PS-IDX)
           MOVE AT-ATTEMPT-NO TO PS-ATTEMPT-COUNT(PS-IDX)
           MOVE AT-GUESS-NUMBER TO PS-LAST-GUESS(PS-IDX)
           MOVE AT-HINT TO PS-LAST-HINT(PS-IDX)
           MOVE AT-DIFFICULTY TO PS-DIFFICULTY(PS-IDX)
           MOVE AT-MIN-RANGE TO PS-MIN-RANGE(PS-IDX)
           MOVE AT-MAX-RANGE TO PS-MAX-RANGE(PS-IDX).
      *-----------------------------------------------------------------
      * One player at a time: the rows still on SCOREHST are merged
      * into the trail's sessions (they are the dates every rebuilt
      * row is filled from), each trail-only session is judged, the
      * open dates are carried forward and then back in sequence
      * order, and the rebuilt rows are written.
      *-----------------------------------------------------------------

       3000-RECOVER-ONE-PLAYER.
           MOVE 'N' TO WS-RESORT-SW
           PERFORM 3100-START-PLAYER-ROWS
           PERFORM 3150-MERGE-ONE-ROW UNTIL BROWSE-END
           IF RESORT-NEEDED
               PERFORM 3200-SORT-PLAYER-SESSIONS
           END-IF
           PERFORM 3300-JUDGE-ONE-SESSION
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-PS-COUNT
           MOVE ZERO TO WS-CARRY-DATE
           PERFORM 3400-CARRY-DATE-FORWARD
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-PS-COUNT
           MOVE ZERO TO WS-CARRY-DATE
           PERFORM 3450-CARRY-DATE-BACK
               VARYING WS-PS-SUB FROM WS-PS-COUNT BY -1
               UNTIL WS-PS-SUB < 1
           PERFORM 3500-WRITE-ONE-SESSION
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-PS-COUNT.
      *-----------------------------------------------------------------

       3100-START-PLAYER-ROWS.
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE WS-CURRENT-PLAYER TO SH-PLAYER-ID
           MOVE ZERO TO SH-SESSION-SEQ
           START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET BROWSE-END TO TRUE
           END-START
           MOVE "3100-START-PLAYER-ROWS" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       3150-MERGE-ONE-ROW.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   IF SH-PLAYER-ID NOT = WS-CURRENT-PLAYER
                       SET BROWSE-END TO TRUE
                   ELSE
                       PERFORM 3160-MATCH-ON-FILE-ROW
                   END-IF
           END-READ
           MOVE "3150-MERGE-ONE-ROW" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * PERFORM VARYING augments the index before it re-tests the
      * exit condition, so on the found path PS-IDX sits one slot
      * past the match and has to be stepped back. A row with no
      * trail (a round with no valid guess) is added for its date
      * alone, and the table is then out of sequence order.
      *-----------------------------------------------------------------

       3160-MATCH-ON-FILE-ROW.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 3165-SEARCH-ONE-SESSION
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-PS-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET PS-IDX DOWN BY 1
               ADD 1 TO WS-SESSIONS-ON-FILE
               SET PS-ON-FILE(PS-IDX) TO TRUE
               MOVE SH-GAME-DATE TO PS-GAME-DATE(PS-IDX)
           ELSE
               IF WS-PS-COUNT >= WS-MAX-PLAYER-SESSIONS
                   DISPLAY "WARNING - PLAYER SESSION TABLE FULL AT "
                       WS-MAX-PLAYER-SESSIONS " ENTRIES, SKIPPING "
                       SH-PLAYER-ID " " SH-SESSION-SEQ
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-PS-COUNT
                   SET PS-IDX TO WS-PS-COUNT
                   MOVE SH-SESSION-SEQ TO PS-SESSION-SEQ(PS-IDX)
                   SET PS-ON-FILE(PS-IDX) TO TRUE
                   MOVE SH-GAME-DATE TO PS-GAME-DATE(PS-IDX)
                   MOVE SPACE TO PS-DATE-FILL(PS-IDX)
                   SET RESORT-NEEDED TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       3165-SEARCH-ONE-SESSION.
           IF PS-SESSION-SEQ(PS-IDX) = SH-SESSION-SEQ
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       3200-SORT-PLAYER-SESSIONS.
           PERFORM 3210-SORT-ONE-PASS
               VARYING SORT-PASS-IDX FROM 1 BY 1
               UNTIL SORT-PASS-IDX >= WS-PS-COUNT.
      *-----------------------------------------------------------------

       3210-SORT-ONE-PASS.
           PERFORM 3220-COMPARE-ONE-PAIR
               VARYING SORT-CMP-IDX FROM 1 BY 1
               UNTIL SORT-CMP-IDX >= WS-PS-COUNT.
      *-----------------------------------------------------------------

       3220-COMPARE-ONE-PAIR.
           IF PS-SESSION-SEQ(SORT-CMP-IDX)
                   > PS-SESSION-SEQ(SORT-CMP-IDX + 1)
               PERFORM 3230-SWAP-ENTRIES
           END-IF.
      *-----------------------------------------------------------------

       3230-SWAP-ENTRIES.
           MOVE PS-ENTRY(SORT-CMP-IDX) TO TEMP-PS-ENTRY
           MOVE PS-ENTRY(SORT-CMP-IDX + 1) TO PS-ENTRY(SORT-CMP-IDX)
           MOVE TEMP-PS-ENTRY TO PS-ENTRY(SORT-CMP-IDX + 1).
      *-----------------------------------------------------------------
      * A trail-only session is rebuilt if it was finished - a hit on
      * the target, the attempt limit reached, or a head-to-head
      * side H2HRESLT says the match ended for. Anything else was
      * abandoned or is still on a checkpoint and never had a row.
      *-----------------------------------------------------------------

       3300-JUDGE-ONE-SESSION.
           IF PS-TRAIL-ONLY(PS-IDX)
               PERFORM 3310-SET-ATTEMPT-LIMIT
               MOVE 'Z' TO PS-REJECT-FILL(PS-IDX)
               MOVE 'N' TO WS-ENTRY-FOUND-SW
               PERFORM 3320-TEST-ONE-KNOWN
                   VARYING KN-IDX FROM 1 BY 1
                   UNTIL KN-IDX > WS-KNOWN-COUNT OR ENTRY-FOUND
               IF ENTRY-FOUND
                   SET KN-IDX DOWN BY 1
                   PERFORM 3330-TAKE-KNOWN-RESULT
               ELSE
                   PERFORM 3340-TEST-ONE-SIDE-B
                       VARYING KN-IDX FROM 1 BY 1
                       UNTIL KN-IDX > WS-KNOWN-COUNT OR ENTRY-FOUND
                   IF ENTRY-FOUND
                       SET KN-IDX DOWN BY 1
                       PERFORM 3350-TAKE-SIDE-B-RESULT
                   END-IF
               END-IF
               IF PS-WIN-LOSE-FLAG(PS-IDX) = SPACE
                   IF PS-LAST-GUESS(PS-IDX) = PS-TARGET-NUMBER(PS-IDX)
                       MOVE 'W' TO PS-WIN-LOSE-FLAG(PS-IDX)
                   ELSE
                       IF PS-ATTEMPT-COUNT(PS-IDX) >= WS-MAX-ATTEMPTS
                           MOVE 'L' TO PS-WIN-LOSE-FLAG(PS-IDX)
                       END-IF
                   END-IF
               END-IF
               IF PS-WIN-LOSE-FLAG(PS-IDX) = SPACE
                   SET PS-UNFINISHED(PS-IDX) TO TRUE
               ELSE
                   SET PS-REBUILD(PS-IDX) TO TRUE
                   PERFORM 3360-TEST-ONE-ADJUSTMENT
                       VARYING ADJ-IDX FROM 1 BY 1
                       UNTIL ADJ-IDX > WS-ADJ-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A trail written before the round's difficulty went on file
      * keeps SPACE, as its SCOREHST row did; the limit used to judge
      * it comes from the DIFFLVL era its target falls in, the way
      * every reader treats such rows.
      *-----------------------------------------------------------------

       3310-SET-ATTEMPT-LIMIT.
           EVALUATE PS-DIFFICULTY(PS-IDX)
               WHEN 'E'
                   MOVE DL-EASY-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                   MOVE DL-EASY-MAX-ATTEMPTS TO PS-MAX-ATTEMPTS(PS-IDX)
               WHEN 'M'
                   MOVE DL-MEDIUM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                   MOVE DL-MEDIUM-MAX-ATTEMPTS
                       TO PS-MAX-ATTEMPTS(PS-IDX)
               WHEN 'H'
                   MOVE DL-HARD-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
                   MOVE DL-HARD-MAX-ATTEMPTS TO PS-MAX-ATTEMPTS(PS-IDX)
               WHEN OTHER
                   MOVE ZERO TO PS-MAX-ATTEMPTS(PS-IDX)
                   EVALUATE TRUE
                       WHEN PS-TARGET-NUMBER(PS-IDX)
                               > DL-MEDIUM-MAX-RANGE
                           MOVE DL-HARD-MAX-ATTEMPTS
                               TO WS-MAX-ATTEMPTS
                       WHEN PS-TARGET-NUMBER(PS-IDX)
                               > DL-EASY-MAX-RANGE
                           MOVE DL-MEDIUM-MAX-ATTEMPTS
                               TO WS-MAX-ATTEMPTS
                       WHEN OTHER
                           MOVE DL-EASY-MAX-ATTEMPTS
                               TO WS-MAX-ATTEMPTS
                   END-EVALUATE
           END-EVALUATE.
      *-----------------------------------------------------------------

       3320-TEST-ONE-KNOWN.
           IF KN-PLAYER-ID(KN-IDX) = WS-CURRENT-PLAYER
               IF KN-FROM-TOURNAMENT(KN-IDX)
                       AND PS-SESSION-SEQ(PS-IDX)
                           NOT < KN-LOW-SEQ(KN-IDX)
                       AND PS-SESSION-SEQ(PS-IDX)
                           NOT > KN-HIGH-SEQ(KN-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
               IF KN-FROM-MATCH(KN-IDX)
                       AND PS-SESSION-SEQ(PS-IDX) = KN-LOW-SEQ(KN-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * A tournament round only gets its date; a head-to-head first
      * player also gets the reject count and the result off the
      * match - a side that lost because the other hit first never
      * reached its attempt limit.
      *-----------------------------------------------------------------

       3330-TAKE-KNOWN-RESULT.
           MOVE KN-GAME-DATE(KN-IDX) TO PS-GAME-DATE(PS-IDX)
           MOVE KN-SOURCE(KN-IDX) TO PS-DATE-FILL(PS-IDX)
           IF KN-FROM-MATCH(KN-IDX)
               MOVE KN-A-REJECTS(KN-IDX) TO PS-REJECT-COUNT(PS-IDX)
               MOVE 'H' TO PS-REJECT-FILL(PS-IDX)
               IF KN-WINNER-ID(KN-IDX) = WS-CURRENT-PLAYER
                   MOVE 'W' TO PS-WIN-LOSE-FLAG(PS-IDX)
               ELSE
                   MOVE 'L' TO PS-WIN-LOSE-FLAG(PS-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       3340-TEST-ONE-SIDE-B.
           IF KN-FROM-MATCH(KN-IDX)
                   AND KN-PARTNER-ID(KN-IDX) = WS-CURRENT-PLAYER
                   AND KN-TARGET-KNOWN(KN-IDX)
                   AND NOT KN-B-SIDE-USED(KN-IDX)
                   AND KN-TARGET-NUMBER(KN-IDX)
                       = PS-TARGET-NUMBER(PS-IDX)
                   AND KN-B-ATTEMPTS(KN-IDX)
                       = PS-ATTEMPT-COUNT(PS-IDX)
               SET ENTRY-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------

       3350-TAKE-SIDE-B-RESULT.
           SET KN-B-SIDE-USED(KN-IDX) TO TRUE
           MOVE KN-GAME-DATE(KN-IDX) TO PS-GAME-DATE(PS-IDX)
           MOVE 'H' TO PS-DATE-FILL(PS-IDX)
           MOVE KN-B-REJECTS(KN-IDX) TO PS-REJECT-COUNT(PS-IDX)
           MOVE 'H' TO PS-REJECT-FILL(PS-IDX)
           IF KN-WINNER-ID(KN-IDX) = WS-CURRENT-PLAYER
               MOVE 'W' TO PS-WIN-LOSE-FLAG(PS-IDX)
           ELSE
               MOVE 'L' TO PS-WIN-LOSE-FLAG(PS-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * Every ADJSTLOG entry carries the reject count the session
      * stood at when it was made, so the newest one for the session
      * (the table is in log order) gives the count exactly.
      *-----------------------------------------------------------------

       3360-TEST-ONE-ADJUSTMENT.
           IF AD-PLAYER-ID(ADJ-IDX) = WS-CURRENT-PLAYER
                   AND AD-SESSION-SEQ(ADJ-IDX) = PS-SESSION-SEQ(PS-IDX)
               MOVE AD-NEW-REJECT-COUNT(ADJ-IDX)
                   TO PS-REJECT-COUNT(PS-IDX)
               MOVE 'A' TO PS-REJECT-FILL(PS-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * Session sequences are handed out in play order, so a round's
      * date is never before the round keyed ahead of it. An open
      * date takes the nearest earlier known date; only rows with
      * none before them take the nearest later one (3450).
      *-----------------------------------------------------------------

       3400-CARRY-DATE-FORWARD.
           EVALUATE TRUE
               WHEN PS-ON-FILE(PS-IDX)
                   MOVE PS-GAME-DATE(PS-IDX) TO WS-CARRY-DATE
               WHEN PS-REBUILD(PS-IDX) AND PS-DATE-EXACT(PS-IDX)
                   MOVE PS-GAME-DATE(PS-IDX) TO WS-CARRY-DATE
               WHEN PS-REBUILD(PS-IDX) AND PS-DATE-OPEN(PS-IDX)
                       AND WS-CARRY-DATE > ZERO
                   MOVE WS-CARRY-DATE TO PS-GAME-DATE(PS-IDX)
                   MOVE 'P' TO PS-DATE-FILL(PS-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------

       3450-CARRY-DATE-BACK.
           EVALUATE TRUE
               WHEN PS-ON-FILE(WS-PS-SUB)
                   MOVE PS-GAME-DATE(WS-PS-SUB) TO WS-CARRY-DATE
               WHEN PS-REBUILD(WS-PS-SUB) AND PS-DATE-EXACT(WS-PS-SUB)
                   MOVE PS-GAME-DATE(WS-PS-SUB) TO WS-CARRY-DATE
               WHEN PS-REBUILD(WS-PS-SUB) AND PS-DATE-OPEN(WS-PS-SUB)
                       AND WS-CARRY-DATE > ZERO
                   MOVE WS-CARRY-DATE TO PS-GAME-DATE(WS-PS-SUB)
                   MOVE 'N' TO PS-DATE-FILL(WS-PS-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------

       3500-WRITE-ONE-SESSION.
           EVALUATE TRUE
               WHEN PS-REBUILD(PS-IDX)
                   PERFORM 3510-WRITE-REBUILT-ROW
               WHEN PS-UNFINISHED(PS-IDX)
                   ADD 1 TO WS-UNFINISHED-COUNT
                   DISPLAY WS-CURRENT-PLAYER " "
                       PS-SESSION-SEQ(PS-IDX)
                       " UNFINISHED AFTER " PS-ATTEMPT-COUNT(PS-IDX)
                       " ATTEMPTS - NOT REBUILT"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      * The daily flag is not on the trail and cannot be told from
      * a free-play round with a filled date, so every rebuilt row
      * goes out as free play.
      *-----------------------------------------------------------------

       3510-WRITE-REBUILT-ROW.
           IF PS-DATE-OPEN(PS-IDX)
               MOVE WS-CUTOFF-DATE TO PS-GAME-DATE(PS-IDX)
               MOVE 'C' TO PS-DATE-FILL(PS-IDX)
           END-IF
           MOVE WS-CURRENT-PLAYER TO SH-PLAYER-ID
           MOVE PS-SESSION-SEQ(PS-IDX) TO SH-SESSION-SEQ
           MOVE PS-GAME-DATE(PS-IDX) TO SH-GAME-DATE
           MOVE PS-TARGET-NUMBER(PS-IDX) TO SH-TARGET-NUMBER
           MOVE PS-ATTEMPT-COUNT(PS-IDX) TO SH-ATTEMPT-COUNT
           MOVE PS-REJECT-COUNT(PS-IDX) TO SH-REJECT-COUNT
           MOVE PS-WIN-LOSE-FLAG(PS-IDX) TO SH-WIN-LOSE-FLAG
           MOVE PS-LAST-HINT(PS-IDX) TO SH-LAST-HINT
           MOVE PS-DIFFICULTY(PS-IDX) TO SH-DIFFICULTY
           MOVE PS-MIN-RANGE(PS-IDX) TO SH-MIN-RANGE
           MOVE PS-MAX-RANGE(PS-IDX) TO SH-MAX-RANGE
           MOVE PS-MAX-ATTEMPTS(PS-IDX) TO SH-MAX-ATTEMPTS
           MOVE SPACE TO SH-VOID-FLAG
           MOVE SPACE TO SH-DAILY-FLAG
           WRITE SCOREHST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE "3510-WRITE-REBUILT-ROW" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SCOREHST-STATUS = "00"
               ADD 1 TO WS-ROWS-REBUILT
               PERFORM 3520-COUNT-FILLS
               DISPLAY SH-PLAYER-ID " " SH-SESSION-SEQ " "
                   SH-GAME-DATE " " WS-DATE-FILL-TEXT " "
                   SH-REJECT-COUNT " " WS-REJ-FILL-TEXT " "
                   SH-WIN-LOSE-FLAG
           ELSE
               ADD 1 TO WS-WRITE-FAILED
               DISPLAY SH-PLAYER-ID " " SH-SESSION-SEQ
                   " NOT REBUILT - SCOREHST WRITE STATUS "
                   WS-SCOREHST-STATUS
           END-IF.
      *-----------------------------------------------------------------

       3520-COUNT-FILLS.
           EVALUATE PS-DATE-FILL(PS-IDX)
               WHEN 'T'
                   ADD 1 TO WS-DATE-FROM-TOURN
                   MOVE "TRNMTRES" TO WS-DATE-FILL-TEXT
               WHEN 'H'
                   ADD 1 TO WS-DATE-FROM-MATCH
                   MOVE "H2HRESLT" TO WS-DATE-FILL-TEXT
               WHEN 'P'
                   ADD 1 TO WS-DATE-FROM-PRIOR
                   MOVE "PRIOR ROW" TO WS-DATE-FILL-TEXT
               WHEN 'N'
                   ADD 1 TO WS-DATE-FROM-NEXT
                   MOVE "NEXT ROW" TO WS-DATE-FILL-TEXT
               WHEN OTHER
                   ADD 1 TO WS-DATE-FROM-CUTOFF
                   MOVE "CUTOFF" TO WS-DATE-FILL-TEXT
           END-EVALUATE
           EVALUATE PS-REJECT-FILL(PS-IDX)
               WHEN 'H'
                   ADD 1 TO WS-REJ-FROM-MATCH
                   MOVE "H2HRESLT" TO WS-REJ-FILL-TEXT
               WHEN 'A'
                   ADD 1 TO WS-REJ-FROM-ADJ
                   MOVE "ADJSTLOG" TO WS-REJ-FILL-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REJ-ZEROED
                   MOVE "ZERO" TO WS-REJ-FILL-TEXT
           END-EVALUATE
           IF PS-MAX-ATTEMPTS(PS-IDX) = ZERO
               ADD 1 TO WS-NO-DIFFICULTY-ROWS
           END-IF.
      *-----------------------------------------------------------------
      * Entries carry the whole new state (void flag and reject
      * count), so replaying them in log order leaves each row as
      * the newest entry left it; a row already there is untouched.
      * A session not on SCOREHST was archived or never had a row.
      *-----------------------------------------------------------------

       4000-REAPPLY-ONE-ADJUSTMENT.
           MOVE AD-PLAYER-ID(ADJ-IDX) TO SH-PLAYER-ID
           MOVE AD-SESSION-SEQ(ADJ-IDX) TO SH-SESSION-SEQ
           READ SCOREHST-FILE
               INVALID KEY
                   ADD 1 TO WS-ADJ-NOT-ON-FILE
               NOT INVALID KEY
                   PERFORM 4100-APPLY-ADJUSTMENT
           END-READ
           MOVE "4000-REAPPLY-ONE-ADJUSTMENT" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       4100-APPLY-ADJUSTMENT.
           IF SH-VOID-FLAG = AD-NEW-VOID-FLAG(ADJ-IDX)
                   AND SH-REJECT-COUNT = AD-NEW-REJECT-COUNT(ADJ-IDX)
               ADD 1 TO WS-ADJ-IN-EFFECT
           ELSE
               MOVE AD-NEW-VOID-FLAG(ADJ-IDX) TO SH-VOID-FLAG
               MOVE AD-NEW-REJECT-COUNT(ADJ-IDX) TO SH-REJECT-COUNT
               REWRITE SCOREHST-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE "4100-APPLY-ADJUSTMENT" TO WS-ERR-PARAGRAPH
               MOVE "SCOREHST" TO WS-ERR-FILE
               MOVE "REWRITE" TO WS-ERR-OPERATION
               MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS
               IF WS-SCOREHST-STATUS = "00"
                   ADD 1 TO WS-ADJ-APPLIED
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       5000-START-SCOREHST-SCAN.
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE LOW-VALUES TO SH-KEY
           START SCOREHST-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET BROWSE-END TO TRUE
           END-START
           MOVE "5000-START-SCOREHST-SCAN" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "START" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       5100-SCAN-ONE-ROW.
           READ SCOREHST-FILE NEXT RECORD
               AT END
                   SET BROWSE-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCOREHST-ROWS-SCANNED
                   MOVE SH-PLAYER-ID TO WS-NOTE-PLAYER-ID
                   MOVE SH-SESSION-SEQ TO WS-NOTE-SEQ
                   PERFORM 8000-NOTE-HIGH-SEQ
           END-READ
           MOVE "5100-SCAN-ONE-ROW" TO WS-ERR-PARAGRAPH
           MOVE "SCOREHST" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SCOREHST-STATUS TO WS-ERR-STATUS
           MOVE "10" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-ERR-STATUS NOT = "00" AND WS-ERR-STATUS NOT = "10"
               SET BROWSE-END TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * SC-NEXT-SEQ holds the last sequence handed out (0450 adds one
      * before using it), so it is set to the highest one seen. A
      * counter already at or past that is kept - moving it back
      * could reissue a sequence only the archive still holds. A
      * counter that is not numeric is damage and is replaced.
      *-----------------------------------------------------------------

       6000-RESET-ONE-COUNTER.
           MOVE PH-PLAYER-ID(PH-IDX) TO SC-PLAYER-ID
           READ SEQCTLF-FILE
               INVALID KEY
                   PERFORM 6100-ADD-COUNTER
               NOT INVALID KEY
                   IF SC-NEXT-SEQ IS NUMERIC
                           AND SC-NEXT-SEQ NOT < PH-HIGH-SEQ(PH-IDX)
                       ADD 1 TO WS-SEQ-KEPT
                   ELSE
                       PERFORM 6200-RESET-COUNTER
                   END-IF
           END-READ
           MOVE "6000-RESET-ONE-COUNTER" TO WS-ERR-PARAGRAPH
           MOVE "SEQCTLF" TO WS-ERR-FILE
           MOVE "READ" TO WS-ERR-OPERATION
           MOVE WS-SEQCTLF-STATUS TO WS-ERR-STATUS
           MOVE "23" TO WS-ERR-EXPECTED
           PERFORM 9000-CHECK-FILE-STATUS.
      *-----------------------------------------------------------------

       6100-ADD-COUNTER.
           MOVE PH-PLAYER-ID(PH-IDX) TO SC-PLAYER-ID
           MOVE PH-HIGH-SEQ(PH-IDX) TO SC-NEXT-SEQ
           WRITE SEQ-CTL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE "6100-ADD-COUNTER" TO WS-ERR-PARAGRAPH
           MOVE "SEQCTLF" TO WS-ERR-FILE
           MOVE "WRITE" TO WS-ERR-OPERATION
           MOVE WS-SEQCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SEQCTLF-STATUS = "00"
               ADD 1 TO WS-SEQ-ADDED
               DISPLAY "SEQCTLF " SC-PLAYER-ID " ADDED AT "
                   SC-NEXT-SEQ
           END-IF.
      *-----------------------------------------------------------------

       6200-RESET-COUNTER.
           DISPLAY "SEQCTLF " SC-PLAYER-ID " WAS " SC-NEXT-SEQ
               " - RESET TO " PH-HIGH-SEQ(PH-IDX)
           MOVE PH-HIGH-SEQ(PH-IDX) TO SC-NEXT-SEQ
           REWRITE SEQ-CTL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "6200-RESET-COUNTER" TO WS-ERR-PARAGRAPH
           MOVE "SEQCTLF" TO WS-ERR-FILE
           MOVE "REWRITE" TO WS-ERR-OPERATION
           MOVE WS-SEQCTLF-STATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-SEQCTLF-STATUS = "00"
               ADD 1 TO WS-SEQ-RESET
           END-IF.
      *-----------------------------------------------------------------

       7000-PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "FORWARD RECOVERY CONTROL REPORT - CUTOFF "
               WS-CUTOFF-DATE
           DISPLAY "ATTMPTLG ROWS READ...: " WS-ATTEMPTS-READ
           DISPLAY "SESSIONS ON THE TRAIL: " WS-TRAIL-SESSIONS
           DISPLAY "  ALREADY ON SCOREHST: " WS-SESSIONS-ON-FILE
           DISPLAY "  REBUILT............: " WS-ROWS-REBUILT
           DISPLAY "  UNFINISHED, LEFT...: " WS-UNFINISHED-COUNT
           DISPLAY "  WRITE FAILED.......: " WS-WRITE-FAILED
           DISPLAY "  TABLE FULL, SKIPPED: " WS-SESSIONS-SKIPPED
           DISPLAY "TOURNAMENTS USED.....: " WS-TOURNAMENTS-LOADED
           DISPLAY "H2H MATCHES USED.....: " WS-MATCHES-LOADED
           IF NOT TRNMTRES-OPEN
               DISPLAY "TRNMTRES NOT AVAILABLE - NO TOURNAMENT DATES"
           END-IF
           IF NOT H2HRESLT-OPEN
               DISPLAY "H2HRESLT NOT AVAILABLE - NO MATCH DATES, "
                   "REJECTS OR RESULTS"
           END-IF
           DISPLAY " "
           DISPLAY "FIELDS ATTMPTLG DOES NOT CARRY, AND HOW THE "
               "REBUILT ROWS WERE FILLED:"
           DISPLAY "SH-GAME-DATE - NOT RECOVERABLE FROM THE TRAIL"
           DISPLAY "  TRNMTRES SERIES DATE..........: "
               WS-DATE-FROM-TOURN
           DISPLAY "  H2HRESLT MATCH DATE...........: "
               WS-DATE-FROM-MATCH
           DISPLAY "  PRIOR ROW'S DATE (EARLIEST)...: "
               WS-DATE-FROM-PRIOR
           DISPLAY "  NEXT ROW'S DATE...............: "
               WS-DATE-FROM-NEXT
           DISPLAY "  ARCHIVE CUTOFF (NOTHING KNOWN): "
               WS-DATE-FROM-CUTOFF
           DISPLAY "SH-REJECT-COUNT - NOT RECOVERABLE FROM THE TRAIL"
           DISPLAY "  H2HRESLT SIDE'S REJECTS.......: "
               WS-REJ-FROM-MATCH
           DISPLAY "  NEWEST ADJSTLOG ENTRY.........: "
               WS-REJ-FROM-ADJ
           DISPLAY "  SET TO ZERO...................: "
               WS-REJ-ZEROED
           DISPLAY "SH-DAILY-FLAG - NOT RECOVERABLE, SET TO SPACE "
               "(FREE PLAY) ON EVERY REBUILT ROW"
           DISPLAY "SH-MAX-ATTEMPTS - DIFFLVL LIMIT FOR THE TRAIL'S "
               "DIFFICULTY; LEFT ZERO WITH NO DIFFICULTY ON: "
               WS-NO-DIFFICULTY-ROWS
           DISPLAY "SH-WIN-LOSE-FLAG - W ON A LAST GUESS ON TARGET, "
               "L AT THE ATTEMPT LIMIT OR AS H2HRESLT SAYS"
           DISPLAY "SH-VOID-FLAG - SPACE, THEN AS ADJSTLOG LEFT IT"
           DISPLAY " "
           DISPLAY "ADJSTLOG ENTRIES.....: " WS-ADJ-COUNT
           IF NOT ADJSTLOG-OPEN
               DISPLAY "ADJSTLOG NOT AVAILABLE - NOTHING REAPPLIED"
           END-IF
           DISPLAY "  REAPPLIED..........: " WS-ADJ-APPLIED
           DISPLAY "  ALREADY IN EFFECT..: " WS-ADJ-IN-EFFECT
           DISPLAY "  NOT ON SCOREHST....: " WS-ADJ-NOT-ON-FILE
           DISPLAY "SCOREHST ROWS NOW....: " WS-SCOREHST-ROWS-SCANNED
           DISPLAY "SEQCTLF PLAYERS SEEN.: " WS-HIGH-COUNT
           DISPLAY "  COUNTER ADDED......: " WS-SEQ-ADDED
           DISPLAY "  COUNTER RESET......: " WS-SEQ-RESET
           DISPLAY "  COUNTER KEPT.......: " WS-SEQ-KEPT
           IF WS-ROWS-REBUILT > ZERO
               DISPLAY " "
               DISPLAY "*** " WS-ROWS-REBUILT " SCOREHST ROWS ARE "
                   "RECOVERED, NOT ORIGINALS - KEEP THIS REPORT "
                   "WITH THE FILE ***"
           END-IF.
      *-----------------------------------------------------------------

       8000-NOTE-HIGH-SEQ.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           PERFORM 8050-SEARCH-ONE-PLAYER
               VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > WS-HIGH-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               SET PH-IDX DOWN BY 1
               IF WS-NOTE-SEQ > PH-HIGH-SEQ(PH-IDX)
                   MOVE WS-NOTE-SEQ TO PH-HIGH-SEQ(PH-IDX)
               END-IF
           ELSE
               IF WS-HIGH-COUNT >= WS-MAX-PLAYERS
                   DISPLAY "WARNING - PLAYER SEQUENCE TABLE FULL AT "
                       WS-MAX-PLAYERS " ENTRIES, SKIPPING "
                       WS-NOTE-PLAYER-ID
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-HIGH-COUNT
                   SET PH-IDX TO WS-HIGH-COUNT
                   MOVE WS-NOTE-PLAYER-ID TO PH-PLAYER-ID(PH-IDX)
                   MOVE WS-NOTE-SEQ TO PH-HIGH-SEQ(PH-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------

       8050-SEARCH-ONE-PLAYER.
           IF PH-PLAYER-ID(PH-IDX) = WS-NOTE-PLAYER-ID
               SET ENTRY-FOUND TO TRUE
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
           MOVE "EJEAZR30" TO RA-JOB-NAME
           MOVE "EJEAZR30" TO RA-PROGRAM
           ACCEPT RA-PARM FROM COMMAND-LINE
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------

       9200-LOG-RUN-END.
           MOVE 'E' TO RA-REQUEST
           MOVE RETURN-CODE TO RA-RETURN-CODE
           CALL "RUNCTLR" USING RUN-CONTROL-AREA.
      *-----------------------------------------------------------------
       END PROGRAM EJEAZR30.
