       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-ADJUST-FILE ASSIGN TO "SCORE-ADJUST.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS ADJUST-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT GAME-PARM-FILE ASSIGN TO "GAME-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS GAME-PARM-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYER-STATS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS STATS-STATUS.
           SELECT LEAGUE-SUBMIT-FILE ASSIGN TO "LEAGUE-SUBMIT.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LEAGUE-STATUS.
           SELECT SUBMISSION-LOG-FILE ASSIGN TO "SUBMISSION-LOG.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS.
           SELECT SCORE-AUDIT-FILE ASSIGN TO "SCORE-AUDIT.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.
           SELECT CORRECTION-REPORT-FILE
              ASSIGN TO "SCORE-CORRECTIONS.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-ADJUST-FILE.
       01  SCORE-ADJUST-RECORD          PIC X(41).

       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-KEY-GAME          PIC 9(5).
              10 HIST-KEY-SEQ           PIC 9(5).
           05 HIST-KEY-DATE             PIC X(8).
           05 HIST-REC-TYPE             PIC X.
              88 HIST-REC-GAME          VALUE 'G'.
              88 HIST-REC-TURN          VALUE 'T'.
           05 FILLER                    PIC X(01).
           05 HIST-REC-BODY             PIC X(130).

       FD  GAME-PARM-FILE.
       01  GAME-PARM-RECORD.
           05 PARM-WIN-THRESHOLD        PIC 9(2).
           05 FILLER                    PIC X(01).
           05 PARM-BOARD-SIZE           PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-PLAY-MODE            PIC X.
           05 FILLER                    PIC X(01).
           05 PARM-FAIR-FINISH          PIC X.

       FD  PLAYER-STATS-FILE.
       01  PLAYER-STATS-RECORD.
           05 STAT-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 STAT-PLAYER-NAME          PIC X(20).
           05 FILLER                    PIC X(01).
           05 STAT-GAMES-PLAYED         PIC 9(5).
           05 FILLER                    PIC X(01).
           05 STAT-GAMES-WON            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 STAT-TOTAL-PURSE          PIC 9(7).
           05 FILLER                    PIC X(01).
           05 STAT-PENALTY-VISITS       PIC 9(5).

       FD  LEAGUE-SUBMIT-FILE.
       01  LEAGUE-SUBMIT-RECORD.
           05 SUB-REC-TYPE              PIC X.
              88 SUB-REC-HEADER         VALUE 'H'.
           05 FILLER                    PIC X(01).
           05 SUB-GAME-NUMBER           PIC X(5).
           05 FILLER                    PIC X(53).

      * S = a feed sent (SUBMIT), A = one acknowledged line.
       FD  SUBMISSION-LOG-FILE.
       01  SUBMISSION-LOG-RECORD.
           05 LOG-REC-TYPE              PIC X.
              88 LOG-REC-SUBMITTED      VALUE 'S'.
           05 FILLER                    PIC X(01).
           05 LOG-GAME-NUMBER           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 LOG-DATE                  PIC X(8).
           05 FILLER                    PIC X(01).
           05 LOG-TIME                  PIC X(6).
           05 FILLER                    PIC X(01).
           05 LOG-BODY                  PIC X(50).

       FD  SCORE-AUDIT-FILE.
       01  SCORE-AUDIT-RECORD.
           05 AUD-DATE                  PIC X(8).
           05 FILLER                    PIC X(01).
           05 AUD-TIME                  PIC X(6).
           05 FILLER                    PIC X(01).
           05 AUD-OUTCOME               PIC X(8).
              88 AUD-OUTCOME-APPLIED    VALUE 'APPLIED'.
           05 FILLER                    PIC X(01).
           05 AUD-TXN-IMAGE             PIC X(41).
           05 FILLER                    PIC X(01).
           05 AUD-LEAGUE-FLAG           PIC X.
           05 FILLER                    PIC X(01).
           05 AUD-NOTE                  PIC X(50).

       FD  CORRECTION-REPORT-FILE.
       01  CORRECTION-REPORT-RECORD     PIC X(120).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 ADJUST-STATUS          PIC XX.
         05 HISTORY-STATUS         PIC XX.
         05 GAME-PARM-STATUS       PIC XX.
         05 STATS-STATUS           PIC XX.
         05 LEAGUE-STATUS          PIC XX.
         05 LOG-STATUS             PIC XX.
         05 AUDIT-STATUS           PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.

         05 WIN-THRESHOLD          PIC 9(2) VALUE 6.
         05 TRANS-COUNT            PIC 9(4) VALUE 0.
         05 APPLIED-COUNT          PIC 9(4) VALUE 0.
         05 REJECT-COUNT           PIC 9(4) VALUE 0.
         05 AMENDMENT-COUNT        PIC 9(4) VALUE 0.
         05 LEAGUE-FLAG            PIC X.
         05 REPORT-LINE            PIC X(120).
         05 REJECT-REASON          PIC X(50).

         05 RUN-STAMP.
            10 RUN-DATE-YMD        PIC X(8).
            10 RUN-TIME-HMS        PIC X(6).
            10 FILLER              PIC X(7).

      * One correction transaction. T overturns the ruling on one
      * turn of the game (turns are numbered from 1 in archive
      * order), C adds or takes away coins, W awards (Y) or
      * withdraws (N) the game's win. Every correction carries a
      * reason code and the name of whoever authorised it.
       01 ADJUSTMENT-DETAIL.
         05 ADJ-GAME-NUMBER        PIC X(5).
         05 FILLER                 PIC X(01).
         05 ADJ-MEMBER-ID          PIC X(5).
         05 FILLER                 PIC X(01).
         05 ADJ-TYPE               PIC X.
            88 ADJ-TYPE-TURN       VALUE 'T'.
            88 ADJ-TYPE-COINS      VALUE 'C'.
            88 ADJ-TYPE-WIN        VALUE 'W'.
         05 FILLER                 PIC X(01).
         05 ADJ-TURN               PIC X(4).
         05 FILLER                 PIC X(01).
         05 ADJ-COIN-SIGN          PIC X.
         05 ADJ-COIN-AMOUNT        PIC X(3).
         05 FILLER                 PIC X(01).
         05 ADJ-WIN-FLAG           PIC X.
         05 FILLER                 PIC X(01).
         05 ADJ-REASON             PIC X(4).
         05 FILLER                 PIC X(01).
         05 ADJ-AUTHORIZER         PIC X(10).

      * Every game ever sent to the league - the S lines SUBMIT
      * leaves on SUBMISSION-LOG.DAT - so a correction to any of
      * them, not just the last night sent, is flagged for an
      * amendment.
       01 SUBMITTED-TABLE.
         05 SUBMITTED-COUNT        PIC 9(4) VALUE 0.
         05 SUBMITTED-GAME         PIC 9(5) OCCURS 5000.
         05 SUBMITTED-IDX          PIC 9(4).
         05 SUBMITTED-MATCH-IDX    PIC 9(4).
         05 SUBMITTED-LOOKUP       PIC 9(5).

       01 ADJUSTMENT-WORK.
         05 ADJ-GAME-NO            PIC 9(5).
         05 ADJ-MEMBER-NO          PIC 9(5).
         05 ADJ-TURN-NO            PIC 9(4).
         05 ADJ-COINS              PIC S9(4).

      * Every correction applied so far - loaded from the audit file
      * and added to as this run applies more - so a game corrected
      * once already is re-derived with the earlier rulings in
      * place before the next one is weighed.
       01 APPLIED-TABLE.
         05 PRIOR-COUNT            PIC 9(4) VALUE 0.
         05 PRIOR-IMAGE            PIC X(41) OCCURS 2000.
         05 PRIOR-IDX              PIC 9(4).
         05 PRIOR-MATCH-IDX        PIC 9(4).

      * A turn record carries the same fields A6000-LOG-TURN writes
      * to the nightly log.
       01 TURN-DETAIL.
         05 TURN-MEMBER            PIC X(5).
         05 FILLER                 PIC X(01).
         05 TURN-PLAYER            PIC X(20).
         05 FILLER                 PIC X(01).
         05 TURN-ROLL              PIC X.
         05 FILLER                 PIC X(01).
         05 TURN-OLD-PLACE         PIC X(2).
         05 FILLER                 PIC X(01).
         05 TURN-NEW-PLACE         PIC X(2).
         05 FILLER                 PIC X(01).
         05 TURN-CATEGORY          PIC X(10).
         05 FILLER                 PIC X(01).
         05 TURN-QUESTION          PIC X(60).
         05 FILLER                 PIC X(01).
         05 TURN-RESULT            PIC X(9).
         05 FILLER                 PIC X(01).
         05 TURN-PURSE             PIC X(2).
         05 FILLER                 PIC X(01).
         05 TURN-PENALTY           PIC X(3).
         05 FILLER                 PIC X(01).
         05 TURN-VALUE             PIC X.

       01 GAME-HEADER-DETAIL.
         05 HDR-GAME-NUMBER        PIC X(5).
         05 FILLER                 PIC X(01).
         05 HDR-GAME-DATE          PIC X(8).

      * The archived game being corrected, turn by turn. The result
      * column is the ruling as it now stands - overturned turns
      * carry the reversed ruling.
       01 GAME-TURN-TABLE.
         05 LOADED-GAME            PIC 9(5) VALUE 0.
         05 LOADED-FOUND           PIC X VALUE 'N'.
         05 GAME-TURN-COUNT        PIC 9(4) VALUE 0.
         05 GAME-TURN-ENTRY OCCURS 3000.
            10 GTURN-MEMBER        PIC 9(5).
            10 GTURN-RESULT        PIC X(9).
            10 GTURN-VALUE         PIC 9.
            10 GTURN-OVERTURNED    PIC X.
            10 GTURN-QUESTION      PIC X(60).
         05 GTURN-IDX              PIC 9(4).

      * The game's result per seat as it stood before this
      * correction and as it stands after; only the difference
      * between the two is posted to the season stats.
       01 GAME-SEAT-TABLE.
         05 SEAT-COUNT             PIC 9(3) VALUE 0.
         05 SEAT-ENTRY OCCURS 100.
            10 SEAT-MEMBER         PIC 9(5).
            10 SEAT-PLAYER         PIC X(20).
            10 SEAT-COIN-ADJUST    PIC S9(4).
            10 SEAT-IN-BOX         PIC X.
            10 SEAT-PURSE          PIC 9(4).
            10 SEAT-PENALTIES      PIC 9(3).
            10 SEAT-WON            PIC X.
            10 SEAT-OLD-PURSE      PIC 9(4).
            10 SEAT-OLD-PENALTIES  PIC 9(3).
            10 SEAT-OLD-WON        PIC X.
         05 SEAT-IDX               PIC 9(3).
         05 SEAT-MATCH-IDX         PIC 9(3).
         05 SEAT-LOOKUP-ID         PIC 9(5).
         05 WIN-OVERRIDE           PIC X VALUE 'N'.
         05 TOP-PURSE              PIC 9(4).
         05 TOP-PURSE-COUNT        PIC 9(3).
         05 TOP-PURSE-IDX          PIC 9(3).

       01 PLAYER-STATS-TABLE.
         05 STATS-COUNT            PIC 9(3) VALUE 0.
         05 STATS-ENTRY OCCURS 100.
            10 STATS-MEMBER-ID     PIC 9(5).
            10 STATS-PLAYER        PIC X(20).
            10 STATS-GAMES-PLAYED  PIC 9(5).
            10 STATS-GAMES-WON     PIC 9(5).
            10 STATS-TOTAL-PURSE   PIC 9(7).
            10 STATS-PENALTY-VISITS PIC 9(5).
         05 STATS-IDX              PIC 9(3).
         05 STATS-MATCH-IDX        PIC 9(3).

       01 WS-DIFF-WORK.
         05 DIFF-PURSE             PIC S9(5).
         05 DIFF-PENALTIES         PIC S9(3).
         05 DIFF-WON               PIC S9.
         05 DIFF-PURSE-OUT         PIC -(4)9.
         05 DIFF-PENALTIES-OUT     PIC -(2)9.
         05 DIFF-WON-OUT           PIC -9.
         05 POSTED-LINES           PIC 9(3).

      * Passed to BACKUPGEN, which saves a generation of a file
      * before it is rewritten; CALL resets RETURN-CODE, so it is
      * held across the call.
       01 BACKUP-REQUEST.
         05 BKR-FILE-NAME          PIC X(20).
         05 BKR-PROGRAM-NAME       PIC X(12).
         05 BKR-RESULT             PIC 9.
            88 BKR-SAVED           VALUE 0.
            88 BKR-NOTHING-TO-SAVE VALUE 4.
            88 BKR-FAILED          VALUE 8.
         05 BKR-GENERATION         PIC 9(4).
         05 BKR-BACKUP-NAME        PIC X(40).
         05 BKR-SAVED-RC           PIC S9(4).

       PROCEDURE DIVISION.
      *>
      * Applies next-day rulings to a game that has already been
      * played, archived and posted. Each SCORE-ADJUST.DAT
      * transaction is checked against the game in GAME-HISTORY.DAT,
      * the game's result is re-derived with the correction (and
      * any earlier corrections to the same game) in place, and
      * only the difference - coins, penalty visits, the win - is
      * posted to PLAYER-STATS.DAT. Applied and rejected corrections
      * alike go to the permanent SCORE-AUDIT.DAT and to
      * SCORE-CORRECTIONS.RPT; a correction to a game already sent
      * to the league (SUBMISSION-LOG.DAT) is flagged for an
      * amendment.
       MAIN SECTION.
            MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
            PERFORM I1000-LOAD-WIN-THRESHOLD
            PERFORM I2000-LOAD-PLAYER-STATS
            PERFORM I3000-LOAD-PRIOR-CORRECTIONS
            PERFORM I4000-FIND-SUBMITTED-GAMES
            PERFORM I5000-OPEN-AUDIT
            OPEN OUTPUT CORRECTION-REPORT-FILE
            MOVE 'SCORE CORRECTIONS' TO CORRECTION-REPORT-RECORD
            WRITE CORRECTION-REPORT-RECORD
            MOVE SPACES TO CORRECTION-REPORT-RECORD
            WRITE CORRECTION-REPORT-RECORD
            PERFORM A1000-APPLY-CORRECTIONS
            CLOSE SCORE-AUDIT-FILE
            MOVE SPACES TO CORRECTION-REPORT-RECORD
            WRITE CORRECTION-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'TOTAL: ' TRANS-COUNT ' CORRECTION(S), '
              APPLIED-COUNT ' APPLIED, ' REJECT-COUNT ' REJECTED, '
              AMENDMENT-COUNT ' NEED A LEAGUE AMENDMENT'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO CORRECTION-REPORT-RECORD
            WRITE CORRECTION-REPORT-RECORD
            CLOSE CORRECTION-REPORT-FILE
            IF (APPLIED-COUNT > 0) THEN
              PERFORM A9000-REWRITE-PLAYER-STATS
            END-IF
            DISPLAY 'Score corrections: ' TRANS-COUNT
              ' transaction(s), ' APPLIED-COUNT ' applied, '
              REJECT-COUNT ' rejected - see SCORE-CORRECTIONS.RPT'
            IF (AMENDMENT-COUNT > 0) THEN
              DISPLAY 'WARNING: ' AMENDMENT-COUNT ' correction(s) '
                'to games already submitted - send the league an '
                'amendment'
            END-IF
            IF (REJECT-COUNT = 0) THEN
              MOVE 0 TO RETURN-CODE
            ELSE
              MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

      * The winner is re-derived by the rule RECONCILE certifies:
      * the one purse standing alone at the top, at or past the
      * win threshold.
       I1000-LOAD-WIN-THRESHOLD SECTION.
            OPEN INPUT GAME-PARM-FILE
            IF (GAME-PARM-STATUS = '00') THEN
              READ GAME-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (GAME-PARM-STATUS = '00') AND
                 (PARM-WIN-THRESHOLD NUMERIC) AND
                 (PARM-WIN-THRESHOLD > 0) THEN
                MOVE PARM-WIN-THRESHOLD TO WIN-THRESHOLD
              END-IF
              CLOSE GAME-PARM-FILE
            END-IF
            .
       I2000-LOAD-PLAYER-STATS SECTION.
            OPEN INPUT PLAYER-STATS-FILE
            IF (STATS-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-STATS.DAT could not be '
                'opened - nothing was applied'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ PLAYER-STATS-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (STATS-COUNT >= 100) THEN
                DISPLAY 'ERROR: PLAYER-STATS.DAT has more than '
                  '100 players - nothing was applied'
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
              ADD 1 TO STATS-COUNT
              MOVE STAT-MEMBER-ID    TO STATS-MEMBER-ID(STATS-COUNT)
              MOVE STAT-PLAYER-NAME  TO STATS-PLAYER(STATS-COUNT)
              MOVE STAT-GAMES-PLAYED
                TO STATS-GAMES-PLAYED(STATS-COUNT)
              MOVE STAT-GAMES-WON    TO STATS-GAMES-WON(STATS-COUNT)
              MOVE STAT-TOTAL-PURSE
                TO STATS-TOTAL-PURSE(STATS-COUNT)
              MOVE STAT-PENALTY-VISITS
                TO STATS-PENALTY-VISITS(STATS-COUNT)
              READ PLAYER-STATS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PLAYER-STATS-FILE
            .
       I3000-LOAD-PRIOR-CORRECTIONS SECTION.
            OPEN INPUT SCORE-AUDIT-FILE
            IF (AUDIT-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ SCORE-AUDIT-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (AUD-OUTCOME-APPLIED) THEN
                  IF (PRIOR-COUNT >= 2000) THEN
                    DISPLAY 'ERROR: SCORE-AUDIT.DAT holds more than '
                      '2000 applied corrections - nothing was '
                      'applied'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                  END-IF
                  ADD 1 TO PRIOR-COUNT
                  MOVE AUD-TXN-IMAGE TO PRIOR-IMAGE(PRIOR-COUNT)
                END-IF
                READ SCORE-AUDIT-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE SCORE-AUDIT-FILE
            END-IF
            .
      * SUBMISSION-LOG.DAT names every game SUBMIT has sent. Only
      * where there is no log yet does LEAGUE-SUBMIT.DAT stand in
      * for it, and that holds the last night sent and no other.
       I4000-FIND-SUBMITTED-GAMES SECTION.
            OPEN INPUT SUBMISSION-LOG-FILE
            IF (LOG-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ SUBMISSION-LOG-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (LOG-REC-SUBMITTED) AND
                   (LOG-GAME-NUMBER IS NUMERIC) THEN
                  MOVE LOG-GAME-NUMBER TO SUBMITTED-LOOKUP
                  PERFORM I4100-NOTE-SUBMITTED-GAME
                END-IF
                READ SUBMISSION-LOG-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE SUBMISSION-LOG-FILE
            ELSE
              OPEN INPUT LEAGUE-SUBMIT-FILE
              IF (LEAGUE-STATUS = '00') THEN
                SET FILE-EOF-NO TO TRUE
                READ LEAGUE-SUBMIT-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
                PERFORM UNTIL FILE-EOF-YES
                  IF (SUB-REC-HEADER) AND
                     (SUB-GAME-NUMBER IS NUMERIC) THEN
                    MOVE SUB-GAME-NUMBER TO SUBMITTED-LOOKUP
                    PERFORM I4100-NOTE-SUBMITTED-GAME
                  END-IF
                  READ LEAGUE-SUBMIT-FILE
                    AT END SET FILE-EOF-YES TO TRUE
                  END-READ
                END-PERFORM
                CLOSE LEAGUE-SUBMIT-FILE
              END-IF
            END-IF
            .
      * A game sent more than once (a resubmission) is held once.
       I4100-NOTE-SUBMITTED-GAME SECTION.
            PERFORM Q4000-FIND-SUBMITTED-GAME
            IF (SUBMITTED-MATCH-IDX = 0) THEN
              IF (SUBMITTED-COUNT >= 5000) THEN
                DISPLAY 'ERROR: more than 5000 submitted games are '
                  'on record - nothing was applied'
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
              ADD 1 TO SUBMITTED-COUNT
              MOVE SUBMITTED-LOOKUP TO SUBMITTED-GAME(SUBMITTED-COUNT)
            END-IF
            .
      * The audit file is permanent: always extended, never cut
      * back, so every ruling ever changed can be traced.
       I5000-OPEN-AUDIT SECTION.
            OPEN EXTEND SCORE-AUDIT-FILE
            IF (AUDIT-STATUS NOT = '00') THEN
              OPEN OUTPUT SCORE-AUDIT-FILE
            END-IF
            IF (AUDIT-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: SCORE-AUDIT.DAT could not be '
                'opened - nothing was applied'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            .
       A1000-APPLY-CORRECTIONS SECTION.
            OPEN INPUT SCORE-ADJUST-FILE
            IF (ADJUST-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: SCORE-ADJUST.DAT could not be '
                'opened - nothing was applied'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ SCORE-ADJUST-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              ADD 1 TO TRANS-COUNT
              PERFORM A2000-APPLY-ONE-CORRECTION
              READ SCORE-ADJUST-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE SCORE-ADJUST-FILE
            .
       A2000-APPLY-ONE-CORRECTION SECTION.
            MOVE SPACES TO REJECT-REASON
            MOVE SCORE-ADJUST-RECORD TO ADJUSTMENT-DETAIL
            PERFORM V1000-CHECK-FIELDS
            IF (REJECT-REASON = SPACES) THEN
              PERFORM Q3000-FIND-PRIOR-CORRECTION
              IF (PRIOR-MATCH-IDX NOT = 0) THEN
                MOVE 'correction already applied' TO REJECT-REASON
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              MOVE ADJ-GAME-NO TO LOADED-GAME
              PERFORM A3000-LOAD-GAME
              IF (LOADED-FOUND = 'N') THEN
                MOVE 'game is not in GAME-HISTORY.DAT'
                  TO REJECT-REASON
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              PERFORM A3500-REPLAY-PRIOR-CORRECTIONS
              PERFORM A4000-DERIVE-RESULT
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT
                MOVE SEAT-PURSE(SEAT-IDX) TO SEAT-OLD-PURSE(SEAT-IDX)
                MOVE SEAT-PENALTIES(SEAT-IDX)
                  TO SEAT-OLD-PENALTIES(SEAT-IDX)
                MOVE SEAT-WON(SEAT-IDX) TO SEAT-OLD-WON(SEAT-IDX)
              END-PERFORM
              MOVE SCORE-ADJUST-RECORD TO ADJUSTMENT-DETAIL
              PERFORM V1000-CHECK-FIELDS
              PERFORM V2000-CHECK-AGAINST-GAME
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              PERFORM A5000-APPLY-CORRECTION
              PERFORM A4000-DERIVE-RESULT
              PERFORM A6000-POST-DIFFERENCE
            ELSE
              PERFORM A8000-WRITE-REJECT
            END-IF
            .
      * The fields every correction needs, whatever its type.
       V1000-CHECK-FIELDS SECTION.
            IF (ADJ-GAME-NUMBER NOT NUMERIC) THEN
              MOVE 'game number is not numeric' TO REJECT-REASON
            ELSE
              MOVE ADJ-GAME-NUMBER TO ADJ-GAME-NO
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              IF (ADJ-MEMBER-ID NOT NUMERIC) THEN
                MOVE 'member id is not numeric' TO REJECT-REASON
              ELSE
                MOVE ADJ-MEMBER-ID TO ADJ-MEMBER-NO
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND
               (NOT ADJ-TYPE-TURN) AND (NOT ADJ-TYPE-COINS) AND
               (NOT ADJ-TYPE-WIN) THEN
              MOVE 'correction type must be T, C or W'
                TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND
               (ADJ-REASON = SPACES) THEN
              MOVE 'no reason code given' TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND
               (ADJ-AUTHORIZER = SPACES) THEN
              MOVE 'no authorizer given' TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND (ADJ-TYPE-TURN) THEN
              IF (ADJ-TURN NOT NUMERIC) THEN
                MOVE 'turn number is not numeric' TO REJECT-REASON
              ELSE
                MOVE ADJ-TURN TO ADJ-TURN-NO
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND (ADJ-TYPE-COINS) THEN
              IF ((ADJ-COIN-SIGN NOT = '+') AND
                  (ADJ-COIN-SIGN NOT = '-')) OR
                 (ADJ-COIN-AMOUNT NOT NUMERIC) THEN
                MOVE 'coin adjustment must be +nnn or -nnn'
                  TO REJECT-REASON
              ELSE
                MOVE ADJ-COIN-AMOUNT TO ADJ-COINS
                IF (ADJ-COIN-SIGN = '-') THEN
                  COMPUTE ADJ-COINS = 0 - ADJ-COINS
                END-IF
                IF (ADJ-COINS = 0) THEN
                  MOVE 'coin adjustment of zero' TO REJECT-REASON
                END-IF
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND (ADJ-TYPE-WIN) AND
               (ADJ-WIN-FLAG NOT = 'Y') AND
               (ADJ-WIN-FLAG NOT = 'N') THEN
              MOVE 'win flag must be Y or N' TO REJECT-REASON
            END-IF
            .
      * The game's turns are pulled from the archive by key - the
      * file is positioned at the game's header and read until the
      * next game starts - and its seats rebuilt in the order
      * members first took a turn.
       A3000-LOAD-GAME SECTION.
            MOVE 'N' TO LOADED-FOUND
            MOVE 0 TO GAME-TURN-COUNT
            MOVE 0 TO SEAT-COUNT
            MOVE 'N' TO WIN-OVERRIDE
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be '
                'opened - nothing more was applied'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET HISTORY-EOF-NO TO TRUE
            MOVE ADJ-GAME-NO TO HIST-KEY-GAME
            MOVE 0 TO HIST-KEY-SEQ
            START GAME-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY SET HISTORY-EOF-YES TO TRUE
            END-START
            IF (HISTORY-EOF-NO) THEN
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-IF
            PERFORM UNTIL HISTORY-EOF-YES
              IF (HIST-KEY-GAME NOT = ADJ-GAME-NO) THEN
                SET HISTORY-EOF-YES TO TRUE
              END-IF
              IF (HIST-REC-GAME) AND (HISTORY-EOF-NO) THEN
                MOVE HIST-REC-BODY TO GAME-HEADER-DETAIL
                IF (HDR-GAME-NUMBER IS NUMERIC) AND
                   (HDR-GAME-NUMBER = ADJ-GAME-NUMBER) THEN
                  MOVE 'Y' TO LOADED-FOUND
                END-IF
              END-IF
              IF (HIST-REC-TURN) AND (LOADED-FOUND = 'Y') AND
                 (HISTORY-EOF-NO) THEN
                MOVE HIST-REC-BODY TO TURN-DETAIL
                PERFORM A3100-LOAD-ONE-TURN
              END-IF
              IF (HISTORY-EOF-NO) THEN
                READ GAME-HISTORY-FILE NEXT
                  AT END SET HISTORY-EOF-YES TO TRUE
                END-READ
              END-IF
            END-PERFORM
            CLOSE GAME-HISTORY-FILE
            .
       A3100-LOAD-ONE-TURN SECTION.
            IF (GAME-TURN-COUNT < 3000) AND
               (TURN-MEMBER IS NUMERIC) THEN
              ADD 1 TO GAME-TURN-COUNT
              MOVE TURN-MEMBER TO GTURN-MEMBER(GAME-TURN-COUNT)
              MOVE TURN-RESULT TO GTURN-RESULT(GAME-TURN-COUNT)
              MOVE TURN-QUESTION TO GTURN-QUESTION(GAME-TURN-COUNT)
              MOVE 'N' TO GTURN-OVERTURNED(GAME-TURN-COUNT)
              IF (TURN-VALUE IS NUMERIC) THEN
                MOVE TURN-VALUE TO GTURN-VALUE(GAME-TURN-COUNT)
              ELSE
                MOVE 1 TO GTURN-VALUE(GAME-TURN-COUNT)
              END-IF
              MOVE TURN-MEMBER TO SEAT-LOOKUP-ID
              PERFORM Q1000-FIND-SEAT
              IF (SEAT-MATCH-IDX = 0) AND (SEAT-COUNT < 100) THEN
                ADD 1 TO SEAT-COUNT
                MOVE SEAT-LOOKUP-ID TO SEAT-MEMBER(SEAT-COUNT)
                MOVE TURN-PLAYER TO SEAT-PLAYER(SEAT-COUNT)
                MOVE 0 TO SEAT-COIN-ADJUST(SEAT-COUNT)
              END-IF
            END-IF
            .
      * Earlier corrections to the same game are laid over the
      * archive in the order they were applied.
       A3500-REPLAY-PRIOR-CORRECTIONS SECTION.
            PERFORM VARYING PRIOR-IDX FROM 1 BY 1
              UNTIL PRIOR-IDX > PRIOR-COUNT
              MOVE PRIOR-IMAGE(PRIOR-IDX) TO ADJUSTMENT-DETAIL
              IF (ADJ-GAME-NUMBER = HDR-GAME-NUMBER) THEN
                MOVE SPACES TO REJECT-REASON
                PERFORM V1000-CHECK-FIELDS
                IF (REJECT-REASON = SPACES) THEN
                  PERFORM A4000-DERIVE-RESULT
                  MOVE ADJ-MEMBER-NO TO SEAT-LOOKUP-ID
                  PERFORM Q1000-FIND-SEAT
                  IF (SEAT-MATCH-IDX NOT = 0) THEN
                    PERFORM A5000-APPLY-CORRECTION
                  END-IF
                END-IF
              END-IF
            END-PERFORM
            MOVE SPACES TO REJECT-REASON
            .
      * Purse, penalty visits and the win are worked out afresh from
      * the turns as they are now ruled. A member's purse is the
      * coin value of every turn ruled CORRECT plus any coin
      * adjustment; a turn ruled INCORRECT sends a member who is not
      * already there to the penalty box, which is one visit - the
      * same rules GAME plays by.
       A4000-DERIVE-RESULT SECTION.
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE 0 TO SEAT-PURSE(SEAT-IDX)
              MOVE 0 TO SEAT-PENALTIES(SEAT-IDX)
              MOVE 'N' TO SEAT-IN-BOX(SEAT-IDX)
              IF (SEAT-COIN-ADJUST(SEAT-IDX) > 0) THEN
                MOVE SEAT-COIN-ADJUST(SEAT-IDX)
                  TO SEAT-PURSE(SEAT-IDX)
              END-IF
            END-PERFORM
            PERFORM VARYING GTURN-IDX FROM 1 BY 1
              UNTIL GTURN-IDX > GAME-TURN-COUNT
              MOVE GTURN-MEMBER(GTURN-IDX) TO SEAT-LOOKUP-ID
              PERFORM Q1000-FIND-SEAT
              IF (SEAT-MATCH-IDX NOT = 0) THEN
                IF (GTURN-RESULT(GTURN-IDX) = 'CORRECT') THEN
                  ADD GTURN-VALUE(GTURN-IDX)
                    TO SEAT-PURSE(SEAT-MATCH-IDX)
                END-IF
                IF (GTURN-RESULT(GTURN-IDX) = 'INCORRECT') AND
                   (SEAT-IN-BOX(SEAT-MATCH-IDX) = 'N') THEN
                  ADD 1 TO SEAT-PENALTIES(SEAT-MATCH-IDX)
                  MOVE 'Y' TO SEAT-IN-BOX(SEAT-MATCH-IDX)
                END-IF
              END-IF
            END-PERFORM
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-COIN-ADJUST(SEAT-IDX) < 0) THEN
                IF (SEAT-PURSE(SEAT-IDX) + SEAT-COIN-ADJUST(SEAT-IDX)
                    < 0) THEN
                  MOVE 0 TO SEAT-PURSE(SEAT-IDX)
                ELSE
                  ADD SEAT-COIN-ADJUST(SEAT-IDX)
                    TO SEAT-PURSE(SEAT-IDX)
                END-IF
              END-IF
            END-PERFORM
            IF (WIN-OVERRIDE = 'N') THEN
              PERFORM A4100-DERIVE-WINNER
            END-IF
            .
       A4100-DERIVE-WINNER SECTION.
            MOVE 0 TO TOP-PURSE
            MOVE 0 TO TOP-PURSE-COUNT
            MOVE 0 TO TOP-PURSE-IDX
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE 'N' TO SEAT-WON(SEAT-IDX)
              IF (SEAT-PURSE(SEAT-IDX) > TOP-PURSE) THEN
                MOVE SEAT-PURSE(SEAT-IDX) TO TOP-PURSE
                MOVE 1 TO TOP-PURSE-COUNT
                MOVE SEAT-IDX TO TOP-PURSE-IDX
              ELSE
                IF (SEAT-PURSE(SEAT-IDX) = TOP-PURSE) THEN
                  ADD 1 TO TOP-PURSE-COUNT
                END-IF
              END-IF
            END-PERFORM
            IF (TOP-PURSE-COUNT = 1) AND
               (TOP-PURSE >= WIN-THRESHOLD) THEN
              MOVE 'Y' TO SEAT-WON(TOP-PURSE-IDX)
            END-IF
            .
      * A correction is only weighed against the game as it now
      * stands: the member must have been seated, an overturned turn
      * must be theirs and must have been ruled on, and a coin or
      * win adjustment must actually change something.
       V2000-CHECK-AGAINST-GAME SECTION.
            MOVE ADJ-MEMBER-NO TO SEAT-LOOKUP-ID
            PERFORM Q1000-FIND-SEAT
            IF (SEAT-MATCH-IDX = 0) THEN
              MOVE 'member did not play in this game'
                TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND (ADJ-TYPE-TURN) THEN
              IF (ADJ-TURN-NO = 0) OR
                 (ADJ-TURN-NO > GAME-TURN-COUNT) THEN
                MOVE 'turn number is not in this game'
                  TO REJECT-REASON
              ELSE
                IF (GTURN-MEMBER(ADJ-TURN-NO) NOT = ADJ-MEMBER-NO)
                  THEN
                  MOVE 'turn was taken by another member'
                    TO REJECT-REASON
                ELSE
                  IF (GTURN-RESULT(ADJ-TURN-NO) NOT = 'CORRECT') AND
                     (GTURN-RESULT(ADJ-TURN-NO) NOT = 'INCORRECT')
                    THEN
                    MOVE 'no question was ruled on that turn'
                      TO REJECT-REASON
                  END-IF
                  IF (GTURN-OVERTURNED(ADJ-TURN-NO) = 'Y') THEN
                    MOVE 'turn has already been overturned'
                      TO REJECT-REASON
                  END-IF
                END-IF
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND (ADJ-TYPE-COINS) THEN
              IF (SEAT-PURSE(SEAT-MATCH-IDX) + ADJ-COINS < 0) THEN
                MOVE 'coin adjustment would leave a negative purse'
                  TO REJECT-REASON
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND (ADJ-TYPE-WIN) THEN
              IF (SEAT-WON(SEAT-MATCH-IDX) = ADJ-WIN-FLAG) THEN
                MOVE 'win adjustment changes nothing'
                  TO REJECT-REASON
              END-IF
            END-IF
            .
      * Overturning a turn reverses its ruling; a coin adjustment
      * is carried against the seat; a win adjustment fixes the
      * winner so later coin changes to the same game no longer
      * move the win.
       A5000-APPLY-CORRECTION SECTION.
            IF (ADJ-TYPE-TURN) THEN
              IF (GTURN-RESULT(ADJ-TURN-NO) = 'CORRECT') THEN
                MOVE 'INCORRECT' TO GTURN-RESULT(ADJ-TURN-NO)
              ELSE
                MOVE 'CORRECT' TO GTURN-RESULT(ADJ-TURN-NO)
              END-IF
              MOVE 'Y' TO GTURN-OVERTURNED(ADJ-TURN-NO)
            END-IF
            IF (ADJ-TYPE-COINS) THEN
              ADD ADJ-COINS TO SEAT-COIN-ADJUST(SEAT-MATCH-IDX)
            END-IF
            IF (ADJ-TYPE-WIN) THEN
              IF (ADJ-WIN-FLAG = 'Y') THEN
                PERFORM VARYING SEAT-IDX FROM 1 BY 1
                  UNTIL SEAT-IDX > SEAT-COUNT
                  MOVE 'N' TO SEAT-WON(SEAT-IDX)
                END-PERFORM
              END-IF
              MOVE ADJ-WIN-FLAG TO SEAT-WON(SEAT-MATCH-IDX)
              MOVE 'Y' TO WIN-OVERRIDE
            END-IF
            .
      * Only the seats whose result moved are posted; a correction
      * that re-derives to the same result is still recorded as
      * applied so the ruling itself is on file.
       A6000-POST-DIFFERENCE SECTION.
            ADD 1 TO APPLIED-COUNT
            IF (PRIOR-COUNT < 2000) THEN
              ADD 1 TO PRIOR-COUNT
              MOVE SCORE-ADJUST-RECORD TO PRIOR-IMAGE(PRIOR-COUNT)
            END-IF
            MOVE 'N' TO LEAGUE-FLAG
            MOVE ADJ-GAME-NO TO SUBMITTED-LOOKUP
            PERFORM Q4000-FIND-SUBMITTED-GAME
            IF (SUBMITTED-MATCH-IDX NOT = 0) THEN
              MOVE 'Y' TO LEAGUE-FLAG
              ADD 1 TO AMENDMENT-COUNT
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING 'APPLIED: ' SCORE-ADJUST-RECORD
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO CORRECTION-REPORT-RECORD
            WRITE CORRECTION-REPORT-RECORD
            IF (ADJ-TYPE-TURN) THEN
              MOVE SPACES TO REPORT-LINE
              STRING '         turn ' ADJ-TURN-NO ' now ruled '
                GTURN-RESULT(ADJ-TURN-NO) ': '
                GTURN-QUESTION(ADJ-TURN-NO)
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO CORRECTION-REPORT-RECORD
              WRITE CORRECTION-REPORT-RECORD
            END-IF
            MOVE 0 TO POSTED-LINES
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              PERFORM A6100-POST-ONE-SEAT
            END-PERFORM
            IF (POSTED-LINES = 0) THEN
              MOVE '         result unchanged - nothing posted'
                TO CORRECTION-REPORT-RECORD
              WRITE CORRECTION-REPORT-RECORD
            END-IF
            IF (LEAGUE-FLAG = 'Y') THEN
              MOVE SPACES TO REPORT-LINE
              STRING '         LEAGUE AMENDMENT REQUIRED - game '
                ADJ-GAME-NO ' was already submitted to the league'
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO CORRECTION-REPORT-RECORD
              WRITE CORRECTION-REPORT-RECORD
            END-IF
            MOVE SPACES TO SCORE-AUDIT-RECORD
            MOVE 'APPLIED' TO AUD-OUTCOME
            MOVE SPACES TO AUD-NOTE
            IF (LEAGUE-FLAG = 'Y') THEN
              MOVE 'league amendment required' TO AUD-NOTE
            END-IF
            PERFORM A7000-WRITE-AUDIT
            .
       A6100-POST-ONE-SEAT SECTION.
            COMPUTE DIFF-PURSE = SEAT-PURSE(SEAT-IDX) -
              SEAT-OLD-PURSE(SEAT-IDX)
            COMPUTE DIFF-PENALTIES = SEAT-PENALTIES(SEAT-IDX) -
              SEAT-OLD-PENALTIES(SEAT-IDX)
            MOVE 0 TO DIFF-WON
            IF (SEAT-WON(SEAT-IDX) = 'Y') AND
               (SEAT-OLD-WON(SEAT-IDX) NOT = 'Y') THEN
              MOVE 1 TO DIFF-WON
            END-IF
            IF (SEAT-WON(SEAT-IDX) NOT = 'Y') AND
               (SEAT-OLD-WON(SEAT-IDX) = 'Y') THEN
              MOVE -1 TO DIFF-WON
            END-IF
            IF (DIFF-PURSE NOT = 0) OR (DIFF-PENALTIES NOT = 0) OR
               (DIFF-WON NOT = 0) THEN
              ADD 1 TO POSTED-LINES
              PERFORM Q2000-FIND-STATS
              IF (STATS-MATCH-IDX = 0) THEN
                MOVE SPACES TO REPORT-LINE
                STRING '         WARNING: ' SEAT-PLAYER(SEAT-IDX)
                  ' has no PLAYER-STATS.DAT record - not posted'
                  DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                PERFORM A6200-ADJUST-STATS
                MOVE DIFF-PURSE     TO DIFF-PURSE-OUT
                MOVE DIFF-PENALTIES TO DIFF-PENALTIES-OUT
                MOVE DIFF-WON       TO DIFF-WON-OUT
                MOVE SPACES TO REPORT-LINE
                STRING '         posted ' SEAT-MEMBER(SEAT-IDX) ' '
                  SEAT-PLAYER(SEAT-IDX) ' coins ' DIFF-PURSE-OUT
                  '  penalty visits ' DIFF-PENALTIES-OUT
                  '  wins ' DIFF-WON-OUT
                  DELIMITED BY SIZE INTO REPORT-LINE
              END-IF
              MOVE REPORT-LINE TO CORRECTION-REPORT-RECORD
              WRITE CORRECTION-REPORT-RECORD
            END-IF
            .
      * Season totals are never taken below zero, whatever the
      * correction says.
       A6200-ADJUST-STATS SECTION.
            IF (STATS-TOTAL-PURSE(STATS-MATCH-IDX) + DIFF-PURSE < 0)
              THEN
              MOVE 0 TO STATS-TOTAL-PURSE(STATS-MATCH-IDX)
            ELSE
              ADD DIFF-PURSE TO STATS-TOTAL-PURSE(STATS-MATCH-IDX)
            END-IF
            IF (STATS-PENALTY-VISITS(STATS-MATCH-IDX) +
                DIFF-PENALTIES < 0) THEN
              MOVE 0 TO STATS-PENALTY-VISITS(STATS-MATCH-IDX)
            ELSE
              ADD DIFF-PENALTIES
                TO STATS-PENALTY-VISITS(STATS-MATCH-IDX)
            END-IF
            IF (STATS-GAMES-WON(STATS-MATCH-IDX) + DIFF-WON < 0) THEN
              MOVE 0 TO STATS-GAMES-WON(STATS-MATCH-IDX)
            ELSE
              ADD DIFF-WON TO STATS-GAMES-WON(STATS-MATCH-IDX)
            END-IF
            .
       A7000-WRITE-AUDIT SECTION.
            MOVE RUN-DATE-YMD TO AUD-DATE
            MOVE RUN-TIME-HMS TO AUD-TIME
            MOVE SCORE-ADJUST-RECORD TO AUD-TXN-IMAGE
            MOVE LEAGUE-FLAG TO AUD-LEAGUE-FLAG
            WRITE SCORE-AUDIT-RECORD
            .
       A8000-WRITE-REJECT SECTION.
            ADD 1 TO REJECT-COUNT
            MOVE 'N' TO LEAGUE-FLAG
            MOVE SPACES TO REPORT-LINE
            STRING 'REJECTED (' REJECT-REASON '): '
              SCORE-ADJUST-RECORD
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO CORRECTION-REPORT-RECORD
            WRITE CORRECTION-REPORT-RECORD
            MOVE SPACES TO SCORE-AUDIT-RECORD
            MOVE 'REJECTED' TO AUD-OUTCOME
            MOVE REJECT-REASON TO AUD-NOTE
            PERFORM A7000-WRITE-AUDIT
            .
      * The corrections are already on SCORE-AUDIT.DAT by now, so a
      * failed backup is warned about and the stats still follow.
       A9000-REWRITE-PLAYER-STATS SECTION.
            MOVE 'PLAYER-STATS.DAT' TO BKR-FILE-NAME
            MOVE 'SCORECORR' TO BKR-PROGRAM-NAME
            MOVE RETURN-CODE TO BKR-SAVED-RC
            CALL 'BACKUPGEN' USING BACKUP-REQUEST
              ON EXCEPTION
                SET BKR-FAILED TO TRUE
            END-CALL
            MOVE BKR-SAVED-RC TO RETURN-CODE
            IF (BKR-FAILED) THEN
              DISPLAY 'WARNING: no backup generation of '
                'PLAYER-STATS.DAT was saved before it was rewritten'
            END-IF
            OPEN OUTPUT PLAYER-STATS-FILE
            IF (STATS-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-STATS.DAT could not be '
                'rewritten'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            PERFORM VARYING STATS-IDX FROM 1 BY 1
              UNTIL STATS-IDX > STATS-COUNT
              MOVE SPACES TO PLAYER-STATS-RECORD
              MOVE STATS-MEMBER-ID(STATS-IDX) TO STAT-MEMBER-ID
              MOVE STATS-PLAYER(STATS-IDX)    TO STAT-PLAYER-NAME
              MOVE STATS-GAMES-PLAYED(STATS-IDX) TO STAT-GAMES-PLAYED
              MOVE STATS-GAMES-WON(STATS-IDX)    TO STAT-GAMES-WON
              MOVE STATS-TOTAL-PURSE(STATS-IDX)  TO STAT-TOTAL-PURSE
              MOVE STATS-PENALTY-VISITS(STATS-IDX)
                TO STAT-PENALTY-VISITS
              WRITE PLAYER-STATS-RECORD
            END-PERFORM
            CLOSE PLAYER-STATS-FILE
            .
       Q1000-FIND-SEAT SECTION.
            MOVE 0 TO SEAT-MATCH-IDX
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-MEMBER(SEAT-IDX) = SEAT-LOOKUP-ID) THEN
                MOVE SEAT-IDX TO SEAT-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q2000-FIND-STATS SECTION.
            MOVE 0 TO STATS-MATCH-IDX
            PERFORM VARYING STATS-IDX FROM 1 BY 1
              UNTIL STATS-IDX > STATS-COUNT
              IF (STATS-MEMBER-ID(STATS-IDX) =
                  SEAT-MEMBER(SEAT-IDX)) THEN
                MOVE STATS-IDX TO STATS-MATCH-IDX
              END-IF
            END-PERFORM
            .
      * The same transaction twice - resubmitted, or the input run
      * again - would post the same difference twice.
       Q3000-FIND-PRIOR-CORRECTION SECTION.
            MOVE 0 TO PRIOR-MATCH-IDX
            PERFORM VARYING PRIOR-IDX FROM 1 BY 1
              UNTIL PRIOR-IDX > PRIOR-COUNT
              IF (PRIOR-IMAGE(PRIOR-IDX) = SCORE-ADJUST-RECORD) THEN
                MOVE PRIOR-IDX TO PRIOR-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q4000-FIND-SUBMITTED-GAME SECTION.
            MOVE 0 TO SUBMITTED-MATCH-IDX
            PERFORM VARYING SUBMITTED-IDX FROM 1 BY 1
              UNTIL SUBMITTED-IDX > SUBMITTED-COUNT
              IF (SUBMITTED-GAME(SUBMITTED-IDX) = SUBMITTED-LOOKUP)
                THEN
                MOVE SUBMITTED-IDX TO SUBMITTED-MATCH-IDX
              END-IF
            END-PERFORM
            .
