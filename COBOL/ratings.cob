       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATINGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-PARM-FILE ASSIGN TO "RATING-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT PLAYER-RATINGS-FILE ASSIGN TO "PLAYER-RATINGS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS RATINGS-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT RATINGS-REPORT-FILE ASSIGN TO "RATINGS.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATING-PARM-FILE.
       01  RATING-PARM-RECORD.
           05 PARM-K-FACTOR             PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-START-RATING         PIC 9(4).

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

       FD  PLAYER-RATINGS-FILE.
       01  PLAYER-RATINGS-RECORD.
           05 RATE-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RATE-CURRENT              PIC 9(4).
           05 FILLER                    PIC X(01).
           05 RATE-PEAK                 PIC 9(4).
           05 FILLER                    PIC X(01).
           05 RATE-GAMES                PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RATE-LAST-GAME            PIC 9(5).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

       FD  RATINGS-REPORT-FILE.
       01  RATINGS-REPORT-RECORD        PIC X(100).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 HISTORY-STATUS         PIC XX.
         05 RATINGS-STATUS         PIC XX.
         05 MASTER-STATUS          PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.

         05 K-FACTOR               PIC 9(3) VALUE 32.
         05 START-RATING           PIC 9(4) VALUE 1500.
         05 RATED-THROUGH          PIC 9(5) VALUE 0.
         05 START-GAME             PIC 9(5) VALUE 1.
         05 GAMES-SEEN             PIC 9(5) VALUE 0.
         05 GAMES-RATED            PIC 9(5) VALUE 0.
         05 GAMES-SKIPPED          PIC 9(5) VALUE 0.
         05 GAME-OPEN              PIC X VALUE 'N'.
         05 CURRENT-GAME           PIC 9(5) VALUE 0.
         05 REPORT-LINE            PIC X(100).

      * The header record's body: the game number and the date it
      * was played.
       01 GAME-HEADER-DETAIL.
         05 HDR-GAME-NUMBER        PIC X(5).
         05 FILLER                 PIC X(01).
         05 HDR-GAME-DATE          PIC X(8).

      * A turn record carries the same fields A6000-LOG-TURN writes
      * to the nightly log; only the member and the running purse
      * matter here.
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

      * One game's table as rebuilt from its turn records, the same
      * way RIVALRY rebuilds it: the last turn a member logs carries
      * their final purse. The rating each seat brought to the
      * table is held alongside so every pairing in the game is
      * scored against pre-game ratings, whatever order the seats
      * are worked in.
       01 GAME-SEAT-TABLE.
         05 SEAT-COUNT             PIC 9(3) VALUE 0.
         05 SEAT-ENTRY OCCURS 100.
            10 SEAT-MEMBER         PIC 9(5).
            10 SEAT-PURSE          PIC 9(2).
            10 SEAT-RATING-IDX     PIC 9(4).
            10 SEAT-RATING-BEFORE  PIC 9(4).
            10 SEAT-ADJUSTMENT     PIC S9(5)V9(6).
         05 SEAT-IDX               PIC 9(3).
         05 SEAT-JDX               PIC 9(3).
         05 SEAT-MATCH-IDX         PIC 9(3).
         05 SEAT-LOOKUP-ID         PIC 9(5).

      * Every member ever rated, carried forward from the last run.
       01 RATING-TABLE.
         05 RATING-COUNT           PIC 9(4) VALUE 0.
         05 RATING-ENTRY OCCURS 1000.
            10 RATING-MEMBER       PIC 9(5).
            10 RATING-CURRENT      PIC 9(4).
            10 RATING-PEAK         PIC 9(4).
            10 RATING-GAMES        PIC 9(5).
            10 RATING-LAST-GAME    PIC 9(5).
         05 RATING-IDX             PIC 9(4).
         05 RATING-MATCH-IDX       PIC 9(4).
         05 RATING-LOOKUP-ID       PIC 9(5).
         05 RATING-FULL-WARNED     PIC X VALUE 'N'.

       01 MASTER-TABLE.
         05 MASTER-COUNT           PIC 9(4) VALUE 0.
         05 MASTER-ENTRY OCCURS 1000.
            10 MASTER-MEMBER       PIC 9(5).
            10 MASTER-NAME         PIC X(20).
            10 MASTER-TEAM         PIC X(10).
         05 MASTER-IDX             PIC 9(4).
         05 MASTER-MATCH-IDX       PIC 9(4).

      * The expected score is worked one step at a time into
      * fields of known precision; a rating gap beyond 1600 points
      * is treated as 1600, a foregone result either way.
       01 WS-ELO-WORK.
         05 ELO-GAP                PIC S9(5).
         05 ELO-EXPONENT           PIC S9(3)V9(6).
         05 ELO-POWER              PIC S9(7)V9(6).
         05 ELO-EXPECTED           PIC S9(3)V9(6).
         05 ELO-ACTUAL             PIC S9(3)V9(6).
         05 ELO-SURPRISE           PIC S9(3)V9(6).
         05 ELO-SCALE              PIC S9(5)V9(6).
         05 ELO-STEP               PIC S9(5)V9(6).
         05 ELO-NEW-RATING         PIC S9(5).

       01 WS-SORT-WORK.
         05 SORT-I                 PIC 9(4).
         05 SORT-J                 PIC 9(4).
         05 SORT-BEST              PIC 9(4).
         05 SORT-TEMP-ENTRY        PIC X(23).

       01 REPORT-DETAIL.
         05 RPT-RANK-OUT           PIC Z(3)9.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-MEMBER-OUT         PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-NAME-OUT           PIC X(20).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-TEAM-OUT           PIC X(10).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-RATING-OUT         PIC Z(3)9.
         05 FILLER                 PIC X(02) VALUE SPACES.
         05 RPT-PEAK-OUT           PIC Z(3)9.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-GAMES-OUT          PIC Z(4)9.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-LAST-GAME-OUT      PIC Z(4)9.

       PROCEDURE DIVISION.
      *>
      * Rates every member on who they beat, not just how often they
      * win: walks GAME-HISTORY.DAT game by game, works out each
      * game's finishing order from the final purses, and moves
      * each seated member's rating chess-style - up for finishing
      * above a stronger player, down for finishing below a weaker
      * one. PLAYER-RATINGS.DAT carries the ratings from run to run
      * and remembers the last game it rated, so a rerun only picks
      * up the games archived since - the archive is positioned
      * straight at the next game by key rather than read from the
      * top. RATINGS.RPT lists the club strongest first with names
      * and teams from PLAYER-MASTER.
       MAIN SECTION.
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-LOAD-RATINGS
            PERFORM I3000-LOAD-MASTER
            PERFORM I4000-WALK-HISTORY
            PERFORM S1000-SORT-BY-MEMBER
            PERFORM R1000-WRITE-RATINGS-FILE
            PERFORM S2000-SORT-BY-RATING
            PERFORM R2000-WRITE-REPORT
            DISPLAY 'Ratings: ' GAMES-RATED ' new game(s) rated, '
              RATING-COUNT ' member(s) on file - see RATINGS.RPT'
            IF (GAMES-SKIPPED > 0) THEN
              DISPLAY 'WARNING: ' GAMES-SKIPPED ' game(s) were '
                'out of game-number order and not rated'
              MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      * The K-factor is how far one game can swing a rating; the
      * start rating is what a member brings to their first rated
      * game. Both default to the usual chess-club figures.
       I1000-LOAD-PARMS SECTION.
            OPEN INPUT RATING-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ RATING-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (PARM-STATUS = '00') AND
                 (PARM-K-FACTOR IS NUMERIC) AND
                 (PARM-START-RATING IS NUMERIC) AND
                 (PARM-K-FACTOR > 0) AND
                 (PARM-START-RATING > 0) THEN
                MOVE PARM-K-FACTOR     TO K-FACTOR
                MOVE PARM-START-RATING TO START-RATING
              ELSE
                DISPLAY 'WARNING: RATING-PARM.DAT record is not '
                  'valid - built-in K-factor and start rating used'
              END-IF
              CLOSE RATING-PARM-FILE
            ELSE
              DISPLAY 'WARNING: RATING-PARM.DAT is missing - '
                'built-in K-factor and start rating used'
            END-IF
            .
      * The highest last-game number on file is how far the last
      * run got; a missing file simply means nothing has been rated
      * yet and the whole archive is taken.
       I2000-LOAD-RATINGS SECTION.
            OPEN INPUT PLAYER-RATINGS-FILE
            IF (RATINGS-STATUS NOT = '00') THEN
              DISPLAY 'PLAYER-RATINGS.DAT not found - rating the '
                'whole archive'
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ PLAYER-RATINGS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (RATING-COUNT >= 1000) THEN
                  DISPLAY 'ERROR: PLAYER-RATINGS.DAT has more than '
                    '1000 members - nothing was changed'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
                END-IF
                IF (RATE-MEMBER-ID IS NUMERIC) AND
                   (RATE-CURRENT IS NUMERIC) AND
                   (RATE-PEAK IS NUMERIC) AND
                   (RATE-GAMES IS NUMERIC) AND
                   (RATE-LAST-GAME IS NUMERIC) THEN
                  ADD 1 TO RATING-COUNT
                  MOVE RATE-MEMBER-ID
                    TO RATING-MEMBER(RATING-COUNT)
                  MOVE RATE-CURRENT TO RATING-CURRENT(RATING-COUNT)
                  MOVE RATE-PEAK    TO RATING-PEAK(RATING-COUNT)
                  MOVE RATE-GAMES   TO RATING-GAMES(RATING-COUNT)
                  MOVE RATE-LAST-GAME
                    TO RATING-LAST-GAME(RATING-COUNT)
                  IF (RATE-LAST-GAME > RATED-THROUGH) THEN
                    MOVE RATE-LAST-GAME TO RATED-THROUGH
                  END-IF
                ELSE
                  DISPLAY 'WARNING: PLAYER-RATINGS.DAT record is '
                    'not numeric - ignored'
                END-IF
                READ PLAYER-RATINGS-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE PLAYER-RATINGS-FILE
            END-IF
            .
       I3000-LOAD-MASTER SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: PLAYER-MASTER.DAT could not be '
                'opened - the report will carry no names or teams'
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ PLAYER-MASTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (MASTER-COUNT < 1000) THEN
                  ADD 1 TO MASTER-COUNT
                  MOVE MAST-MEMBER-ID TO MASTER-MEMBER(MASTER-COUNT)
                  MOVE MAST-FULL-NAME TO MASTER-NAME(MASTER-COUNT)
                  MOVE MAST-TEAM      TO MASTER-TEAM(MASTER-COUNT)
                END-IF
                READ PLAYER-MASTER-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER-FILE
            END-IF
            .
      * GAME archives in game-number order, so a header at or below
      * the last game rated is either already counted or out of
      * sequence; either way its turns are passed over.
       I4000-WALK-HISTORY SECTION.
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be opened'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET HISTORY-EOF-NO TO TRUE
            COMPUTE START-GAME = RATED-THROUGH + 1
            MOVE START-GAME TO HIST-KEY-GAME
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
              IF (HIST-REC-GAME) THEN
                PERFORM A1000-CLOSE-OUT-GAME
                ADD 1 TO GAMES-SEEN
                MOVE HIST-REC-BODY TO GAME-HEADER-DETAIL
                PERFORM A1500-OPEN-GAME
              END-IF
              IF (HIST-REC-TURN) AND (GAME-OPEN = 'Y') THEN
                MOVE HIST-REC-BODY TO TURN-DETAIL
                PERFORM A2000-TALLY-TURN
              END-IF
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            PERFORM A1000-CLOSE-OUT-GAME
            CLOSE GAME-HISTORY-FILE
            .
       A1500-OPEN-GAME SECTION.
            MOVE 0 TO SEAT-COUNT
            IF (HDR-GAME-NUMBER IS NUMERIC) THEN
              MOVE HDR-GAME-NUMBER TO CURRENT-GAME
              IF (CURRENT-GAME > RATED-THROUGH) THEN
                MOVE 'Y' TO GAME-OPEN
              ELSE
                IF (GAMES-RATED > 0) THEN
                  DISPLAY 'WARNING: game ' CURRENT-GAME
                    ' follows game ' RATED-THROUGH
                    ' in the archive - not rated'
                  ADD 1 TO GAMES-SKIPPED
                END-IF
              END-IF
            ELSE
              DISPLAY 'WARNING: game header with no game number - '
                'its turns are not rated'
              ADD 1 TO GAMES-SKIPPED
            END-IF
            .
       A2000-TALLY-TURN SECTION.
            IF (TURN-MEMBER NOT NUMERIC) OR
               (TURN-PURSE NOT NUMERIC) THEN
              CONTINUE
            ELSE
              MOVE FUNCTION NUMVAL(TURN-MEMBER) TO SEAT-LOOKUP-ID
              PERFORM Q1000-FIND-SEAT
              IF (SEAT-MATCH-IDX NOT = 0) THEN
                MOVE FUNCTION NUMVAL(TURN-PURSE)
                  TO SEAT-PURSE(SEAT-MATCH-IDX)
              END-IF
            END-IF
            .
       Q1000-FIND-SEAT SECTION.
            MOVE 0 TO SEAT-MATCH-IDX
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-MEMBER(SEAT-IDX) = SEAT-LOOKUP-ID) THEN
                MOVE SEAT-IDX TO SEAT-MATCH-IDX
              END-IF
            END-PERFORM
            IF (SEAT-MATCH-IDX = 0) AND (SEAT-COUNT < 100) THEN
              ADD 1 TO SEAT-COUNT
              MOVE SEAT-COUNT TO SEAT-MATCH-IDX
              MOVE SEAT-LOOKUP-ID TO SEAT-MEMBER(SEAT-MATCH-IDX)
              MOVE 0 TO SEAT-PURSE(SEAT-MATCH-IDX)
            END-IF
            .
      * Each seat is scored against every other seat at the table:
      * a full point for finishing with the bigger purse, half for
      * a tie, none for finishing below, less what the two ratings
      * said to expect. The K-factor is shared out over the number
      * of opponents so a ten-seat game moves a rating no further
      * than a head-to-head one. A game with a single seat has no
      * finishing order and rates nobody.
       A1000-CLOSE-OUT-GAME SECTION.
            IF (GAME-OPEN = 'Y') AND (SEAT-COUNT >= 2) THEN
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT
                MOVE SEAT-MEMBER(SEAT-IDX) TO RATING-LOOKUP-ID
                PERFORM Q2000-FIND-RATING
                MOVE RATING-MATCH-IDX TO SEAT-RATING-IDX(SEAT-IDX)
                IF (RATING-MATCH-IDX = 0) THEN
                  MOVE START-RATING TO SEAT-RATING-BEFORE(SEAT-IDX)
                ELSE
                  MOVE RATING-CURRENT(RATING-MATCH-IDX)
                    TO SEAT-RATING-BEFORE(SEAT-IDX)
                END-IF
                MOVE 0 TO SEAT-ADJUSTMENT(SEAT-IDX)
              END-PERFORM
              MOVE K-FACTOR TO ELO-SCALE
              COMPUTE ELO-STEP = SEAT-COUNT - 1
              COMPUTE ELO-SCALE ROUNDED = ELO-SCALE / ELO-STEP
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT
                PERFORM VARYING SEAT-JDX FROM 1 BY 1
                  UNTIL SEAT-JDX > SEAT-COUNT
                  IF (SEAT-JDX NOT = SEAT-IDX) THEN
                    PERFORM A3000-SCORE-PAIRING
                  END-IF
                END-PERFORM
              END-PERFORM
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT
                PERFORM A4000-POST-RATING
              END-PERFORM
              MOVE CURRENT-GAME TO RATED-THROUGH
              ADD 1 TO GAMES-RATED
            END-IF
            MOVE 'N' TO GAME-OPEN
            .
       A3000-SCORE-PAIRING SECTION.
            COMPUTE ELO-GAP = SEAT-RATING-BEFORE(SEAT-JDX) -
              SEAT-RATING-BEFORE(SEAT-IDX)
            IF (ELO-GAP > 1600) THEN
              MOVE 1600 TO ELO-GAP
            END-IF
            IF (ELO-GAP < -1600) THEN
              MOVE -1600 TO ELO-GAP
            END-IF
            COMPUTE ELO-EXPONENT ROUNDED = ELO-GAP / 400
            COMPUTE ELO-POWER ROUNDED = 10 ** ELO-EXPONENT
            COMPUTE ELO-EXPECTED ROUNDED = 1 / (1 + ELO-POWER)
            IF (SEAT-PURSE(SEAT-IDX) > SEAT-PURSE(SEAT-JDX)) THEN
              MOVE 1 TO ELO-ACTUAL
            ELSE
              IF (SEAT-PURSE(SEAT-IDX) = SEAT-PURSE(SEAT-JDX)) THEN
                MOVE 0.5 TO ELO-ACTUAL
              ELSE
                MOVE 0 TO ELO-ACTUAL
              END-IF
            END-IF
            COMPUTE ELO-SURPRISE = ELO-ACTUAL - ELO-EXPECTED
            COMPUTE ELO-STEP ROUNDED = ELO-SCALE * ELO-SURPRISE
            ADD ELO-STEP TO SEAT-ADJUSTMENT(SEAT-IDX)
            .
      * A member seen for the first time is added at the start
      * rating; a rating is never allowed below 1.
       A4000-POST-RATING SECTION.
            MOVE SEAT-RATING-IDX(SEAT-IDX) TO RATING-MATCH-IDX
            IF (RATING-MATCH-IDX = 0) THEN
              IF (RATING-COUNT < 1000) THEN
                ADD 1 TO RATING-COUNT
                MOVE RATING-COUNT TO RATING-MATCH-IDX
                MOVE SEAT-MEMBER(SEAT-IDX)
                  TO RATING-MEMBER(RATING-MATCH-IDX)
                MOVE START-RATING TO RATING-CURRENT(RATING-MATCH-IDX)
                MOVE START-RATING TO RATING-PEAK(RATING-MATCH-IDX)
                MOVE 0 TO RATING-GAMES(RATING-MATCH-IDX)
                MOVE 0 TO RATING-LAST-GAME(RATING-MATCH-IDX)
              ELSE
                IF (RATING-FULL-WARNED = 'N') THEN
                  DISPLAY 'WARNING: more than 1000 rated members '
                    '- extras ignored'
                  MOVE 'Y' TO RATING-FULL-WARNED
                END-IF
              END-IF
            END-IF
            IF (RATING-MATCH-IDX NOT = 0) THEN
              MOVE SEAT-RATING-BEFORE(SEAT-IDX) TO ELO-STEP
              ADD SEAT-ADJUSTMENT(SEAT-IDX) TO ELO-STEP
              COMPUTE ELO-NEW-RATING ROUNDED = ELO-STEP
              IF (ELO-NEW-RATING < 1) THEN
                MOVE 1 TO ELO-NEW-RATING
              END-IF
              MOVE ELO-NEW-RATING TO RATING-CURRENT(RATING-MATCH-IDX)
              IF (RATING-CURRENT(RATING-MATCH-IDX) >
                  RATING-PEAK(RATING-MATCH-IDX)) THEN
                MOVE RATING-CURRENT(RATING-MATCH-IDX)
                  TO RATING-PEAK(RATING-MATCH-IDX)
              END-IF
              ADD 1 TO RATING-GAMES(RATING-MATCH-IDX)
              MOVE CURRENT-GAME TO RATING-LAST-GAME(RATING-MATCH-IDX)
            END-IF
            .
       Q2000-FIND-RATING SECTION.
            MOVE 0 TO RATING-MATCH-IDX
            PERFORM VARYING RATING-IDX FROM 1 BY 1
              UNTIL RATING-IDX > RATING-COUNT
              IF (RATING-MEMBER(RATING-IDX) = RATING-LOOKUP-ID) THEN
                MOVE RATING-IDX TO RATING-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q3000-FIND-MASTER SECTION.
            MOVE 0 TO MASTER-MATCH-IDX
            PERFORM VARYING MASTER-IDX FROM 1 BY 1
              UNTIL MASTER-IDX > MASTER-COUNT
              IF (MASTER-MEMBER(MASTER-IDX) =
                  RATING-MEMBER(RATING-IDX)) THEN
                MOVE MASTER-IDX TO MASTER-MATCH-IDX
              END-IF
            END-PERFORM
            .
      * The data file is kept in member-id order, the key it is
      * looked up by.
       S1000-SORT-BY-MEMBER SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= RATING-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > RATING-COUNT
                IF (RATING-MEMBER(SORT-J) <
                    RATING-MEMBER(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              PERFORM S9000-SWAP-ENTRIES
            END-PERFORM
            .
      * Strongest first for the report.
       S2000-SORT-BY-RATING SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= RATING-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > RATING-COUNT
                IF (RATING-CURRENT(SORT-J) >
                    RATING-CURRENT(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              PERFORM S9000-SWAP-ENTRIES
            END-PERFORM
            .
       S9000-SWAP-ENTRIES SECTION.
            IF (SORT-BEST NOT = SORT-I)
              MOVE RATING-ENTRY(SORT-I) TO SORT-TEMP-ENTRY
              MOVE RATING-ENTRY(SORT-BEST) TO RATING-ENTRY(SORT-I)
              MOVE SORT-TEMP-ENTRY TO RATING-ENTRY(SORT-BEST)
            END-IF
            .
       R1000-WRITE-RATINGS-FILE SECTION.
            OPEN OUTPUT PLAYER-RATINGS-FILE
            PERFORM VARYING RATING-IDX FROM 1 BY 1
              UNTIL RATING-IDX > RATING-COUNT
              MOVE SPACES TO PLAYER-RATINGS-RECORD
              MOVE RATING-MEMBER(RATING-IDX)    TO RATE-MEMBER-ID
              MOVE RATING-CURRENT(RATING-IDX)   TO RATE-CURRENT
              MOVE RATING-PEAK(RATING-IDX)      TO RATE-PEAK
              MOVE RATING-GAMES(RATING-IDX)     TO RATE-GAMES
              MOVE RATING-LAST-GAME(RATING-IDX) TO RATE-LAST-GAME
              WRITE PLAYER-RATINGS-RECORD
            END-PERFORM
            CLOSE PLAYER-RATINGS-FILE
            .
       R2000-WRITE-REPORT SECTION.
            OPEN OUTPUT RATINGS-REPORT-FILE
            MOVE 'MEMBER SKILL RATINGS - STRONGEST FIRST'
              TO RATINGS-REPORT-RECORD
            WRITE RATINGS-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'RATED THROUGH GAME ' RATED-THROUGH
              '  K-FACTOR ' K-FACTOR '  START RATING ' START-RATING
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO RATINGS-REPORT-RECORD
            WRITE RATINGS-REPORT-RECORD
            MOVE SPACES TO RATINGS-REPORT-RECORD
            WRITE RATINGS-REPORT-RECORD
            MOVE ' RNK MEMBR PLAYER               TEAM       '
              & 'RATING  PEAK    GP  LAST'
              TO RATINGS-REPORT-RECORD
            WRITE RATINGS-REPORT-RECORD
            PERFORM VARYING RATING-IDX FROM 1 BY 1
              UNTIL RATING-IDX > RATING-COUNT
              PERFORM Q3000-FIND-MASTER
              MOVE RATING-IDX TO RPT-RANK-OUT
              MOVE RATING-MEMBER(RATING-IDX) TO RPT-MEMBER-OUT
              IF (MASTER-MATCH-IDX = 0) THEN
                MOVE '(not on master)' TO RPT-NAME-OUT
                MOVE SPACES TO RPT-TEAM-OUT
              ELSE
                MOVE MASTER-NAME(MASTER-MATCH-IDX) TO RPT-NAME-OUT
                MOVE MASTER-TEAM(MASTER-MATCH-IDX) TO RPT-TEAM-OUT
              END-IF
              MOVE RATING-CURRENT(RATING-IDX)   TO RPT-RATING-OUT
              MOVE RATING-PEAK(RATING-IDX)      TO RPT-PEAK-OUT
              MOVE RATING-GAMES(RATING-IDX)     TO RPT-GAMES-OUT
              MOVE RATING-LAST-GAME(RATING-IDX) TO RPT-LAST-GAME-OUT
              MOVE REPORT-DETAIL TO RATINGS-REPORT-RECORD
              WRITE RATINGS-REPORT-RECORD
            END-PERFORM
            CLOSE RATINGS-REPORT-FILE
            .
