           SELECT SEASON-STANDINGS-FILE ASSIGN TO "SEASON-STANDINGS.RPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS SIM-PARM-STATUS.
           SELECT SIMULATION-FILE ASSIGN TO "SIMULATION.RPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT QUESTION-USAGE-FILE ASSIGN TO "QUESTION-USAGE.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS USAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-ROSTER-FILE.
              88 CKPT-REC-PLAYER        VALUE 'P'.
              88 CKPT-REC-TOURNAMENT    VALUE 'S'.
              88 CKPT-REC-TOUR-ENTRY    VALUE 'E'.
              88 CKPT-REC-ASKED         VALUE 'Q'.
           05 FILLER                    PIC X(01).
           05 CKPT-CURRENT-PLAYER       PIC 9(3).
           05 FILLER                    PIC X(01).
      * which restores as phase N
           05 FILLER                    PIC X(01).
           05 CKPT-ENDGAME-PHASE        PIC X.
      * blank in a checkpoint cut before question rotation existed,
      * which restores as no questions asked yet this game
           05 FILLER                    PIC X(01).
           05 CKPT-ASKED-COUNT          PIC 9(4).
       01  CHECKPOINT-CATEGORY.
           05 FILLER                    PIC X(02).
           05 CKPT-CATEGORY-NAME        PIC X(10).
           05 CKPT-CATEGORY-USES        PIC 9(3).
           05 FILLER                    PIC X(01).
           05 CKPT-CATEGORY-IDX         PIC 9(2).
      * One 'Q' record per question already asked in the open game,
      * after the category records, so a resumed game keeps drawing
      * fresh questions and the usage file is posted exactly once
      * when the game is archived.
       01  CHECKPOINT-ASKED.
           05 FILLER                    PIC X(02).
           05 CKPT-ASKED-CATEGORY       PIC X(10).
           05 FILLER                    PIC X(01).
           05 CKPT-ASKED-QUESTION       PIC X(60).
           05 FILLER                    PIC X(01).
           05 CKPT-ASKED-TIMES          PIC 9(3).
       01  CHECKPOINT-PLAYER.
           05 FILLER                    PIC X(02).
           05 CKPT-MEMBER-ID            PIC 9(5).

       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-HEADER.
           05 HIST-KEY.
              10 HIST-KEY-GAME          PIC 9(5).
              10 HIST-KEY-SEQ           PIC 9(5).
           05 HIST-KEY-DATE             PIC X(8).
           05 HIST-HDR-TYPE             PIC X.
              88 HIST-REC-GAME          VALUE 'G'.
           05 FILLER                    PIC X(01).
           05 HIST-GAME-NUMBER          PIC 9(5).
           05 FILLER                    PIC X(01).
           05 HIST-GAME-DATE            PIC X(8).
           05 FILLER                    PIC X(116).
       01  GAME-HISTORY-TURN.
           05 FILLER                    PIC X(18).
           05 HIST-TURN-TYPE            PIC X.
              88 HIST-REC-TURN          VALUE 'T'.
           05 FILLER                    PIC X(01).

       FD  SIMULATION-FILE.
       01  SIMULATION-RECORD            PIC X(80).

       FD  QUESTION-USAGE-FILE.
       01  QUESTION-USAGE-RECORD.
           05 USE-CATEGORY              PIC X(10).
           05 FILLER                    PIC X(01).
           05 USE-QUESTION              PIC X(60).
           05 FILLER                    PIC X(01).
           05 USE-LAST-GAME             PIC 9(5).
           05 FILLER                    PIC X(01).
           05 USE-LAST-DATE             PIC X(8).
           05 FILLER                    PIC X(01).
           05 USE-TIMES-ASKED           PIC 9(5).
      *>
       WORKING-STORAGE SECTION.
      *>
         05 GAME-LOG-STATUS       PIC XX.
         05 CKPT-IDX              PIC 9(3).
         05 CKPT-CATEGORY-TODO    PIC 9(3).
         05 CKPT-ASKED-TODO       PIC 9(4).
         05 RESUMING-FROM-CHECKPOINT PIC X.
            88 RESUMING-FROM-CHECKPOINT-YES VALUE 'Y'.
            88 RESUMING-FROM-CHECKPOINT-NO  VALUE 'N'.
            10 CAT-QUESTION        PIC X(60) OCCURS 50.
            10 CAT-ANSWER          PIC X(20) OCCURS 50.
            10 CAT-VALUE           PIC 9 OCCURS 50.
            10 CAT-LAST-GAME       PIC 9(5) OCCURS 50.
            10 CAT-LAST-DATE       PIC X(8) OCCURS 50.
            10 CAT-TIMES-ASKED     PIC 9(5) OCCURS 50.
            10 CAT-ASKED-THIS-GAME PIC 9(3) OCCURS 50.
         05 CAT-IDX                PIC 9(3).
         05 CAT-FOUND-IDX          PIC 9(3).
         05 CAT-LOOKUP-NAME        PIC X(10).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 SIM-SQ-HITS-OUT        PIC Z(6)9.

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
      * Set once the stats file has been saved this run, so a
      * tournament keeps the generation from before the first game
      * rather than one per game.
         05 STATS-BACKED-UP        PIC X VALUE 'N'.

       01 WS-HISTORY-WORK.
         05 HISTORY-STATUS         PIC XX.
         05 CONTROL-STATUS         PIC XX.
         05 GAME-NUMBER            PIC 9(5) VALUE 0.
         05 HISTORY-TURN-SEQ       PIC 9(5) VALUE 0.
         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.
         05 DUPLICATE-GAME         PIC 9(5) VALUE 0.
         05 HIGHEST-GAME           PIC 9(5) VALUE 0.
         05 ARCHIVE-RESULT         PIC X.
            88 GAME-ARCHIVED       VALUE 'Y'.
            88 GAME-NOT-ARCHIVED   VALUE 'N'.

      * Question rotation: QUESTION-USAGE.DAT carries, for every
      * bank question, the game number and date it was last asked
      * and how often it has been asked. Each category draws the
      * question least used tonight, then least recently asked,
      * then least often asked, so the regulars stop hearing the
      * first few in the file every night. The file is rebuilt from
      * the bank each time a game is archived, so new questions
      * join the rotation as never-asked and retired ones drop out.
       01 WS-USAGE-WORK.
         05 USAGE-STATUS           PIC XX.
         05 USAGE-EOF              PIC X.
            88 USAGE-EOF-YES       VALUE 'Y'.
            88 USAGE-EOF-NO        VALUE 'N'.
         05 USAGE-QUESTION-IDX     PIC 9(2).
         05 USAGE-FOUND-IDX        PIC 9(2).
         05 USAGE-PICK-IDX         PIC 9(2).
         05 USAGE-LOADED           PIC 9(5) VALUE 0.
         05 USAGE-DROPPED          PIC 9(5) VALUE 0.
         05 USAGE-ASKED-COUNT      PIC 9(4) VALUE 0.
         05 USAGE-LOOKUP-QUESTION  PIC X(60).

       01 WS-RANDOM.
         05 RANDOM-RESULT PIC S9V9(10).
            PERFORM G1000-PLAY-GAME-LOOP
            CLOSE GAME-LOG-FILE
            PERFORM A9000-ARCHIVE-GAME-LOG
            IF (GAME-ARCHIVED) THEN
              PERFORM A9500-POST-QUESTION-USAGE
            END-IF
            PERFORM A7000-PRINT-STANDINGS
            PERFORM A8000-RECORD-GAME-STATS
            PERFORM A8100-PRINT-SEASON-LEADERBOARD
            .
        T2500-WRAP-FINISHED-GAME SECTION.
            PERFORM A9000-ARCHIVE-GAME-LOG
            IF (GAME-ARCHIVED) THEN
              PERFORM A9500-POST-QUESTION-USAGE
            END-IF
            PERFORM A7050-BUILD-STANDINGS
            PERFORM T3000-RECORD-GAME-RESULT
            PERFORM A8000-RECORD-GAME-STATS
       INITIALIZATION SECTION.
            PERFORM I8000-LOAD-PLAYER-MASTER
            PERFORM I1000-LOAD-QUESTION-BANK
            PERFORM I1500-LOAD-QUESTION-USAGE
            PERFORM I5000-LOAD-BOARD-LAYOUT
            PERFORM I6000-LOAD-GAME-PARMS
            PERFORM I7000-LOAD-PLAYER-STATS
                    CAT-QUESTION-COUNT(CAT-FOUND-IDX))
                  MOVE BANK-ANSWER TO CAT-ANSWER(CAT-FOUND-IDX,
                    CAT-QUESTION-COUNT(CAT-FOUND-IDX))
                  MOVE 0 TO CAT-LAST-GAME(CAT-FOUND-IDX,
                    CAT-QUESTION-COUNT(CAT-FOUND-IDX))
                  MOVE SPACES TO CAT-LAST-DATE(CAT-FOUND-IDX,
                    CAT-QUESTION-COUNT(CAT-FOUND-IDX))
                  MOVE 0 TO CAT-TIMES-ASKED(CAT-FOUND-IDX,
                    CAT-QUESTION-COUNT(CAT-FOUND-IDX))
                  MOVE 0 TO CAT-ASKED-THIS-GAME(CAT-FOUND-IDX,
                    CAT-QUESTION-COUNT(CAT-FOUND-IDX))
      * A bank record whose coin value is outside the playable
      * 1-3 range pays the old single coin rather than nothing -
      * the same rule the preflight report promises.
              END-IF
            END-IF
            .
      * Usage records are matched to the bank by category and
      * question text. A record whose question has left the bank is
      * dropped (and falls out of the file at the next rewrite); a
      * bank question with no record yet is simply never-asked and
      * goes to the front of its category's rotation.
        I1500-LOAD-QUESTION-USAGE SECTION.
            OPEN INPUT QUESTION-USAGE-FILE
            IF (USAGE-STATUS NOT = '00') THEN
              DISPLAY 'QUESTION-USAGE.DAT not found - every question '
                'starts the rotation as never asked'
            ELSE
              SET USAGE-EOF-NO TO TRUE
              READ QUESTION-USAGE-FILE
                AT END SET USAGE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL USAGE-EOF-YES
                MOVE USE-CATEGORY TO CAT-LOOKUP-NAME
                PERFORM Q5000-FIND-CATEGORY
                MOVE 0 TO USAGE-FOUND-IDX
                IF (CAT-FOUND-IDX NOT = 0) THEN
                  MOVE USE-QUESTION TO USAGE-LOOKUP-QUESTION
                  PERFORM Q8500-FIND-QUESTION
                END-IF
                IF (USAGE-FOUND-IDX NOT = 0) AND
                   (USE-LAST-GAME IS NUMERIC) AND
                   (USE-TIMES-ASKED IS NUMERIC) THEN
                  ADD 1 TO USAGE-LOADED
                  MOVE USE-LAST-GAME
                    TO CAT-LAST-GAME(CAT-FOUND-IDX, USAGE-FOUND-IDX)
                  MOVE USE-LAST-DATE
                    TO CAT-LAST-DATE(CAT-FOUND-IDX, USAGE-FOUND-IDX)
                  MOVE USE-TIMES-ASKED
                    TO CAT-TIMES-ASKED(CAT-FOUND-IDX, USAGE-FOUND-IDX)
                ELSE
                  ADD 1 TO USAGE-DROPPED
                END-IF
                READ QUESTION-USAGE-FILE
                  AT END SET USAGE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE QUESTION-USAGE-FILE
              IF (USAGE-DROPPED > 0) THEN
                DISPLAY 'NOTE: ' USAGE-DROPPED ' QUESTION-USAGE.DAT '
                  'record(s) no longer match the bank - dropped'
              END-IF
            END-IF
            .
        I5000-LOAD-BOARD-LAYOUT SECTION.
            OPEN INPUT BOARD-LAYOUT-FILE
            SET BANK-EOF-NO TO TRUE
                  'category ' CURRENT-CATEGORY
              END-IF
            ELSE
              PERFORM Q8000-PICK-QUESTION
              MOVE USAGE-PICK-IDX TO CAT-QUESTION-IDX(CAT-FOUND-IDX)
              ADD 1 TO CAT-USES(CAT-FOUND-IDX)
              IF (CAT-ASKED-THIS-GAME(CAT-FOUND-IDX, USAGE-PICK-IDX)
                  < 999) THEN
                ADD 1 TO CAT-ASKED-THIS-GAME(CAT-FOUND-IDX,
                  USAGE-PICK-IDX)
              END-IF
              IF (SIM-QUIET-NO) THEN
                DISPLAY CAT-QUESTION(CAT-FOUND-IDX,
            MOVE STATS-TEMP-PENALTY-VISITS
              TO STATS-PENALTY-VISITS(SORT-BEST)
            .
      * A generation of the stats file is saved before the first
      * rewrite of the run; a failed save is warned about but does
      * not cost the night its results.
        A8500-WRITE-PLAYER-STATS SECTION.
            IF (STATS-BACKED-UP = 'N') THEN
              MOVE 'PLAYER-STATS.DAT' TO BKR-FILE-NAME
              MOVE 'GAME' TO BKR-PROGRAM-NAME
              MOVE RETURN-CODE TO BKR-SAVED-RC
              CALL 'BACKUPGEN' USING BACKUP-REQUEST
                ON EXCEPTION
                  SET BKR-FAILED TO TRUE
              END-CALL
              MOVE BKR-SAVED-RC TO RETURN-CODE
              MOVE 'Y' TO STATS-BACKED-UP
              IF (BKR-FAILED) THEN
                DISPLAY 'WARNING: no backup generation of '
                  'PLAYER-STATS.DAT was saved before it was '
                  'rewritten'
              END-IF
            END-IF
            OPEN OUTPUT PLAYER-STATS-FILE
            PERFORM VARYING STATS-IDX FROM 1 BY 1
              UNTIL STATS-IDX > STATS-COUNT
      * whole archive no longer has to be re-read every night; a
      * missing or bad control record falls back to the old full
      * scan once and is rewritten on the way out.
      * The archive is indexed on game number + turn sequence (the
      * header is sequence 0) with the game date as an alternate
      * key, so a single night is read back by key.
        A9000-ARCHIVE-GAME-LOG SECTION.
            SET GAME-NOT-ARCHIVED TO TRUE
            MOVE 0 TO GAME-NUMBER
            OPEN INPUT GAME-CONTROL-FILE
            IF (CONTROL-STATUS = '00') THEN
              OPEN INPUT GAME-HISTORY-FILE
              IF (HISTORY-STATUS = '00') THEN
                SET HISTORY-EOF-NO TO TRUE
                READ GAME-HISTORY-FILE NEXT
                  AT END SET HISTORY-EOF-YES TO TRUE
                END-READ
                PERFORM UNTIL HISTORY-EOF-YES
                     (HIST-GAME-NUMBER > GAME-NUMBER) THEN
                    MOVE HIST-GAME-NUMBER TO GAME-NUMBER
                  END-IF
                  READ GAME-HISTORY-FILE NEXT
                    AT END SET HISTORY-EOF-YES TO TRUE
                  END-READ
                END-PERFORM
              END-IF
            END-IF
            ADD 1 TO GAME-NUMBER
      *     only a file that is not there yet may be created; any
      *     other failure (an unconverted sequential archive, a lock)
      *     must leave the archive as it is
            OPEN I-O GAME-HISTORY-FILE
            IF (HISTORY-STATUS = '35') THEN
              OPEN OUTPUT GAME-HISTORY-FILE
            END-IF
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be '
                'opened - status ' HISTORY-STATUS ' - this game was '
                'not archived'
              MOVE 8 TO RETURN-CODE
            ELSE
              PERFORM A9100-WRITE-GAME-HEADER
      *       a number already archived means GAME-CONTROL.DAT is
      *       behind; the number is taken afresh from the archive's
      *       highest game, once, and never written over a game
              IF (GAME-NOT-ARCHIVED) THEN
                MOVE GAME-NUMBER TO DUPLICATE-GAME
                PERFORM A9200-FIND-HIGHEST-GAME
                DISPLAY 'WARNING: game ' DUPLICATE-GAME
                  ' is already in GAME-HISTORY.DAT - archiving as '
                  'game ' GAME-NUMBER
                PERFORM A9100-WRITE-GAME-HEADER
              END-IF
              IF (GAME-NOT-ARCHIVED) THEN
                DISPLAY 'ERROR: game ' GAME-NUMBER ' could not be '
                  'added to GAME-HISTORY.DAT - this game was not '
                  'archived and GAME-CONTROL.DAT was left as it was'
                MOVE 8 TO RETURN-CODE
                CLOSE GAME-HISTORY-FILE
              ELSE
                PERFORM A9300-ARCHIVE-TURNS
              END-IF
            END-IF
            .
      * The header goes in first; a key already on file leaves the
      * game not archived, and nothing else is written under it.
        A9100-WRITE-GAME-HEADER SECTION.
            MOVE SPACES TO GAME-HISTORY-HEADER
            MOVE GAME-NUMBER TO HIST-KEY-GAME
            MOVE 0 TO HIST-KEY-SEQ
            MOVE CUR-DATE-YMD TO HIST-KEY-DATE
            SET HIST-REC-GAME TO TRUE
            MOVE GAME-NUMBER TO HIST-GAME-NUMBER
            MOVE CUR-DATE-YMD TO HIST-GAME-DATE
            WRITE GAME-HISTORY-HEADER
              INVALID KEY
                SET GAME-NOT-ARCHIVED TO TRUE
              NOT INVALID KEY
                SET GAME-ARCHIVED TO TRUE
            END-WRITE
            .
      * Reads on from the clashing game to the end of the archive;
      * the game after the highest key found is the next number.
        A9200-FIND-HIGHEST-GAME SECTION.
            MOVE GAME-NUMBER TO HIGHEST-GAME
            MOVE GAME-NUMBER TO HIST-KEY-GAME
            MOVE 0 TO HIST-KEY-SEQ
            SET HISTORY-EOF-NO TO TRUE
            START GAME-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY SET HISTORY-EOF-YES TO TRUE
            END-START
            PERFORM UNTIL HISTORY-EOF-YES
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
              IF (HISTORY-STATUS NOT = '00') AND
                 (HISTORY-STATUS NOT = '02') THEN
                SET HISTORY-EOF-YES TO TRUE
              END-IF
              IF (HISTORY-EOF-NO) AND
                 (HIST-KEY-GAME > HIGHEST-GAME) THEN
                MOVE HIST-KEY-GAME TO HIGHEST-GAME
              END-IF
            END-PERFORM
            COMPUTE GAME-NUMBER = HIGHEST-GAME + 1
            .
        A9300-ARCHIVE-TURNS SECTION.
            MOVE 0 TO HISTORY-TURN-SEQ
            OPEN INPUT GAME-LOG-FILE
            SET HISTORY-EOF-NO TO TRUE
            READ GAME-LOG-FILE
              AT END SET HISTORY-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL HISTORY-EOF-YES
              ADD 1 TO HISTORY-TURN-SEQ
              MOVE SPACES TO GAME-HISTORY-TURN
              MOVE GAME-NUMBER TO HIST-KEY-GAME
              MOVE HISTORY-TURN-SEQ TO HIST-KEY-SEQ
              MOVE CUR-DATE-YMD TO HIST-KEY-DATE
              SET HIST-REC-TURN TO TRUE
              MOVE GAME-LOG-RECORD TO HIST-TURN-BODY
              WRITE GAME-HISTORY-TURN
                INVALID KEY
                  DISPLAY 'WARNING: turn ' HISTORY-TURN-SEQ
                    ' of game ' GAME-NUMBER ' was not archived'
              END-WRITE
              READ GAME-LOG-FILE
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE GAME-LOG-FILE
            CLOSE GAME-HISTORY-FILE
            OPEN OUTPUT GAME-CONTROL-FILE
            IF (CONTROL-STATUS = '00') THEN
              MOVE GAME-NUMBER TO CTL-LAST-GAME-NUMBER
              WRITE GAME-CONTROL-RECORD
              CLOSE GAME-CONTROL-FILE
            ELSE
              DISPLAY 'WARNING: GAME-CONTROL.DAT could not be '
                'rewritten - set it to game ' GAME-NUMBER
                ' before SUBMIT runs'
            END-IF
            DISPLAY 'Game ' GAME-NUMBER ' archived to game history'
            .
      * Runs once the game has its archive number: every question
      * asked tonight is stamped with that game and date and its
      * running count bumped, then the whole file is rewritten from
      * the bank. The in-game counts are cleared here, so the
      * checkpoint cut after a wrapped game carries none and a
      * restart can never post the same game's questions twice.
        A9500-POST-QUESTION-USAGE SECTION.
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-COUNT
              PERFORM VARYING USAGE-QUESTION-IDX FROM 1 BY 1
                UNTIL USAGE-QUESTION-IDX > CAT-QUESTION-COUNT(CAT-IDX)
                IF (CAT-ASKED-THIS-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                    > 0) THEN
                  MOVE GAME-NUMBER
                    TO CAT-LAST-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                  MOVE CUR-DATE-YMD
                    TO CAT-LAST-DATE(CAT-IDX, USAGE-QUESTION-IDX)
                  ADD CAT-ASKED-THIS-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                    TO CAT-TIMES-ASKED(CAT-IDX, USAGE-QUESTION-IDX)
                  MOVE 0
                    TO CAT-ASKED-THIS-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                END-IF
              END-PERFORM
            END-PERFORM
            OPEN OUTPUT QUESTION-USAGE-FILE
            IF (USAGE-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: QUESTION-USAGE.DAT could not be '
                'rewritten - tonight''s questions will come round '
                'early'
            ELSE
              PERFORM VARYING CAT-IDX FROM 1 BY 1
                UNTIL CAT-IDX > CAT-COUNT
                PERFORM VARYING USAGE-QUESTION-IDX FROM 1 BY 1
                  UNTIL USAGE-QUESTION-IDX >
                    CAT-QUESTION-COUNT(CAT-IDX)
                  MOVE SPACES TO QUESTION-USAGE-RECORD
                  MOVE CAT-NAME(CAT-IDX) TO USE-CATEGORY
                  MOVE CAT-QUESTION(CAT-IDX, USAGE-QUESTION-IDX)
                    TO USE-QUESTION
                  MOVE CAT-LAST-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                    TO USE-LAST-GAME
                  MOVE CAT-LAST-DATE(CAT-IDX, USAGE-QUESTION-IDX)
                    TO USE-LAST-DATE
                  MOVE CAT-TIMES-ASKED(CAT-IDX, USAGE-QUESTION-IDX)
                    TO USE-TIMES-ASKED
                  WRITE QUESTION-USAGE-RECORD
                END-PERFORM
              END-PERFORM
              CLOSE QUESTION-USAGE-FILE
            END-IF
            .
        C1000-CHECK-FOR-CHECKPOINT SECTION.
                SET ENDGAME-NONE TO TRUE
              END-IF
              MOVE CKPT-CATEGORY-COUNT TO CKPT-CATEGORY-TODO
              IF (CKPT-ASKED-COUNT IS NUMERIC) THEN
                MOVE CKPT-ASKED-COUNT TO CKPT-ASKED-TODO
              ELSE
                MOVE 0 TO CKPT-ASKED-TODO
              END-IF
              SET CKPT-RECORDS-OK-YES TO TRUE
              PERFORM VARYING CKPT-IDX FROM 1 BY 1
                UNTIL (CKPT-IDX > CKPT-CATEGORY-TODO)
                  END-IF
                END-IF
              END-PERFORM
              PERFORM VARYING CKPT-IDX FROM 1 BY 1
                UNTIL (CKPT-IDX > CKPT-ASKED-TODO)
                   OR (CKPT-RECORDS-OK-NO)
                READ CHECKPOINT-FILE
                  AT END SET CKPT-RECORDS-OK-NO TO TRUE
                END-READ
                IF (CKPT-RECORDS-OK-YES) THEN
                  IF (CKPT-REC-ASKED) THEN
                    PERFORM C2100-RESTORE-ASKED-QUESTION
                  ELSE
                    SET CKPT-RECORDS-OK-NO TO TRUE
                  END-IF
                END-IF
              END-PERFORM
              PERFORM VARYING CKPT-IDX FROM 1 BY 1
                UNTIL (CKPT-IDX > PLAYER-COUNT)
                   OR (CKPT-RECORDS-OK-NO)
                  UNTIL CAT-IDX > CAT-COUNT
                  MOVE 0 TO CAT-USES(CAT-IDX)
                  MOVE 0 TO CAT-QUESTION-IDX(CAT-IDX)
                  PERFORM VARYING USAGE-QUESTION-IDX FROM 1 BY 1
                    UNTIL USAGE-QUESTION-IDX >
                      CAT-QUESTION-COUNT(CAT-IDX)
                    MOVE 0 TO CAT-ASKED-THIS-GAME(CAT-IDX,
                      USAGE-QUESTION-IDX)
                  END-PERFORM
                END-PERFORM
              END-IF
              IF (RESUMING-FROM-CHECKPOINT-YES) THEN
              END-IF
            END-IF
            .
      * A question asked before the break is matched back by its
      * category and text, so a bank edited while the checkpoint
      * was pending loses only the counts for questions it dropped.
        C2100-RESTORE-ASKED-QUESTION SECTION.
            MOVE CKPT-ASKED-CATEGORY TO CAT-LOOKUP-NAME
            PERFORM Q5000-FIND-CATEGORY
            MOVE 0 TO USAGE-FOUND-IDX
            IF (CAT-FOUND-IDX NOT = 0) THEN
              MOVE CKPT-ASKED-QUESTION TO USAGE-LOOKUP-QUESTION
              PERFORM Q8500-FIND-QUESTION
            END-IF
            IF (USAGE-FOUND-IDX = 0) OR
               (CKPT-ASKED-TIMES NOT NUMERIC) THEN
              DISPLAY 'WARNING: checkpoint question '
                CKPT-ASKED-QUESTION ' is no longer in '
                'QUESTION-BANK.DAT - its count was dropped'
            ELSE
              MOVE CKPT-ASKED-TIMES
                TO CAT-ASKED-THIS-GAME(CAT-FOUND-IDX, USAGE-FOUND-IDX)
            END-IF
            .
      * The trailing 'S' and 'E' records only exist when a
      * tournament night cut the checkpoint; a single-game
      * checkpoint simply ends after its player records.
            MOVE NOT-A-WINNER   TO CKPT-NOT-A-WINNER
            MOVE CAT-COUNT      TO CKPT-CATEGORY-COUNT
            MOVE ENDGAME-PHASE  TO CKPT-ENDGAME-PHASE
            MOVE 0 TO USAGE-ASKED-COUNT
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-COUNT
              PERFORM VARYING USAGE-QUESTION-IDX FROM 1 BY 1
                UNTIL USAGE-QUESTION-IDX > CAT-QUESTION-COUNT(CAT-IDX)
                IF (CAT-ASKED-THIS-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                    > 0) THEN
                  ADD 1 TO USAGE-ASKED-COUNT
                END-IF
              END-PERFORM
            END-PERFORM
            MOVE USAGE-ASKED-COUNT TO CKPT-ASKED-COUNT
            WRITE CHECKPOINT-HEADER
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-COUNT
              MOVE CAT-QUESTION-IDX(CAT-IDX) TO CKPT-CATEGORY-IDX
              WRITE CHECKPOINT-CATEGORY
            END-PERFORM
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-COUNT
              PERFORM VARYING USAGE-QUESTION-IDX FROM 1 BY 1
                UNTIL USAGE-QUESTION-IDX > CAT-QUESTION-COUNT(CAT-IDX)
                IF (CAT-ASKED-THIS-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                    > 0) THEN
                  MOVE SPACES TO CHECKPOINT-ASKED
                  SET CKPT-REC-ASKED TO TRUE
                  MOVE CAT-NAME(CAT-IDX) TO CKPT-ASKED-CATEGORY
                  MOVE CAT-QUESTION(CAT-IDX, USAGE-QUESTION-IDX)
                    TO CKPT-ASKED-QUESTION
                  MOVE CAT-ASKED-THIS-GAME(CAT-IDX, USAGE-QUESTION-IDX)
                    TO CKPT-ASKED-TIMES
                  WRITE CHECKPOINT-ASKED
                END-IF
              END-PERFORM
            END-PERFORM
            PERFORM VARYING CKPT-IDX FROM 1 BY 1
              UNTIL CKPT-IDX > PLAYER-COUNT
              MOVE SPACES TO CHECKPOINT-PLAYER
              END-IF
            END-PERFORM
            .
      * Picks the question to ask from category CAT-FOUND-IDX: the
      * one asked least often tonight, then the one last asked in
      * the earliest game (never asked counts as game zero), then
      * the one asked fewest times overall; the bank order settles
      * anything still level.
        Q8000-PICK-QUESTION SECTION.
            MOVE 1 TO USAGE-PICK-IDX
            PERFORM VARYING USAGE-QUESTION-IDX FROM 2 BY 1
              UNTIL USAGE-QUESTION-IDX >
                CAT-QUESTION-COUNT(CAT-FOUND-IDX)
              IF (CAT-ASKED-THIS-GAME(CAT-FOUND-IDX,
                  USAGE-QUESTION-IDX) <
                  CAT-ASKED-THIS-GAME(CAT-FOUND-IDX, USAGE-PICK-IDX))
                 OR
                 ((CAT-ASKED-THIS-GAME(CAT-FOUND-IDX,
                   USAGE-QUESTION-IDX) =
                   CAT-ASKED-THIS-GAME(CAT-FOUND-IDX, USAGE-PICK-IDX))
                  AND
                  (CAT-LAST-GAME(CAT-FOUND-IDX, USAGE-QUESTION-IDX) <
                   CAT-LAST-GAME(CAT-FOUND-IDX, USAGE-PICK-IDX)))
                 OR
                 ((CAT-ASKED-THIS-GAME(CAT-FOUND-IDX,
                   USAGE-QUESTION-IDX) =
                   CAT-ASKED-THIS-GAME(CAT-FOUND-IDX, USAGE-PICK-IDX))
                  AND
                  (CAT-LAST-GAME(CAT-FOUND-IDX, USAGE-QUESTION-IDX) =
                   CAT-LAST-GAME(CAT-FOUND-IDX, USAGE-PICK-IDX))
                  AND
                  (CAT-TIMES-ASKED(CAT-FOUND-IDX, USAGE-QUESTION-IDX)
                   < CAT-TIMES-ASKED(CAT-FOUND-IDX, USAGE-PICK-IDX)))
                THEN
                MOVE USAGE-QUESTION-IDX TO USAGE-PICK-IDX
              END-IF
            END-PERFORM
            .
        Q8500-FIND-QUESTION SECTION.
            MOVE 0 TO USAGE-FOUND-IDX
            PERFORM VARYING USAGE-QUESTION-IDX FROM 1 BY 1
              UNTIL USAGE-QUESTION-IDX >
                CAT-QUESTION-COUNT(CAT-FOUND-IDX)
              IF (CAT-QUESTION(CAT-FOUND-IDX, USAGE-QUESTION-IDX) =
                  USAGE-LOOKUP-QUESTION) THEN
                MOVE USAGE-QUESTION-IDX TO USAGE-FOUND-IDX
              END-IF
            END-PERFORM
            .
      * Season stats are keyed by member id; the stored name is just
      * for printing and is refreshed from the master on every game
      * so a renamed member keeps their record.
