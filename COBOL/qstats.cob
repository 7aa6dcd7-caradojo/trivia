       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QSTATS-PARM-FILE ASSIGN TO "QSTATS-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT QUESTION-STATS-FILE ASSIGN TO "QUESTION-STATS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS STATS-STATUS.
           SELECT QUESTION-REPORT-FILE ASSIGN TO "QUESTION-STATS.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QSTATS-PARM-FILE.
       01  QSTATS-PARM-RECORD.
           05 PARM-START-GAME           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 PARM-LAST-GAME            PIC 9(5).

       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-KEY-GAME          PIC 9(5).
              10 HIST-KEY-SEQ           PIC 9(5).
           05 HIST-KEY-DATE             PIC X(8).
           05 HIST-REC-TYPE             PIC X.
              88 HIST-REC-GAME          VALUE 'G'.
              88 HIST-REC-TURN          VALUE 'T'.
       01 WS-MISC.

         05 HISTORY-STATUS         PIC XX.
         05 PARM-STATUS            PIC XX.
         05 STATS-STATUS           PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.

         05 START-GAME             PIC 9(5) VALUE 1.
         05 LAST-GAME-COUNTED      PIC 9(5) VALUE 0.
         05 QUESTIONS-CARRIED      PIC 9(4) VALUE 0.
         05 GAMES-SEEN             PIC 9(5) VALUE 0.
         05 TURNS-SEEN             PIC 9(7) VALUE 0.

      * bank file is refreshed. Writes QUESTION-STATS.DAT for
      * downstream jobs and QUESTION-STATS.RPT ranked easiest to
      * hardest within each category.
      * The counts are carried forward: QSTATS-PARM.DAT keeps the
      * last game counted, and a run adds only the games after it
      * to the counts already on QUESTION-STATS.DAT, then moves the
      * mark on. A first game keyed on the parameter overrides
      * that; game 1 rebuilds the file from nothing, while a game
      * the counts already include is refused, as it would count
      * those games twice.
       MAIN SECTION.
            PERFORM I0500-LOAD-PARMS
            IF (START-GAME > 1) THEN
              PERFORM I0600-LOAD-QUESTION-STATS
            END-IF
            PERFORM I1000-TALLY-HISTORY
            PERFORM S1000-SORT-QUESTION-STATS
            PERFORM R1000-WRITE-STATS-FILE
            PERFORM R2000-WRITE-REPORT
            PERFORM R3000-REWRITE-PARMS
            DISPLAY 'Question stats: ' GAMES-SEEN ' game(s), '
              TURNS-SEEN ' question turn(s) from game ' START-GAME
              ' added to ' QUESTIONS-CARRIED ' question(s) carried '
              'forward, ' QSTAT-COUNT ' distinct question(s) now'
            GOBACK.

       I0500-LOAD-PARMS SECTION.
            OPEN INPUT QSTATS-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ QSTATS-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (PARM-STATUS = '00') THEN
                IF (PARM-LAST-GAME IS NUMERIC) THEN
                  MOVE PARM-LAST-GAME TO LAST-GAME-COUNTED
                END-IF
                IF (PARM-START-GAME IS NUMERIC) AND
                   (PARM-START-GAME > 0) THEN
                  MOVE PARM-START-GAME TO START-GAME
                ELSE
                  COMPUTE START-GAME = LAST-GAME-COUNTED + 1
                END-IF
              ELSE
                DISPLAY 'WARNING: QSTATS-PARM.DAT record is not '
                  'valid - the whole archive is counted'
              END-IF
              CLOSE QSTATS-PARM-FILE
            END-IF
            IF (START-GAME > 1) AND
               (START-GAME <= LAST-GAME-COUNTED) THEN
              DISPLAY 'ERROR: QUESTION-STATS.DAT already counts '
                'games to ' LAST-GAME-COUNTED ' - a first game of '
                START-GAME ' would count some twice; use 1 to '
                'rebuild'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            IF (START-GAME > 1) AND (LAST-GAME-COUNTED = 0) THEN
              DISPLAY 'WARNING: QSTATS-PARM.DAT has no record of '
                'the games already counted - the whole archive is '
                'counted'
              MOVE 1 TO START-GAME
            END-IF
            IF (START-GAME = 1) THEN
              MOVE 0 TO LAST-GAME-COUNTED
            END-IF
            .
      * Without the counts to carry forward, counting only the new
      * games would quietly shrink them, so the whole archive is
      * counted instead.
       I0600-LOAD-QUESTION-STATS SECTION.
            OPEN INPUT QUESTION-STATS-FILE
            IF (STATS-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: QUESTION-STATS.DAT could not be '
                'opened - the whole archive is counted'
              MOVE 1 TO START-GAME
              MOVE 0 TO LAST-GAME-COUNTED
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ QUESTION-STATS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (QST-ASKED-OUT IS NUMERIC) AND
                   (QST-CORRECT-OUT IS NUMERIC) THEN
                  MOVE QST-CATEGORY-OUT TO TURN-CATEGORY
                  MOVE QST-QUESTION-OUT TO TURN-QUESTION
                  PERFORM Q1000-FIND-QUESTION
                  IF (QSTAT-MATCH-IDX NOT = 0) THEN
                    ADD 1 TO QUESTIONS-CARRIED
                    MOVE QST-ASKED-OUT
                      TO QSTAT-ASKED(QSTAT-MATCH-IDX)
                    MOVE QST-CORRECT-OUT
                      TO QSTAT-CORRECT(QSTAT-MATCH-IDX)
                  END-IF
                END-IF
                READ QUESTION-STATS-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE QUESTION-STATS-FILE
            END-IF
            .

       I1000-TALLY-HISTORY SECTION.
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              STOP RUN
            END-IF
            SET HISTORY-EOF-NO TO TRUE
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
                ADD 1 TO GAMES-SEEN
                IF (HIST-KEY-GAME > LAST-GAME-COUNTED) THEN
                  MOVE HIST-KEY-GAME TO LAST-GAME-COUNTED
                END-IF
              END-IF
              IF (HIST-REC-TURN) THEN
                MOVE HIST-REC-BODY TO TURN-DETAIL
                PERFORM I1100-TALLY-TURN
              END-IF
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
       R2000-WRITE-REPORT SECTION.
            OPEN OUTPUT QUESTION-REPORT-FILE
            MOVE SPACES TO QUESTION-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'QUESTION PERFORMANCE - EASIEST TO HARDEST - '
              'THROUGH GAME ' LAST-GAME-COUNTED
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO QUESTION-REPORT-RECORD
            WRITE QUESTION-REPORT-RECORD
            MOVE HIGH-VALUES TO PREV-CATEGORY
            PERFORM VARYING QSTAT-IDX FROM 1 BY 1
            END-PERFORM
            CLOSE QUESTION-REPORT-FILE
            .
      * The mark moves on to the last game now in the counts and
      * any first game keyed for this run is cleared.
       R3000-REWRITE-PARMS SECTION.
            OPEN OUTPUT QSTATS-PARM-FILE
            IF (PARM-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: QSTATS-PARM.DAT could not be '
                'rewritten - the next run must be told to start '
                'at game 1'
            ELSE
              MOVE SPACES TO QSTATS-PARM-RECORD
              MOVE 0 TO PARM-START-GAME
              MOVE LAST-GAME-COUNTED TO PARM-LAST-GAME
              WRITE QSTATS-PARM-RECORD
              CLOSE QSTATS-PARM-FILE
            END-IF
            .
