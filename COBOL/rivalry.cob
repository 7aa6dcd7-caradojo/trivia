       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIVALRY-PARM-FILE ASSIGN TO "RIVALRY-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT RIVALRY-DATA-FILE ASSIGN TO "RIVALRY.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS DATA-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT RIVALRY-REPORT-FILE ASSIGN TO "RIVALRY.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RIVALRY-PARM-FILE.
       01  RIVALRY-PARM-RECORD.
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
           05 FILLER                    PIC X(01).
           05 RIV-B-WINS-OUT            PIC 9(5).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

       FD  RIVALRY-REPORT-FILE.
       01  RIVALRY-REPORT-RECORD        PIC X(100).
      *>
       01 WS-MISC.

         05 HISTORY-STATUS         PIC XX.
         05 PARM-STATUS            PIC XX.
         05 DATA-STATUS            PIC XX.
         05 MASTER-STATUS          PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.

         05 START-GAME             PIC 9(5) VALUE 1.
         05 LAST-GAME-COUNTED      PIC 9(5) VALUE 0.
         05 PAIRS-CARRIED          PIC 9(4) VALUE 0.
         05 GAMES-SEEN             PIC 9(5) VALUE 0.
         05 GAME-OPEN              PIC X VALUE 'N'.
         05 REPORT-LINE            PIC X(100).
         05 RIVAL-LOOKUP-B         PIC 9(5).
         05 RIVAL-FULL-WARNED      PIC X VALUE 'N'.

      * Names for pairs carried forward from RIVALRY.DAT, which
      * holds member ids only.
       01 MASTER-NAME-TABLE.
         05 MASTER-COUNT           PIC 9(4) VALUE 0.
         05 MASTER-ENTRY OCCURS 1000.
            10 MASTER-ID           PIC 9(5).
            10 MASTER-NAME         PIC X(20).
         05 MASTER-IDX             PIC 9(4).
         05 MASTER-LOOKUP-ID       PIC 9(5).
         05 MASTER-FOUND-NAME      PIC X(20).

       01 WS-PAIR-WORK.
         05 PAIR-LO-IDX            PIC 9(3).
         05 PAIR-HI-IDX            PIC 9(3).
      * shared, finished-ahead counts, head-to-head wins - printed
      * as RIVALRY.RPT and written to RIVALRY.DAT keyed by member-
      * id pair for the rivalry-of-the-week pick.
      * The totals are carried forward: RIVALRY-PARM.DAT keeps the
      * last game counted, and a run adds only the games after it
      * to the totals already on RIVALRY.DAT, then moves the mark
      * on. A first game keyed on the parameter overrides that;
      * game 1 rebuilds the file from nothing, while a game the
      * totals already include is refused, as it would count those
      * games twice.
       MAIN SECTION.
            PERFORM I0500-LOAD-PARMS
            IF (START-GAME > 1) THEN
              PERFORM I0600-LOAD-RIVALRIES
            END-IF
            PERFORM I0700-LOAD-MASTER-NAMES
            PERFORM I1000-WALK-HISTORY
            PERFORM S1000-SORT-RIVALRIES
            PERFORM R1000-WRITE-DATA-FILE
            PERFORM R2000-WRITE-REPORT
            PERFORM R3000-REWRITE-PARMS
            DISPLAY 'Rivalry report: ' GAMES-SEEN ' game(s) from '
              'game ' START-GAME ' added to ' PAIRS-CARRIED
              ' pair(s) carried forward, ' RIVAL-COUNT ' member '
              'pair(s) now - see RIVALRY.RPT'
            GOBACK.

       I0500-LOAD-PARMS SECTION.
            OPEN INPUT RIVALRY-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ RIVALRY-PARM-FILE
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
                DISPLAY 'WARNING: RIVALRY-PARM.DAT record is not '
                  'valid - the whole archive is counted'
              END-IF
              CLOSE RIVALRY-PARM-FILE
            END-IF
            IF (START-GAME > 1) AND
               (START-GAME <= LAST-GAME-COUNTED) THEN
              DISPLAY 'ERROR: RIVALRY.DAT already counts games to '
                LAST-GAME-COUNTED ' - a first game of ' START-GAME
                ' would count some twice; use 1 to rebuild'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            IF (START-GAME > 1) AND (LAST-GAME-COUNTED = 0) THEN
              DISPLAY 'WARNING: RIVALRY-PARM.DAT has no record of '
                'the games already counted - the whole archive is '
                'counted'
              MOVE 1 TO START-GAME
            END-IF
            IF (START-GAME = 1) THEN
              MOVE 0 TO LAST-GAME-COUNTED
            END-IF
            .
      * Without the totals to carry forward, counting only the new
      * games would quietly shrink them, so the whole archive is
      * counted instead.
       I0600-LOAD-RIVALRIES SECTION.
            OPEN INPUT RIVALRY-DATA-FILE
            IF (DATA-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: RIVALRY.DAT could not be opened - '
                'the whole archive is counted'
              MOVE 1 TO START-GAME
              MOVE 0 TO LAST-GAME-COUNTED
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ RIVALRY-DATA-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (RIV-MEMBER-A-OUT IS NUMERIC) AND
                   (RIV-MEMBER-B-OUT IS NUMERIC) THEN
                  MOVE RIV-MEMBER-A-OUT TO RIVAL-LOOKUP-A
                  MOVE RIV-MEMBER-B-OUT TO RIVAL-LOOKUP-B
                  PERFORM Q2000-FIND-RIVAL-PAIR
                  IF (RIVAL-MATCH-IDX NOT = 0) THEN
                    ADD 1 TO PAIRS-CARRIED
                    MOVE RIV-SHARED-OUT
                      TO RIVAL-SHARED(RIVAL-MATCH-IDX)
                    MOVE RIV-A-AHEAD-OUT
                      TO RIVAL-A-AHEAD(RIVAL-MATCH-IDX)
                    MOVE RIV-B-AHEAD-OUT
                      TO RIVAL-B-AHEAD(RIVAL-MATCH-IDX)
                    MOVE RIV-A-WINS-OUT
                      TO RIVAL-A-WINS(RIVAL-MATCH-IDX)
                    MOVE RIV-B-WINS-OUT
                      TO RIVAL-B-WINS(RIVAL-MATCH-IDX)
                  END-IF
                END-IF
                READ RIVALRY-DATA-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE RIVALRY-DATA-FILE
            END-IF
            .
       I0700-LOAD-MASTER-NAMES SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ PLAYER-MASTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (MAST-MEMBER-ID IS NUMERIC) AND
                   (MASTER-COUNT < 1000) THEN
                  ADD 1 TO MASTER-COUNT
                  MOVE MAST-MEMBER-ID TO MASTER-ID(MASTER-COUNT)
                  MOVE MAST-FULL-NAME TO MASTER-NAME(MASTER-COUNT)
                END-IF
                READ PLAYER-MASTER-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE PLAYER-MASTER-FILE
            END-IF
            .

       I1000-WALK-HISTORY SECTION.
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
                PERFORM A1000-CLOSE-OUT-GAME
                MOVE 'Y' TO GAME-OPEN
                MOVE 0 TO SEAT-COUNT
                ADD 1 TO GAMES-SEEN
                IF (HIST-KEY-GAME > LAST-GAME-COUNTED) THEN
                  MOVE HIST-KEY-GAME TO LAST-GAME-COUNTED
                END-IF
              END-IF
              IF (HIST-REC-TURN) AND (GAME-OPEN = 'Y') THEN
                MOVE HIST-REC-BODY TO TURN-DETAIL
                PERFORM A2000-TALLY-TURN
              END-IF
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            .
       R2000-WRITE-REPORT SECTION.
            OPEN OUTPUT RIVALRY-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'HEAD-TO-HEAD RIVALRIES - MOST GAMES SHARED FIRST'
              ' - THROUGH GAME ' LAST-GAME-COUNTED
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO RIVALRY-REPORT-RECORD
            WRITE RIVALRY-REPORT-RECORD
            MOVE SPACES TO RIVALRY-REPORT-RECORD
            WRITE RIVALRY-REPORT-RECORD
            PERFORM VARYING RIVAL-IDX FROM 1 BY 1
              UNTIL RIVAL-IDX > RIVAL-COUNT
              MOVE RIVAL-PLAYER-A(RIVAL-IDX) TO RPT-PLAYER-A-OUT
              IF (RIVAL-PLAYER-A(RIVAL-IDX) = SPACES) THEN
                MOVE RIVAL-MEMBER-A(RIVAL-IDX) TO MASTER-LOOKUP-ID
                PERFORM Q3000-FIND-MASTER-NAME
                MOVE MASTER-FOUND-NAME TO RPT-PLAYER-A-OUT
              END-IF
              MOVE RIVAL-PLAYER-B(RIVAL-IDX) TO RPT-PLAYER-B-OUT
              IF (RIVAL-PLAYER-B(RIVAL-IDX) = SPACES) THEN
                MOVE RIVAL-MEMBER-B(RIVAL-IDX) TO MASTER-LOOKUP-ID
                PERFORM Q3000-FIND-MASTER-NAME
                MOVE MASTER-FOUND-NAME TO RPT-PLAYER-B-OUT
              END-IF
              MOVE RIVAL-SHARED(RIVAL-IDX)   TO RPT-SHARED-OUT
              MOVE RIVAL-A-AHEAD(RIVAL-IDX)  TO RPT-A-AHEAD-OUT
              MOVE RIVAL-B-AHEAD(RIVAL-IDX)  TO RPT-B-AHEAD-OUT
            END-PERFORM
            CLOSE RIVALRY-REPORT-FILE
            .
      * The mark moves on to the last game now in the totals and
      * any first game keyed for this run is cleared.
       R3000-REWRITE-PARMS SECTION.
            OPEN OUTPUT RIVALRY-PARM-FILE
            IF (PARM-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: RIVALRY-PARM.DAT could not be '
                'rewritten - the next run must be told to start '
                'at game 1'
            ELSE
              MOVE SPACES TO RIVALRY-PARM-RECORD
              MOVE 0 TO PARM-START-GAME
              MOVE LAST-GAME-COUNTED TO PARM-LAST-GAME
              WRITE RIVALRY-PARM-RECORD
              CLOSE RIVALRY-PARM-FILE
            END-IF
            .
      * A member no longer on the master is shown by id.
       Q3000-FIND-MASTER-NAME SECTION.
            MOVE MASTER-LOOKUP-ID TO MASTER-FOUND-NAME
            PERFORM VARYING MASTER-IDX FROM 1 BY 1
              UNTIL MASTER-IDX > MASTER-COUNT
              IF (MASTER-ID(MASTER-IDX) = MASTER-LOOKUP-ID) THEN
                MOVE MASTER-NAME(MASTER-IDX) TO MASTER-FOUND-NAME
              END-IF
            END-PERFORM
            .
