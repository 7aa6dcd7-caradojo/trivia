       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-PARM-FILE ASSIGN TO "SCHEDULE-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT PLAYER-ROSTER-FILE ASSIGN TO "PLAYER-ROSTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS ROSTER-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT RIVALRY-DATA-FILE ASSIGN TO "RIVALRY.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS RIVALRY-STATUS.
           SELECT GAME-SCHEDULE-FILE ASSIGN TO "GAME-SCHEDULE.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS SCHEDULE-STATUS.
           SELECT SEATING-REPORT-FILE ASSIGN TO "SEATING-SHEET.RPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE
              ASSIGN TO "SCHEDULE-EXCEPTIONS.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-PARM-FILE.
       01  SCHEDULE-PARM-RECORD.
           05 PARM-GAMES-PER-MEMBER     PIC 9(2).
           05 FILLER                    PIC X(01).
           05 PARM-TABLE-SIZE           PIC 9(2).
           05 FILLER                    PIC X(01).
           05 PARM-OFTEN-MET            PIC 9(3).

       FD  PLAYER-ROSTER-FILE.
       01  PLAYER-ROSTER-RECORD         PIC X(5).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

       FD  RIVALRY-DATA-FILE.
       01  RIVALRY-DATA-RECORD.
           05 RIV-MEMBER-A-IN           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RIV-MEMBER-B-IN           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RIV-SHARED-IN             PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RIV-A-AHEAD-IN            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RIV-B-AHEAD-IN            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RIV-A-WINS-IN             PIC 9(5).
           05 FILLER                    PIC X(01).
           05 RIV-B-WINS-IN             PIC 9(5).

       FD  GAME-SCHEDULE-FILE.
       01  GAME-SCHEDULE-RECORD.
           05 SCHED-GAME-NO-OUT         PIC 9(3).
           05 FILLER                    PIC X(01).
           05 SCHED-MEMBER-ID-OUT       PIC 9(5).

       FD  SEATING-REPORT-FILE.
       01  SEATING-REPORT-RECORD        PIC X(100).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD      PIC X(100).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 ROSTER-STATUS          PIC XX.
         05 MASTER-STATUS          PIC XX.
         05 RIVALRY-STATUS         PIC XX.
         05 SCHEDULE-STATUS        PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 GAMES-PER-MEMBER       PIC 9(2) VALUE 3.
         05 TABLE-SIZE             PIC 9(2) VALUE 6.
         05 OFTEN-MET              PIC 9(3) VALUE 3.
         05 TOTAL-SEATS            PIC 9(5) VALUE 0.
         05 SEATS-LEFT-OVER        PIC 9(3) VALUE 0.
         05 BASE-TABLE-SIZE        PIC 9(3) VALUE 0.
         05 GAMES-STILL-TO-FILL    PIC 9(3) VALUE 0.
         05 EXCEPTION-COUNT        PIC 9(4) VALUE 0.
         05 ROSTER-ID              PIC X(5).
         05 REPORT-LINE            PIC X(100).

       01 MASTER-TABLE.
         05 MASTER-COUNT           PIC 9(4) VALUE 0.
         05 MASTER-ENTRY OCCURS 1000.
            10 MASTER-ID           PIC 9(5).
            10 MASTER-NAME         PIC X(20).
            10 MASTER-TEAM         PIC X(10).
            10 MASTER-ACTIVE       PIC X.
         05 MASTER-IDX             PIC 9(4).
         05 MASTER-FOUND-IDX       PIC 9(4).
         05 MASTER-LOOKUP-ID       PIC 9(5).

      * The members to be scheduled, in roster order. MEMBER-AT-GAME
      * is the last game the member was seated in, which is how a
      * member is kept from being seated twice at one table.
       01 MEMBER-TABLE.
         05 MEMBER-COUNT           PIC 9(3) VALUE 0.
         05 MEMBER-ENTRY OCCURS 100.
            10 MEMBER-ID           PIC 9(5).
            10 MEMBER-NAME         PIC X(20).
            10 MEMBER-TEAM         PIC X(10).
            10 MEMBER-REMAINING    PIC 9(2).
            10 MEMBER-AT-GAME      PIC 9(3).
         05 MEMBER-IDX             PIC 9(3).
         05 MEMBER-JDX             PIC 9(3).
         05 MEMBER-FOUND-IDX       PIC 9(3).
         05 MEMBER-LOOKUP-ID       PIC 9(5).

      * Times each pair of scheduled members has already shared a
      * table, from RIVALRY.DAT, and times this schedule has seated
      * them together so far - both indexed by roster position.
       01 PAIR-MATRIX.
         05 PAIR-ROW OCCURS 100.
            10 PAIR-COLUMN OCCURS 100.
               15 PAIR-SHARED      PIC 9(5).
               15 PAIR-SCHEDULED   PIC 9(3).

      * Each game's target size and where its seats start in the
      * seat list; seats are filled a game at a time so each game's
      * seats are contiguous.
       01 GAME-TABLE.
         05 GAME-COUNT             PIC 9(3) VALUE 0.
         05 GAME-ENTRY OCCURS 600.
            10 GAME-TARGET         PIC 9(3).
            10 GAME-FIRST-SEAT     PIC 9(4).
            10 GAME-SEATED         PIC 9(3).
         05 GAME-IDX               PIC 9(3).

       01 SEAT-TABLE.
         05 SEAT-COUNT             PIC 9(4) VALUE 0.
         05 SEAT-ENTRY OCCURS 600.
            10 SEAT-GAME           PIC 9(3).
            10 SEAT-MEMBER-IDX     PIC 9(3).
         05 SEAT-IDX               PIC 9(4).
         05 SEAT-JDX               PIC 9(4).
         05 SEAT-LAST              PIC 9(4).

       01 WS-PICK-WORK.
         05 FILL-IDX               PIC 9(3).
         05 PICK-IDX               PIC 9(3).
         05 PICK-PENALTY           PIC 9(7).
         05 CAND-PENALTY           PIC 9(7).
         05 FORCED-FOUND           PIC X.
         05 CAND-ELIGIBLE          PIC X.

       01 SEATING-DETAIL.
         05 FILLER                 PIC X(04) VALUE SPACES.
         05 SEAT-MEMBER-OUT        PIC 9(5).
         05 FILLER                 PIC X(02) VALUE SPACES.
         05 SEAT-NAME-OUT          PIC X(20).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 SEAT-TEAM-OUT          PIC X(10).

       PROCEDURE DIVISION.
      *>
      * Builds finals night's GAME-SCHEDULE.DAT from the roster so
      * nobody has to key it by hand. Every rostered member is
      * given the same number of games, no member is seated twice
      * in one game, and the tables are filled so that two members
      * of the same team, or two members RIVALRY.DAT says have
      * already shared many tables, sit apart wherever the numbers
      * allow. SEATING-SHEET.RPT is the sheet for the wall;
      * SCHEDULE-EXCEPTIONS.RPT lists every constraint the
      * schedule could not meet.
       MAIN SECTION.
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-LOAD-MASTER
            PERFORM I3000-LOAD-ROSTER
            PERFORM I4000-LOAD-RIVALRIES
            PERFORM A1000-SIZE-THE-GAMES
            OPEN OUTPUT EXCEPTION-REPORT-FILE
            MOVE 'TOURNAMENT SCHEDULE - UNSATISFIED CONSTRAINTS'
              TO EXCEPTION-REPORT-RECORD
            WRITE EXCEPTION-REPORT-RECORD
            MOVE SPACES TO EXCEPTION-REPORT-RECORD
            WRITE EXCEPTION-REPORT-RECORD
            PERFORM VARYING GAME-IDX FROM 1 BY 1
              UNTIL GAME-IDX > GAME-COUNT
              PERFORM A2000-FILL-ONE-GAME
            END-PERFORM
            PERFORM V1000-CHECK-CONSTRAINTS
            PERFORM R1000-WRITE-SCHEDULE
            PERFORM R2000-WRITE-SEATING-SHEET
            IF (EXCEPTION-COUNT = 0) THEN
              MOVE 'NONE - every constraint was met'
                TO EXCEPTION-REPORT-RECORD
              WRITE EXCEPTION-REPORT-RECORD
            ELSE
              MOVE SPACES TO EXCEPTION-REPORT-RECORD
              WRITE EXCEPTION-REPORT-RECORD
              MOVE SPACES TO REPORT-LINE
              STRING 'TOTAL: ' EXCEPTION-COUNT
                ' CONSTRAINT(S) NOT MET'
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO EXCEPTION-REPORT-RECORD
              WRITE EXCEPTION-REPORT-RECORD
            END-IF
            CLOSE EXCEPTION-REPORT-FILE
            DISPLAY 'Schedule: ' GAME-COUNT ' game(s), ' SEAT-COUNT
              ' seat(s) for ' MEMBER-COUNT ' member(s) - see '
              'SEATING-SHEET.RPT'
            IF (EXCEPTION-COUNT > 0) THEN
              DISPLAY 'WARNING: ' EXCEPTION-COUNT ' constraint(s) '
                'not met - see SCHEDULE-EXCEPTIONS.RPT'
              MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      * Games per member and table size shape the whole night; the
      * often-met figure is the shared-game count from RIVALRY.DAT
      * at which a pairing is worth reporting when it cannot be
      * avoided.
       I1000-LOAD-PARMS SECTION.
            OPEN INPUT SCHEDULE-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ SCHEDULE-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (PARM-STATUS = '00') AND
                 (PARM-GAMES-PER-MEMBER IS NUMERIC) AND
                 (PARM-TABLE-SIZE IS NUMERIC) AND
                 (PARM-OFTEN-MET IS NUMERIC) THEN
                MOVE PARM-GAMES-PER-MEMBER TO GAMES-PER-MEMBER
                MOVE PARM-TABLE-SIZE       TO TABLE-SIZE
                MOVE PARM-OFTEN-MET        TO OFTEN-MET
              ELSE
                DISPLAY 'WARNING: SCHEDULE-PARM.DAT record is not '
                  'numeric - built-in games and table size used'
              END-IF
              CLOSE SCHEDULE-PARM-FILE
            ELSE
              DISPLAY 'WARNING: SCHEDULE-PARM.DAT is missing - '
                'built-in games and table size used'
            END-IF
            IF (GAMES-PER-MEMBER = 0) OR (TABLE-SIZE < 2) THEN
              DISPLAY 'ERROR: ' GAMES-PER-MEMBER ' game(s) per '
                'member at tables of ' TABLE-SIZE
                ' cannot be scheduled - nothing was written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            .
       I2000-LOAD-MASTER SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-MASTER.DAT could not be '
                'opened - nothing was written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ PLAYER-MASTER-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (MASTER-COUNT < 1000) THEN
                ADD 1 TO MASTER-COUNT
                MOVE MAST-MEMBER-ID   TO MASTER-ID(MASTER-COUNT)
                MOVE MAST-FULL-NAME   TO MASTER-NAME(MASTER-COUNT)
                MOVE MAST-TEAM        TO MASTER-TEAM(MASTER-COUNT)
                MOVE MAST-ACTIVE-FLAG TO MASTER-ACTIVE(MASTER-COUNT)
              END-IF
              READ PLAYER-MASTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PLAYER-MASTER-FILE
            .
      * The roster is screened exactly as GAME screens it on the
      * night, so nobody is scheduled whom GAME would turn away.
       I3000-LOAD-ROSTER SECTION.
            OPEN INPUT PLAYER-ROSTER-FILE
            IF (ROSTER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-ROSTER.DAT could not be '
                'opened - nothing was written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ PLAYER-ROSTER-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              MOVE PLAYER-ROSTER-RECORD TO ROSTER-ID
              PERFORM I3100-ADD-ROSTER-MEMBER
              READ PLAYER-ROSTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PLAYER-ROSTER-FILE
            IF (MEMBER-COUNT < 2) THEN
              DISPLAY 'ERROR: fewer than two schedulable members on '
                'PLAYER-ROSTER.DAT - nothing was written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            .
       I3100-ADD-ROSTER-MEMBER SECTION.
            IF (ROSTER-ID NOT NUMERIC) THEN
              DISPLAY 'WARNING: roster entry ' ROSTER-ID
                ' is not a member id - skipped'
            ELSE
              MOVE ROSTER-ID TO MASTER-LOOKUP-ID
              PERFORM Q1000-FIND-MASTER
              MOVE ROSTER-ID TO MEMBER-LOOKUP-ID
              PERFORM Q2000-FIND-MEMBER
              IF (MASTER-FOUND-IDX = 0) THEN
                DISPLAY 'WARNING: member id ' ROSTER-ID
                  ' is not in PLAYER-MASTER.DAT - skipped'
              ELSE
                IF (MASTER-ACTIVE(MASTER-FOUND-IDX) NOT = 'A') THEN
                  DISPLAY 'WARNING: member id ' ROSTER-ID
                    ' (' MASTER-NAME(MASTER-FOUND-IDX) ') is '
                    'inactive - skipped'
                ELSE
                  IF (MEMBER-FOUND-IDX NOT = 0) THEN
                    DISPLAY 'WARNING: member id ' ROSTER-ID
                      ' appears twice on the roster - skipped'
                  ELSE
                    IF (MEMBER-COUNT >= 100) THEN
                      DISPLAY 'WARNING: roster is full at 100 '
                        'members - ' ROSTER-ID ' was not added'
                    ELSE
                      ADD 1 TO MEMBER-COUNT
                      MOVE MASTER-ID(MASTER-FOUND-IDX)
                        TO MEMBER-ID(MEMBER-COUNT)
                      MOVE MASTER-NAME(MASTER-FOUND-IDX)
                        TO MEMBER-NAME(MEMBER-COUNT)
                      MOVE MASTER-TEAM(MASTER-FOUND-IDX)
                        TO MEMBER-TEAM(MEMBER-COUNT)
                      MOVE GAMES-PER-MEMBER
                        TO MEMBER-REMAINING(MEMBER-COUNT)
                      MOVE 0 TO MEMBER-AT-GAME(MEMBER-COUNT)
                    END-IF
                  END-IF
                END-IF
              END-IF
            END-IF
            .
      * RIVALRY.DAT is optional - without it the schedule still
      * spreads pairings out, it just starts from nobody having met.
       I4000-LOAD-RIVALRIES SECTION.
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              PERFORM VARYING MEMBER-JDX FROM 1 BY 1
                UNTIL MEMBER-JDX > MEMBER-COUNT
                MOVE 0 TO PAIR-SHARED(MEMBER-IDX, MEMBER-JDX)
                MOVE 0 TO PAIR-SCHEDULED(MEMBER-IDX, MEMBER-JDX)
              END-PERFORM
            END-PERFORM
            OPEN INPUT RIVALRY-DATA-FILE
            IF (RIVALRY-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: RIVALRY.DAT is missing - past '
                'pairings are not taken into account'
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ RIVALRY-DATA-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (RIV-MEMBER-A-IN IS NUMERIC) AND
                   (RIV-MEMBER-B-IN IS NUMERIC) AND
                   (RIV-SHARED-IN IS NUMERIC) THEN
                  MOVE RIV-MEMBER-A-IN TO MEMBER-LOOKUP-ID
                  PERFORM Q2000-FIND-MEMBER
                  MOVE MEMBER-FOUND-IDX TO MEMBER-IDX
                  MOVE RIV-MEMBER-B-IN TO MEMBER-LOOKUP-ID
                  PERFORM Q2000-FIND-MEMBER
                  MOVE MEMBER-FOUND-IDX TO MEMBER-JDX
                  IF (MEMBER-IDX NOT = 0) AND (MEMBER-JDX NOT = 0)
                    THEN
                    MOVE RIV-SHARED-IN
                      TO PAIR-SHARED(MEMBER-IDX, MEMBER-JDX)
                    MOVE RIV-SHARED-IN
                      TO PAIR-SHARED(MEMBER-JDX, MEMBER-IDX)
                  END-IF
                END-IF
                READ RIVALRY-DATA-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE RIVALRY-DATA-FILE
            END-IF
            .
      * Enough games to seat every member the target number of
      * times with no table over the size limit - and never fewer
      * games than the target, since nobody plays twice in one game.
      * The seats are shared out so table sizes differ by one at
      * most.
       A1000-SIZE-THE-GAMES SECTION.
            COMPUTE TOTAL-SEATS = MEMBER-COUNT * GAMES-PER-MEMBER
            IF (TOTAL-SEATS > 600) THEN
              DISPLAY 'ERROR: ' TOTAL-SEATS ' seats exceed the 600 '
                'GAME can play in one night - nothing was written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            DIVIDE TOTAL-SEATS BY TABLE-SIZE GIVING GAME-COUNT
              REMAINDER SEATS-LEFT-OVER
            IF (SEATS-LEFT-OVER > 0) THEN
              ADD 1 TO GAME-COUNT
            END-IF
            IF (GAME-COUNT < GAMES-PER-MEMBER) THEN
              MOVE GAMES-PER-MEMBER TO GAME-COUNT
            END-IF
            DIVIDE TOTAL-SEATS BY GAME-COUNT GIVING BASE-TABLE-SIZE
              REMAINDER SEATS-LEFT-OVER
            PERFORM VARYING GAME-IDX FROM 1 BY 1
              UNTIL GAME-IDX > GAME-COUNT
              MOVE BASE-TABLE-SIZE TO GAME-TARGET(GAME-IDX)
              IF (GAME-IDX <= SEATS-LEFT-OVER) THEN
                ADD 1 TO GAME-TARGET(GAME-IDX)
              END-IF
              MOVE 0 TO GAME-FIRST-SEAT(GAME-IDX)
              MOVE 0 TO GAME-SEATED(GAME-IDX)
            END-PERFORM
            .
       A2000-FILL-ONE-GAME SECTION.
            COMPUTE GAME-FIRST-SEAT(GAME-IDX) = SEAT-COUNT + 1
            COMPUTE GAMES-STILL-TO-FILL = GAME-COUNT - GAME-IDX + 1
            PERFORM VARYING FILL-IDX FROM 1 BY 1
              UNTIL FILL-IDX > GAME-TARGET(GAME-IDX)
              PERFORM A3000-PICK-MEMBER
              IF (PICK-IDX = 0) THEN
                MOVE GAME-TARGET(GAME-IDX) TO FILL-IDX
              ELSE
                PERFORM A4000-SEAT-MEMBER
              END-IF
            END-PERFORM
            .
      * A member who needs a seat in every game still to be filled
      * must be taken first, or they would finish short. Among the
      * rest the pick is whoever clashes least with the members
      * already at the table: a team-mate costs far more than any
      * number of past meetings, and each game the pair has shared
      * before - in the archive or earlier tonight - costs one.
      * Ties go to whoever has more games still to play.
       A3000-PICK-MEMBER SECTION.
            MOVE 0 TO PICK-IDX
            MOVE 'N' TO FORCED-FOUND
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              IF (MEMBER-AT-GAME(MEMBER-IDX) NOT = GAME-IDX) AND
                 (MEMBER-REMAINING(MEMBER-IDX) >=
                  GAMES-STILL-TO-FILL) THEN
                MOVE 'Y' TO FORCED-FOUND
              END-IF
            END-PERFORM
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              MOVE 'Y' TO CAND-ELIGIBLE
              IF (MEMBER-AT-GAME(MEMBER-IDX) = GAME-IDX) OR
                 (MEMBER-REMAINING(MEMBER-IDX) = 0) THEN
                MOVE 'N' TO CAND-ELIGIBLE
              END-IF
              IF (FORCED-FOUND = 'Y') AND
                 (MEMBER-REMAINING(MEMBER-IDX) <
                  GAMES-STILL-TO-FILL) THEN
                MOVE 'N' TO CAND-ELIGIBLE
              END-IF
              IF (CAND-ELIGIBLE = 'Y') THEN
                PERFORM A3100-SCORE-CANDIDATE
                IF (PICK-IDX = 0) THEN
                  MOVE MEMBER-IDX TO PICK-IDX
                  MOVE CAND-PENALTY TO PICK-PENALTY
                ELSE
                  IF (CAND-PENALTY < PICK-PENALTY) OR
                     ((CAND-PENALTY = PICK-PENALTY) AND
                      (MEMBER-REMAINING(MEMBER-IDX) >
                       MEMBER-REMAINING(PICK-IDX))) THEN
                    MOVE MEMBER-IDX TO PICK-IDX
                    MOVE CAND-PENALTY TO PICK-PENALTY
                  END-IF
                END-IF
              END-IF
            END-PERFORM
            .
       A3100-SCORE-CANDIDATE SECTION.
            MOVE 0 TO CAND-PENALTY
            COMPUTE SEAT-LAST = GAME-FIRST-SEAT(GAME-IDX) +
              GAME-SEATED(GAME-IDX) - 1
            PERFORM VARYING SEAT-IDX FROM GAME-FIRST-SEAT(GAME-IDX)
              BY 1 UNTIL SEAT-IDX > SEAT-LAST
              MOVE SEAT-MEMBER-IDX(SEAT-IDX) TO MEMBER-JDX
              IF (MEMBER-TEAM(MEMBER-IDX) NOT = SPACES) AND
                 (MEMBER-TEAM(MEMBER-IDX) =
                  MEMBER-TEAM(MEMBER-JDX)) THEN
                ADD 10000 TO CAND-PENALTY
              END-IF
              ADD PAIR-SHARED(MEMBER-IDX, MEMBER-JDX)
                TO CAND-PENALTY
              ADD PAIR-SCHEDULED(MEMBER-IDX, MEMBER-JDX)
                TO CAND-PENALTY
            END-PERFORM
            .
       A4000-SEAT-MEMBER SECTION.
            COMPUTE SEAT-LAST = GAME-FIRST-SEAT(GAME-IDX) +
              GAME-SEATED(GAME-IDX) - 1
            PERFORM VARYING SEAT-IDX FROM GAME-FIRST-SEAT(GAME-IDX)
              BY 1 UNTIL SEAT-IDX > SEAT-LAST
              MOVE SEAT-MEMBER-IDX(SEAT-IDX) TO MEMBER-JDX
              ADD 1 TO PAIR-SCHEDULED(PICK-IDX, MEMBER-JDX)
              ADD 1 TO PAIR-SCHEDULED(MEMBER-JDX, PICK-IDX)
            END-PERFORM
            ADD 1 TO SEAT-COUNT
            MOVE GAME-IDX TO SEAT-GAME(SEAT-COUNT)
            MOVE PICK-IDX TO SEAT-MEMBER-IDX(SEAT-COUNT)
            ADD 1 TO GAME-SEATED(GAME-IDX)
            SUBTRACT 1 FROM MEMBER-REMAINING(PICK-IDX)
            MOVE GAME-IDX TO MEMBER-AT-GAME(PICK-IDX)
            .
      * Every pairing at every table is checked after the fact, so
      * the exceptions report shows what was actually scheduled,
      * not what the picking hoped for.
       V1000-CHECK-CONSTRAINTS SECTION.
            PERFORM VARYING GAME-IDX FROM 1 BY 1
              UNTIL GAME-IDX > GAME-COUNT
              IF (GAME-SEATED(GAME-IDX) < 2) THEN
                MOVE SPACES TO REPORT-LINE
                STRING 'GAME ' GAME-IDX ': only '
                  GAME-SEATED(GAME-IDX) ' member(s) could be seated'
                  DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM E1000-WRITE-EXCEPTION
              END-IF
              COMPUTE SEAT-LAST = GAME-FIRST-SEAT(GAME-IDX) +
                GAME-SEATED(GAME-IDX) - 1
              PERFORM VARYING SEAT-IDX FROM GAME-FIRST-SEAT(GAME-IDX)
                BY 1 UNTIL SEAT-IDX > SEAT-LAST
                PERFORM VARYING SEAT-JDX FROM SEAT-IDX BY 1
                  UNTIL SEAT-JDX > SEAT-LAST
                  IF (SEAT-JDX > SEAT-IDX) THEN
                    PERFORM V1100-CHECK-PAIRING
                  END-IF
                END-PERFORM
              END-PERFORM
            END-PERFORM
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              IF (MEMBER-REMAINING(MEMBER-IDX) > 0) THEN
                MOVE SPACES TO REPORT-LINE
                STRING MEMBER-NAME(MEMBER-IDX) ' is '
                  MEMBER-REMAINING(MEMBER-IDX) ' game(s) short of '
                  'the ' GAMES-PER-MEMBER ' scheduled for everyone'
                  DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM E1000-WRITE-EXCEPTION
              END-IF
            END-PERFORM
            .
       V1100-CHECK-PAIRING SECTION.
            MOVE SEAT-MEMBER-IDX(SEAT-IDX) TO MEMBER-IDX
            MOVE SEAT-MEMBER-IDX(SEAT-JDX) TO MEMBER-JDX
            IF (MEMBER-TEAM(MEMBER-IDX) NOT = SPACES) AND
               (MEMBER-TEAM(MEMBER-IDX) = MEMBER-TEAM(MEMBER-JDX))
              THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'GAME ' GAME-IDX ': ' MEMBER-NAME(MEMBER-IDX)
                ' and ' MEMBER-NAME(MEMBER-JDX) ' are both '
                MEMBER-TEAM(MEMBER-IDX)
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM E1000-WRITE-EXCEPTION
            END-IF
            IF (OFTEN-MET > 0) AND
               (PAIR-SHARED(MEMBER-IDX, MEMBER-JDX) >= OFTEN-MET)
              THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'GAME ' GAME-IDX ': ' MEMBER-NAME(MEMBER-IDX)
                ' and ' MEMBER-NAME(MEMBER-JDX) ' have already '
                'shared ' PAIR-SHARED(MEMBER-IDX, MEMBER-JDX)
                ' game(s)'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM E1000-WRITE-EXCEPTION
            END-IF
            .
       E1000-WRITE-EXCEPTION SECTION.
            ADD 1 TO EXCEPTION-COUNT
            MOVE REPORT-LINE TO EXCEPTION-REPORT-RECORD
            WRITE EXCEPTION-REPORT-RECORD
            .
       Q1000-FIND-MASTER SECTION.
            MOVE 0 TO MASTER-FOUND-IDX
            PERFORM VARYING MASTER-IDX FROM 1 BY 1
              UNTIL MASTER-IDX > MASTER-COUNT
              IF (MASTER-ID(MASTER-IDX) = MASTER-LOOKUP-ID) THEN
                MOVE MASTER-IDX TO MASTER-FOUND-IDX
              END-IF
            END-PERFORM
            .
       Q2000-FIND-MEMBER SECTION.
            MOVE 0 TO MEMBER-FOUND-IDX
            PERFORM VARYING MEMBER-JDX FROM 1 BY 1
              UNTIL MEMBER-JDX > MEMBER-COUNT
              IF (MEMBER-ID(MEMBER-JDX) = MEMBER-LOOKUP-ID) THEN
                MOVE MEMBER-JDX TO MEMBER-FOUND-IDX
              END-IF
            END-PERFORM
            .
      * Seats are written game by game, which is the order
      * I9000-LOAD-SCHEDULE expects them in.
       R1000-WRITE-SCHEDULE SECTION.
            OPEN OUTPUT GAME-SCHEDULE-FILE
            IF (SCHEDULE-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-SCHEDULE.DAT could not be '
                'written'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE SPACES TO GAME-SCHEDULE-RECORD
              MOVE SEAT-GAME(SEAT-IDX) TO SCHED-GAME-NO-OUT
              MOVE MEMBER-ID(SEAT-MEMBER-IDX(SEAT-IDX))
                TO SCHED-MEMBER-ID-OUT
              WRITE GAME-SCHEDULE-RECORD
            END-PERFORM
            CLOSE GAME-SCHEDULE-FILE
            .
       R2000-WRITE-SEATING-SHEET SECTION.
            OPEN OUTPUT SEATING-REPORT-FILE
            MOVE 'TOURNAMENT NIGHT SEATING' TO SEATING-REPORT-RECORD
            WRITE SEATING-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING MEMBER-COUNT ' MEMBER(S), ' GAMES-PER-MEMBER
              ' GAME(S) EACH, TABLES OF UP TO ' TABLE-SIZE
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO SEATING-REPORT-RECORD
            WRITE SEATING-REPORT-RECORD
            PERFORM VARYING GAME-IDX FROM 1 BY 1
              UNTIL GAME-IDX > GAME-COUNT
              MOVE SPACES TO SEATING-REPORT-RECORD
              WRITE SEATING-REPORT-RECORD
              MOVE SPACES TO REPORT-LINE
              STRING 'GAME ' GAME-IDX '  (' GAME-SEATED(GAME-IDX)
                ' SEATS)'
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO SEATING-REPORT-RECORD
              WRITE SEATING-REPORT-RECORD
              COMPUTE SEAT-LAST = GAME-FIRST-SEAT(GAME-IDX) +
                GAME-SEATED(GAME-IDX) - 1
              PERFORM VARYING SEAT-IDX FROM GAME-FIRST-SEAT(GAME-IDX)
                BY 1 UNTIL SEAT-IDX > SEAT-LAST
                MOVE SEAT-MEMBER-IDX(SEAT-IDX) TO MEMBER-IDX
                MOVE MEMBER-ID(MEMBER-IDX)   TO SEAT-MEMBER-OUT
                MOVE MEMBER-NAME(MEMBER-IDX) TO SEAT-NAME-OUT
                MOVE MEMBER-TEAM(MEMBER-IDX) TO SEAT-TEAM-OUT
                MOVE SEATING-DETAIL TO SEATING-REPORT-RECORD
                WRITE SEATING-REPORT-RECORD
              END-PERFORM
            END-PERFORM
            CLOSE SEATING-REPORT-FILE
            .
