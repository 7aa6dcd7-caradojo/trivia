       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-PARM-FILE ASSIGN TO "ATTEND-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT MEMBER-PROPOSAL-FILE ASSIGN TO "MEMBER-PROPOSALS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PROPOSAL-STATUS.
           SELECT ATTEND-REPORT-FILE ASSIGN TO "ATTENDANCE.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-PARM-FILE.
       01  ATTEND-PARM-RECORD.
           05 PARM-ABSENCE-WEEKS        PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-START-GAME           PIC 9(5).

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

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

      * Laid out exactly as MEMBER-TRANS.DAT so a reviewed proposal
      * can be fed to MEMBERMAINT as it stands.
       FD  MEMBER-PROPOSAL-FILE.
       01  MEMBER-PROPOSAL-RECORD.
           05 PROP-ACTION               PIC X.
           05 FILLER                    PIC X(01).
           05 PROP-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 PROP-NAME                 PIC X(20).
           05 FILLER                    PIC X(01).
           05 PROP-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 PROP-FLAG                 PIC X.

       FD  ATTEND-REPORT-FILE.
       01  ATTEND-REPORT-RECORD         PIC X(100).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 HISTORY-STATUS         PIC XX.
         05 MASTER-STATUS          PIC XX.
         05 PROPOSAL-STATUS        PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.

         05 ABSENCE-WEEKS          PIC 9(3) VALUE 8.
         05 ABSENCE-DAYS           PIC 9(5).
         05 START-GAME             PIC 9(5) VALUE 1.
         05 GAME-OPEN              PIC X VALUE 'N'.
         05 GAME-DATE              PIC 9(8).
         05 AS-OF-DATE             PIC 9(8) VALUE 0.
         05 AS-OF-DAY              PIC 9(7) VALUE 0.
         05 FIRST-NIGHT-DATE       PIC 9(8) VALUE 0.
         05 FIRST-NIGHT-DAY        PIC 9(7) VALUE 0.
         05 DAY-NUMBER             PIC 9(7).
         05 GAP-DAYS               PIC 9(5).
         05 GAMES-SEEN             PIC 9(5) VALUE 0.
         05 GAMES-SKIPPED          PIC 9(5) VALUE 0.
         05 UNKNOWN-COUNT          PIC 9(4) VALUE 0.
         05 INACTIVE-PROPOSED      PIC 9(4) VALUE 0.
         05 ACTIVE-PROPOSED        PIC 9(4) VALUE 0.
         05 ATTEND-FULL-WARNED     PIC X VALUE 'N'.
         05 REPORT-LINE            PIC X(100).

      * The header record's body: the game number and the date it
      * was played.
       01 GAME-HEADER-DETAIL.
         05 HDR-GAME-NUMBER        PIC X(5).
         05 FILLER                 PIC X(01).
         05 HDR-GAME-DATE          PIC X(8).

      * Only the member seated for the turn matters here.
       01 TURN-DETAIL.
         05 TURN-MEMBER            PIC X(5).
         05 FILLER                 PIC X(125).

      * The club nights in the archive. A tournament night runs
      * several games on the one date but is still one night out.
       01 NIGHT-TABLE.
         05 NIGHT-COUNT            PIC 9(4) VALUE 0.
         05 NIGHT-DATE OCCURS 2000 PIC 9(8).
         05 NIGHT-IDX              PIC 9(4).
         05 NIGHT-MATCH-IDX        PIC 9(4).

      * One entry per member per night attended, however many games
      * they sat in that night. Sorted member then date, it gives
      * each member's nights in the order they came.
       01 ATTEND-TABLE.
         05 ATTEND-COUNT           PIC 9(4) VALUE 0.
         05 ATTEND-ENTRY OCCURS 5000.
            10 ATTEND-MEMBER       PIC 9(5).
            10 ATTEND-DATE         PIC 9(8).
         05 ATTEND-IDX             PIC 9(4).
         05 ATTEND-MATCH-IDX       PIC 9(4).
         05 ATTEND-LOOKUP-ID       PIC 9(5).

      * The register: the membership from PLAYER-MASTER, plus anyone
      * seated in the archive who is not on it. Gaps are held in
      * days and reported in whole weeks.
       01 MEMBER-TABLE.
         05 MEMBER-COUNT           PIC 9(4) VALUE 0.
         05 MEMBER-ENTRY OCCURS 1000.
            10 MEMBER-ID           PIC 9(5).
            10 MEMBER-NAME         PIC X(20).
            10 MEMBER-TEAM         PIC X(10).
            10 MEMBER-FLAG         PIC X.
            10 MEMBER-ON-MASTER    PIC X.
            10 MEMBER-NIGHTS       PIC 9(4).
            10 MEMBER-FIRST-DATE   PIC 9(8).
            10 MEMBER-LAST-DATE    PIC 9(8).
            10 MEMBER-LONGEST-GAP  PIC 9(5).
            10 MEMBER-AWAY-DAYS    PIC 9(5).
            10 MEMBER-PROPOSAL     PIC X.
         05 MEMBER-IDX             PIC 9(4).
         05 MEMBER-MATCH-IDX       PIC 9(4).
         05 MEMBER-LOOKUP-ID       PIC 9(5).
         05 MEMBER-FULL-WARNED     PIC X VALUE 'N'.

       01 WS-SORT-WORK.
         05 SORT-I                 PIC 9(4).
         05 SORT-J                 PIC 9(4).
         05 SORT-BEST              PIC 9(4).
         05 SORT-TEMP-ATTEND       PIC X(13).
         05 SORT-TEMP-MEMBER       PIC X(68).

       01 REPORT-DETAIL.
         05 RPT-MEMBER-OUT         PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-NAME-OUT           PIC X(20).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-TEAM-OUT           PIC X(10).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-FLAG-OUT           PIC X.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-NIGHTS-OUT         PIC Z(3)9.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-LAST-OUT           PIC X(8).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-LONGEST-OUT        PIC Z(3)9.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 RPT-AWAY-OUT           PIC Z(3)9.
         05 FILLER                 PIC X(02) VALUE SPACES.
         05 RPT-NOTE-OUT           PIC X(20).

       PROCEDURE DIVISION.
      *>
      * Keeps the active flag honest. Walks GAME-HISTORY.DAT for
      * the members seated each game night and builds a register:
      * nights attended, the last night seen and the longest run of
      * weeks away between two nights. Absence is measured up to the
      * latest night in the archive, not the run date, so a summer
      * break does not lapse the whole club. An active member away
      * for the ATTEND-PARM.DAT number of weeks or more (8 if not
      * given) gets a proposed 'S' transaction to flag them I; an
      * inactive member who has played within that window gets one
      * to flag them A again. The proposals go to
      * MEMBER-PROPOSALS.DAT in MEMBER-TRANS.DAT layout - nothing
      * here touches the master. The secretary reviews them and
      * runs the ones that stand through MEMBERMAINT, which keeps
      * MEMBER-AUDIT.DAT the one record of every change.
      * ATTEND-PARM.DAT may also name the first game to look at, so
      * the register covers only the nights since then.
       MAIN SECTION.
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-LOAD-MASTER
            PERFORM I3000-WALK-HISTORY
            PERFORM S1000-SORT-ATTENDANCE
            PERFORM A1000-BUILD-REGISTER
            PERFORM S2000-SORT-REGISTER
            PERFORM A2000-WRITE-PROPOSALS
            PERFORM R1000-WRITE-REPORT
            DISPLAY 'Attendance: ' MEMBER-COUNT ' member(s), '
              NIGHT-COUNT ' night(s); ' INACTIVE-PROPOSED
              ' lapse(s) and ' ACTIVE-PROPOSED ' reactivation(s) '
              'proposed - see ATTENDANCE.RPT'
            IF (GAMES-SKIPPED > 0) OR (UNKNOWN-COUNT > 0) THEN
              MOVE 4 TO RETURN-CODE
            ELSE
              MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

       I1000-LOAD-PARMS SECTION.
            OPEN INPUT ATTEND-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ ATTEND-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (PARM-STATUS = '00') AND
                 (PARM-ABSENCE-WEEKS IS NUMERIC) AND
                 (PARM-ABSENCE-WEEKS > 0) THEN
                MOVE PARM-ABSENCE-WEEKS TO ABSENCE-WEEKS
              ELSE
                DISPLAY 'WARNING: ATTEND-PARM.DAT record is not '
                  'valid - built-in absence window used'
              END-IF
              IF (PARM-STATUS = '00') AND
                 (PARM-START-GAME IS NUMERIC) AND
                 (PARM-START-GAME > 0) THEN
                MOVE PARM-START-GAME TO START-GAME
              END-IF
              CLOSE ATTEND-PARM-FILE
            ELSE
              DISPLAY 'WARNING: ATTEND-PARM.DAT is missing - '
                'built-in absence window used'
            END-IF
            COMPUTE ABSENCE-DAYS = ABSENCE-WEEKS * 7
            .
       I2000-LOAD-MASTER SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-MASTER.DAT could not be '
                'opened - no proposals were made'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ PLAYER-MASTER-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (MAST-MEMBER-ID IS NUMERIC) AND
                 (MEMBER-COUNT < 1000) THEN
                ADD 1 TO MEMBER-COUNT
                MOVE MEMBER-COUNT TO MEMBER-MATCH-IDX
                MOVE MAST-MEMBER-ID TO MEMBER-LOOKUP-ID
                PERFORM Q2100-START-MEMBER
                MOVE MAST-FULL-NAME TO MEMBER-NAME(MEMBER-MATCH-IDX)
                MOVE MAST-TEAM      TO MEMBER-TEAM(MEMBER-MATCH-IDX)
                MOVE MAST-ACTIVE-FLAG
                  TO MEMBER-FLAG(MEMBER-MATCH-IDX)
                MOVE 'Y' TO MEMBER-ON-MASTER(MEMBER-MATCH-IDX)
              END-IF
              READ PLAYER-MASTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PLAYER-MASTER-FILE
            .
      * Games need not be archived in date order; every night is
      * kept and the earliest and latest are worked out as they
      * come.
       I3000-WALK-HISTORY SECTION.
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be opened'
              MOVE 8 TO RETURN-CODE
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
                MOVE HIST-REC-BODY TO GAME-HEADER-DETAIL
                PERFORM A0500-OPEN-GAME
              END-IF
              IF (HIST-REC-TURN) AND (GAME-OPEN = 'Y') THEN
                MOVE HIST-REC-BODY TO TURN-DETAIL
                IF (TURN-MEMBER IS NUMERIC) THEN
                  MOVE TURN-MEMBER TO ATTEND-LOOKUP-ID
                  PERFORM Q1000-RECORD-ATTENDANCE
                END-IF
              END-IF
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE GAME-HISTORY-FILE
            IF (AS-OF-DATE NOT = 0) THEN
              COMPUTE AS-OF-DAY =
                FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
              COMPUTE FIRST-NIGHT-DAY =
                FUNCTION INTEGER-OF-DATE(FIRST-NIGHT-DATE)
            END-IF
            .
       A0500-OPEN-GAME SECTION.
            MOVE 'N' TO GAME-OPEN
            IF (HDR-GAME-DATE IS NUMERIC) THEN
              MOVE HDR-GAME-DATE TO GAME-DATE
              IF (FUNCTION TEST-DATE-YYYYMMDD(GAME-DATE) = 0) THEN
                MOVE 'Y' TO GAME-OPEN
              END-IF
            END-IF
            IF (GAME-OPEN = 'N') THEN
              DISPLAY 'WARNING: game ' HDR-GAME-NUMBER ' has no '
                'valid date - its seats are not counted'
              ADD 1 TO GAMES-SKIPPED
            ELSE
              IF (GAME-DATE > AS-OF-DATE) THEN
                MOVE GAME-DATE TO AS-OF-DATE
              END-IF
              IF (FIRST-NIGHT-DATE = 0) OR
                 (GAME-DATE < FIRST-NIGHT-DATE) THEN
                MOVE GAME-DATE TO FIRST-NIGHT-DATE
              END-IF
              MOVE 0 TO NIGHT-MATCH-IDX
              PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                UNTIL NIGHT-IDX > NIGHT-COUNT
                IF (NIGHT-DATE(NIGHT-IDX) = GAME-DATE) THEN
                  MOVE NIGHT-IDX TO NIGHT-MATCH-IDX
                END-IF
              END-PERFORM
              IF (NIGHT-MATCH-IDX = 0) AND (NIGHT-COUNT < 2000) THEN
                ADD 1 TO NIGHT-COUNT
                MOVE GAME-DATE TO NIGHT-DATE(NIGHT-COUNT)
              END-IF
            END-IF
            .
      * Each member's nights, in date order, give the gaps between
      * them; the gap from the last night seen to the latest night
      * in the archive is how long they have been away now.
       A1000-BUILD-REGISTER SECTION.
            PERFORM VARYING ATTEND-IDX FROM 1 BY 1
              UNTIL ATTEND-IDX > ATTEND-COUNT
              MOVE ATTEND-MEMBER(ATTEND-IDX) TO MEMBER-LOOKUP-ID
              PERFORM Q2000-FIND-MEMBER
              IF (MEMBER-MATCH-IDX NOT = 0) THEN
                IF (MEMBER-NIGHTS(MEMBER-MATCH-IDX) = 0) THEN
                  MOVE ATTEND-DATE(ATTEND-IDX)
                    TO MEMBER-FIRST-DATE(MEMBER-MATCH-IDX)
                ELSE
                  COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                    (MEMBER-LAST-DATE(MEMBER-MATCH-IDX))
                  COMPUTE GAP-DAYS = FUNCTION INTEGER-OF-DATE
                    (ATTEND-DATE(ATTEND-IDX)) - DAY-NUMBER
                  IF (GAP-DAYS > MEMBER-LONGEST-GAP(MEMBER-MATCH-IDX))
                    THEN
                    MOVE GAP-DAYS
                      TO MEMBER-LONGEST-GAP(MEMBER-MATCH-IDX)
                  END-IF
                END-IF
                ADD 1 TO MEMBER-NIGHTS(MEMBER-MATCH-IDX)
                MOVE ATTEND-DATE(ATTEND-IDX)
                  TO MEMBER-LAST-DATE(MEMBER-MATCH-IDX)
              END-IF
            END-PERFORM
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              IF (AS-OF-DATE = 0) THEN
                MOVE 0 TO MEMBER-AWAY-DAYS(MEMBER-IDX)
              ELSE
                IF (MEMBER-NIGHTS(MEMBER-IDX) = 0) THEN
                  COMPUTE MEMBER-AWAY-DAYS(MEMBER-IDX) =
                    AS-OF-DAY - FIRST-NIGHT-DAY
                ELSE
                  COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                    (MEMBER-LAST-DATE(MEMBER-IDX))
                  COMPUTE MEMBER-AWAY-DAYS(MEMBER-IDX) =
                    AS-OF-DAY - DAY-NUMBER
                END-IF
              END-IF
            END-PERFORM
            .
      * A member never seen at all has been away at least since the
      * first night in the archive, and is only proposed for lapsing
      * once the archive itself covers the absence window - a new
      * member is not lapsed before they have had the chance to
      * turn up. Members not on the master get no proposal;
      * MEMBERMAINT would only reject it.
       A2000-WRITE-PROPOSALS SECTION.
            OPEN OUTPUT MEMBER-PROPOSAL-FILE
            IF (PROPOSAL-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: MEMBER-PROPOSALS.DAT could not be '
                'opened'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              MOVE SPACE TO MEMBER-PROPOSAL(MEMBER-IDX)
              IF (MEMBER-ON-MASTER(MEMBER-IDX) = 'Y') AND
                 (AS-OF-DATE NOT = 0) THEN
                IF (MEMBER-FLAG(MEMBER-IDX) = 'I') THEN
                  IF (MEMBER-NIGHTS(MEMBER-IDX) > 0) AND
                     (MEMBER-AWAY-DAYS(MEMBER-IDX) < ABSENCE-DAYS)
                    THEN
                    MOVE 'A' TO MEMBER-PROPOSAL(MEMBER-IDX)
                    ADD 1 TO ACTIVE-PROPOSED
                  END-IF
                ELSE
                  IF (MEMBER-AWAY-DAYS(MEMBER-IDX) >= ABSENCE-DAYS)
                    THEN
                    MOVE 'I' TO MEMBER-PROPOSAL(MEMBER-IDX)
                    ADD 1 TO INACTIVE-PROPOSED
                  END-IF
                END-IF
              END-IF
              IF (MEMBER-PROPOSAL(MEMBER-IDX) NOT = SPACE) THEN
                MOVE SPACES TO MEMBER-PROPOSAL-RECORD
                MOVE 'S' TO PROP-ACTION
                MOVE MEMBER-ID(MEMBER-IDX)   TO PROP-MEMBER-ID
                MOVE MEMBER-NAME(MEMBER-IDX) TO PROP-NAME
                MOVE MEMBER-TEAM(MEMBER-IDX) TO PROP-TEAM
                MOVE MEMBER-PROPOSAL(MEMBER-IDX) TO PROP-FLAG
                WRITE MEMBER-PROPOSAL-RECORD
              END-IF
            END-PERFORM
            CLOSE MEMBER-PROPOSAL-FILE
            .
       Q1000-RECORD-ATTENDANCE SECTION.
            MOVE 0 TO ATTEND-MATCH-IDX
            PERFORM VARYING ATTEND-IDX FROM 1 BY 1
              UNTIL ATTEND-IDX > ATTEND-COUNT
              IF (ATTEND-MEMBER(ATTEND-IDX) = ATTEND-LOOKUP-ID) AND
                 (ATTEND-DATE(ATTEND-IDX) = GAME-DATE) THEN
                MOVE ATTEND-IDX TO ATTEND-MATCH-IDX
              END-IF
            END-PERFORM
            IF (ATTEND-MATCH-IDX = 0) THEN
              IF (ATTEND-COUNT < 5000) THEN
                ADD 1 TO ATTEND-COUNT
                MOVE ATTEND-LOOKUP-ID TO ATTEND-MEMBER(ATTEND-COUNT)
                MOVE GAME-DATE        TO ATTEND-DATE(ATTEND-COUNT)
              ELSE
                IF (ATTEND-FULL-WARNED = 'N') THEN
                  DISPLAY 'WARNING: more than 5000 member nights '
                    'in the archive - extras not counted'
                  MOVE 'Y' TO ATTEND-FULL-WARNED
                  ADD 1 TO GAMES-SKIPPED
                END-IF
              END-IF
            END-IF
            .
      * A member seated in the archive but missing from the master
      * is still put on the register so the secretary can see them.
       Q2000-FIND-MEMBER SECTION.
            MOVE 0 TO MEMBER-MATCH-IDX
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              IF (MEMBER-ID(MEMBER-IDX) = MEMBER-LOOKUP-ID) THEN
                MOVE MEMBER-IDX TO MEMBER-MATCH-IDX
              END-IF
            END-PERFORM
            IF (MEMBER-MATCH-IDX = 0) THEN
              IF (MEMBER-COUNT < 1000) THEN
                ADD 1 TO MEMBER-COUNT
                MOVE MEMBER-COUNT TO MEMBER-MATCH-IDX
                PERFORM Q2100-START-MEMBER
                MOVE '(not on master)'
                  TO MEMBER-NAME(MEMBER-MATCH-IDX)
                ADD 1 TO UNKNOWN-COUNT
              ELSE
                IF (MEMBER-FULL-WARNED = 'N') THEN
                  DISPLAY 'WARNING: more than 1000 members on the '
                    'register - extras ignored'
                  MOVE 'Y' TO MEMBER-FULL-WARNED
                END-IF
              END-IF
            END-IF
            .
       Q2100-START-MEMBER SECTION.
            MOVE MEMBER-LOOKUP-ID TO MEMBER-ID(MEMBER-MATCH-IDX)
            MOVE SPACES TO MEMBER-NAME(MEMBER-MATCH-IDX)
            MOVE SPACES TO MEMBER-TEAM(MEMBER-MATCH-IDX)
            MOVE SPACE  TO MEMBER-FLAG(MEMBER-MATCH-IDX)
            MOVE 'N'    TO MEMBER-ON-MASTER(MEMBER-MATCH-IDX)
            MOVE 0      TO MEMBER-NIGHTS(MEMBER-MATCH-IDX)
            MOVE 0      TO MEMBER-FIRST-DATE(MEMBER-MATCH-IDX)
            MOVE 0      TO MEMBER-LAST-DATE(MEMBER-MATCH-IDX)
            MOVE 0      TO MEMBER-LONGEST-GAP(MEMBER-MATCH-IDX)
            MOVE 0      TO MEMBER-AWAY-DAYS(MEMBER-MATCH-IDX)
            MOVE SPACE  TO MEMBER-PROPOSAL(MEMBER-MATCH-IDX)
            .
      * Member then date; both are zero-filled digits, so the entry
      * as a whole sorts the right way.
       S1000-SORT-ATTENDANCE SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= ATTEND-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > ATTEND-COUNT
                IF (ATTEND-ENTRY(SORT-J) < ATTEND-ENTRY(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              IF (SORT-BEST NOT = SORT-I)
                MOVE ATTEND-ENTRY(SORT-I) TO SORT-TEMP-ATTEND
                MOVE ATTEND-ENTRY(SORT-BEST) TO ATTEND-ENTRY(SORT-I)
                MOVE SORT-TEMP-ATTEND TO ATTEND-ENTRY(SORT-BEST)
              END-IF
            END-PERFORM
            .
       S2000-SORT-REGISTER SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= MEMBER-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > MEMBER-COUNT
                IF (MEMBER-ID(SORT-J) < MEMBER-ID(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              IF (SORT-BEST NOT = SORT-I)
                MOVE MEMBER-ENTRY(SORT-I) TO SORT-TEMP-MEMBER
                MOVE MEMBER-ENTRY(SORT-BEST) TO MEMBER-ENTRY(SORT-I)
                MOVE SORT-TEMP-MEMBER TO MEMBER-ENTRY(SORT-BEST)
              END-IF
            END-PERFORM
            .
       R1000-WRITE-REPORT SECTION.
            OPEN OUTPUT ATTEND-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'ATTENDANCE REGISTER - FROM GAME ' START-GAME
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'AS AT CLUB NIGHT ' AS-OF-DATE '  NIGHTS IN '
              'ARCHIVE ' NIGHT-COUNT '  ABSENCE WINDOW '
              ABSENCE-WEEKS ' WEEKS'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            MOVE SPACES TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            MOVE 'MEMBR PLAYER               TEAM       F NGTS LAST  '
              & '   LONG AWAY  PROPOSAL'
              TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            MOVE '                                          SEEN     '
              & '    (WEEKS)'
              TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              MOVE MEMBER-ID(MEMBER-IDX)     TO RPT-MEMBER-OUT
              MOVE MEMBER-NAME(MEMBER-IDX)   TO RPT-NAME-OUT
              MOVE MEMBER-TEAM(MEMBER-IDX)   TO RPT-TEAM-OUT
              MOVE MEMBER-FLAG(MEMBER-IDX)   TO RPT-FLAG-OUT
              MOVE MEMBER-NIGHTS(MEMBER-IDX) TO RPT-NIGHTS-OUT
              IF (MEMBER-NIGHTS(MEMBER-IDX) = 0) THEN
                MOVE 'NEVER' TO RPT-LAST-OUT
              ELSE
                MOVE MEMBER-LAST-DATE(MEMBER-IDX) TO RPT-LAST-OUT
              END-IF
              DIVIDE MEMBER-LONGEST-GAP(MEMBER-IDX) BY 7
                GIVING RPT-LONGEST-OUT
              DIVIDE MEMBER-AWAY-DAYS(MEMBER-IDX) BY 7
                GIVING RPT-AWAY-OUT
              MOVE SPACES TO RPT-NOTE-OUT
              IF (MEMBER-PROPOSAL(MEMBER-IDX) = 'I') THEN
                MOVE 'LAPSE - FLAG I' TO RPT-NOTE-OUT
              END-IF
              IF (MEMBER-PROPOSAL(MEMBER-IDX) = 'A') THEN
                MOVE 'REACTIVATE - FLAG A' TO RPT-NOTE-OUT
              END-IF
              IF (MEMBER-ON-MASTER(MEMBER-IDX) = 'N') THEN
                MOVE 'CHECK MEMBER ID' TO RPT-NOTE-OUT
              END-IF
              MOVE REPORT-DETAIL TO ATTEND-REPORT-RECORD
              WRITE ATTEND-REPORT-RECORD
            END-PERFORM
            MOVE SPACES TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'PROPOSED: ' INACTIVE-PROPOSED ' LAPSE(S), '
              ACTIVE-PROPOSED ' REACTIVATION(S) IN '
              'MEMBER-PROPOSALS.DAT'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO ATTEND-REPORT-RECORD
            WRITE ATTEND-REPORT-RECORD
            CLOSE ATTEND-REPORT-FILE
            .
