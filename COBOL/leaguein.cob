       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGUEIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAGUE-PARM-FILE ASSIGN TO "LEAGUE-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT SUBMISSION-LOG-FILE ASSIGN TO "SUBMISSION-LOG.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS.
           SELECT LEAGUE-ACK-FILE ASSIGN TO "LEAGUE-ACK.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS ACK-FILE-STATUS.
           SELECT LEAGUE-RANKING-FILE ASSIGN TO "LEAGUE-RANKING.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS RANKING-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "LEAGUE-ACK.RPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT POSITION-REPORT-FILE ASSIGN TO "LEAGUE-POSITION.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAGUE-PARM-FILE.
       01  LEAGUE-PARM-RECORD.
           05 PARM-CLUB-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 PARM-ACK-DAYS             PIC 9(3).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

      * S = a feed sent (SUBMIT), A = one acknowledged line.
       FD  SUBMISSION-LOG-FILE.
       01  SUBMISSION-LOG-RECORD.
           05 LOG-REC-TYPE              PIC X.
              88 LOG-REC-SUBMITTED      VALUE 'S'.
              88 LOG-REC-ACK            VALUE 'A'.
           05 FILLER                    PIC X(01).
           05 LOG-GAME-NUMBER           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 LOG-DATE                  PIC X(8).
           05 FILLER                    PIC X(01).
           05 LOG-TIME                  PIC X(6).
           05 FILLER                    PIC X(01).
           05 LOG-BODY                  PIC X(50).

      * One line per detail the league checked; member 00000 is
      * their verdict on the feed as a whole (header or trailer).
       FD  LEAGUE-ACK-FILE.
       01  LEAGUE-ACK-RECORD.
           05 ACK-GAME-NUMBER           PIC X(5).
           05 FILLER                    PIC X(01).
           05 ACK-MEMBER-ID             PIC X(5).
           05 FILLER                    PIC X(01).
           05 ACK-STATUS                PIC X.
              88 ACK-ACCEPTED           VALUE 'A'.
              88 ACK-REJECTED           VALUE 'R'.
           05 FILLER                    PIC X(01).
           05 ACK-REASON                PIC X(30).

       FD  LEAGUE-RANKING-FILE.
       01  LEAGUE-RANKING-RECORD.
           05 LRK-RANK                  PIC X(4).
           05 FILLER                    PIC X(01).
           05 LRK-CLUB                  PIC X(20).
           05 FILLER                    PIC X(01).
           05 LRK-PLAYER                PIC X(20).
           05 FILLER                    PIC X(01).
           05 LRK-POINTS                PIC X(6).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD            PIC X(100).

       FD  POSITION-REPORT-FILE.
       01  POSITION-REPORT-RECORD       PIC X(100).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 MASTER-STATUS          PIC XX.
         05 LOG-STATUS             PIC XX.
         05 ACK-FILE-STATUS        PIC XX.
         05 RANKING-STATUS         PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 RUN-STAMP.
            10 RUN-DATE-YMD        PIC X(8).
            10 RUN-TIME-HMS        PIC X(6).
            10 FILLER              PIC X(7).

         05 CLUB-NAME              PIC X(20) VALUE SPACES.
         05 CLUB-NAME-U            PIC X(20) VALUE SPACES.
         05 ACK-DAYS               PIC 9(3) VALUE 14.
         05 REPORT-LINE            PIC X(100).

         05 LOG-OPEN               PIC X VALUE 'N'.
         05 ACK-LINES              PIC 9(5) VALUE 0.
         05 ACK-LOGGED             PIC 9(5) VALUE 0.
         05 ACK-REFUSED            PIC 9(5) VALUE 0.
         05 ACK-REJECT-COUNT       PIC 9(5) VALUE 0.
         05 REFUSE-REASON          PIC X(26).
         05 OVERDUE-COUNT          PIC 9(4) VALUE 0.
         05 AWAITING-COUNT         PIC 9(4) VALUE 0.
         05 TODAY-DAY              PIC 9(7).
         05 SUBMIT-DAY             PIC 9(7).
         05 DAYS-WAITING           PIC 9(5).
         05 DATE-WORK              PIC 9(8).

         05 RANKING-ROWS           PIC 9(5) VALUE 0.
         05 RANKING-SKIPPED        PIC 9(5) VALUE 0.
         05 UNMATCHED-COUNT        PIC 9(4) VALUE 0.
         05 RANK-WORK              PIC 9(4).
         05 POINTS-WORK            PIC 9(6).
         05 CLUB-WORK-U            PIC X(20).
         05 PLAYER-WORK-U          PIC X(20).

      * Body of an S line on SUBMISSION-LOG.DAT.
       01 LOG-SUBMIT-DETAIL.
         05 LSD-DETAIL-COUNT       PIC 9(5).
         05 FILLER                 PIC X(01).
         05 LSD-TOTAL-COINS        PIC 9(7).
         05 FILLER                 PIC X(01).
         05 LSD-GAME-DATE          PIC X(8).
         05 FILLER                 PIC X(28).

      * Body of an A line on SUBMISSION-LOG.DAT.
       01 LOG-ACK-DETAIL.
         05 LAD-MEMBER-ID          PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 LAD-STATUS             PIC X(8).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 LAD-REASON             PIC X(30).
         05 FILLER                 PIC X(05) VALUE SPACE.

       01 MASTER-TABLE.
         05 MASTER-COUNT           PIC 9(4) VALUE 0.
         05 MASTER-ENTRY OCCURS 1000.
            10 MASTER-ID           PIC 9(5).
            10 MASTER-NAME         PIC X(20).
            10 MASTER-NAME-U       PIC X(20).
         05 MASTER-IDX             PIC 9(4).
         05 MASTER-MATCH-IDX       PIC 9(4).
         05 MASTER-MATCHES         PIC 9(4).
         05 MASTER-LOOKUP-ID       PIC 9(5).

      * One entry per game on the log. The latest S line sets the
      * game awaiting an answer; an A line already on the log means
      * it was answered on an earlier run.
       01 SUBMISSION-TABLE.
         05 SUB-COUNT              PIC 9(4) VALUE 0.
         05 SUB-ENTRY OCCURS 500.
            10 SUBE-GAME           PIC 9(5).
            10 SUBE-SENT-DATE      PIC X(8).
            10 SUBE-DETAILS        PIC 9(5).
            10 SUBE-STATE          PIC X.
               88 SUBE-AWAITING    VALUE 'W'.
               88 SUBE-ANSWERED    VALUE 'N'.
               88 SUBE-DONE        VALUE 'D'.
            10 SUBE-ACCEPTED       PIC 9(5).
            10 SUBE-REJECTED       PIC 9(5).
            10 SUBE-FEED-REJECTED  PIC X.
         05 SUB-IDX                PIC 9(4).
         05 SUB-MATCH-IDX          PIC 9(4).
         05 SUB-LOOKUP-GAME        PIC 9(5).

      * The club's own players as the league ranks them.
       01 OUR-PLAYER-TABLE.
         05 OUR-COUNT              PIC 9(3) VALUE 0.
         05 OUR-ENTRY OCCURS 200.
            10 OUR-RANK            PIC 9(4).
            10 OUR-NAME            PIC X(20).
            10 OUR-POINTS          PIC 9(6).
            10 OUR-MEMBER          PIC 9(5).
            10 OUR-MATCH           PIC X.
               88 OUR-MATCHED      VALUE 'Y'.
               88 OUR-UNMATCHED    VALUE 'N'.
               88 OUR-AMBIGUOUS    VALUE 'A'.
            10 OUR-OTHERS-AHEAD    PIC 9(5).
         05 OUR-IDX                PIC 9(3).

       01 CLUB-TABLE.
         05 CLUB-COUNT             PIC 9(3) VALUE 0.
         05 CLUB-ENTRY OCCURS 200.
            10 CLUBE-POINTS        PIC 9(8).
            10 CLUBE-NAME          PIC X(20).
            10 CLUBE-PLAYERS       PIC 9(4).
            10 CLUBE-BEST-RANK     PIC 9(4).
         05 CLUB-IDX               PIC 9(3).
         05 CLUB-MATCH-IDX         PIC 9(3).

       01 WS-SORT-WORK.
         05 SORT-I                 PIC 9(4).
         05 SORT-J                 PIC 9(4).
         05 SORT-BEST              PIC 9(4).
         05 SORT-TEMP-OUR          PIC X(41).
         05 SORT-TEMP-CLUB         PIC X(36).

       01 REJECT-LINE.
         05 RJL-GAME-OUT           PIC X(5).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 RJL-MEMBER-OUT         PIC X(5).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 RJL-NAME-OUT           PIC X(20).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 RJL-REASON-OUT         PIC X(30).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 RJL-NOTE-OUT           PIC X(26).

       01 GAME-RESULT-LINE.
         05 GRL-GAME-OUT           PIC 9(5).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GRL-SENT-OUT           PIC X(8).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GRL-DETAILS-OUT        PIC Z(4)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GRL-ACCEPTED-OUT       PIC Z(4)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GRL-REJECTED-OUT       PIC Z(4)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GRL-RESULT-OUT         PIC X(30).

       01 OVERDUE-LINE.
         05 ODL-GAME-OUT           PIC 9(5).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 ODL-SENT-OUT           PIC X(8).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 ODL-DAYS-OUT           PIC Z(4)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 ODL-NOTE-OUT           PIC X(30).

       01 OUR-PLAYER-LINE.
         05 OPL-RANK-OUT           PIC Z(3)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 OPL-MEMBER-OUT         PIC X(5).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 OPL-NAME-OUT           PIC X(20).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 OPL-POINTS-OUT         PIC Z(5)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 OPL-AHEAD-OUT          PIC Z(4)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 OPL-NOTE-OUT           PIC X(30).

       01 CLUB-LINE.
         05 CLL-POSITION-OUT       PIC ZZ9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 CLL-NAME-OUT           PIC X(20).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 CLL-PLAYERS-OUT        PIC Z(3)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 CLL-POINTS-OUT         PIC Z(7)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 CLL-BEST-OUT           PIC Z(3)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 CLL-NOTE-OUT           PIC X(10).

       PROCEDURE DIVISION.
      *>
      * Handles what the league sends back after SUBMIT. Each line
      * of LEAGUE-ACK.DAT (game, member, A/R and reason) is logged
      * as an A line on SUBMISSION-LOG.DAT against the feed SUBMIT
      * logged for that game; a game not on the log, or already
      * answered, is refused rather than logged twice. Any game
      * still unanswered more than the parameter days after it was
      * sent is listed as overdue (LEAGUE-PARM.DAT: club name as
      * the league spells it, days; default 14). LEAGUE-ACK.RPT
      * shows every rejected or refused line, the verdict for each
      * game answered and the overdue list.
      *
      * LEAGUE-RANKING.DAT (rank, club, player, points) is then
      * read: the club's players are matched by name to
      * PLAYER-MASTER.DAT, and LEAGUE-POSITION.RPT shows each one's
      * league rank, member id and how many players from other
      * clubs stand ahead, followed by the club table. A name that
      * matches no member, or more than one, is flagged.
      * RC 4 for any rejection, refusal, overdue game or unmatched
      * name.
       MAIN SECTION.
            MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-LOAD-MASTER
            PERFORM I3000-LOAD-LOG
            OPEN OUTPUT ACK-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'LEAGUE ACKNOWLEDGEMENTS - RUN ' RUN-DATE-YMD
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            PERFORM A1000-APPLY-ACKS
            PERFORM A2000-REPORT-GAMES
            PERFORM A3000-LIST-OVERDUE
            CLOSE ACK-REPORT-FILE
            OPEN OUTPUT POSITION-REPORT-FILE
            PERFORM P1000-LOAD-RANKING
            PERFORM P2000-COUNT-AHEAD
            PERFORM P3000-REPORT-POSITIONS
            CLOSE POSITION-REPORT-FILE
            DISPLAY 'League inbound: ' ACK-LOGGED ' ack line(s) '
              'logged, ' ACK-REJECT-COUNT ' rejected, ' ACK-REFUSED
              ' refused, ' OVERDUE-COUNT ' game(s) overdue - see '
              'LEAGUE-ACK.RPT'
            DISPLAY 'League ranking: ' RANKING-ROWS ' row(s), '
              OUR-COUNT ' of ours, ' UNMATCHED-COUNT ' name(s) '
              'not matched - see LEAGUE-POSITION.RPT'
            IF (ACK-REJECT-COUNT > 0) OR (ACK-REFUSED > 0) OR
               (OVERDUE-COUNT > 0) OR (UNMATCHED-COUNT > 0) THEN
              MOVE 4 TO RETURN-CODE
            ELSE
              MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

       I1000-LOAD-PARMS SECTION.
            OPEN INPUT LEAGUE-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ LEAGUE-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (PARM-STATUS = '00') THEN
                MOVE PARM-CLUB-NAME TO CLUB-NAME
                IF (PARM-ACK-DAYS IS NUMERIC) AND
                   (PARM-ACK-DAYS > 0) THEN
                  MOVE PARM-ACK-DAYS TO ACK-DAYS
                ELSE
                  DISPLAY 'WARNING: LEAGUE-PARM.DAT days are not '
                    'valid - built-in overdue window used'
                END-IF
              END-IF
              CLOSE LEAGUE-PARM-FILE
            ELSE
              DISPLAY 'WARNING: LEAGUE-PARM.DAT is missing - '
                'built-in overdue window used'
            END-IF
            IF (CLUB-NAME = SPACES) THEN
              DISPLAY 'WARNING: no club name on LEAGUE-PARM.DAT - '
                'none of the league ranking can be matched'
            END-IF
            MOVE FUNCTION UPPER-CASE(CLUB-NAME) TO CLUB-NAME-U
            .
       I2000-LOAD-MASTER SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-MASTER.DAT could not be '
                'opened - nothing was processed'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
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
                MOVE FUNCTION UPPER-CASE(MAST-FULL-NAME)
                  TO MASTER-NAME-U(MASTER-COUNT)
              END-IF
              READ PLAYER-MASTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PLAYER-MASTER-FILE
            .
       I3000-LOAD-LOG SECTION.
            OPEN INPUT SUBMISSION-LOG-FILE
            IF (LOG-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: SUBMISSION-LOG.DAT could not be '
                'opened - no submissions are on record'
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ SUBMISSION-LOG-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (LOG-GAME-NUMBER IS NUMERIC) THEN
                  MOVE LOG-GAME-NUMBER TO SUB-LOOKUP-GAME
                  PERFORM Q2000-FIND-SUBMISSION
                  IF (LOG-REC-SUBMITTED) THEN
                    PERFORM I3100-NOTE-SUBMISSION
                  END-IF
                  IF (LOG-REC-ACK) AND (SUB-MATCH-IDX > 0) THEN
                    SET SUBE-DONE(SUB-MATCH-IDX) TO TRUE
                  END-IF
                END-IF
                READ SUBMISSION-LOG-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE SUBMISSION-LOG-FILE
            END-IF
            .
       I3100-NOTE-SUBMISSION SECTION.
            IF (SUB-MATCH-IDX = 0) THEN
              IF (SUB-COUNT < 500) THEN
                ADD 1 TO SUB-COUNT
                MOVE SUB-COUNT TO SUB-MATCH-IDX
                MOVE LOG-GAME-NUMBER TO SUBE-GAME(SUB-MATCH-IDX)
              ELSE
                DISPLAY 'WARNING: more than 500 games on '
                  'SUBMISSION-LOG.DAT - game ' LOG-GAME-NUMBER
                  ' ignored'
              END-IF
            END-IF
            IF (SUB-MATCH-IDX > 0) THEN
              MOVE LOG-BODY TO LOG-SUBMIT-DETAIL
              MOVE LOG-DATE TO SUBE-SENT-DATE(SUB-MATCH-IDX)
              MOVE 0 TO SUBE-DETAILS(SUB-MATCH-IDX)
              IF (LSD-DETAIL-COUNT IS NUMERIC) THEN
                MOVE LSD-DETAIL-COUNT TO SUBE-DETAILS(SUB-MATCH-IDX)
              END-IF
              SET SUBE-AWAITING(SUB-MATCH-IDX) TO TRUE
              MOVE 0 TO SUBE-ACCEPTED(SUB-MATCH-IDX)
              MOVE 0 TO SUBE-REJECTED(SUB-MATCH-IDX)
              MOVE 'N' TO SUBE-FEED-REJECTED(SUB-MATCH-IDX)
            END-IF
            .
      * Only a game awaiting an answer, or answered earlier in this
      * same file, takes ack lines; the rest are refused so a file
      * processed twice cannot double the log.
       A1000-APPLY-ACKS SECTION.
            MOVE 'REJECTED AND REFUSED LINES' TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            MOVE 'GAME   MEMBER NAME                  REASON'
              & '                          NOTE' TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            OPEN INPUT LEAGUE-ACK-FILE
            IF (ACK-FILE-STATUS NOT = '00') THEN
              MOVE 'NO ACKNOWLEDGEMENT FILE RECEIVED' TO REPORT-LINE
              PERFORM R1000-WRITE-ACK-LINE
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ LEAGUE-ACK-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (LEAGUE-ACK-RECORD NOT = SPACES) THEN
                  ADD 1 TO ACK-LINES
                  PERFORM A1100-APPLY-ONE-ACK
                END-IF
                READ LEAGUE-ACK-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE LEAGUE-ACK-FILE
              IF (LOG-OPEN = 'Y') THEN
                CLOSE SUBMISSION-LOG-FILE
              END-IF
            END-IF
            MOVE SPACES TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            .
       A1100-APPLY-ONE-ACK SECTION.
            MOVE SPACES TO REFUSE-REASON
            MOVE 0 TO SUB-MATCH-IDX
            IF (ACK-GAME-NUMBER NOT NUMERIC) OR
               (ACK-MEMBER-ID NOT NUMERIC) OR
               (NOT ACK-ACCEPTED AND NOT ACK-REJECTED) THEN
              MOVE 'LINE NOT VALID' TO REFUSE-REASON
            ELSE
              MOVE ACK-GAME-NUMBER TO SUB-LOOKUP-GAME
              PERFORM Q2000-FIND-SUBMISSION
              IF (SUB-MATCH-IDX = 0) THEN
                MOVE 'GAME NOT ON SUBMISSION LOG' TO REFUSE-REASON
              ELSE
                IF (SUBE-DONE(SUB-MATCH-IDX)) THEN
                  MOVE 'GAME ALREADY ACKNOWLEDGED'
                    TO REFUSE-REASON
                END-IF
              END-IF
            END-IF
            IF (REFUSE-REASON = SPACES) THEN
              PERFORM A1200-LOG-ACK
            END-IF
            IF (REFUSE-REASON NOT = SPACES) THEN
              ADD 1 TO ACK-REFUSED
              MOVE SPACES TO REJECT-LINE
              MOVE ACK-GAME-NUMBER TO RJL-GAME-OUT
              MOVE ACK-MEMBER-ID TO RJL-MEMBER-OUT
              MOVE ACK-REASON TO RJL-REASON-OUT
              MOVE REFUSE-REASON TO RJL-NOTE-OUT
              MOVE REJECT-LINE TO REPORT-LINE
              PERFORM R1000-WRITE-ACK-LINE
            END-IF
            .
       A1200-LOG-ACK SECTION.
            IF (LOG-OPEN = 'N') THEN
              OPEN EXTEND SUBMISSION-LOG-FILE
              IF (LOG-STATUS NOT = '00') THEN
                MOVE 'LOG NOT WRITABLE' TO REFUSE-REASON
              ELSE
                MOVE 'Y' TO LOG-OPEN
              END-IF
            END-IF
            IF (LOG-OPEN = 'Y') THEN
              SET SUBE-ANSWERED(SUB-MATCH-IDX) TO TRUE
              MOVE ACK-MEMBER-ID TO LAD-MEMBER-ID
              MOVE ACK-REASON TO LAD-REASON
              IF (ACK-ACCEPTED) THEN
                MOVE 'ACCEPTED' TO LAD-STATUS
                ADD 1 TO SUBE-ACCEPTED(SUB-MATCH-IDX)
              ELSE
                MOVE 'REJECTED' TO LAD-STATUS
                ADD 1 TO SUBE-REJECTED(SUB-MATCH-IDX)
                ADD 1 TO ACK-REJECT-COUNT
                IF (LAD-MEMBER-ID = 0) THEN
                  MOVE 'Y' TO SUBE-FEED-REJECTED(SUB-MATCH-IDX)
                END-IF
                PERFORM A1300-REPORT-REJECTION
              END-IF
              MOVE SPACES TO SUBMISSION-LOG-RECORD
              MOVE 'A'             TO LOG-REC-TYPE
              MOVE ACK-GAME-NUMBER TO LOG-GAME-NUMBER
              MOVE RUN-DATE-YMD    TO LOG-DATE
              MOVE RUN-TIME-HMS    TO LOG-TIME
              MOVE LOG-ACK-DETAIL  TO LOG-BODY
              WRITE SUBMISSION-LOG-RECORD
              ADD 1 TO ACK-LOGGED
            END-IF
            .
       A1300-REPORT-REJECTION SECTION.
            MOVE SPACES TO REJECT-LINE
            MOVE ACK-GAME-NUMBER TO RJL-GAME-OUT
            MOVE ACK-MEMBER-ID TO RJL-MEMBER-OUT
            MOVE ACK-REASON TO RJL-REASON-OUT
            MOVE 'REJECTED' TO RJL-NOTE-OUT
            IF (LAD-MEMBER-ID = 0) THEN
              MOVE '(WHOLE FEED)' TO RJL-NAME-OUT
            ELSE
              MOVE LAD-MEMBER-ID TO MASTER-LOOKUP-ID
              PERFORM Q1000-FIND-MEMBER
              IF (MASTER-MATCH-IDX = 0) THEN
                MOVE '(NOT ON MASTER)' TO RJL-NAME-OUT
              ELSE
                MOVE MASTER-NAME(MASTER-MATCH-IDX) TO RJL-NAME-OUT
              END-IF
            END-IF
            MOVE REJECT-LINE TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            .
      * A game is accepted only when every line it was sent with
      * came back accepted; fewer lines back than were sent leaves
      * it incomplete, and the league has to be asked for the rest.
       A2000-REPORT-GAMES SECTION.
            MOVE 'GAMES ACKNOWLEDGED THIS RUN' TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            MOVE 'GAME   SENT      LINES  ACCEPT  REJECT  RESULT'
              TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            PERFORM VARYING SUB-IDX FROM 1 BY 1
              UNTIL SUB-IDX > SUB-COUNT
              IF (SUBE-ANSWERED(SUB-IDX)) THEN
                MOVE SPACES TO GAME-RESULT-LINE
                MOVE SUBE-GAME(SUB-IDX)      TO GRL-GAME-OUT
                MOVE SUBE-SENT-DATE(SUB-IDX) TO GRL-SENT-OUT
                MOVE SUBE-DETAILS(SUB-IDX)   TO GRL-DETAILS-OUT
                MOVE SUBE-ACCEPTED(SUB-IDX)  TO GRL-ACCEPTED-OUT
                MOVE SUBE-REJECTED(SUB-IDX)  TO GRL-REJECTED-OUT
                IF (SUBE-FEED-REJECTED(SUB-IDX) = 'Y') THEN
                  MOVE 'FEED REJECTED - RESUBMIT' TO GRL-RESULT-OUT
                ELSE
                  IF (SUBE-REJECTED(SUB-IDX) > 0) THEN
                    MOVE 'LINES REJECTED - AMEND'
                      TO GRL-RESULT-OUT
                  ELSE
                    IF (SUBE-ACCEPTED(SUB-IDX) <
                        SUBE-DETAILS(SUB-IDX)) THEN
                      MOVE 'INCOMPLETE - LINES MISSING'
                        TO GRL-RESULT-OUT
                    ELSE
                      MOVE 'ACCEPTED' TO GRL-RESULT-OUT
                    END-IF
                  END-IF
                END-IF
                MOVE GAME-RESULT-LINE TO REPORT-LINE
                PERFORM R1000-WRITE-ACK-LINE
              END-IF
            END-PERFORM
            MOVE SPACES TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            .
       A3000-LIST-OVERDUE SECTION.
            MOVE SPACES TO REPORT-LINE
            STRING 'GAMES WITH NO ACKNOWLEDGEMENT AFTER ' ACK-DAYS
              ' DAYS'
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            MOVE 'GAME   SENT      DAYS' TO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            MOVE RUN-DATE-YMD TO DATE-WORK
            COMPUTE TODAY-DAY = FUNCTION INTEGER-OF-DATE(DATE-WORK)
            PERFORM VARYING SUB-IDX FROM 1 BY 1
              UNTIL SUB-IDX > SUB-COUNT
              IF (SUBE-AWAITING(SUB-IDX)) THEN
                ADD 1 TO AWAITING-COUNT
                MOVE SPACES TO OVERDUE-LINE
                MOVE SUBE-GAME(SUB-IDX)      TO ODL-GAME-OUT
                MOVE SUBE-SENT-DATE(SUB-IDX) TO ODL-SENT-OUT
                IF (SUBE-SENT-DATE(SUB-IDX) IS NUMERIC) THEN
                  MOVE SUBE-SENT-DATE(SUB-IDX) TO DATE-WORK
                  COMPUTE SUBMIT-DAY =
                    FUNCTION INTEGER-OF-DATE(DATE-WORK)
                  COMPUTE DAYS-WAITING = TODAY-DAY - SUBMIT-DAY
                  MOVE DAYS-WAITING TO ODL-DAYS-OUT
                  IF (DAYS-WAITING > ACK-DAYS) THEN
                    ADD 1 TO OVERDUE-COUNT
                    MOVE 'OVERDUE - CHASE THE LEAGUE'
                      TO ODL-NOTE-OUT
                    MOVE OVERDUE-LINE TO REPORT-LINE
                    PERFORM R1000-WRITE-ACK-LINE
                  END-IF
                ELSE
                  ADD 1 TO OVERDUE-COUNT
                  MOVE 'SENT DATE NOT VALID' TO ODL-NOTE-OUT
                  MOVE OVERDUE-LINE TO REPORT-LINE
                  PERFORM R1000-WRITE-ACK-LINE
                END-IF
              END-IF
            END-PERFORM
            MOVE SPACES TO REPORT-LINE
            STRING 'STILL AWAITING: ' AWAITING-COUNT
              '  OVERDUE: ' OVERDUE-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R1000-WRITE-ACK-LINE
            .
      * Every row feeds the club table; only rows for our club are
      * matched to the master, by name, case ignored.
       P1000-LOAD-RANKING SECTION.
            OPEN INPUT LEAGUE-RANKING-FILE
            IF (RANKING-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: LEAGUE-RANKING.DAT could not be '
                'opened - no league positions reported'
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ LEAGUE-RANKING-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (LRK-RANK IS NUMERIC) AND
                   (LRK-POINTS IS NUMERIC) THEN
                  ADD 1 TO RANKING-ROWS
                  PERFORM P1100-TAKE-ROW
                ELSE
                  IF (LEAGUE-RANKING-RECORD NOT = SPACES) THEN
                    ADD 1 TO RANKING-SKIPPED
                  END-IF
                END-IF
                READ LEAGUE-RANKING-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE LEAGUE-RANKING-FILE
            END-IF
            .
       P1100-TAKE-ROW SECTION.
            MOVE LRK-RANK TO RANK-WORK
            MOVE LRK-POINTS TO POINTS-WORK
            MOVE FUNCTION UPPER-CASE(LRK-CLUB) TO CLUB-WORK-U
            PERFORM Q3000-FIND-CLUB
            IF (CLUB-MATCH-IDX > 0) THEN
              ADD 1 TO CLUBE-PLAYERS(CLUB-MATCH-IDX)
              ADD POINTS-WORK TO CLUBE-POINTS(CLUB-MATCH-IDX)
              IF (RANK-WORK < CLUBE-BEST-RANK(CLUB-MATCH-IDX)) THEN
                MOVE RANK-WORK TO CLUBE-BEST-RANK(CLUB-MATCH-IDX)
              END-IF
            END-IF
            IF (CLUB-NAME-U NOT = SPACES) AND
               (CLUB-WORK-U = CLUB-NAME-U) THEN
              IF (OUR-COUNT < 200) THEN
                ADD 1 TO OUR-COUNT
                MOVE RANK-WORK   TO OUR-RANK(OUR-COUNT)
                MOVE LRK-PLAYER  TO OUR-NAME(OUR-COUNT)
                MOVE POINTS-WORK TO OUR-POINTS(OUR-COUNT)
                MOVE 0           TO OUR-OTHERS-AHEAD(OUR-COUNT)
                MOVE FUNCTION UPPER-CASE(LRK-PLAYER)
                  TO PLAYER-WORK-U
                PERFORM Q1100-MATCH-NAME
                MOVE 0 TO OUR-MEMBER(OUR-COUNT)
                IF (MASTER-MATCHES = 1) THEN
                  SET OUR-MATCHED(OUR-COUNT) TO TRUE
                  MOVE MASTER-ID(MASTER-MATCH-IDX)
                    TO OUR-MEMBER(OUR-COUNT)
                ELSE
                  ADD 1 TO UNMATCHED-COUNT
                  IF (MASTER-MATCHES = 0) THEN
                    SET OUR-UNMATCHED(OUR-COUNT) TO TRUE
                  ELSE
                    SET OUR-AMBIGUOUS(OUR-COUNT) TO TRUE
                  END-IF
                END-IF
              ELSE
                DISPLAY 'WARNING: more than 200 of our players '
                  'ranked - ' LRK-PLAYER ' not reported'
              END-IF
            END-IF
            .
      * The ranking need not be in rank order, so the rows from
      * other clubs ahead of each of ours are counted on a second
      * pass rather than by position in the file.
       P2000-COUNT-AHEAD SECTION.
            IF (OUR-COUNT > 0) THEN
              OPEN INPUT LEAGUE-RANKING-FILE
              SET FILE-EOF-NO TO TRUE
              READ LEAGUE-RANKING-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                MOVE FUNCTION UPPER-CASE(LRK-CLUB) TO CLUB-WORK-U
                IF (LRK-RANK IS NUMERIC) AND
                   (LRK-POINTS IS NUMERIC) AND
                   (CLUB-WORK-U NOT = CLUB-NAME-U) THEN
                  MOVE LRK-RANK TO RANK-WORK
                  PERFORM VARYING OUR-IDX FROM 1 BY 1
                    UNTIL OUR-IDX > OUR-COUNT
                    IF (RANK-WORK < OUR-RANK(OUR-IDX)) THEN
                      ADD 1 TO OUR-OTHERS-AHEAD(OUR-IDX)
                    END-IF
                  END-PERFORM
                END-IF
                READ LEAGUE-RANKING-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE LEAGUE-RANKING-FILE
            END-IF
            .
       P3000-REPORT-POSITIONS SECTION.
            MOVE SPACES TO REPORT-LINE
            STRING 'LEAGUE POSITIONS - ' CLUB-NAME ' - RUN '
              RUN-DATE-YMD
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            MOVE SPACES TO REPORT-LINE
            STRING RANKING-ROWS ' RANKED PLAYERS FROM ' CLUB-COUNT
              ' CLUBS'
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            IF (RANKING-SKIPPED > 0) THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'WARNING: ' RANKING-SKIPPED ' RANKING ROW(S) '
                'NOT VALID - SKIPPED'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R2000-WRITE-POSITION-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            MOVE 'OUR MEMBERS' TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            MOVE 'RANK  MEMBER NAME                  POINTS  AHEAD'
              TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            PERFORM S1000-SORT-OUR-PLAYERS
            PERFORM VARYING OUR-IDX FROM 1 BY 1
              UNTIL OUR-IDX > OUR-COUNT
              MOVE SPACES TO OUR-PLAYER-LINE
              MOVE OUR-RANK(OUR-IDX)         TO OPL-RANK-OUT
              MOVE OUR-NAME(OUR-IDX)         TO OPL-NAME-OUT
              MOVE OUR-POINTS(OUR-IDX)       TO OPL-POINTS-OUT
              MOVE OUR-OTHERS-AHEAD(OUR-IDX) TO OPL-AHEAD-OUT
              IF (OUR-MATCHED(OUR-IDX)) THEN
                MOVE OUR-MEMBER(OUR-IDX) TO OPL-MEMBER-OUT
              ELSE
                MOVE '?????' TO OPL-MEMBER-OUT
                IF (OUR-UNMATCHED(OUR-IDX)) THEN
                  MOVE 'NAME NOT ON PLAYER-MASTER'
                    TO OPL-NOTE-OUT
                ELSE
                  MOVE 'NAME FITS MORE THAN ONE MEMBER'
                    TO OPL-NOTE-OUT
                END-IF
              END-IF
              MOVE OUR-PLAYER-LINE TO REPORT-LINE
              PERFORM R2000-WRITE-POSITION-LINE
            END-PERFORM
            IF (OUR-COUNT = 0) THEN
              MOVE 'NONE OF OUR PLAYERS FOUND IN THE RANKING'
                TO REPORT-LINE
              PERFORM R2000-WRITE-POSITION-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            MOVE 'CLUB STANDINGS' TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            MOVE 'POS  CLUB                  PLAYERS    POINTS  BEST'
              TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            PERFORM S2000-SORT-CLUBS
            PERFORM VARYING CLUB-IDX FROM 1 BY 1
              UNTIL CLUB-IDX > CLUB-COUNT
              MOVE SPACES TO CLUB-LINE
              MOVE CLUB-IDX                  TO CLL-POSITION-OUT
              MOVE CLUBE-NAME(CLUB-IDX)      TO CLL-NAME-OUT
              MOVE CLUBE-PLAYERS(CLUB-IDX)   TO CLL-PLAYERS-OUT
              MOVE CLUBE-POINTS(CLUB-IDX)    TO CLL-POINTS-OUT
              MOVE CLUBE-BEST-RANK(CLUB-IDX) TO CLL-BEST-OUT
              MOVE FUNCTION UPPER-CASE(CLUBE-NAME(CLUB-IDX))
                TO CLUB-WORK-U
              IF (CLUB-NAME-U NOT = SPACES) AND
                 (CLUB-WORK-U = CLUB-NAME-U) THEN
                MOVE '<< US' TO CLL-NOTE-OUT
              END-IF
              MOVE CLUB-LINE TO REPORT-LINE
              PERFORM R2000-WRITE-POSITION-LINE
            END-PERFORM
            MOVE SPACES TO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'NAMES NOT MATCHED TO A MEMBER: ' UNMATCHED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R2000-WRITE-POSITION-LINE
            .
       Q1000-FIND-MEMBER SECTION.
            MOVE 0 TO MASTER-MATCH-IDX
            PERFORM VARYING MASTER-IDX FROM 1 BY 1
              UNTIL MASTER-IDX > MASTER-COUNT
              IF (MASTER-ID(MASTER-IDX) = MASTER-LOOKUP-ID) THEN
                MOVE MASTER-IDX TO MASTER-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q1100-MATCH-NAME SECTION.
            MOVE 0 TO MASTER-MATCH-IDX
            MOVE 0 TO MASTER-MATCHES
            PERFORM VARYING MASTER-IDX FROM 1 BY 1
              UNTIL MASTER-IDX > MASTER-COUNT
              IF (MASTER-NAME-U(MASTER-IDX) = PLAYER-WORK-U) THEN
                MOVE MASTER-IDX TO MASTER-MATCH-IDX
                ADD 1 TO MASTER-MATCHES
              END-IF
            END-PERFORM
            .
       Q2000-FIND-SUBMISSION SECTION.
            MOVE 0 TO SUB-MATCH-IDX
            PERFORM VARYING SUB-IDX FROM 1 BY 1
              UNTIL SUB-IDX > SUB-COUNT
              IF (SUBE-GAME(SUB-IDX) = SUB-LOOKUP-GAME) THEN
                MOVE SUB-IDX TO SUB-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q3000-FIND-CLUB SECTION.
            MOVE 0 TO CLUB-MATCH-IDX
            PERFORM VARYING CLUB-IDX FROM 1 BY 1
              UNTIL CLUB-IDX > CLUB-COUNT
              IF (FUNCTION UPPER-CASE(CLUBE-NAME(CLUB-IDX)) =
                  CLUB-WORK-U) THEN
                MOVE CLUB-IDX TO CLUB-MATCH-IDX
              END-IF
            END-PERFORM
            IF (CLUB-MATCH-IDX = 0) THEN
              IF (CLUB-COUNT < 200) THEN
                ADD 1 TO CLUB-COUNT
                MOVE CLUB-COUNT TO CLUB-MATCH-IDX
                MOVE LRK-CLUB TO CLUBE-NAME(CLUB-MATCH-IDX)
                MOVE 0 TO CLUBE-PLAYERS(CLUB-MATCH-IDX)
                MOVE 0 TO CLUBE-POINTS(CLUB-MATCH-IDX)
                MOVE 9999 TO CLUBE-BEST-RANK(CLUB-MATCH-IDX)
              ELSE
                DISPLAY 'WARNING: more than 200 clubs ranked - '
                  LRK-CLUB ' left out of the club table'
              END-IF
            END-IF
            .
      * Our players by league rank, best first.
       S1000-SORT-OUR-PLAYERS SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= OUR-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > OUR-COUNT
                IF (OUR-RANK(SORT-J) < OUR-RANK(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              IF (SORT-BEST NOT = SORT-I)
                MOVE OUR-ENTRY(SORT-I) TO SORT-TEMP-OUR
                MOVE OUR-ENTRY(SORT-BEST) TO OUR-ENTRY(SORT-I)
                MOVE SORT-TEMP-OUR TO OUR-ENTRY(SORT-BEST)
              END-IF
            END-PERFORM
            .
      * Clubs by total points, most first.
       S2000-SORT-CLUBS SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= CLUB-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > CLUB-COUNT
                IF (CLUBE-POINTS(SORT-J) > CLUBE-POINTS(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              IF (SORT-BEST NOT = SORT-I)
                MOVE CLUB-ENTRY(SORT-I) TO SORT-TEMP-CLUB
                MOVE CLUB-ENTRY(SORT-BEST) TO CLUB-ENTRY(SORT-I)
                MOVE SORT-TEMP-CLUB TO CLUB-ENTRY(SORT-BEST)
              END-IF
            END-PERFORM
            .
       R1000-WRITE-ACK-LINE SECTION.
            MOVE REPORT-LINE TO ACK-REPORT-RECORD
            WRITE ACK-REPORT-RECORD
            .
       R2000-WRITE-POSITION-LINE SECTION.
            MOVE REPORT-LINE TO POSITION-REPORT-RECORD
            WRITE POSITION-REPORT-RECORD
            .
