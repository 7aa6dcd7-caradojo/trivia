              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS RECONCILE-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS DELTA-STATUS.
           SELECT LEAGUE-SUBMIT-FILE ASSIGN TO "LEAGUE-SUBMIT.DAT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT SUBMISSION-LOG-FILE ASSIGN TO "SUBMISSION-LOG.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECONCILE-REPORT-FILE.

       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-KEY-GAME          PIC 9(5).
              10 HIST-KEY-SEQ           PIC 9(5).
           05 HIST-KEY-DATE             PIC X(8).
           05 HIST-REC-TYPE             PIC X.
              88 HIST-REC-GAME          VALUE 'G'.
           05 FILLER                    PIC X(01).
           05 HIST-GAME-NUMBER          PIC X(5).
           05 FILLER                    PIC X(01).
           05 HIST-GAME-DATE            PIC X(8).
           05 FILLER                    PIC X(116).

       FD  GAME-CONTROL-FILE.
       01  GAME-CONTROL-RECORD.

       FD  LEAGUE-SUBMIT-FILE.
       01  LEAGUE-SUBMIT-RECORD         PIC X(60).

      * S = a feed sent, A = one acknowledged line (LEAGUEIN).
       FD  SUBMISSION-LOG-FILE.
       01  SUBMISSION-LOG-RECORD.
           05 LOG-REC-TYPE              PIC X.
           05 FILLER                    PIC X(01).
           05 LOG-GAME-NUMBER           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 LOG-DATE                  PIC X(8).
           05 FILLER                    PIC X(01).
           05 LOG-TIME                  PIC X(6).
           05 FILLER                    PIC X(01).
           05 LOG-BODY                  PIC X(50).
      *>
       WORKING-STORAGE SECTION.
      *>
         05 CONTROL-STATUS         PIC XX.
         05 STANDINGS-STATUS       PIC XX.
         05 DELTA-STATUS           PIC XX.
         05 LOG-STATUS             PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
         05 TOTAL-COINS            PIC 9(7) VALUE 0.
         05 COINS-WORK             PIC 9(3).

         05 RUN-STAMP.
            10 RUN-DATE-YMD        PIC X(8).
            10 RUN-TIME-HMS        PIC X(6).
            10 FILLER              PIC X(7).

      * The league's fixed-format feed: one H header, one D line
      * per player, one T trailer whose record count and coin total
      * let their office prove nothing was dropped in transit.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 SUB-TOTAL-OUT          PIC 9(7).

      * Body of an S line on SUBMISSION-LOG.DAT.
       01 LOG-SUBMIT-DETAIL.
         05 LSD-DETAIL-COUNT       PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 LSD-TOTAL-COINS        PIC 9(7).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 LSD-GAME-DATE          PIC X(8).
         05 FILLER                 PIC X(28) VALUE SPACE.

       01 DELTA-TABLE.
         05 DELTA-COUNT            PIC 9(3) VALUE 0.
         05 DELTA-ENTRY OCCURS 100.
      * and GAME-DELTA.DAT, and a trailer with the record count and
      * total-coins hash. If RECONCILE.RPT does not say CERTIFIED
      * the feed is flatly refused - an unverified night can never
      * reach the league office. Every feed built is logged on
      * SUBMISSION-LOG.DAT, where LEAGUEIN records the league's
      * acknowledgement against it.
       MAIN SECTION.
            MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
            PERFORM C1000-CHECK-CERTIFICATION
            IF (CERTIFIED-NO) THEN
              DISPLAY 'REFUSED: RECONCILE.RPT does not certify '
            MOVE SUBMIT-TRAILER TO LEAGUE-SUBMIT-RECORD
            WRITE LEAGUE-SUBMIT-RECORD
            CLOSE LEAGUE-SUBMIT-FILE
            PERFORM A3000-LOG-SUBMISSION
            DISPLAY 'League submission built: game ' GAME-NUMBER
              ', ' DETAIL-COUNT ' player(s), ' TOTAL-COINS
              ' coin(s) - LEAGUE-SUBMIT.DAT'
              CLOSE RECONCILE-REPORT-FILE
            END-IF
            .
      * The night being submitted is the game GAME-CONTROL.DAT
      * names; its header is read straight off the archive by key
      * and carries the number and the date the league form asks
      * for. The archive is then read on past that game - or walked
      * from the start when there is no usable control record or
      * no header for it - and the newest game taken, so a stale
      * control file is caught before the feed goes out.
       I1000-FIND-GAME-HEADER SECTION.
            OPEN INPUT GAME-CONTROL-FILE
            IF (CONTROL-STATUS = '00') THEN
              READ GAME-CONTROL-FILE
                AT END CONTINUE
              END-READ
              IF (CONTROL-STATUS = '00') AND
                 (CTL-LAST-GAME-NUMBER IS NUMERIC) THEN
                MOVE CTL-LAST-GAME-NUMBER TO CONTROL-GAME-NUMBER
              END-IF
              CLOSE GAME-CONTROL-FILE
            END-IF
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be '
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            IF (CONTROL-GAME-NUMBER NOT = 0) THEN
              MOVE CONTROL-GAME-NUMBER TO HIST-KEY-GAME
              MOVE 0 TO HIST-KEY-SEQ
              READ GAME-HISTORY-FILE
                KEY IS HIST-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF (HIST-REC-GAME) AND
                     (HIST-GAME-NUMBER IS NUMERIC) THEN
                    MOVE FUNCTION NUMVAL(HIST-GAME-NUMBER)
                      TO GAME-NUMBER
                    MOVE HIST-GAME-DATE TO GAME-DATE
                  END-IF
              END-READ
            END-IF
      *     the archive is then read on from the game after the
      *     control number (or from the lowest key when the control
      *     game was not found) and any later header is taken
            SET FILE-EOF-NO TO TRUE
            IF (GAME-NUMBER = 0) THEN
              MOVE 0 TO HIST-KEY-GAME
            ELSE
              COMPUTE HIST-KEY-GAME = CONTROL-GAME-NUMBER + 1
            END-IF
            MOVE 0 TO HIST-KEY-SEQ
            START GAME-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
              INVALID KEY SET FILE-EOF-YES TO TRUE
            END-START
            IF (FILE-EOF-NO) THEN
              PERFORM I1100-READ-NEXT-HISTORY
            END-IF
            PERFORM UNTIL FILE-EOF-YES
              IF (HIST-REC-GAME) AND
                 (HIST-GAME-NUMBER IS NUMERIC) THEN
                  TO GAME-NUMBER
                MOVE HIST-GAME-DATE TO GAME-DATE
              END-IF
              PERFORM I1100-READ-NEXT-HISTORY
            END-PERFORM
            IF (CONTROL-GAME-NUMBER NOT = 0) AND
               (GAME-NUMBER NOT = 0) AND
               (CONTROL-GAME-NUMBER NOT = GAME-NUMBER) THEN
              DISPLAY 'WARNING: GAME-CONTROL.DAT says game '
                CONTROL-GAME-NUMBER ' but the archive ends at '
                GAME-NUMBER ' - check that tonight was archived'
            END-IF
            CLOSE GAME-HISTORY-FILE
            IF (GAME-NUMBER = 0) THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT has no game '
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            .
       I1100-READ-NEXT-HISTORY SECTION.
            READ GAME-HISTORY-FILE NEXT
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            IF (HISTORY-STATUS NOT = '00') AND
               (HISTORY-STATUS NOT = '02') THEN
              SET FILE-EOF-YES TO TRUE
            END-IF
            .
       I2000-LOAD-DELTAS SECTION.
            MOVE SUBMIT-DETAIL TO LEAGUE-SUBMIT-RECORD
            WRITE LEAGUE-SUBMIT-RECORD
            .
      * A resubmitted game simply gets a second S line; LEAGUEIN
      * takes the latest one as the submission awaiting an answer.
       A3000-LOG-SUBMISSION SECTION.
            OPEN EXTEND SUBMISSION-LOG-FILE
            IF (LOG-STATUS = '35') THEN
              OPEN OUTPUT SUBMISSION-LOG-FILE
            END-IF
            IF (LOG-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: SUBMISSION-LOG.DAT could not be '
                'opened - game ' GAME-NUMBER ' was not logged'
            ELSE
              MOVE SPACES TO SUBMISSION-LOG-RECORD
              MOVE 'S'          TO LOG-REC-TYPE
              MOVE GAME-NUMBER  TO LOG-GAME-NUMBER
              MOVE RUN-DATE-YMD TO LOG-DATE
              MOVE RUN-TIME-HMS TO LOG-TIME
              MOVE DETAIL-COUNT TO LSD-DETAIL-COUNT
              MOVE TOTAL-COINS  TO LSD-TOTAL-COINS
              MOVE GAME-DATE    TO LSD-GAME-DATE
              MOVE LOG-SUBMIT-DETAIL TO LOG-BODY
              WRITE SUBMISSION-LOG-RECORD
              CLOSE SUBMISSION-LOG-FILE
            END-IF
            .
       Q1000-FIND-DELTA SECTION.
            MOVE 0 TO DELTA-MATCH-IDX
            PERFORM VARYING DELTA-IDX FROM 1 BY 1
