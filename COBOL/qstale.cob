       IDENTIFICATION DIVISION.
       PROGRAM-ID. QSTALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STALE-PARM-FILE ASSIGN TO "STALE-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT QUESTION-BANK-FILE ASSIGN TO "QUESTION-BANK.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS BANK-STATUS.
           SELECT QUESTION-USAGE-FILE ASSIGN TO "QUESTION-USAGE.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS USAGE-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
           SELECT STALE-REPORT-FILE ASSIGN TO "QSTALE.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STALE-PARM-FILE.
       01  STALE-PARM-RECORD.
           05 PARM-STALE-GAMES          PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-RECENT-GAMES         PIC 9(3).

       FD  QUESTION-BANK-FILE.
       01  QUESTION-BANK-RECORD.
           05 BANK-CATEGORY             PIC X(10).
           05 FILLER                    PIC X(01).
           05 BANK-QUESTION             PIC X(60).
           05 FILLER                    PIC X(01).
           05 BANK-ANSWER               PIC X(20).
           05 FILLER                    PIC X(01).
           05 BANK-VALUE                PIC X.

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

       FD  GAME-CONTROL-FILE.
       01  GAME-CONTROL-RECORD.
           05 CTL-LAST-GAME-NUMBER      PIC 9(5).

       FD  STALE-REPORT-FILE.
       01  STALE-REPORT-RECORD          PIC X(120).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 BANK-STATUS            PIC XX.
         05 USAGE-STATUS           PIC XX.
         05 CONTROL-STATUS         PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 STALE-GAMES            PIC 9(3) VALUE 10.
         05 RECENT-GAMES           PIC 9(3) VALUE 3.
         05 CURRENT-GAME           PIC 9(5) VALUE 0.
         05 GAMES-SINCE            PIC 9(5).
         05 STALE-COUNT            PIC 9(4) VALUE 0.
         05 WORN-COUNT             PIC 9(3) VALUE 0.
         05 REPORT-LINE            PIC X(120).
         05 LAST-GAME-OUT          PIC X(5).
         05 LAST-DATE-OUT          PIC X(8).
         05 TIMES-OUT              PIC Z(4)9.

       01 USAGE-TABLE.
         05 USAGE-COUNT            PIC 9(4) VALUE 0.
         05 USAGE-ENTRY OCCURS 1000.
            10 USAGE-CATEGORY      PIC X(10).
            10 USAGE-QUESTION      PIC X(60).
            10 USAGE-LAST-GAME     PIC 9(5).
            10 USAGE-LAST-DATE     PIC X(8).
            10 USAGE-TIMES         PIC 9(5).
         05 USAGE-IDX              PIC 9(4).
         05 USAGE-MATCH-IDX        PIC 9(4).

       01 CATEGORY-TABLE.
         05 CAT-TOTAL              PIC 9(3) VALUE 0.
         05 CAT-ENTRY OCCURS 20.
            10 CAT-NAME            PIC X(10).
            10 CAT-QUESTIONS       PIC 9(3).
            10 CAT-RECENT          PIC 9(3).
            10 CAT-STALE           PIC 9(3).
         05 CAT-IDX                PIC 9(3).
         05 CAT-MATCH-IDX          PIC 9(3).

       PROCEDURE DIVISION.
      *>
      * Reports on the question rotation GAME keeps in
      * QUESTION-USAGE.DAT. Every bank question not asked in the
      * last STALE-GAMES games (or never asked at all) is listed, so
      * the quizmaster can see what the rotation has yet to reach;
      * and every category whose questions have all been asked in
      * the last RECENT-GAMES games is flagged as worn - the
      * regulars have heard the lot and the category needs new
      * questions through QINTAKE. Game numbers are measured from
      * the last game in GAME-CONTROL.DAT.
       MAIN SECTION.
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-FIND-CURRENT-GAME
            PERFORM I3000-LOAD-USAGE
            OPEN OUTPUT STALE-REPORT-FILE
            MOVE 'QUESTION ROTATION - STALENESS REPORT'
              TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'AS AT GAME ' CURRENT-GAME '; STALE WHEN NOT '
              'ASKED IN ' STALE-GAMES ' GAMES; WORN WHEN ALL ASKED '
              'IN THE LAST ' RECENT-GAMES ' GAMES'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            MOVE SPACES TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            MOVE 'CATEGORY   LAST  DATE      TIMES QUESTION'
              TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            PERFORM A1000-SCAN-THE-BANK
            PERFORM A3000-WRITE-CATEGORY-SUMMARY
            CLOSE STALE-REPORT-FILE
            DISPLAY 'Staleness report: ' STALE-COUNT ' stale '
              'question(s), ' WORN-COUNT ' worn category(ies) - see '
              'QSTALE.RPT'
            IF (WORN-COUNT = 0) THEN
              MOVE 0 TO RETURN-CODE
            ELSE
              MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       I1000-LOAD-PARMS SECTION.
            OPEN INPUT STALE-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              READ STALE-PARM-FILE
                AT END CONTINUE
              END-READ
              IF (PARM-STATUS = '00') AND
                 (PARM-STALE-GAMES IS NUMERIC) AND
                 (PARM-RECENT-GAMES IS NUMERIC) AND
                 (PARM-STALE-GAMES > 0) AND
                 (PARM-RECENT-GAMES > 0) THEN
                MOVE PARM-STALE-GAMES  TO STALE-GAMES
                MOVE PARM-RECENT-GAMES TO RECENT-GAMES
              ELSE
                DISPLAY 'WARNING: STALE-PARM.DAT record is not '
                  'numeric - built-in windows used'
              END-IF
              CLOSE STALE-PARM-FILE
            ELSE
              DISPLAY 'WARNING: STALE-PARM.DAT is missing - '
                'built-in windows used'
            END-IF
            .
       I2000-FIND-CURRENT-GAME SECTION.
            OPEN INPUT GAME-CONTROL-FILE
            IF (CONTROL-STATUS = '00') THEN
              READ GAME-CONTROL-FILE
                AT END CONTINUE
              END-READ
              IF (CONTROL-STATUS = '00') AND
                 (CTL-LAST-GAME-NUMBER IS NUMERIC) THEN
                MOVE CTL-LAST-GAME-NUMBER TO CURRENT-GAME
              END-IF
              CLOSE GAME-CONTROL-FILE
            END-IF
            IF (CURRENT-GAME = 0) THEN
              DISPLAY 'WARNING: GAME-CONTROL.DAT is missing - the '
                'latest game in QUESTION-USAGE.DAT is used'
            END-IF
            .
       I3000-LOAD-USAGE SECTION.
            OPEN INPUT QUESTION-USAGE-FILE
            IF (USAGE-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: QUESTION-USAGE.DAT is missing - '
                'every question is reported as never asked'
            ELSE
              SET FILE-EOF-NO TO TRUE
              READ QUESTION-USAGE-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (USAGE-COUNT >= 1000) THEN
                  DISPLAY 'WARNING: QUESTION-USAGE.DAT has more '
                    'than 1000 questions - extras ignored'
                  SET FILE-EOF-YES TO TRUE
                ELSE
                  IF (USE-LAST-GAME IS NUMERIC) AND
                     (USE-TIMES-ASKED IS NUMERIC) THEN
                    ADD 1 TO USAGE-COUNT
                    MOVE USE-CATEGORY
                      TO USAGE-CATEGORY(USAGE-COUNT)
                    MOVE USE-QUESTION
                      TO USAGE-QUESTION(USAGE-COUNT)
                    MOVE USE-LAST-GAME
                      TO USAGE-LAST-GAME(USAGE-COUNT)
                    MOVE USE-LAST-DATE
                      TO USAGE-LAST-DATE(USAGE-COUNT)
                    MOVE USE-TIMES-ASKED TO USAGE-TIMES(USAGE-COUNT)
                    IF (USE-LAST-GAME > CURRENT-GAME) THEN
                      MOVE USE-LAST-GAME TO CURRENT-GAME
                    END-IF
                  ELSE
                    DISPLAY 'WARNING: QUESTION-USAGE.DAT record is '
                      'not numeric - ignored'
                  END-IF
                  READ QUESTION-USAGE-FILE
                    AT END SET FILE-EOF-YES TO TRUE
                  END-READ
                END-IF
              END-PERFORM
              CLOSE QUESTION-USAGE-FILE
            END-IF
            .
      * The bank, not the usage file, decides what is reported: a
      * question added since the last game has no usage record yet
      * and shows as never asked; a usage record for a retired
      * question is simply never looked up.
       A1000-SCAN-THE-BANK SECTION.
            OPEN INPUT QUESTION-BANK-FILE
            IF (BANK-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: QUESTION-BANK.DAT could not be '
                'opened'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ QUESTION-BANK-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (BANK-CATEGORY NOT = SPACES) THEN
                PERFORM A2000-CHECK-ONE-QUESTION
              END-IF
              READ QUESTION-BANK-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE QUESTION-BANK-FILE
            .
       A2000-CHECK-ONE-QUESTION SECTION.
            PERFORM Q1000-FIND-USAGE
            PERFORM Q2000-FIND-CATEGORY
            IF (CAT-MATCH-IDX NOT = 0) THEN
              ADD 1 TO CAT-QUESTIONS(CAT-MATCH-IDX)
            END-IF
            IF (USAGE-MATCH-IDX = 0) THEN
              MOVE 0 TO GAMES-SINCE
            ELSE
              IF (USAGE-LAST-GAME(USAGE-MATCH-IDX) = 0) THEN
                MOVE 0 TO USAGE-MATCH-IDX
                MOVE 0 TO GAMES-SINCE
              ELSE
                COMPUTE GAMES-SINCE = CURRENT-GAME -
                  USAGE-LAST-GAME(USAGE-MATCH-IDX)
              END-IF
            END-IF
            IF (USAGE-MATCH-IDX NOT = 0) AND
               (GAMES-SINCE < RECENT-GAMES) AND
               (CAT-MATCH-IDX NOT = 0) THEN
              ADD 1 TO CAT-RECENT(CAT-MATCH-IDX)
            END-IF
            IF (USAGE-MATCH-IDX = 0) OR
               (GAMES-SINCE >= STALE-GAMES) THEN
              ADD 1 TO STALE-COUNT
              IF (CAT-MATCH-IDX NOT = 0) THEN
                ADD 1 TO CAT-STALE(CAT-MATCH-IDX)
              END-IF
              IF (USAGE-MATCH-IDX = 0) THEN
                MOVE 'NEVER' TO LAST-GAME-OUT
                MOVE SPACES TO LAST-DATE-OUT
                MOVE 0 TO TIMES-OUT
              ELSE
                MOVE USAGE-LAST-GAME(USAGE-MATCH-IDX)
                  TO LAST-GAME-OUT
                MOVE USAGE-LAST-DATE(USAGE-MATCH-IDX)
                  TO LAST-DATE-OUT
                MOVE USAGE-TIMES(USAGE-MATCH-IDX) TO TIMES-OUT
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING BANK-CATEGORY ' ' LAST-GAME-OUT ' '
                LAST-DATE-OUT ' ' TIMES-OUT ' ' BANK-QUESTION
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO STALE-REPORT-RECORD
              WRITE STALE-REPORT-RECORD
            END-IF
            .
       A3000-WRITE-CATEGORY-SUMMARY SECTION.
            MOVE SPACES TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            MOVE 'CATEGORY   QUESTIONS  RECENT  STALE'
              TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-TOTAL
              MOVE SPACES TO REPORT-LINE
              STRING CAT-NAME(CAT-IDX) '       '
                CAT-QUESTIONS(CAT-IDX) '     '
                CAT-RECENT(CAT-IDX) '    ' CAT-STALE(CAT-IDX)
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO STALE-REPORT-RECORD
              WRITE STALE-REPORT-RECORD
              IF (CAT-QUESTIONS(CAT-IDX) > 0) AND
                 (CAT-RECENT(CAT-IDX) = CAT-QUESTIONS(CAT-IDX)) THEN
                ADD 1 TO WORN-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING 'WARNING: category ' CAT-NAME(CAT-IDX)
                  ' is worn - every question was asked in the last '
                  RECENT-GAMES ' games'
                  DELIMITED BY SIZE INTO REPORT-LINE
                MOVE REPORT-LINE TO STALE-REPORT-RECORD
                WRITE STALE-REPORT-RECORD
              END-IF
            END-PERFORM
            MOVE SPACES TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'TOTAL: ' STALE-COUNT ' STALE QUESTION(S), '
              WORN-COUNT ' WORN CATEGORY(IES)'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO STALE-REPORT-RECORD
            WRITE STALE-REPORT-RECORD
            .
       Q1000-FIND-USAGE SECTION.
            MOVE 0 TO USAGE-MATCH-IDX
            PERFORM VARYING USAGE-IDX FROM 1 BY 1
              UNTIL USAGE-IDX > USAGE-COUNT
              IF (USAGE-CATEGORY(USAGE-IDX) = BANK-CATEGORY) AND
                 (USAGE-QUESTION(USAGE-IDX) = BANK-QUESTION) THEN
                MOVE USAGE-IDX TO USAGE-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q2000-FIND-CATEGORY SECTION.
            MOVE 0 TO CAT-MATCH-IDX
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-TOTAL
              IF (CAT-NAME(CAT-IDX) = BANK-CATEGORY) THEN
                MOVE CAT-IDX TO CAT-MATCH-IDX
              END-IF
            END-PERFORM
            IF (CAT-MATCH-IDX = 0) AND (CAT-TOTAL < 20) THEN
              ADD 1 TO CAT-TOTAL
              MOVE CAT-TOTAL TO CAT-MATCH-IDX
              MOVE BANK-CATEGORY TO CAT-NAME(CAT-MATCH-IDX)
              MOVE 0 TO CAT-QUESTIONS(CAT-MATCH-IDX)
              MOVE 0 TO CAT-RECENT(CAT-MATCH-IDX)
              MOVE 0 TO CAT-STALE(CAT-MATCH-IDX)
            END-IF
            .
