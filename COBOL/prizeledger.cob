       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIZELEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-PARM-FILE ASSIGN TO "PRIZE-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
           SELECT STANDINGS-FILE ASSIGN TO "STANDINGS.RPT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS STANDINGS-STATUS.
           SELECT GAME-DELTA-FILE ASSIGN TO "GAME-DELTA.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS DELTA-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT FEE-PAYMENT-FILE ASSIGN TO "FEE-PAYMENTS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PAYMENT-STATUS.
           SELECT PRIZE-LEDGER-FILE ASSIGN TO "PRIZE-LEDGER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LEDGER-STATUS.
           SELECT PAYOUT-REPORT-FILE ASSIGN TO "PAYOUT.RPT"
              ORGANIZATION LINE SEQUENTIAL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "PRIZE-BALANCE.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Percentages of the pot; first, second, top team and the
      * house cut must account for all of it.
       FD  PRIZE-PARM-FILE.
       01  PRIZE-PARM-RECORD.
           05 PARM-ENTRY-FEE            PIC 9(3)V99.
           05 FILLER                    PIC X(01).
           05 PARM-FIRST-PCT            PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-SECOND-PCT           PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-TEAM-PCT             PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-HOUSE-PCT            PIC 9(3).
           05 FILLER                    PIC X(01).
           05 PARM-SEASON-FIRST-GAME    PIC 9(5).

       FD  GAME-CONTROL-FILE.
       01  GAME-CONTROL-RECORD.
           05 CTL-LAST-GAME-NUMBER      PIC 9(5).

       FD  STANDINGS-FILE.
       01  STANDINGS-RECORD.
           05 STAND-RANK-IN             PIC X(3).
           05 FILLER                    PIC X(01).
           05 STAND-MEMBER-IN           PIC X(5).
           05 FILLER                    PIC X(01).
           05 STAND-PLAYER-IN           PIC X(20).
           05 FILLER                    PIC X(01).
           05 STAND-PURSE-IN            PIC X(3).
           05 FILLER                    PIC X(01).
           05 STAND-PLACE-IN            PIC X(3).
           05 FILLER                    PIC X(01).
           05 STAND-PENALTY-IN          PIC X(3).
           05 FILLER                    PIC X(34).
       01  TEAM-STANDINGS-RECORD.
           05 TEAM-RANK-IN              PIC X(3).
           05 FILLER                    PIC X(01).
           05 TEAM-NAME-IN              PIC X(10).
           05 FILLER                    PIC X(01).
           05 TEAM-COINS-IN             PIC X(7).

       FD  GAME-DELTA-FILE.
       01  GAME-DELTA-RECORD.
           05 DELTA-MEMBER-IN           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 DELTA-PLAYER-IN           PIC X(20).
           05 FILLER                    PIC X(01).
           05 DELTA-PURSE-IN            PIC 9(2).
           05 FILLER                    PIC X(01).
           05 DELTA-PENALTY-IN          PIC 9(3).
           05 FILLER                    PIC X(01).
           05 DELTA-WON-IN              PIC X.

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

      * Only the door exceptions are keyed: anyone seated who is not
      * listed for the game paid the entry fee in full.
       FD  FEE-PAYMENT-FILE.
       01  FEE-PAYMENT-RECORD.
           05 PAY-GAME-NUMBER           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 PAY-MEMBER-ID             PIC 9(5).
           05 FILLER                    PIC X(01).
           05 PAY-AMOUNT                PIC 9(3)V99.

      * Permanent, one entry per member per game, in game then
      * member order. Member 00000 is the house and carries the
      * night's cut as its prize.
       FD  PRIZE-LEDGER-FILE.
       01  PRIZE-LEDGER-RECORD.
           05 LEDG-GAME-NUMBER          PIC 9(5).
           05 FILLER                    PIC X(01).
           05 LEDG-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 LEDG-POST-DATE            PIC X(8).
           05 FILLER                    PIC X(01).
           05 LEDG-PLAYER-NAME          PIC X(20).
           05 FILLER                    PIC X(01).
           05 LEDG-FEE-OWED             PIC 9(3)V99.
           05 FILLER                    PIC X(01).
           05 LEDG-FEE-PAID             PIC 9(3)V99.
           05 FILLER                    PIC X(01).
           05 LEDG-PRIZE-WON            PIC 9(5)V99.

       FD  PAYOUT-REPORT-FILE.
       01  PAYOUT-REPORT-RECORD         PIC X(80).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD        PIC X(80).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 CONTROL-STATUS         PIC XX.
         05 STANDINGS-STATUS       PIC XX.
         05 DELTA-STATUS           PIC XX.
         05 MASTER-STATUS          PIC XX.
         05 PAYMENT-STATUS         PIC XX.
         05 LEDGER-STATUS          PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 GAME-NUMBER            PIC 9(5) VALUE 0.
         05 SEASON-FIRST-GAME      PIC 9(5) VALUE 0.
         05 ENTRY-FEE              PIC 9(3)V99 VALUE 0.
         05 FIRST-PCT              PIC 9(3) VALUE 0.
         05 SECOND-PCT             PIC 9(3) VALUE 0.
         05 TEAM-PCT               PIC 9(3) VALUE 0.
         05 HOUSE-PCT              PIC 9(3) VALUE 0.
         05 PCT-TOTAL              PIC 9(4).

         05 FIRST-MEMBER           PIC 9(5) VALUE 0.
         05 SECOND-MEMBER          PIC 9(5) VALUE 0.
         05 TOP-TEAM               PIC X(10) VALUE SPACES.
         05 TEAM-SECTION-FLAG      PIC X VALUE 'N'.
         05 TEAM-SEATS             PIC 9(3) VALUE 0.

         05 POT-AMOUNT             PIC 9(5)V99 VALUE 0.
         05 FIRST-PRIZE            PIC 9(5)V99 VALUE 0.
         05 SECOND-PRIZE           PIC 9(5)V99 VALUE 0.
         05 TEAM-PRIZE             PIC 9(5)V99 VALUE 0.
         05 TEAM-SHARE             PIC 9(5)V99 VALUE 0.
         05 HOUSE-PRIZE            PIC 9(5)V99 VALUE 0.
         05 PRIZE-WORK             PIC 9(9)V99.
         05 PAID-TOTAL             PIC 9(7)V99 VALUE 0.
         05 WARNING-COUNT          PIC 9(3) VALUE 0.
         05 MISMATCH-COUNT         PIC 9(3) VALUE 0.
         05 REPORT-LINE            PIC X(80).

         05 RUN-STAMP.
            10 RUN-DATE-YMD        PIC X(8).
            10 RUN-TIME-HMS        PIC X(6).
            10 FILLER              PIC X(7).

      * The night's table from GAME-DELTA.DAT, with each member's
      * team from the master and what they owe, paid and won.
       01 SEAT-TABLE.
         05 SEAT-COUNT             PIC 9(3) VALUE 0.
         05 SEAT-ENTRY OCCURS 100.
            10 SEAT-MEMBER         PIC 9(5).
            10 SEAT-PLAYER         PIC X(20).
            10 SEAT-TEAM           PIC X(10).
            10 SEAT-WON            PIC X.
            10 SEAT-FEE-OWED       PIC 9(3)V99.
            10 SEAT-FEE-PAID       PIC 9(3)V99.
            10 SEAT-PRIZE          PIC 9(5)V99.
            10 SEAT-IN-STANDINGS   PIC X.
         05 SEAT-IDX               PIC 9(3).
         05 SEAT-MATCH-IDX         PIC 9(3).
         05 SEAT-LOOKUP-ID         PIC 9(5).

       01 MASTER-TABLE.
         05 MASTER-COUNT           PIC 9(4) VALUE 0.
         05 MASTER-ENTRY OCCURS 1000.
            10 MASTER-MEMBER       PIC 9(5).
            10 MASTER-NAME         PIC X(20).
            10 MASTER-TEAM         PIC X(10).
         05 MASTER-IDX             PIC 9(4).
         05 MASTER-MATCH-IDX       PIC 9(4).

      * Every member with an entry on the ledger, all seasons, and
      * the season's totals from SEASON-FIRST-GAME on.
       01 BALANCE-TABLE.
         05 BALANCE-COUNT          PIC 9(4) VALUE 0.
         05 BALANCE-ENTRY OCCURS 1000.
            10 BAL-MEMBER          PIC 9(5).
            10 BAL-PLAYER          PIC X(20).
            10 BAL-NIGHTS          PIC 9(4).
            10 BAL-OWED            PIC 9(7)V99.
            10 BAL-PAID            PIC 9(7)V99.
            10 BAL-PRIZES          PIC 9(7)V99.
         05 BAL-IDX                PIC 9(4).
         05 BAL-MATCH-IDX          PIC 9(4).
         05 BAL-NET                PIC S9(7)V99.
         05 BAL-FULL-WARNED        PIC X VALUE 'N'.

       01 SEASON-TOTALS.
         05 SEASON-GAMES           PIC 9(5) VALUE 0.
         05 SEASON-LAST-GAME       PIC 9(5) VALUE 0.
         05 SEASON-SEATS           PIC 9(6) VALUE 0.
         05 SEASON-OWED            PIC 9(7)V99 VALUE 0.
         05 SEASON-PAID            PIC 9(7)V99 VALUE 0.
         05 SEASON-PRIZES          PIC 9(7)V99 VALUE 0.
         05 SEASON-HOUSE           PIC 9(7)V99 VALUE 0.
         05 SEASON-OUTSTANDING     PIC S9(7)V99.

       01 WS-SORT-WORK.
         05 SORT-I                 PIC 9(4).
         05 SORT-J                 PIC 9(4).
         05 SORT-BEST              PIC 9(4).
         05 SORT-TEMP-SEAT         PIC X(54).

       01 PAYOUT-DETAIL.
         05 PAY-PRIZE-OUT          PIC X(7).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 PAY-MEMBER-OUT         PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 PAY-PLAYER-OUT         PIC X(20).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 PAY-TEAM-OUT           PIC X(10).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 PAY-AMOUNT-OUT         PIC Z(4)9.99.

       01 FEE-DETAIL.
         05 FEE-MEMBER-OUT         PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 FEE-PLAYER-OUT         PIC X(20).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 FEE-OWED-OUT           PIC ZZ9.99.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 FEE-PAID-OUT           PIC ZZ9.99.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 FEE-DUE-OUT            PIC -(3)9.99.

       01 BALANCE-DETAIL.
         05 BAL-MEMBER-OUT         PIC 9(5).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 BAL-PLAYER-OUT         PIC X(20).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 BAL-NIGHTS-OUT         PIC Z(3)9.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 BAL-OWED-OUT           PIC Z(5)9.99.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 BAL-PAID-OUT           PIC Z(5)9.99.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 BAL-BALANCE-OUT        PIC -(6)9.99.
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 BAL-PRIZES-OUT         PIC Z(5)9.99.

       01 MONEY-OUT                PIC -(7)9.99.

       PROCEDURE DIVISION.
      *>
      * Posts the night's money after GAME. Every member seated in
      * GAME-DELTA.DAT owes the PRIZE-PARM.DAT entry fee; what they
      * actually handed over at the door is the fee unless
      * FEE-PAYMENTS.DAT says otherwise for this game. The pot is the
      * entry fees owed, split by PRIZE-PARM.DAT percentages between
      * the winner, the runner-up (both from STANDINGS.RPT and the
      * delta's won flag), the members of the top team in the team
      * section of STANDINGS.RPT (shared equally among those seated)
      * and the house. One entry per member, plus the house, is added
      * to the permanent PRIZE-LEDGER.DAT under the game number from
      * GAME-CONTROL.DAT; a game already on the ledger is refused
      * outright. PAYOUT.RPT is the night's cash sheet;
      * PRIZE-BALANCE.RPT carries every member's running balance and
      * the season's money summary from the season's first game.
      * Tournament nights are not posted by this job: GAME prints
      * no STANDINGS.RPT for them and GAME-DELTA.DAT holds only the
      * last game, and a report and delta that do not name the same
      * members are refused.
       MAIN SECTION.
            MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-FIND-GAME-NUMBER
            PERFORM I3000-CHECK-NOT-POSTED
            PERFORM I4000-LOAD-MASTER
            PERFORM I5000-LOAD-DELTAS
            PERFORM I6000-READ-STANDINGS
            PERFORM I7000-LOAD-PAYMENTS
            PERFORM A1000-SPLIT-THE-POT
            PERFORM A2000-POST-LEDGER
            PERFORM R1000-WRITE-PAYOUT-SHEET
            PERFORM R2000-WRITE-BALANCES
            DISPLAY 'Prize ledger: game ' GAME-NUMBER ' posted for '
              SEAT-COUNT ' member(s) - see PAYOUT.RPT and '
              'PRIZE-BALANCE.RPT'
            IF (WARNING-COUNT = 0) THEN
              MOVE 0 TO RETURN-CODE
            ELSE
              MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      * Money is never posted on built-in figures: without a valid
      * parameter record nothing is done.
       I1000-LOAD-PARMS SECTION.
            OPEN INPUT PRIZE-PARM-FILE
            IF (PARM-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PRIZE-PARM.DAT could not be opened - '
                'nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            READ PRIZE-PARM-FILE
              AT END CONTINUE
            END-READ
            IF (PARM-STATUS = '00') AND
               (PARM-ENTRY-FEE IS NUMERIC) AND
               (PARM-FIRST-PCT IS NUMERIC) AND
               (PARM-SECOND-PCT IS NUMERIC) AND
               (PARM-TEAM-PCT IS NUMERIC) AND
               (PARM-HOUSE-PCT IS NUMERIC) THEN
              MOVE PARM-ENTRY-FEE  TO ENTRY-FEE
              MOVE PARM-FIRST-PCT  TO FIRST-PCT
              MOVE PARM-SECOND-PCT TO SECOND-PCT
              MOVE PARM-TEAM-PCT   TO TEAM-PCT
              MOVE PARM-HOUSE-PCT  TO HOUSE-PCT
              IF (PARM-SEASON-FIRST-GAME IS NUMERIC) THEN
                MOVE PARM-SEASON-FIRST-GAME TO SEASON-FIRST-GAME
              END-IF
            ELSE
              DISPLAY 'ERROR: PRIZE-PARM.DAT record is not valid - '
                'nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            CLOSE PRIZE-PARM-FILE
            MOVE FIRST-PCT TO PCT-TOTAL
            ADD SECOND-PCT TO PCT-TOTAL
            ADD TEAM-PCT   TO PCT-TOTAL
            ADD HOUSE-PCT  TO PCT-TOTAL
            IF (PCT-TOTAL NOT = 100) THEN
              DISPLAY 'ERROR: PRIZE-PARM.DAT split adds up to '
                PCT-TOTAL ' per cent, not 100 - nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            .
       I2000-FIND-GAME-NUMBER SECTION.
            OPEN INPUT GAME-CONTROL-FILE
            IF (CONTROL-STATUS = '00') THEN
              READ GAME-CONTROL-FILE
                AT END CONTINUE
              END-READ
              IF (CONTROL-STATUS = '00') AND
                 (CTL-LAST-GAME-NUMBER IS NUMERIC) THEN
                MOVE CTL-LAST-GAME-NUMBER TO GAME-NUMBER
              END-IF
              CLOSE GAME-CONTROL-FILE
            END-IF
            IF (GAME-NUMBER = 0) THEN
              DISPLAY 'ERROR: GAME-CONTROL.DAT has no game number - '
                'nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            .
      * The ledger is the notebook now; paying a night out twice is
      * the one mistake it exists to prevent.
       I3000-CHECK-NOT-POSTED SECTION.
            OPEN INPUT PRIZE-LEDGER-FILE
            IF (LEDGER-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ PRIZE-LEDGER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (LEDG-GAME-NUMBER = GAME-NUMBER) THEN
                  DISPLAY 'REFUSED: game ' GAME-NUMBER ' is already '
                    'on PRIZE-LEDGER.DAT - nothing was posted'
                  CLOSE PRIZE-LEDGER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
                END-IF
                READ PRIZE-LEDGER-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE PRIZE-LEDGER-FILE
            END-IF
            .
       I4000-LOAD-MASTER SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'WARNING: PLAYER-MASTER.DAT could not be '
                'opened - nobody can share the team prize'
              ADD 1 TO WARNING-COUNT
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
       I5000-LOAD-DELTAS SECTION.
            OPEN INPUT GAME-DELTA-FILE
            IF (DELTA-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-DELTA.DAT could not be opened - '
                'nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ GAME-DELTA-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (DELTA-MEMBER-IN IS NUMERIC) AND
                 (SEAT-COUNT < 100) THEN
                ADD 1 TO SEAT-COUNT
                MOVE DELTA-MEMBER-IN TO SEAT-MEMBER(SEAT-COUNT)
                MOVE DELTA-PLAYER-IN TO SEAT-PLAYER(SEAT-COUNT)
                MOVE DELTA-WON-IN    TO SEAT-WON(SEAT-COUNT)
                MOVE ENTRY-FEE       TO SEAT-FEE-OWED(SEAT-COUNT)
                MOVE ENTRY-FEE       TO SEAT-FEE-PAID(SEAT-COUNT)
                MOVE 0               TO SEAT-PRIZE(SEAT-COUNT)
                MOVE SPACES          TO SEAT-TEAM(SEAT-COUNT)
                MOVE 'N'             TO SEAT-IN-STANDINGS(SEAT-COUNT)
                PERFORM VARYING MASTER-IDX FROM 1 BY 1
                  UNTIL MASTER-IDX > MASTER-COUNT
                  IF (MASTER-MEMBER(MASTER-IDX) =
                      DELTA-MEMBER-IN) THEN
                    MOVE MASTER-TEAM(MASTER-IDX)
                      TO SEAT-TEAM(SEAT-COUNT)
                  END-IF
                END-PERFORM
                IF (DELTA-WON-IN = 'Y') THEN
                  MOVE DELTA-MEMBER-IN TO FIRST-MEMBER
                END-IF
              END-IF
              READ GAME-DELTA-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE GAME-DELTA-FILE
            IF (SEAT-COUNT = 0) THEN
              DISPLAY 'ERROR: GAME-DELTA.DAT has nobody seated - '
                'nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            PERFORM S1000-SORT-SEATS
            .
      * The individual lines come first, best purse first, down to
      * the blank line; the winner flagged in the delta is first,
      * otherwise the top line, and the runner-up is the next line
      * down. The top team is the first team in the team section
      * with a name - an UNATTACHED bench wins nothing.
       I6000-READ-STANDINGS SECTION.
            OPEN INPUT STANDINGS-FILE
            IF (STANDINGS-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: STANDINGS.RPT could not be opened - '
                'nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ STANDINGS-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
      *     the first record is the column-heading line
            READ STANDINGS-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL (FILE-EOF-YES)
               OR (STANDINGS-RECORD = SPACES)
              IF (STAND-MEMBER-IN IS NUMERIC) THEN
                MOVE STAND-MEMBER-IN TO SEAT-LOOKUP-ID
                PERFORM Q1000-FIND-SEAT
                IF (SEAT-MATCH-IDX = 0) THEN
                  DISPLAY 'ERROR: member ' STAND-MEMBER-IN
                    ' is in STANDINGS.RPT but not GAME-DELTA.DAT'
                  ADD 1 TO MISMATCH-COUNT
                ELSE
                  MOVE 'Y' TO SEAT-IN-STANDINGS(SEAT-MATCH-IDX)
                  IF (FIRST-MEMBER = 0) THEN
                    MOVE SEAT-LOOKUP-ID TO FIRST-MEMBER
                  ELSE
                    IF (SECOND-MEMBER = 0) AND
                       (SEAT-LOOKUP-ID NOT = FIRST-MEMBER) THEN
                      MOVE SEAT-LOOKUP-ID TO SECOND-MEMBER
                    END-IF
                  END-IF
                END-IF
              END-IF
              READ STANDINGS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            PERFORM UNTIL FILE-EOF-YES
              IF (TEAM-SECTION-FLAG = 'Y') AND
                 (TOP-TEAM = SPACES) AND
                 (TEAM-RANK-IN NOT = ' RN') AND
                 (TEAM-NAME-IN NOT = SPACES) AND
                 (TEAM-NAME-IN NOT = 'UNATTACHED') THEN
                MOVE TEAM-NAME-IN TO TOP-TEAM
              END-IF
              IF (STANDINGS-RECORD(1:14) = 'TEAM STANDINGS') THEN
                MOVE 'Y' TO TEAM-SECTION-FLAG
              END-IF
              READ STANDINGS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE STANDINGS-FILE
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-IN-STANDINGS(SEAT-IDX) = 'N') THEN
                DISPLAY 'ERROR: member ' SEAT-MEMBER(SEAT-IDX)
                  ' is in GAME-DELTA.DAT but not STANDINGS.RPT'
                ADD 1 TO MISMATCH-COUNT
              END-IF
            END-PERFORM
      *     prizes are paid from the report, so a report left over
      *     from another night must not be paid out
            IF (MISMATCH-COUNT > 0) THEN
              DISPLAY 'ERROR: STANDINGS.RPT and GAME-DELTA.DAT are '
                'not from the same game - nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            IF (TEAM-SECTION-FLAG = 'N') THEN
              DISPLAY 'WARNING: STANDINGS.RPT has no team section - '
                'the team share goes to the house'
              ADD 1 TO WARNING-COUNT
            END-IF
            .
       I7000-LOAD-PAYMENTS SECTION.
            OPEN INPUT FEE-PAYMENT-FILE
            IF (PAYMENT-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ FEE-PAYMENT-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (PAY-GAME-NUMBER IS NUMERIC) AND
                   (PAY-MEMBER-ID IS NUMERIC) AND
                   (PAY-AMOUNT IS NUMERIC) THEN
                  IF (PAY-GAME-NUMBER = GAME-NUMBER) THEN
                    MOVE PAY-MEMBER-ID TO SEAT-LOOKUP-ID
                    PERFORM Q1000-FIND-SEAT
                    IF (SEAT-MATCH-IDX = 0) THEN
                      DISPLAY 'WARNING: FEE-PAYMENTS.DAT has member '
                        PAY-MEMBER-ID ' who was not seated - ignored'
                      ADD 1 TO WARNING-COUNT
                    ELSE
                      MOVE PAY-AMOUNT
                        TO SEAT-FEE-PAID(SEAT-MATCH-IDX)
                    END-IF
                  END-IF
                ELSE
                  DISPLAY 'WARNING: FEE-PAYMENTS.DAT record is not '
                    'numeric - ignored'
                  ADD 1 TO WARNING-COUNT
                END-IF
                READ FEE-PAYMENT-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE FEE-PAYMENT-FILE
            END-IF
            .
      * Each share is worked to the penny on its own; the house
      * takes whatever is left, so rounding, an empty second place,
      * a team share that does not divide evenly or a night with no
      * top team all end up in the house cut and the pot always
      * balances.
       A1000-SPLIT-THE-POT SECTION.
            COMPUTE POT-AMOUNT = ENTRY-FEE * SEAT-COUNT
            COMPUTE PRIZE-WORK = POT-AMOUNT * FIRST-PCT
            COMPUTE FIRST-PRIZE = PRIZE-WORK / 100
            IF (SECOND-MEMBER NOT = 0) THEN
              COMPUTE PRIZE-WORK = POT-AMOUNT * SECOND-PCT
              COMPUTE SECOND-PRIZE = PRIZE-WORK / 100
            END-IF
            IF (TOP-TEAM NOT = SPACES) THEN
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                UNTIL SEAT-IDX > SEAT-COUNT
                IF (SEAT-TEAM(SEAT-IDX) = TOP-TEAM) THEN
                  ADD 1 TO TEAM-SEATS
                END-IF
              END-PERFORM
            END-IF
            IF (TEAM-SEATS > 0) THEN
              COMPUTE PRIZE-WORK = POT-AMOUNT * TEAM-PCT
              COMPUTE TEAM-PRIZE = PRIZE-WORK / 100
              COMPUTE TEAM-SHARE = TEAM-PRIZE / TEAM-SEATS
              COMPUTE TEAM-PRIZE = TEAM-SHARE * TEAM-SEATS
            END-IF
            COMPUTE HOUSE-PRIZE = POT-AMOUNT - FIRST-PRIZE
            SUBTRACT SECOND-PRIZE FROM HOUSE-PRIZE
            SUBTRACT TEAM-PRIZE FROM HOUSE-PRIZE
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-MEMBER(SEAT-IDX) = FIRST-MEMBER) THEN
                ADD FIRST-PRIZE TO SEAT-PRIZE(SEAT-IDX)
              END-IF
              IF (SEAT-MEMBER(SEAT-IDX) = SECOND-MEMBER) THEN
                ADD SECOND-PRIZE TO SEAT-PRIZE(SEAT-IDX)
              END-IF
              IF (TEAM-SEATS > 0) AND
                 (SEAT-TEAM(SEAT-IDX) = TOP-TEAM) THEN
                ADD TEAM-SHARE TO SEAT-PRIZE(SEAT-IDX)
              END-IF
            END-PERFORM
            .
      * The ledger is permanent: always extended, never cut back.
       A2000-POST-LEDGER SECTION.
            OPEN EXTEND PRIZE-LEDGER-FILE
            IF (LEDGER-STATUS NOT = '00') THEN
              OPEN OUTPUT PRIZE-LEDGER-FILE
            END-IF
            IF (LEDGER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PRIZE-LEDGER.DAT could not be '
                'opened - nothing was posted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            MOVE SPACES TO PRIZE-LEDGER-RECORD
            MOVE GAME-NUMBER  TO LEDG-GAME-NUMBER
            MOVE 0            TO LEDG-MEMBER-ID
            MOVE RUN-DATE-YMD TO LEDG-POST-DATE
            MOVE 'HOUSE'      TO LEDG-PLAYER-NAME
            MOVE 0            TO LEDG-FEE-OWED
            MOVE 0            TO LEDG-FEE-PAID
            MOVE HOUSE-PRIZE  TO LEDG-PRIZE-WON
            WRITE PRIZE-LEDGER-RECORD
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE SPACES TO PRIZE-LEDGER-RECORD
              MOVE GAME-NUMBER             TO LEDG-GAME-NUMBER
              MOVE SEAT-MEMBER(SEAT-IDX)   TO LEDG-MEMBER-ID
              MOVE RUN-DATE-YMD            TO LEDG-POST-DATE
              MOVE SEAT-PLAYER(SEAT-IDX)   TO LEDG-PLAYER-NAME
              MOVE SEAT-FEE-OWED(SEAT-IDX) TO LEDG-FEE-OWED
              MOVE SEAT-FEE-PAID(SEAT-IDX) TO LEDG-FEE-PAID
              MOVE SEAT-PRIZE(SEAT-IDX)    TO LEDG-PRIZE-WON
              WRITE PRIZE-LEDGER-RECORD
            END-PERFORM
            CLOSE PRIZE-LEDGER-FILE
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
       Q2000-FIND-BALANCE SECTION.
            MOVE 0 TO BAL-MATCH-IDX
            PERFORM VARYING BAL-IDX FROM 1 BY 1
              UNTIL BAL-IDX > BALANCE-COUNT
              IF (BAL-MEMBER(BAL-IDX) = LEDG-MEMBER-ID) THEN
                MOVE BAL-IDX TO BAL-MATCH-IDX
              END-IF
            END-PERFORM
            IF (BAL-MATCH-IDX = 0) THEN
              IF (BALANCE-COUNT < 1000) THEN
                ADD 1 TO BALANCE-COUNT
                MOVE BALANCE-COUNT TO BAL-MATCH-IDX
                MOVE LEDG-MEMBER-ID TO BAL-MEMBER(BAL-MATCH-IDX)
                MOVE 0 TO BAL-NIGHTS(BAL-MATCH-IDX)
                MOVE 0 TO BAL-OWED(BAL-MATCH-IDX)
                MOVE 0 TO BAL-PAID(BAL-MATCH-IDX)
                MOVE 0 TO BAL-PRIZES(BAL-MATCH-IDX)
              ELSE
                IF (BAL-FULL-WARNED = 'N') THEN
                  DISPLAY 'WARNING: more than 1000 members on '
                    'PRIZE-LEDGER.DAT - extras not balanced'
                  MOVE 'Y' TO BAL-FULL-WARNED
                  ADD 1 TO WARNING-COUNT
                END-IF
              END-IF
            END-IF
            .
      * The ledger is kept in member order within each game.
       S1000-SORT-SEATS SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= SEAT-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > SEAT-COUNT
                IF (SEAT-MEMBER(SORT-J) < SEAT-MEMBER(SORT-BEST))
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              IF (SORT-BEST NOT = SORT-I)
                MOVE SEAT-ENTRY(SORT-I) TO SORT-TEMP-SEAT
                MOVE SEAT-ENTRY(SORT-BEST) TO SEAT-ENTRY(SORT-I)
                MOVE SORT-TEMP-SEAT TO SEAT-ENTRY(SORT-BEST)
              END-IF
            END-PERFORM
            .
       R1000-WRITE-PAYOUT-SHEET SECTION.
            OPEN OUTPUT PAYOUT-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'PRIZE PAYOUT SHEET - GAME ' GAME-NUMBER
              '  POSTED ' RUN-DATE-YMD
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE POT-AMOUNT TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING 'SEATED ' SEAT-COUNT '  POT ' MONEY-OUT
              '  SPLIT ' FIRST-PCT '/' SECOND-PCT '/' TEAM-PCT
              '/' HOUSE-PCT ' FIRST/SECOND/TEAM/HOUSE'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE SPACES TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE 'PRIZE   MEMBR PLAYER               TEAM         '
              & ' AMOUNT' TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-MEMBER(SEAT-IDX) = FIRST-MEMBER) THEN
                MOVE 'FIRST' TO PAY-PRIZE-OUT
                MOVE FIRST-PRIZE TO PAY-AMOUNT-OUT
                PERFORM R1100-WRITE-PRIZE-LINE
              END-IF
            END-PERFORM
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (SEAT-MEMBER(SEAT-IDX) = SECOND-MEMBER) THEN
                MOVE 'SECOND' TO PAY-PRIZE-OUT
                MOVE SECOND-PRIZE TO PAY-AMOUNT-OUT
                PERFORM R1100-WRITE-PRIZE-LINE
              END-IF
            END-PERFORM
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              IF (TEAM-SEATS > 0) AND
                 (SEAT-TEAM(SEAT-IDX) = TOP-TEAM) THEN
                MOVE 'TEAM' TO PAY-PRIZE-OUT
                MOVE TEAM-SHARE TO PAY-AMOUNT-OUT
                PERFORM R1100-WRITE-PRIZE-LINE
              END-IF
            END-PERFORM
            MOVE SPACES TO PAYOUT-DETAIL
            MOVE 'HOUSE' TO PAY-PRIZE-OUT
            MOVE 0 TO PAY-MEMBER-OUT
            MOVE HOUSE-PRIZE TO PAY-AMOUNT-OUT
            MOVE PAYOUT-DETAIL TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE SPACES TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE 'ENTRY FEES' TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE 'MEMBR PLAYER                 OWED   PAID    DUE'
              TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE SEAT-MEMBER(SEAT-IDX)   TO FEE-MEMBER-OUT
              MOVE SEAT-PLAYER(SEAT-IDX)   TO FEE-PLAYER-OUT
              MOVE SEAT-FEE-OWED(SEAT-IDX) TO FEE-OWED-OUT
              MOVE SEAT-FEE-PAID(SEAT-IDX) TO FEE-PAID-OUT
              COMPUTE FEE-DUE-OUT = SEAT-FEE-OWED(SEAT-IDX) -
                SEAT-FEE-PAID(SEAT-IDX)
              ADD SEAT-FEE-PAID(SEAT-IDX) TO PAID-TOTAL
              MOVE FEE-DETAIL TO PAYOUT-REPORT-RECORD
              WRITE PAYOUT-REPORT-RECORD
            END-PERFORM
            MOVE SPACES TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            MOVE PAID-TOTAL TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING 'TAKEN AT THE DOOR ' MONEY-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            CLOSE PAYOUT-REPORT-FILE
            .
       R1100-WRITE-PRIZE-LINE SECTION.
            MOVE SEAT-MEMBER(SEAT-IDX) TO PAY-MEMBER-OUT
            MOVE SEAT-PLAYER(SEAT-IDX) TO PAY-PLAYER-OUT
            MOVE SEAT-TEAM(SEAT-IDX)   TO PAY-TEAM-OUT
            MOVE PAYOUT-DETAIL TO PAYOUT-REPORT-RECORD
            WRITE PAYOUT-REPORT-RECORD
            .
      * Balances run across every game on the ledger, tonight's
      * included: paid less owed, so a minus is money the member
      * still owes the club. The season summary counts only games
      * from the season's first game on.
       R2000-WRITE-BALANCES SECTION.
            OPEN INPUT PRIZE-LEDGER-FILE
            IF (LEDGER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PRIZE-LEDGER.DAT could not be '
                're-read - no balances were printed'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ PRIZE-LEDGER-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              PERFORM R2100-TALLY-LEDGER-ENTRY
              READ PRIZE-LEDGER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PRIZE-LEDGER-FILE
            OPEN OUTPUT BALANCE-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'PRIZE LEDGER - RUNNING BALANCES THROUGH GAME '
              GAME-NUMBER
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SPACES TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE 'MEMBR PLAYER               NGTS  FEES OWED  FEES '
              & 'PAID    BALANCE     PRIZES' TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            PERFORM VARYING BAL-IDX FROM 1 BY 1
              UNTIL BAL-IDX > BALANCE-COUNT
              IF (BAL-MEMBER(BAL-IDX) NOT = 0) THEN
                MOVE BAL-MEMBER(BAL-IDX) TO BAL-MEMBER-OUT
                MOVE BAL-PLAYER(BAL-IDX) TO BAL-PLAYER-OUT
                MOVE BAL-NIGHTS(BAL-IDX) TO BAL-NIGHTS-OUT
                MOVE BAL-OWED(BAL-IDX)   TO BAL-OWED-OUT
                MOVE BAL-PAID(BAL-IDX)   TO BAL-PAID-OUT
                COMPUTE BAL-NET = BAL-PAID(BAL-IDX) -
                  BAL-OWED(BAL-IDX)
                MOVE BAL-NET             TO BAL-BALANCE-OUT
                MOVE BAL-PRIZES(BAL-IDX) TO BAL-PRIZES-OUT
                MOVE BALANCE-DETAIL TO BALANCE-REPORT-RECORD
                WRITE BALANCE-REPORT-RECORD
              END-IF
            END-PERFORM
            MOVE SPACES TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'SEASON MONEY SUMMARY - GAMES ' SEASON-FIRST-GAME
              ' TO ' SEASON-LAST-GAME
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING '  GAMES POSTED       ' SEASON-GAMES
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING '  SEATS SOLD         ' SEASON-SEATS
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SEASON-OWED TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING '  ENTRY FEES OWED  ' MONEY-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SEASON-PAID TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING '  ENTRY FEES PAID  ' MONEY-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            COMPUTE SEASON-OUTSTANDING = SEASON-OWED - SEASON-PAID
            MOVE SEASON-OUTSTANDING TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING '  FEES OUTSTANDING ' MONEY-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SEASON-PRIZES TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING '  PRIZES PAID OUT  ' MONEY-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            MOVE SEASON-HOUSE TO MONEY-OUT
            MOVE SPACES TO REPORT-LINE
            STRING '  HOUSE CUT        ' MONEY-OUT
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO BALANCE-REPORT-RECORD
            WRITE BALANCE-REPORT-RECORD
            CLOSE BALANCE-REPORT-FILE
            .
       R2100-TALLY-LEDGER-ENTRY SECTION.
            IF (LEDG-GAME-NUMBER NOT NUMERIC) OR
               (LEDG-MEMBER-ID NOT NUMERIC) OR
               (LEDG-FEE-OWED NOT NUMERIC) OR
               (LEDG-FEE-PAID NOT NUMERIC) OR
               (LEDG-PRIZE-WON NOT NUMERIC) THEN
              DISPLAY 'WARNING: PRIZE-LEDGER.DAT record is not '
                'numeric - left out of the balances'
              ADD 1 TO WARNING-COUNT
            ELSE
              PERFORM Q2000-FIND-BALANCE
              IF (BAL-MATCH-IDX NOT = 0) THEN
                MOVE LEDG-PLAYER-NAME TO BAL-PLAYER(BAL-MATCH-IDX)
                ADD 1 TO BAL-NIGHTS(BAL-MATCH-IDX)
                ADD LEDG-FEE-OWED  TO BAL-OWED(BAL-MATCH-IDX)
                ADD LEDG-FEE-PAID  TO BAL-PAID(BAL-MATCH-IDX)
                ADD LEDG-PRIZE-WON TO BAL-PRIZES(BAL-MATCH-IDX)
              END-IF
              IF (LEDG-GAME-NUMBER >= SEASON-FIRST-GAME) THEN
                IF (LEDG-MEMBER-ID = 0) THEN
                  ADD 1 TO SEASON-GAMES
                  ADD LEDG-PRIZE-WON TO SEASON-HOUSE
                ELSE
                  ADD 1 TO SEASON-SEATS
                  ADD LEDG-FEE-OWED  TO SEASON-OWED
                  ADD LEDG-FEE-PAID  TO SEASON-PAID
                  ADD LEDG-PRIZE-WON TO SEASON-PRIZES
                END-IF
                IF (LEDG-GAME-NUMBER > SEASON-LAST-GAME) THEN
                  MOVE LEDG-GAME-NUMBER TO SEASON-LAST-GAME
                END-IF
              END-IF
            END-IF
            .
