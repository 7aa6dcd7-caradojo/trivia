       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
           SELECT EXPORT-FILE ASSIGN USING EXPORT-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS EXPORT-STATUS.
       FILE SECTION.
       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-KEY-GAME          PIC 9(5).
              10 HIST-KEY-SEQ           PIC 9(5).
           05 HIST-KEY-DATE             PIC X(8).
           05 HIST-REC-DATA.
              10 HIST-REC-TYPE          PIC X.
                 88 HIST-REC-GAME       VALUE 'G'.
                 88 HIST-REC-TURN       VALUE 'T'.
              10 FILLER                 PIC X(01).
              10 HIST-REC-BODY          PIC X(130).

       FD  GAME-CONTROL-FILE.
       01  GAME-CONTROL-RECORD.
           05 CTL-LAST-GAME-NUMBER      PIC 9(5).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(132).


         05 HISTORY-STATUS         PIC XX.
         05 CONTROL-STATUS         PIC XX.
         05 EXPORT-STATUS          PIC XX.

         05 HISTORY-EOF            PIC X.
         05 PREV-GAME-NUMBER       PIC 9(5) VALUE 0.
         05 CURRENT-GAME-TURNS     PIC 9(5) VALUE 0.
         05 HEADER-SEEN            PIC X VALUE 'N'.
         05 HEADER-KEY-GAME        PIC 9(5) VALUE 0.
         05 CONTROL-GAME-NUMBER    PIC 9(5) VALUE 0.
         05 CONTROL-FOUND          PIC X VALUE 'N'.
         05 VERIFY-START-IN        PIC X(5).
         05 VERIFY-START-GAME      PIC 9(5) VALUE 1.

       01 WS-PURGE-WORK.
         05 PURGE-CUTOFF           PIC X(5).
         05 KEPT-GAMES             PIC 9(5) VALUE 0.
         05 EXPORTED-RECORDS       PIC 9(7) VALUE 0.
         05 KEPT-RECORDS           PIC 9(7) VALUE 0.
         05 PURGE-OK               PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
      *>
      * game (by number, or every game of a date) into a readable
      * replay in HISTUTIL.RPT; V proves the archive's structure -
      * every 'T' under a 'G', game numbers strictly increasing,
      * no mangled bodies - and cross-checks GAME-CONTROL.DAT,
      * from a given game onward if asked; P cuts a closed season's
      * games off the front of the live file into a named export so
      * the live archive stays small. The archive is indexed on game
      * number + turn sequence with the game date as an alternate
      * key; exports keep the plain line layout of type byte and
      * body so they can be read, or loaded back, without the index.
       MAIN SECTION.
            DISPLAY 'Function - E (extract game), V (verify '
              'archive), P (purge season):'

      * A five-digit key is taken as a game number; an eight-digit
      * key is taken as a YYYYMMDD date and pulls every game of
      * that night. Either way the archive is positioned on the key
      * and read only as far as the wanted game or night runs.
       E1000-EXTRACT-GAME SECTION.
            DISPLAY 'Game number (5 digits) or date (YYYYMMDD):'
            ACCEPT EXTRACT-KEY
            PERFORM P9000-WRITE-LINE
            MOVE 'N' TO IN-WANTED-GAME
            SET HISTORY-EOF-NO TO TRUE
            IF (EXTRACT-BY-DATE-YES) THEN
              MOVE EXTRACT-KEY TO HIST-KEY-DATE
              START GAME-HISTORY-FILE KEY IS EQUAL TO HIST-KEY-DATE
                INVALID KEY SET HISTORY-EOF-YES TO TRUE
              END-START
            ELSE
              MOVE EXTRACT-GAME-NUMBER TO HIST-KEY-GAME
              MOVE 0 TO HIST-KEY-SEQ
              START GAME-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                INVALID KEY SET HISTORY-EOF-YES TO TRUE
              END-START
            END-IF
            IF (HISTORY-EOF-NO) THEN
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-IF
            PERFORM UNTIL HISTORY-EOF-YES
              IF (EXTRACT-BY-DATE-YES) AND
                 (HIST-KEY-DATE NOT = EXTRACT-KEY) THEN
                SET HISTORY-EOF-YES TO TRUE
              END-IF
              IF (EXTRACT-BY-DATE-NO) AND
                 (HIST-KEY-GAME NOT = EXTRACT-GAME-NUMBER) THEN
                SET HISTORY-EOF-YES TO TRUE
              END-IF
              IF (HISTORY-EOF-NO) THEN
                PERFORM E2000-EXTRACT-ONE-RECORD
                READ GAME-HISTORY-FILE NEXT
                  AT END SET HISTORY-EOF-YES TO TRUE
                END-READ
              END-IF
            END-PERFORM
            CLOSE GAME-HISTORY-FILE
            IF (EXTRACT-MATCHED = 0) THEN
            END-IF
            .
       V1000-VERIFY-ARCHIVE SECTION.
            DISPLAY 'First game to verify (5 digits, blank for the '
              'whole archive):'
            MOVE SPACES TO VERIFY-START-IN
            ACCEPT VERIFY-START-IN
            IF (VERIFY-START-IN NOT = SPACES) THEN
              IF (VERIFY-START-IN IS NUMERIC) THEN
                MOVE VERIFY-START-IN TO VERIFY-START-GAME
              ELSE
                DISPLAY 'ERROR: first game ' VERIFY-START-IN
                  ' is not a 5-digit game number'
                MOVE 8 TO RETURN-CODE
                GOBACK
              END-IF
            END-IF
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be opened'
              GOBACK
            END-IF
            OPEN OUTPUT UTILITY-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'ARCHIVE STRUCTURE CHECK - GAME-HISTORY.DAT FROM '
              'GAME ' VERIFY-START-GAME
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM P9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM P9000-WRITE-LINE
            SET HISTORY-EOF-NO TO TRUE
            MOVE VERIFY-START-GAME TO HIST-KEY-GAME
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
              ADD 1 TO RECORD-NUMBER
              PERFORM V2000-VERIFY-ONE-RECORD
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
              PERFORM V4000-CHECK-EMPTY-TAIL
              ADD 1 TO GAMES-SEEN
              MOVE 'Y' TO HEADER-SEEN
              MOVE HIST-KEY-GAME TO HEADER-KEY-GAME
              MOVE 0 TO CURRENT-GAME-TURNS
              MOVE HIST-REC-BODY TO GAME-HEADER-DETAIL
              IF (HDR-GAME-NUMBER NOT NUMERIC) THEN
                END-IF
                MOVE FUNCTION NUMVAL(HDR-GAME-NUMBER)
                  TO PREV-GAME-NUMBER
                IF (PREV-GAME-NUMBER NOT = HIST-KEY-GAME) THEN
                  ADD 1 TO ERROR-COUNT
                  MOVE SPACES TO REPORT-LINE
                  STRING 'ERROR: record ' RECORD-NUMBER ' game '
                    HDR-GAME-NUMBER ' is filed under key game '
                    HIST-KEY-GAME
                    DELIMITED BY SIZE INTO REPORT-LINE
                  PERFORM P9000-WRITE-LINE
                END-IF
              END-IF
              IF (HDR-GAME-DATE = SPACES) THEN
                ADD 1 TO ERROR-COUNT
            END-IF
            .
       V3000-VERIFY-TURN-BODY SECTION.
            IF (HEADER-SEEN = 'N') OR
               (HIST-KEY-GAME NOT = HEADER-KEY-GAME) THEN
              ADD 1 TO ERROR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: record ' RECORD-NUMBER ' is a turn '
              END-IF
            END-IF
            .
      * The purge routes whole games: every record keyed at or
      * below the cutoff game is written to the export file and
      * only then deleted from the live archive, so a game is never
      * dropped without its copy. Anything above the cutoff stays
      * where it is and is only counted.
       P1000-PURGE-SEASON SECTION.
            DISPLAY 'Purge games up to and including game number '
              '(5 digits):'
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-IF
            OPEN I-O GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be opened'
              MOVE 8 TO RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-IF
            SET HISTORY-EOF-NO TO TRUE
            MOVE 0 TO HIST-KEY-GAME
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
              PERFORM P2000-ROUTE-ONE-RECORD
              IF (PURGE-OK = 'N') THEN
                SET HISTORY-EOF-YES TO TRUE
              ELSE
                READ GAME-HISTORY-FILE NEXT
                  AT END SET HISTORY-EOF-YES TO TRUE
                END-READ
              END-IF
            END-PERFORM
            CLOSE GAME-HISTORY-FILE
            CLOSE EXPORT-FILE
            IF (PURGE-OK = 'N') THEN
              MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY 'Purge complete: ' EXPORTED-GAMES ' game(s) ('
              EXPORTED-RECORDS ' record(s)) exported to '
              EXPORT-FILE-NAME
              ' record(s)) remain on GAME-HISTORY.DAT'
            .
       P2000-ROUTE-ONE-RECORD SECTION.
            IF (HIST-KEY-GAME > PURGE-CUTOFF-NUM) THEN
              IF (HIST-REC-GAME) THEN
                ADD 1 TO KEPT-GAMES
              END-IF
              ADD 1 TO KEPT-RECORDS
            ELSE
              MOVE HIST-REC-DATA TO EXPORT-RECORD
              WRITE EXPORT-RECORD
              IF (EXPORT-STATUS NOT = '00') THEN
                DISPLAY 'ERROR: write to ' EXPORT-FILE-NAME
                  ' failed with status ' EXPORT-STATUS ' at game '
                  HIST-KEY-GAME ' - the purge stopped there; the '
                  'games not yet exported are still live'
                MOVE 'N' TO PURGE-OK
              ELSE
                DELETE GAME-HISTORY-FILE RECORD
                  INVALID KEY
                    DISPLAY 'ERROR: game ' HIST-KEY-GAME ' record '
                      HIST-KEY-SEQ ' could not be deleted - status '
                      HISTORY-STATUS
                    MOVE 'N' TO PURGE-OK
                END-DELETE
                IF (HIST-REC-GAME) THEN
                  ADD 1 TO EXPORTED-GAMES
                END-IF
                ADD 1 TO EXPORTED-RECORDS
              END-IF
            END-IF
            .
       P9000-WRITE-LINE SECTION.
