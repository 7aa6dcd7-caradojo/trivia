       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "GAME-HISTORY.SEQ"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS OLD-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAME-HISTORY.DAT"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HIST-KEY
              ALTERNATE RECORD KEY IS HIST-KEY-DATE WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "HISTLOAD.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 OLD-REC-TYPE              PIC X.
              88 OLD-REC-GAME           VALUE 'G'.
              88 OLD-REC-TURN           VALUE 'T'.
           05 FILLER                    PIC X(01).
           05 OLD-REC-BODY              PIC X(130).

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

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD           PIC X(100).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 OLD-STATUS             PIC XX.
         05 HISTORY-STATUS         PIC XX.
         05 CONTROL-STATUS         PIC XX.

         05 HISTORY-EOF            PIC X.
            88 HISTORY-EOF-YES     VALUE 'Y'.
            88 HISTORY-EOF-NO      VALUE 'N'.

         05 REPORT-LINE            PIC X(100).
         05 RECORD-NUMBER          PIC 9(7) VALUE 0.
         05 CONTROL-GAME-NUMBER    PIC 9(5) VALUE 0.
         05 CONTROL-FOUND          PIC X VALUE 'N'.
         05 ERROR-COUNT            PIC 9(5) VALUE 0.
         05 WARNING-COUNT          PIC 9(5) VALUE 0.

      * The 'G' header fields, overlaid on the record body the
      * same way A9000-ARCHIVE-GAME-LOG wrote them.
       01 GAME-HEADER-DETAIL.
         05 HDR-GAME-NUMBER        PIC X(5).
         05 FILLER                 PIC X(01).
         05 HDR-GAME-DATE          PIC X(8).

       01 WS-LOAD-WORK.
         05 LOAD-STATE             PIC X VALUE 'X'.
            88 LOAD-NO-GAME-YET    VALUE 'X'.
            88 LOAD-GAME-LOADING   VALUE 'Y'.
            88 LOAD-GAME-SKIPPING  VALUE 'N'.
         05 ORPHAN-REPORTED        PIC X VALUE 'N'.
         05 LOAD-GAME              PIC 9(5) VALUE 0.
         05 LOAD-GAME-DATE         PIC X(8).
         05 LOAD-TURN-SEQ          PIC 9(5) VALUE 0.
         05 GAMES-READ             PIC 9(5) VALUE 0.
         05 TURNS-READ             PIC 9(7) VALUE 0.
         05 GAMES-LOADED           PIC 9(5) VALUE 0.
         05 TURNS-LOADED           PIC 9(7) VALUE 0.
         05 GAMES-REJECTED         PIC 9(5) VALUE 0.
         05 TURNS-REJECTED         PIC 9(7) VALUE 0.
         05 BAD-RECORDS            PIC 9(7) VALUE 0.
         05 RECORDS-LOADED         PIC 9(7) VALUE 0.

       01 WS-CHECK-WORK.
         05 CHECK-RECORDS          PIC 9(7) VALUE 0.
         05 CHECK-GAMES            PIC 9(5) VALUE 0.
         05 FIRST-CHECK-GAME       PIC 9(5) VALUE 0.
         05 PREV-CHECK-GAME        PIC 9(5) VALUE 0.
         05 MISSING-FROM           PIC 9(5).
         05 MISSING-TO             PIC 9(5).
         05 MISSING-GAMES          PIC 9(5) VALUE 0.
         05 EXPECTED-GAMES         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *>
      * One-time load of the old line-sequential game archive into
      * the indexed GAME-HISTORY.DAT. The old file is renamed to
      * GAME-HISTORY.SEQ before the run; each game's header is
      * keyed as turn sequence 0 and its turns numbered 1 up in the
      * order they were archived, all carrying the game date for
      * the alternate key. A game whose header number is not
      * numeric, or whose number was already loaded, is left out
      * with its turns, as are turns with no header above them -
      * each is reported in HISTLOAD.RPT. The new file is then read
      * back and its record and game counts checked against what
      * was loaded and against GAME-CONTROL.DAT, with any gap in
      * the game numbers listed. The load refuses to run over an
      * archive that already holds records.
       MAIN SECTION.
            PERFORM I1000-READ-CONTROL
            PERFORM I2000-OPEN-FILES
            PERFORM A1000-LOAD-ARCHIVE
            PERFORM A2000-CHECK-LOADED
            PERFORM R1000-WRITE-SUMMARY
            CLOSE LOAD-REPORT-FILE
            DISPLAY 'History load: ' GAMES-LOADED ' game(s), '
              TURNS-LOADED ' turn(s) loaded; ' GAMES-REJECTED
              ' game(s) not loaded - see HISTLOAD.RPT'
            IF (ERROR-COUNT > 0) THEN
              MOVE 8 TO RETURN-CODE
            ELSE
              IF (WARNING-COUNT > 0) THEN
                MOVE 4 TO RETURN-CODE
              ELSE
                MOVE 0 TO RETURN-CODE
              END-IF
            END-IF
            GOBACK.

       I1000-READ-CONTROL SECTION.
            OPEN INPUT GAME-CONTROL-FILE
            IF (CONTROL-STATUS = '00') THEN
              READ GAME-CONTROL-FILE
                AT END CONTINUE
              END-READ
              IF (CONTROL-STATUS = '00') AND
                 (CTL-LAST-GAME-NUMBER IS NUMERIC) THEN
                MOVE 'Y' TO CONTROL-FOUND
                MOVE CTL-LAST-GAME-NUMBER TO CONTROL-GAME-NUMBER
              END-IF
              CLOSE GAME-CONTROL-FILE
            END-IF
            .
      * An indexed archive that already has a record in it has been
      * loaded before, or has had games archived into it since;
      * either way loading over it would lose them. A file that
      * will not open as indexed at all is most likely the old
      * archive itself, not yet renamed.
       I2000-OPEN-FILES SECTION.
            OPEN INPUT OLD-HISTORY-FILE
            IF (OLD-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.SEQ could not be opened '
                '- rename the old archive to it first'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS = '00') THEN
              SET HISTORY-EOF-NO TO TRUE
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
              CLOSE GAME-HISTORY-FILE
              IF (HISTORY-EOF-NO) THEN
                DISPLAY 'ERROR: GAME-HISTORY.DAT already holds '
                  'records - nothing was loaded'
                CLOSE OLD-HISTORY-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
            ELSE
              IF (HISTORY-STATUS NOT = '35') THEN
                DISPLAY 'ERROR: GAME-HISTORY.DAT is there but is not '
                  'an indexed archive (status ' HISTORY-STATUS
                  ') - rename it to GAME-HISTORY.SEQ first'
                CLOSE OLD-HISTORY-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
            END-IF
            OPEN OUTPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: GAME-HISTORY.DAT could not be '
                'created - status ' HISTORY-STATUS
              CLOSE OLD-HISTORY-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            OPEN OUTPUT LOAD-REPORT-FILE
            MOVE 'GAME HISTORY LOAD - GAME-HISTORY.SEQ TO INDEXED '
              & 'GAME-HISTORY.DAT' TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            .
       A1000-LOAD-ARCHIVE SECTION.
            SET HISTORY-EOF-NO TO TRUE
            READ OLD-HISTORY-FILE
              AT END SET HISTORY-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL HISTORY-EOF-YES
              ADD 1 TO RECORD-NUMBER
              IF (OLD-REC-GAME) THEN
                PERFORM A1100-LOAD-HEADER
              ELSE
                IF (OLD-REC-TURN) THEN
                  PERFORM A1200-LOAD-TURN
                ELSE
                  ADD 1 TO BAD-RECORDS
                  ADD 1 TO ERROR-COUNT
                  MOVE SPACES TO REPORT-LINE
                  STRING 'ERROR: record ' RECORD-NUMBER
                    ' has unknown type ' OLD-REC-TYPE
                    ' - not loaded'
                    DELIMITED BY SIZE INTO REPORT-LINE
                  PERFORM R9000-WRITE-LINE
                END-IF
              END-IF
              READ OLD-HISTORY-FILE
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE OLD-HISTORY-FILE
            CLOSE GAME-HISTORY-FILE
            .
       A1100-LOAD-HEADER SECTION.
            ADD 1 TO GAMES-READ
            MOVE 'N' TO ORPHAN-REPORTED
            MOVE 0 TO LOAD-TURN-SEQ
            MOVE OLD-REC-BODY TO GAME-HEADER-DETAIL
            IF (HDR-GAME-NUMBER NOT NUMERIC) THEN
              SET LOAD-GAME-SKIPPING TO TRUE
              ADD 1 TO GAMES-REJECTED
              ADD 1 TO ERROR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: record ' RECORD-NUMBER ' game header '
                'number ' HDR-GAME-NUMBER ' is not numeric - game '
                'not loaded'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R9000-WRITE-LINE
            ELSE
              MOVE HDR-GAME-NUMBER TO LOAD-GAME
              MOVE HDR-GAME-DATE TO LOAD-GAME-DATE
              MOVE SPACES TO GAME-HISTORY-RECORD
              MOVE LOAD-GAME TO HIST-KEY-GAME
              MOVE 0 TO HIST-KEY-SEQ
              MOVE LOAD-GAME-DATE TO HIST-KEY-DATE
              MOVE OLD-HISTORY-RECORD TO HIST-REC-DATA
              SET LOAD-GAME-LOADING TO TRUE
              WRITE GAME-HISTORY-RECORD
                INVALID KEY
                  SET LOAD-GAME-SKIPPING TO TRUE
              END-WRITE
              IF (LOAD-GAME-LOADING) THEN
                ADD 1 TO GAMES-LOADED
                ADD 1 TO RECORDS-LOADED
              ELSE
                ADD 1 TO GAMES-REJECTED
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING 'ERROR: record ' RECORD-NUMBER ' game '
                  LOAD-GAME ' of ' LOAD-GAME-DATE
                  ' is already loaded (status ' HISTORY-STATUS
                  ') - this copy not loaded'
                  DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM R9000-WRITE-LINE
              END-IF
            END-IF
            .
       A1200-LOAD-TURN SECTION.
            ADD 1 TO TURNS-READ
            IF (LOAD-GAME-LOADING) THEN
              ADD 1 TO LOAD-TURN-SEQ
              MOVE SPACES TO GAME-HISTORY-RECORD
              MOVE LOAD-GAME TO HIST-KEY-GAME
              MOVE LOAD-TURN-SEQ TO HIST-KEY-SEQ
              MOVE LOAD-GAME-DATE TO HIST-KEY-DATE
              MOVE OLD-HISTORY-RECORD TO HIST-REC-DATA
              WRITE GAME-HISTORY-RECORD
                INVALID KEY
                  ADD 1 TO TURNS-REJECTED
                  ADD 1 TO ERROR-COUNT
                  MOVE SPACES TO REPORT-LINE
                  STRING 'ERROR: record ' RECORD-NUMBER ' turn '
                    LOAD-TURN-SEQ ' of game ' LOAD-GAME
                    ' could not be written (status '
                    HISTORY-STATUS ')'
                    DELIMITED BY SIZE INTO REPORT-LINE
                  PERFORM R9000-WRITE-LINE
                NOT INVALID KEY
                  ADD 1 TO TURNS-LOADED
                  ADD 1 TO RECORDS-LOADED
              END-WRITE
            ELSE
              ADD 1 TO TURNS-REJECTED
              IF (LOAD-NO-GAME-YET) AND (ORPHAN-REPORTED = 'N') THEN
                MOVE 'Y' TO ORPHAN-REPORTED
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING 'ERROR: record ' RECORD-NUMBER ' starts '
                  'turns with no game header above them - not '
                  'loaded'
                  DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM R9000-WRITE-LINE
              END-IF
            END-IF
            .
      * The loaded file is read back in key order: every record
      * written must be there, and the game numbers should run
      * without a break from the first game kept up to the number
      * GAME-CONTROL.DAT holds. Games before the first one kept are
      * taken to have been purged into a season export.
       A2000-CHECK-LOADED SECTION.
            OPEN INPUT GAME-HISTORY-FILE
            IF (HISTORY-STATUS NOT = '00') THEN
              ADD 1 TO ERROR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: GAME-HISTORY.DAT could not be reopened '
                'to check the load - status ' HISTORY-STATUS
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R9000-WRITE-LINE
            ELSE
              SET HISTORY-EOF-NO TO TRUE
              READ GAME-HISTORY-FILE NEXT
                AT END SET HISTORY-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL HISTORY-EOF-YES
                ADD 1 TO CHECK-RECORDS
                IF (HIST-REC-GAME) THEN
                  PERFORM A2100-CHECK-GAME-NUMBER
                END-IF
                READ GAME-HISTORY-FILE NEXT
                  AT END SET HISTORY-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE GAME-HISTORY-FILE
            END-IF
            IF (CHECK-RECORDS NOT = RECORDS-LOADED) THEN
              ADD 1 TO ERROR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: ' RECORDS-LOADED ' record(s) were '
                'written but ' CHECK-RECORDS ' read back'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R9000-WRITE-LINE
            END-IF
            IF (CONTROL-FOUND = 'N') THEN
              ADD 1 TO WARNING-COUNT
              MOVE 'WARNING: GAME-CONTROL.DAT is missing or bad - '
                & 'the load could not be checked against it'
                TO REPORT-LINE
              PERFORM R9000-WRITE-LINE
            ELSE
              IF (CONTROL-GAME-NUMBER > PREV-CHECK-GAME) THEN
                COMPUTE MISSING-FROM = PREV-CHECK-GAME + 1
                MOVE CONTROL-GAME-NUMBER TO MISSING-TO
                PERFORM A2200-REPORT-MISSING
              END-IF
              IF (CONTROL-GAME-NUMBER < PREV-CHECK-GAME) THEN
                ADD 1 TO ERROR-COUNT
                MOVE SPACES TO REPORT-LINE
                STRING 'ERROR: GAME-CONTROL.DAT says the last game '
                  'is ' CONTROL-GAME-NUMBER ' but the archive '
                  'reaches ' PREV-CHECK-GAME
                  DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM R9000-WRITE-LINE
              END-IF
              IF (FIRST-CHECK-GAME > 0) AND
                 (CONTROL-GAME-NUMBER >= FIRST-CHECK-GAME) THEN
                COMPUTE EXPECTED-GAMES =
                  CONTROL-GAME-NUMBER - FIRST-CHECK-GAME + 1
              END-IF
            END-IF
            .
       A2100-CHECK-GAME-NUMBER SECTION.
            ADD 1 TO CHECK-GAMES
            IF (FIRST-CHECK-GAME = 0) THEN
              MOVE HIST-KEY-GAME TO FIRST-CHECK-GAME
            ELSE
              IF (HIST-KEY-GAME > PREV-CHECK-GAME + 1) THEN
                COMPUTE MISSING-FROM = PREV-CHECK-GAME + 1
                COMPUTE MISSING-TO = HIST-KEY-GAME - 1
                PERFORM A2200-REPORT-MISSING
              END-IF
            END-IF
            MOVE HIST-KEY-GAME TO PREV-CHECK-GAME
            .
       A2200-REPORT-MISSING SECTION.
            ADD 1 TO WARNING-COUNT
            COMPUTE MISSING-GAMES =
              MISSING-GAMES + MISSING-TO - MISSING-FROM + 1
            MOVE SPACES TO REPORT-LINE
            IF (MISSING-FROM = MISSING-TO) THEN
              STRING 'WARNING: game ' MISSING-FROM
                ' is not in the loaded archive'
                DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
              STRING 'WARNING: games ' MISSING-FROM ' to '
                MISSING-TO ' are not in the loaded archive'
                DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            PERFORM R9000-WRITE-LINE
            .
       R1000-WRITE-SUMMARY SECTION.
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'RECORDS READ        ' RECORD-NUMBER
              '   BAD RECORDS     ' BAD-RECORDS
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'GAMES READ            ' GAMES-READ
              '   LOADED  ' GAMES-LOADED
              '   NOT LOADED  ' GAMES-REJECTED
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'TURNS READ          ' TURNS-READ
              '   LOADED  ' TURNS-LOADED
              ' NOT LOADED  ' TURNS-REJECTED
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            STRING 'RECORDS WRITTEN     ' RECORDS-LOADED
              '   READ BACK   ' CHECK-RECORDS
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            IF (CONTROL-FOUND = 'Y') THEN
              STRING 'GAMES ' FIRST-CHECK-GAME ' TO '
                CONTROL-GAME-NUMBER ' PER GAME-CONTROL.DAT  '
                'EXPECTED ' EXPECTED-GAMES '   LOADED  ' CHECK-GAMES
                '   MISSING  ' MISSING-GAMES
                DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
              STRING 'GAMES ' FIRST-CHECK-GAME ' TO '
                PREV-CHECK-GAME ' LOADED  ' CHECK-GAMES
                '   MISSING  ' MISSING-GAMES
                DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            IF (ERROR-COUNT = 0) AND (WARNING-COUNT = 0) THEN
              MOVE 'RESULT: EVERY GAME LOADED AND AGREES WITH '
                & 'GAME-CONTROL.DAT' TO REPORT-LINE
            ELSE
              STRING 'RESULT: ' ERROR-COUNT ' ERROR(S), '
                WARNING-COUNT ' WARNING(S) - SEE ABOVE'
                DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            PERFORM R9000-WRITE-LINE
            .
       R9000-WRITE-LINE SECTION.
            MOVE REPORT-LINE TO LOAD-REPORT-RECORD
            WRITE LOAD-REPORT-RECORD
            .
