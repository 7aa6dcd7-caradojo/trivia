       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPGEN IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-PARM-FILE ASSIGN TO "BACKUP-PARM.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS PARM-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP-CATALOG.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CATALOG-STATUS.
           SELECT GAME-CONTROL-FILE ASSIGN TO "GAME-CONTROL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
           SELECT LIVE-FILE ASSIGN USING LIVE-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LIVE-STATUS.
           SELECT GENERATION-FILE ASSIGN USING GENERATION-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS GENERATION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-PARM-FILE.
       01  BACKUP-PARM-RECORD.
           05 PARM-FILE-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 PARM-KEEP                 PIC 9(2).

       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 CAT-FILE-NAME             PIC X(20).
           05 FILLER                    PIC X(01).
           05 CAT-GENERATION            PIC 9(4).
           05 FILLER                    PIC X(01).
           05 CAT-DATE                  PIC X(8).
           05 FILLER                    PIC X(01).
           05 CAT-TIME                  PIC X(6).
           05 FILLER                    PIC X(01).
           05 CAT-PROGRAM               PIC X(12).
           05 FILLER                    PIC X(01).
           05 CAT-RECORDS               PIC 9(7).
           05 FILLER                    PIC X(01).
           05 CAT-GAME-NUMBER           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 CAT-BACKUP-NAME           PIC X(40).

       FD  GAME-CONTROL-FILE.
       01  GAME-CONTROL-RECORD.
           05 CTL-LAST-GAME-NUMBER      PIC 9(5).

       FD  LIVE-FILE.
       01  LIVE-RECORD                  PIC X(300).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD            PIC X(300).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 PARM-STATUS            PIC XX.
         05 CATALOG-STATUS         PIC XX.
         05 CONTROL-STATUS         PIC XX.
         05 LIVE-STATUS            PIC XX.
         05 GENERATION-STATUS      PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 LIVE-FILE-NAME         PIC X(40).
         05 GENERATION-FILE-NAME   PIC X(40).
         05 KEEP-GENERATIONS       PIC 9(2) VALUE 5.
         05 GAME-NUMBER            PIC 9(5) VALUE 0.
         05 NEXT-GENERATION        PIC 9(4) VALUE 0.
         05 RECORDS-COPIED         PIC 9(7) VALUE 0.
         05 COPY-OK                PIC X VALUE 'Y'.
         05 FILE-GENERATIONS       PIC 9(4) VALUE 0.
         05 OLDEST-IDX             PIC 9(4).
         05 DELETE-RESULT          PIC S9(9) COMP-5.

         05 RUN-STAMP.
            10 RUN-DATE-YMD        PIC X(8).
            10 RUN-TIME-HMS        PIC X(6).
            10 FILLER              PIC X(7).

      * Every generation on the catalog, all files together; an
      * entry dropped here is left off when the catalog is
      * rewritten.
       01 CATALOG-TABLE.
         05 CATALOG-COUNT          PIC 9(4) VALUE 0.
         05 CATALOG-ENTRY OCCURS 500.
            10 CATE-FILE-NAME      PIC X(20).
            10 CATE-GENERATION     PIC 9(4).
            10 CATE-DATE           PIC X(8).
            10 CATE-TIME           PIC X(6).
            10 CATE-PROGRAM        PIC X(12).
            10 CATE-RECORDS        PIC 9(7).
            10 CATE-GAME-NUMBER    PIC 9(5).
            10 CATE-BACKUP-NAME    PIC X(40).
            10 CATE-DROPPED        PIC X.
         05 CATALOG-IDX            PIC 9(4).
      *>
       LINKAGE SECTION.
      *>
      * The calling job names the live file it is about to rewrite
      * and itself; the generation saved (or the reason none was)
      * comes back in the same block.
       01 BACKUP-REQUEST.
         05 BKR-FILE-NAME          PIC X(20).
         05 BKR-PROGRAM-NAME       PIC X(12).
         05 BKR-RESULT             PIC 9.
            88 BKR-SAVED           VALUE 0.
            88 BKR-NOTHING-TO-SAVE VALUE 4.
            88 BKR-FAILED          VALUE 8.
         05 BKR-GENERATION         PIC 9(4).
         05 BKR-BACKUP-NAME        PIC X(40).

       PROCEDURE DIVISION USING BACKUP-REQUEST.
      *>
      * Called by every job that rewrites PLAYER-STATS.DAT,
      * PLAYER-MASTER.DAT or QUESTION-BANK.DAT, just before it
      * opens the file for output. The live file is copied to a
      * numbered, dated generation - PLAYER-STATS.DAT.G0007.20261015
      * - and the generation is entered on BACKUP-CATALOG.DAT with
      * the date and time, the calling program, the record count
      * and the game number GAME-CONTROL.DAT holds at that moment.
      * BACKUP-PARM.DAT gives the number of generations to keep
      * for each file (5 if the file is not listed); once a file
      * has more, its oldest generations are deleted and dropped
      * from the catalog. A live file that does not exist yet has
      * nothing to save and is not an error. The caller decides
      * what a failed save means for its own run.
       MAIN SECTION.
            MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
            MOVE 0 TO BKR-GENERATION
            MOVE SPACES TO BKR-BACKUP-NAME
            PERFORM I1000-LOAD-PARMS
            PERFORM I2000-READ-CONTROL
            PERFORM I3000-LOAD-CATALOG
            PERFORM A1000-SAVE-GENERATION
            IF (BKR-SAVED) THEN
              PERFORM A2000-PRUNE-GENERATIONS
              PERFORM A3000-REWRITE-CATALOG
            END-IF
            GOBACK.

       I1000-LOAD-PARMS SECTION.
            OPEN INPUT BACKUP-PARM-FILE
            IF (PARM-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ BACKUP-PARM-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (PARM-FILE-NAME = BKR-FILE-NAME) THEN
                  IF (PARM-KEEP IS NUMERIC) AND (PARM-KEEP > 0) THEN
                    MOVE PARM-KEEP TO KEEP-GENERATIONS
                  ELSE
                    DISPLAY 'WARNING: BACKUP-PARM.DAT keep count for '
                      BKR-FILE-NAME ' is not valid - 5 kept'
                  END-IF
                END-IF
                READ BACKUP-PARM-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE BACKUP-PARM-FILE
            END-IF
            .
       I2000-READ-CONTROL SECTION.
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
            .
       I3000-LOAD-CATALOG SECTION.
            OPEN INPUT BACKUP-CATALOG-FILE
            IF (CATALOG-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ BACKUP-CATALOG-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (CATALOG-COUNT >= 500) THEN
                  DISPLAY 'WARNING: BACKUP-CATALOG.DAT has more '
                    'than 500 generations - extras ignored'
                  SET FILE-EOF-YES TO TRUE
                ELSE
                  IF (CAT-GENERATION IS NUMERIC) THEN
                    ADD 1 TO CATALOG-COUNT
                    MOVE CAT-FILE-NAME
                      TO CATE-FILE-NAME(CATALOG-COUNT)
                    MOVE CAT-GENERATION
                      TO CATE-GENERATION(CATALOG-COUNT)
                    MOVE CAT-DATE TO CATE-DATE(CATALOG-COUNT)
                    MOVE CAT-TIME TO CATE-TIME(CATALOG-COUNT)
                    MOVE CAT-PROGRAM TO CATE-PROGRAM(CATALOG-COUNT)
                    MOVE CAT-RECORDS TO CATE-RECORDS(CATALOG-COUNT)
                    MOVE CAT-GAME-NUMBER
                      TO CATE-GAME-NUMBER(CATALOG-COUNT)
                    MOVE CAT-BACKUP-NAME
                      TO CATE-BACKUP-NAME(CATALOG-COUNT)
                    MOVE 'N' TO CATE-DROPPED(CATALOG-COUNT)
                    IF (CAT-FILE-NAME = BKR-FILE-NAME) AND
                       (CAT-GENERATION > NEXT-GENERATION) THEN
                      MOVE CAT-GENERATION TO NEXT-GENERATION
                    END-IF
                  ELSE
                    DISPLAY 'WARNING: BACKUP-CATALOG.DAT record is '
                      'malformed - dropped'
                  END-IF
                  READ BACKUP-CATALOG-FILE
                    AT END SET FILE-EOF-YES TO TRUE
                  END-READ
                END-IF
              END-PERFORM
              CLOSE BACKUP-CATALOG-FILE
            END-IF
            ADD 1 TO NEXT-GENERATION
            .
      * A copy that fails part way leaves a generation file that
      * cannot be trusted; it is not catalogued.
       A1000-SAVE-GENERATION SECTION.
            MOVE BKR-FILE-NAME TO LIVE-FILE-NAME
            OPEN INPUT LIVE-FILE
            IF (LIVE-STATUS NOT = '00') THEN
              SET BKR-NOTHING-TO-SAVE TO TRUE
              DISPLAY 'Backup: ' BKR-FILE-NAME ' does not exist yet '
                '- no generation saved'
              GOBACK
            END-IF
            MOVE SPACES TO GENERATION-FILE-NAME
            STRING BKR-FILE-NAME DELIMITED BY SPACE
              '.G' NEXT-GENERATION '.' RUN-DATE-YMD
              DELIMITED BY SIZE INTO GENERATION-FILE-NAME
            OPEN OUTPUT GENERATION-FILE
            IF (GENERATION-STATUS NOT = '00') THEN
              CLOSE LIVE-FILE
              SET BKR-FAILED TO TRUE
              DISPLAY 'ERROR: backup ' GENERATION-FILE-NAME
                ' could not be created - status ' GENERATION-STATUS
              GOBACK
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ LIVE-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              MOVE LIVE-RECORD TO GENERATION-RECORD
              WRITE GENERATION-RECORD
              IF (GENERATION-STATUS NOT = '00') THEN
                MOVE 'N' TO COPY-OK
                SET FILE-EOF-YES TO TRUE
              ELSE
                ADD 1 TO RECORDS-COPIED
                READ LIVE-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-IF
            END-PERFORM
            CLOSE LIVE-FILE
            CLOSE GENERATION-FILE
            IF (COPY-OK = 'N') THEN
              SET BKR-FAILED TO TRUE
              DISPLAY 'ERROR: write to backup ' GENERATION-FILE-NAME
                ' failed with status ' GENERATION-STATUS
                ' - no generation saved'
              GOBACK
            END-IF
            IF (CATALOG-COUNT >= 500) THEN
              SET BKR-FAILED TO TRUE
              DISPLAY 'ERROR: BACKUP-CATALOG.DAT is full - '
                GENERATION-FILE-NAME ' was not catalogued'
              GOBACK
            END-IF
            ADD 1 TO CATALOG-COUNT
            MOVE BKR-FILE-NAME TO CATE-FILE-NAME(CATALOG-COUNT)
            MOVE NEXT-GENERATION TO CATE-GENERATION(CATALOG-COUNT)
            MOVE RUN-DATE-YMD TO CATE-DATE(CATALOG-COUNT)
            MOVE RUN-TIME-HMS TO CATE-TIME(CATALOG-COUNT)
            MOVE BKR-PROGRAM-NAME TO CATE-PROGRAM(CATALOG-COUNT)
            MOVE RECORDS-COPIED TO CATE-RECORDS(CATALOG-COUNT)
            MOVE GAME-NUMBER TO CATE-GAME-NUMBER(CATALOG-COUNT)
            MOVE GENERATION-FILE-NAME
              TO CATE-BACKUP-NAME(CATALOG-COUNT)
            MOVE 'N' TO CATE-DROPPED(CATALOG-COUNT)
            SET BKR-SAVED TO TRUE
            MOVE NEXT-GENERATION TO BKR-GENERATION
            MOVE GENERATION-FILE-NAME TO BKR-BACKUP-NAME
            DISPLAY 'Backup: ' BKR-FILE-NAME ' saved as '
              GENERATION-FILE-NAME ' (' RECORDS-COPIED ' records)'
            .
       A2000-PRUNE-GENERATIONS SECTION.
            MOVE 0 TO FILE-GENERATIONS
            PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX > CATALOG-COUNT
              IF (CATE-FILE-NAME(CATALOG-IDX) = BKR-FILE-NAME) THEN
                ADD 1 TO FILE-GENERATIONS
              END-IF
            END-PERFORM
            PERFORM UNTIL FILE-GENERATIONS <= KEEP-GENERATIONS
              PERFORM Q1000-FIND-OLDEST
              MOVE 'Y' TO CATE-DROPPED(OLDEST-IDX)
              SUBTRACT 1 FROM FILE-GENERATIONS
              MOVE CATE-BACKUP-NAME(OLDEST-IDX)
                TO GENERATION-FILE-NAME
              CALL 'CBL_DELETE_FILE' USING GENERATION-FILE-NAME
                RETURNING DELETE-RESULT
              END-CALL
              IF (DELETE-RESULT = 0) THEN
                DISPLAY 'Backup: generation '
                  CATE-GENERATION(OLDEST-IDX) ' of ' BKR-FILE-NAME
                  ' expired and deleted'
              ELSE
                DISPLAY 'WARNING: expired backup '
                  GENERATION-FILE-NAME ' could not be deleted - '
                  'dropped from the catalog anyway'
              END-IF
            END-PERFORM
            .
       Q1000-FIND-OLDEST SECTION.
            MOVE 0 TO OLDEST-IDX
            PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX > CATALOG-COUNT
              IF (CATE-FILE-NAME(CATALOG-IDX) = BKR-FILE-NAME) AND
                 (CATE-DROPPED(CATALOG-IDX) = 'N') THEN
                IF (OLDEST-IDX = 0) THEN
                  MOVE CATALOG-IDX TO OLDEST-IDX
                ELSE
                  IF (CATE-GENERATION(CATALOG-IDX) <
                      CATE-GENERATION(OLDEST-IDX)) THEN
                    MOVE CATALOG-IDX TO OLDEST-IDX
                  END-IF
                END-IF
              END-IF
            END-PERFORM
            .
       A3000-REWRITE-CATALOG SECTION.
            OPEN OUTPUT BACKUP-CATALOG-FILE
            IF (CATALOG-STATUS NOT = '00') THEN
              SET BKR-FAILED TO TRUE
              DISPLAY 'ERROR: BACKUP-CATALOG.DAT could not be '
                'rewritten - ' GENERATION-FILE-NAME ' is saved but '
                'not catalogued'
              GOBACK
            END-IF
            PERFORM VARYING CATALOG-IDX FROM 1 BY 1
              UNTIL CATALOG-IDX > CATALOG-COUNT
              IF (CATE-DROPPED(CATALOG-IDX) = 'N') THEN
                MOVE SPACES TO BACKUP-CATALOG-RECORD
                MOVE CATE-FILE-NAME(CATALOG-IDX) TO CAT-FILE-NAME
                MOVE CATE-GENERATION(CATALOG-IDX) TO CAT-GENERATION
                MOVE CATE-DATE(CATALOG-IDX) TO CAT-DATE
                MOVE CATE-TIME(CATALOG-IDX) TO CAT-TIME
                MOVE CATE-PROGRAM(CATALOG-IDX) TO CAT-PROGRAM
                MOVE CATE-RECORDS(CATALOG-IDX) TO CAT-RECORDS
                MOVE CATE-GAME-NUMBER(CATALOG-IDX)
                  TO CAT-GAME-NUMBER
                MOVE CATE-BACKUP-NAME(CATALOG-IDX)
                  TO CAT-BACKUP-NAME
                WRITE BACKUP-CATALOG-RECORD
              END-IF
            END-PERFORM
            CLOSE BACKUP-CATALOG-FILE
            .
