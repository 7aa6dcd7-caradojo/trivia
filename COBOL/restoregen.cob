       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTOREGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP-CATALOG.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS CATALOG-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUN-STATUS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS STATUS-STATUS.
           SELECT GENERATION-FILE ASSIGN USING GENERATION-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS GENERATION-STATUS.
           SELECT RESTORE-TEMP-FILE ASSIGN TO "RESTORE.TMP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS TEMP-STATUS.
           SELECT LIVE-FILE ASSIGN USING LIVE-FILE-NAME
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS LIVE-STATUS.
           SELECT RESTORE-REPORT-FILE ASSIGN TO "RESTORE.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 CAT-FILE-NAME             PIC X(20).
           05 FILLER                    PIC X(01).
           05 CAT-GENERATION            PIC 9(4).
           05 FILLER                    PIC X(01).
           05 CAT-STAMP.
              10 CAT-DATE               PIC X(8).
              10 FILLER                 PIC X(01).
              10 CAT-TIME               PIC X(6).
           05 FILLER                    PIC X(01).
           05 CAT-PROGRAM               PIC X(12).
           05 FILLER                    PIC X(01).
           05 CAT-RECORDS               PIC 9(7).
           05 FILLER                    PIC X(01).
           05 CAT-GAME-NUMBER           PIC 9(5).
           05 FILLER                    PIC X(01).
           05 CAT-BACKUP-NAME           PIC X(40).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           05 RS-DATE                   PIC X(8).
           05 FILLER                    PIC X(01).
           05 RS-STEP-SEQ               PIC 9(2).
           05 FILLER                    PIC X(01).
           05 RS-PROGRAM-NAME           PIC X(12).
           05 FILLER                    PIC X(01).
           05 RS-TIME                   PIC X(6).
           05 FILLER                    PIC X(01).
           05 RS-OUTCOME                PIC X(8).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD            PIC X(300).

       FD  RESTORE-TEMP-FILE.
       01  RESTORE-TEMP-RECORD          PIC X(300).

       FD  LIVE-FILE.
       01  LIVE-RECORD                  PIC X(300).

       FD  RESTORE-REPORT-FILE.
       01  RESTORE-REPORT-RECORD        PIC X(100).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 CATALOG-STATUS         PIC XX.
         05 STATUS-STATUS          PIC XX.
         05 GENERATION-STATUS      PIC XX.
         05 TEMP-STATUS            PIC XX.
         05 LIVE-STATUS            PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 RESTORE-FILE-NAME      PIC X(20).
         05 RESTORE-GEN-IN         PIC X(4).
         05 RESTORE-GENERATION     PIC 9(4) VALUE 0.
         05 GENERATION-FILE-NAME   PIC X(40).
         05 LIVE-FILE-NAME         PIC X(40).
         05 REPORT-LINE            PIC X(100).
         05 COPY-OK                PIC X VALUE 'Y'.
         05 RECORDS-COPIED         PIC 9(7) VALUE 0.
         05 LATER-COUNT            PIC 9(4) VALUE 0.

      * The chosen generation as catalogued.
       01 CHOSEN-GENERATION.
         05 CHOSEN-FOUND           PIC X VALUE 'N'.
         05 CHOSEN-STAMP.
            10 CHOSEN-DATE         PIC X(8).
            10 CHOSEN-TIME         PIC X(6).
         05 CHOSEN-PROGRAM         PIC X(12).
         05 CHOSEN-RECORDS         PIC 9(7).
         05 CHOSEN-GAME-NUMBER     PIC 9(5).
         05 CHOSEN-BACKUP-NAME     PIC X(40).

       01 COMPARE-STAMP.
         05 COMPARE-DATE           PIC X(8).
         05 COMPARE-TIME           PIC X(6).

      * The jobs known to rewrite each backed-up file; a later run
      * of one of them is work the restore has undone.
       01 WRITER-TABLE.
         05 WRITER-ENTRY OCCURS 6.
            10 WRITER-FILE         PIC X(20).
            10 WRITER-PROGRAM      PIC X(12).
         05 WRITER-IDX             PIC 9(2).
         05 WRITER-PROGRAM-LOOKUP  PIC X(12).
         05 WRITER-MATCH           PIC X.

      * Passed to BACKUPGEN, which saves a generation of a file
      * before it is rewritten; CALL resets RETURN-CODE, so it is
      * held across the call.
       01 BACKUP-REQUEST.
         05 BKR-FILE-NAME          PIC X(20).
         05 BKR-PROGRAM-NAME       PIC X(12).
         05 BKR-RESULT             PIC 9.
            88 BKR-SAVED           VALUE 0.
            88 BKR-NOTHING-TO-SAVE VALUE 4.
            88 BKR-FAILED          VALUE 8.
         05 BKR-GENERATION         PIC 9(4).
         05 BKR-BACKUP-NAME        PIC X(40).
         05 BKR-SAVED-RC           PIC S9(4).

       01 GENERATION-LINE.
         05 GEN-GENERATION-OUT     PIC Z(3)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GEN-DATE-OUT           PIC X(8).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 GEN-TIME-OUT           PIC X(6).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GEN-PROGRAM-OUT        PIC X(12).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 GEN-RECORDS-OUT        PIC Z(6)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GEN-GAME-OUT           PIC Z(4)9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 GEN-BACKUP-NAME-OUT    PIC X(40).

       01 LATER-JOB-LINE.
         05 LATER-DATE-OUT         PIC X(8).
         05 FILLER                 PIC X(01) VALUE SPACE.
         05 LATER-TIME-OUT         PIC X(6).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 LATER-STEP-OUT         PIC Z9.
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 LATER-PROGRAM-OUT      PIC X(12).
         05 FILLER                 PIC X(02) VALUE SPACE.
         05 LATER-NOTE-OUT         PIC X(40).

       PROCEDURE DIVISION.
      *>
      * Puts PLAYER-STATS.DAT, PLAYER-MASTER.DAT or QUESTION-BANK.DAT
      * back to a generation BACKUPGEN saved. The file's
      * generations are listed from BACKUP-CATALOG.DAT and the one
      * wanted is keyed in. Its copy is checked against the
      * catalogued record count, the file as it stands is itself
      * saved as a new generation (so the restore can be undone),
      * and the chosen generation is copied over the live file.
      * RESTORE.RPT then lists every job RUN-STATUS.DAT shows as
      * passed since the generation was taken - their work is not
      * in the restored file and they must be rerun - marking the
      * ones that rewrite the file itself, along with any other
      * catalogued rewrite of the file since.
       MAIN SECTION.
            PERFORM I1000-LOAD-WRITERS
            DISPLAY 'File to restore (PLAYER-STATS.DAT, '
              'PLAYER-MASTER.DAT or QUESTION-BANK.DAT):'
            ACCEPT RESTORE-FILE-NAME
            IF (RESTORE-FILE-NAME = SPACES) THEN
              DISPLAY 'ERROR: a file name is required - nothing '
                'was restored'
              MOVE 8 TO RETURN-CODE
              GOBACK
            END-IF
            OPEN OUTPUT RESTORE-REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING 'GENERATION RESTORE - ' RESTORE-FILE-NAME
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            PERFORM A1000-LIST-GENERATIONS
            DISPLAY 'Generation to restore (4 digits):'
            ACCEPT RESTORE-GEN-IN
            IF (RESTORE-GEN-IN NOT NUMERIC) THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: generation ' RESTORE-GEN-IN ' is not '
                'a 4-digit number - nothing was restored'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            MOVE RESTORE-GEN-IN TO RESTORE-GENERATION
            PERFORM A2000-FIND-GENERATION
            PERFORM A3000-STAGE-GENERATION
            PERFORM A4000-SAVE-CURRENT
            PERFORM A5000-PUT-BACK
            PERFORM A6000-LIST-LATER-JOBS
            CLOSE RESTORE-REPORT-FILE
            DISPLAY RESTORE-FILE-NAME ' restored to generation '
              RESTORE-GENERATION ' (' RECORDS-COPIED ' records); '
              LATER-COUNT ' later job(s) to rerun - see RESTORE.RPT'
            IF (LATER-COUNT > 0) THEN
              MOVE 4 TO RETURN-CODE
            ELSE
              MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

       I1000-LOAD-WRITERS SECTION.
            MOVE 'PLAYER-STATS.DAT'  TO WRITER-FILE(1)
            MOVE 'GAME'              TO WRITER-PROGRAM(1)
            MOVE 'PLAYER-STATS.DAT'  TO WRITER-FILE(2)
            MOVE 'SEASONCLOSE'       TO WRITER-PROGRAM(2)
            MOVE 'PLAYER-STATS.DAT'  TO WRITER-FILE(3)
            MOVE 'SCORECORR'         TO WRITER-PROGRAM(3)
            MOVE 'PLAYER-MASTER.DAT' TO WRITER-FILE(4)
            MOVE 'MEMBERMAINT'       TO WRITER-PROGRAM(4)
            MOVE 'QUESTION-BANK.DAT' TO WRITER-FILE(5)
            MOVE 'QBANKMAINT'        TO WRITER-PROGRAM(5)
            MOVE 'QUESTION-BANK.DAT' TO WRITER-FILE(6)
            MOVE 'QINTAKE'           TO WRITER-PROGRAM(6)
            .
       A1000-LIST-GENERATIONS SECTION.
            MOVE 'GEN  DATE     TIME    PROGRAM      RECORDS   GAME'
              & '  BACKUP FILE' TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            DISPLAY REPORT-LINE
            OPEN INPUT BACKUP-CATALOG-FILE
            IF (CATALOG-STATUS NOT = '00') THEN
              MOVE 'ERROR: BACKUP-CATALOG.DAT could not be opened - '
                & 'nothing was restored' TO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ BACKUP-CATALOG-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (CAT-FILE-NAME = RESTORE-FILE-NAME) THEN
                MOVE CAT-GENERATION  TO GEN-GENERATION-OUT
                MOVE CAT-DATE        TO GEN-DATE-OUT
                MOVE CAT-TIME        TO GEN-TIME-OUT
                MOVE CAT-PROGRAM     TO GEN-PROGRAM-OUT
                MOVE CAT-RECORDS     TO GEN-RECORDS-OUT
                MOVE CAT-GAME-NUMBER TO GEN-GAME-OUT
                MOVE CAT-BACKUP-NAME TO GEN-BACKUP-NAME-OUT
                MOVE GENERATION-LINE TO REPORT-LINE
                PERFORM R9000-WRITE-LINE
                DISPLAY REPORT-LINE
              END-IF
              READ BACKUP-CATALOG-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE BACKUP-CATALOG-FILE
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            .
       A2000-FIND-GENERATION SECTION.
            OPEN INPUT BACKUP-CATALOG-FILE
            SET FILE-EOF-NO TO TRUE
            READ BACKUP-CATALOG-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (CAT-FILE-NAME = RESTORE-FILE-NAME) AND
                 (CAT-GENERATION = RESTORE-GENERATION) THEN
                MOVE 'Y' TO CHOSEN-FOUND
                MOVE CAT-DATE        TO CHOSEN-DATE
                MOVE CAT-TIME        TO CHOSEN-TIME
                MOVE CAT-PROGRAM     TO CHOSEN-PROGRAM
                MOVE CAT-RECORDS     TO CHOSEN-RECORDS
                MOVE CAT-GAME-NUMBER TO CHOSEN-GAME-NUMBER
                MOVE CAT-BACKUP-NAME TO CHOSEN-BACKUP-NAME
              END-IF
              READ BACKUP-CATALOG-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE BACKUP-CATALOG-FILE
            IF (CHOSEN-FOUND = 'N') THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: generation ' RESTORE-GENERATION ' of '
                RESTORE-FILE-NAME ' is not on the catalog - nothing '
                'was restored'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            MOVE SPACES TO REPORT-LINE
            STRING 'RESTORING GENERATION ' RESTORE-GENERATION
              ' TAKEN ' CHOSEN-DATE ' ' CHOSEN-TIME ' BY '
              CHOSEN-PROGRAM ' AT GAME ' CHOSEN-GAME-NUMBER
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            .
      * The generation is copied aside first: saving the current
      * file below may expire the oldest generation, which could be
      * the very one being restored. A copy whose record count does
      * not match the catalog is not trusted.
       A3000-STAGE-GENERATION SECTION.
            MOVE CHOSEN-BACKUP-NAME TO GENERATION-FILE-NAME
            OPEN INPUT GENERATION-FILE
            IF (GENERATION-STATUS NOT = '00') THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: backup ' CHOSEN-BACKUP-NAME ' could '
                'not be opened - nothing was restored'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            OPEN OUTPUT RESTORE-TEMP-FILE
            SET FILE-EOF-NO TO TRUE
            READ GENERATION-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              MOVE GENERATION-RECORD TO RESTORE-TEMP-RECORD
              WRITE RESTORE-TEMP-RECORD
              IF (TEMP-STATUS NOT = '00') THEN
                MOVE 'N' TO COPY-OK
                SET FILE-EOF-YES TO TRUE
              ELSE
                ADD 1 TO RECORDS-COPIED
                READ GENERATION-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-IF
            END-PERFORM
            CLOSE GENERATION-FILE
            CLOSE RESTORE-TEMP-FILE
            IF (COPY-OK = 'N') THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: RESTORE.TMP could not be written - '
                'status ' TEMP-STATUS ' - nothing was restored'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            IF (RECORDS-COPIED NOT = CHOSEN-RECORDS) THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: backup ' CHOSEN-BACKUP-NAME ' holds '
                RECORDS-COPIED ' records, the catalog says '
                CHOSEN-RECORDS ' - nothing was restored'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            .
       A4000-SAVE-CURRENT SECTION.
            MOVE RESTORE-FILE-NAME TO BKR-FILE-NAME
            MOVE 'RESTOREGEN' TO BKR-PROGRAM-NAME
            MOVE RETURN-CODE TO BKR-SAVED-RC
            CALL 'BACKUPGEN' USING BACKUP-REQUEST
              ON EXCEPTION
                SET BKR-FAILED TO TRUE
            END-CALL
            MOVE BKR-SAVED-RC TO RETURN-CODE
            IF (BKR-FAILED) THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: ' RESTORE-FILE-NAME ' as it stands '
                'could not be saved first - nothing was restored'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            MOVE SPACES TO REPORT-LINE
            IF (BKR-SAVED) THEN
              STRING 'FILE AS IT STOOD SAVED AS GENERATION '
                BKR-GENERATION ' - ' BKR-BACKUP-NAME
                DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
              MOVE 'NO LIVE FILE TO SAVE BEFORE THE RESTORE'
                TO REPORT-LINE
            END-IF
            PERFORM R9000-WRITE-LINE
            .
      * Once the live file has been opened for output there is no
      * going back short of another restore; a failure here leaves
      * the staged copy in RESTORE.TMP.
       A5000-PUT-BACK SECTION.
            MOVE RESTORE-FILE-NAME TO LIVE-FILE-NAME
            OPEN INPUT RESTORE-TEMP-FILE
            IF (TEMP-STATUS NOT = '00') THEN
              MOVE 'ERROR: RESTORE.TMP could not be reopened - the '
                & 'live file was not touched' TO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            OPEN OUTPUT LIVE-FILE
            IF (LIVE-STATUS NOT = '00') THEN
              CLOSE RESTORE-TEMP-FILE
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: ' RESTORE-FILE-NAME ' could not be '
                'opened for output - status ' LIVE-STATUS
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ RESTORE-TEMP-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              MOVE RESTORE-TEMP-RECORD TO LIVE-RECORD
              WRITE LIVE-RECORD
              IF (LIVE-STATUS NOT = '00') THEN
                MOVE 'N' TO COPY-OK
                SET FILE-EOF-YES TO TRUE
              ELSE
                READ RESTORE-TEMP-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-IF
            END-PERFORM
            CLOSE RESTORE-TEMP-FILE
            CLOSE LIVE-FILE
            IF (COPY-OK = 'N') THEN
              MOVE SPACES TO REPORT-LINE
              STRING 'ERROR: write to ' RESTORE-FILE-NAME ' failed '
                'with status ' LIVE-STATUS ' - the generation is '
                'still in RESTORE.TMP; restore again before any job '
                'uses the file'
                DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM R8000-FAIL
            END-IF
            OPEN OUTPUT RESTORE-TEMP-FILE
            CLOSE RESTORE-TEMP-FILE
            MOVE SPACES TO REPORT-LINE
            STRING RESTORE-FILE-NAME ' RESTORED - ' RECORDS-COPIED
              ' RECORDS'
              DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            .
      * Anything stamped after the chosen generation was taken ran
      * against the file as it was then, and its work is gone.
       A6000-LIST-LATER-JOBS SECTION.
            MOVE 'JOBS RUN SINCE THE GENERATION WAS TAKEN - RERUN '
              & 'IN THIS ORDER' TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE 'DATE     TIME   STEP  PROGRAM' TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            OPEN INPUT RUN-STATUS-FILE
            IF (STATUS-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ RUN-STATUS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                MOVE RS-DATE TO COMPARE-DATE
                MOVE RS-TIME TO COMPARE-TIME
                IF (RS-OUTCOME = 'PASS') AND
                   (COMPARE-STAMP > CHOSEN-STAMP) THEN
                  MOVE RS-PROGRAM-NAME TO WRITER-PROGRAM-LOOKUP
                  PERFORM Q1000-CHECK-WRITER
                  MOVE SPACES TO LATER-JOB-LINE
                  MOVE RS-DATE TO LATER-DATE-OUT
                  MOVE RS-TIME TO LATER-TIME-OUT
                  MOVE RS-STEP-SEQ TO LATER-STEP-OUT
                  MOVE RS-PROGRAM-NAME TO LATER-PROGRAM-OUT
                  IF (WRITER-MATCH = 'Y') THEN
                    MOVE 'REWRITES THIS FILE' TO LATER-NOTE-OUT
                  END-IF
                  MOVE LATER-JOB-LINE TO REPORT-LINE
                  PERFORM R9000-WRITE-LINE
                  ADD 1 TO LATER-COUNT
                END-IF
                READ RUN-STATUS-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE RUN-STATUS-FILE
            ELSE
              MOVE 'WARNING: RUN-STATUS.DAT could not be opened - '
                & 'no game-night steps listed' TO REPORT-LINE
              PERFORM R9000-WRITE-LINE
            END-IF
            PERFORM A6100-LIST-LATER-REWRITES
            IF (LATER-COUNT = 0) THEN
              MOVE 'NONE - NOTHING HAS RUN SINCE' TO REPORT-LINE
              PERFORM R9000-WRITE-LINE
            END-IF
            .
      * Jobs run outside the game-night chain never reach
      * RUN-STATUS.DAT, but every one that rewrote this file left a
      * generation behind; the one this restore just saved is not
      * counted.
       A6100-LIST-LATER-REWRITES SECTION.
            MOVE SPACES TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            MOVE 'REWRITES OF THE FILE SINCE, FROM THE CATALOG (A '
              & 'GAME-NIGHT STEP ABOVE ALSO APPEARS HERE)'
              TO REPORT-LINE
            PERFORM R9000-WRITE-LINE
            OPEN INPUT BACKUP-CATALOG-FILE
            IF (CATALOG-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ BACKUP-CATALOG-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                MOVE CAT-DATE TO COMPARE-DATE
                MOVE CAT-TIME TO COMPARE-TIME
                IF (CAT-FILE-NAME = RESTORE-FILE-NAME) AND
                   (COMPARE-STAMP > CHOSEN-STAMP) AND
                   (CAT-PROGRAM NOT = 'RESTOREGEN') THEN
                  MOVE SPACES TO LATER-JOB-LINE
                  MOVE CAT-DATE TO LATER-DATE-OUT
                  MOVE CAT-TIME TO LATER-TIME-OUT
                  MOVE CAT-PROGRAM TO LATER-PROGRAM-OUT
                  STRING 'REWROTE THIS FILE - GENERATION '
                    CAT-GENERATION
                    DELIMITED BY SIZE INTO LATER-NOTE-OUT
                  MOVE LATER-JOB-LINE TO REPORT-LINE
                  PERFORM R9000-WRITE-LINE
                  ADD 1 TO LATER-COUNT
                END-IF
                READ BACKUP-CATALOG-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE BACKUP-CATALOG-FILE
            END-IF
            .
       Q1000-CHECK-WRITER SECTION.
            MOVE 'N' TO WRITER-MATCH
            PERFORM VARYING WRITER-IDX FROM 1 BY 1
              UNTIL WRITER-IDX > 6
              IF (WRITER-FILE(WRITER-IDX) = RESTORE-FILE-NAME) AND
                 (WRITER-PROGRAM(WRITER-IDX) =
                  WRITER-PROGRAM-LOOKUP) THEN
                MOVE 'Y' TO WRITER-MATCH
              END-IF
            END-PERFORM
            .
       R8000-FAIL SECTION.
            PERFORM R9000-WRITE-LINE
            DISPLAY REPORT-LINE
            CLOSE RESTORE-REPORT-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
            .
       R9000-WRITE-LINE SECTION.
            MOVE REPORT-LINE TO RESTORE-REPORT-RECORD
            WRITE RESTORE-REPORT-RECORD
            .
