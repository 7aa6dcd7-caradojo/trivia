         05 FILLER                 PIC X(01) VALUE SPACE.
         05 FIN-PEN-OUT            PIC Z(4)9.

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

       PROCEDURE DIVISION.
      *>
      * September housekeeping: archives the season's cumulative
            .
      * The new season starts from zero: I7000-LOAD-PLAYER-STATS
      * sees an empty file and builds fresh records as members play
      * their first game. The closing season's file is saved as a
      * backup generation first; the season is already on
      * SEASON-HISTORY.DAT, so a failed save is only warned about.
       A3000-RESET-LIVE-STATS SECTION.
            MOVE 'PLAYER-STATS.DAT' TO BKR-FILE-NAME
            MOVE 'SEASONCLOSE' TO BKR-PROGRAM-NAME
            MOVE RETURN-CODE TO BKR-SAVED-RC
            CALL 'BACKUPGEN' USING BACKUP-REQUEST
              ON EXCEPTION
                SET BKR-FAILED TO TRUE
            END-CALL
            MOVE BKR-SAVED-RC TO RETURN-CODE
            IF (BKR-FAILED) THEN
              DISPLAY 'WARNING: no backup generation of '
                'PLAYER-STATS.DAT was saved before it was reset'
            END-IF
            OPEN OUTPUT PLAYER-STATS-FILE
            CLOSE PLAYER-STATS-FILE
            .
