         05 MASTER-LOOKUP-NAME     PIC X(20).
         05 NEXT-MEMBER-ID         PIC 9(5) VALUE 10001.

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
      * Applies MEMBER-TRANS.DAT against PLAYER-MASTER.DAT in one
            MOVE REPORT-LINE TO MEMBER-REJECT-RECORD
            WRITE MEMBER-REJECT-RECORD
            .
      * The applied changes are already on MEMBER-AUDIT.DAT by now,
      * so a failed backup is warned about and the master is still
      * rewritten to match.
       A9000-REWRITE-MASTER SECTION.
            MOVE 'PLAYER-MASTER.DAT' TO BKR-FILE-NAME
            MOVE 'MEMBERMAINT' TO BKR-PROGRAM-NAME
            MOVE RETURN-CODE TO BKR-SAVED-RC
            CALL 'BACKUPGEN' USING BACKUP-REQUEST
              ON EXCEPTION
                SET BKR-FAILED TO TRUE
            END-CALL
            MOVE BKR-SAVED-RC TO RETURN-CODE
            IF (BKR-FAILED) THEN
              DISPLAY 'WARNING: no backup generation of '
                'PLAYER-MASTER.DAT was saved before it was rewritten'
            END-IF
            OPEN OUTPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-MASTER.DAT could not be '
