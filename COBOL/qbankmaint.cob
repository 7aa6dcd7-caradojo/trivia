         05 CAT-IDX                PIC 9(3).
         05 CAT-MATCH-IDX          PIC 9(3).

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
      * Feeds QUESTION-STATS.DAT back into the bank: a question
            MOVE SPACES TO CHANGE-REPORT-RECORD
            WRITE CHANGE-REPORT-RECORD
            PERFORM A1000-OPEN-RETIRED
            PERFORM A1500-BACKUP-BANK
            OPEN OUTPUT QUESTION-BANK-FILE
            PERFORM A2000-SIFT-THE-BANK
            CLOSE QUESTION-BANK-FILE
              STOP RUN
            END-IF
            .
      * The bank as it stood is saved as a backup generation before
      * it is rewritten; every question pulled also goes to
      * RETIRED-QUESTIONS.DAT, so a failed save is only warned about.
       A1500-BACKUP-BANK SECTION.
            MOVE 'QUESTION-BANK.DAT' TO BKR-FILE-NAME
            MOVE 'QBANKMAINT' TO BKR-PROGRAM-NAME
            MOVE RETURN-CODE TO BKR-SAVED-RC
            CALL 'BACKUPGEN' USING BACKUP-REQUEST
              ON EXCEPTION
                SET BKR-FAILED TO TRUE
            END-CALL
            MOVE BKR-SAVED-RC TO RETURN-CODE
            IF (BKR-FAILED) THEN
              DISPLAY 'WARNING: no backup generation of '
                'QUESTION-BANK.DAT was saved before it was rewritten'
            END-IF
            .
       A2000-SIFT-THE-BANK SECTION.
            PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-COUNT
