       IDENTIFICATION DIVISION.
       PROGRAM-ID. QINTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTION-SUBMIT-FILE ASSIGN TO "QUESTION-SUBMIT.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS SUBMIT-STATUS.
           SELECT QUESTION-BANK-FILE ASSIGN TO "QUESTION-BANK.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS BANK-STATUS.
           SELECT RETIRED-QUESTIONS-FILE
              ASSIGN TO "RETIRED-QUESTIONS.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS RETIRED-STATUS.
           SELECT CATEGORY-APPROVAL-FILE
              ASSIGN TO "CATEGORY-APPROVAL.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS APPROVAL-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYER-MASTER.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS MASTER-STATUS.
           SELECT QUESTION-HELD-FILE ASSIGN TO "QUESTION-HELD.DAT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS HELD-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "QINTAKE.RPT"
              ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QUESTION-SUBMIT-FILE.
       01  QUESTION-SUBMIT-RECORD.
           05 SUBQ-MEMBER-ID            PIC X(5).
           05 FILLER                    PIC X(01).
           05 SUBQ-BANK-IMAGE.
              10 SUBQ-CATEGORY          PIC X(10).
              10 FILLER                 PIC X(01).
              10 SUBQ-QUESTION          PIC X(60).
              10 FILLER                 PIC X(01).
              10 SUBQ-ANSWER            PIC X(20).
              10 FILLER                 PIC X(01).
              10 SUBQ-VALUE             PIC X.

       FD  QUESTION-BANK-FILE.
       01  QUESTION-BANK-RECORD.
           05 BANK-CATEGORY             PIC X(10).
           05 FILLER                    PIC X(01).
           05 BANK-QUESTION             PIC X(60).
           05 FILLER                    PIC X(01).
           05 BANK-ANSWER               PIC X(20).
           05 FILLER                    PIC X(01).
           05 BANK-VALUE                PIC X.

       FD  RETIRED-QUESTIONS-FILE.
       01  RETIRED-QUESTION-RECORD.
           05 RET-BANK-IMAGE            PIC X(94).
           05 FILLER                    PIC X(01).
           05 RET-PCT                   PIC 9(3).
           05 FILLER                    PIC X(01).
           05 RET-ASKED                 PIC 9(5).

       FD  CATEGORY-APPROVAL-FILE.
       01  CATEGORY-APPROVAL-RECORD.
           05 APPR-CATEGORY             PIC X(10).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 MAST-MEMBER-ID            PIC 9(5).
           05 FILLER                    PIC X(01).
           05 MAST-FULL-NAME            PIC X(20).
           05 FILLER                    PIC X(01).
           05 MAST-TEAM                 PIC X(10).
           05 FILLER                    PIC X(01).
           05 MAST-ACTIVE-FLAG          PIC X.

       FD  QUESTION-HELD-FILE.
       01  QUESTION-HELD-RECORD         PIC X(100).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-RECORD         PIC X(130).
      *>
       WORKING-STORAGE SECTION.
      *>
       01 WS-MISC.

         05 SUBMIT-STATUS          PIC XX.
         05 BANK-STATUS            PIC XX.
         05 RETIRED-STATUS         PIC XX.
         05 APPROVAL-STATUS        PIC XX.
         05 MASTER-STATUS          PIC XX.
         05 HELD-STATUS            PIC XX.

         05 FILE-EOF               PIC X.
            88 FILE-EOF-YES        VALUE 'Y'.
            88 FILE-EOF-NO         VALUE 'N'.

         05 SUBMITTED-COUNT        PIC 9(4) VALUE 0.
         05 ACCEPTED-COUNT         PIC 9(4) VALUE 0.
         05 HELD-COUNT             PIC 9(4) VALUE 0.
         05 REJECT-COUNT           PIC 9(4) VALUE 0.
         05 REPORT-LINE            PIC X(130).
         05 REJECT-REASON          PIC X(40).
         05 OUTCOME                PIC X(8).
         05 LAST-SUBMITTER         PIC X(5).

      * The whole bank is held and rewritten in one pass, as
      * QBANKMAINT does, so a bad run never leaves a half-written
      * QUESTION-BANK.DAT behind.
       01 BANK-TABLE.
         05 BANK-COUNT             PIC 9(4) VALUE 0.
         05 BANK-ENTRY-IMAGE       PIC X(94) OCCURS 1000.
         05 BANK-IDX               PIC 9(4).

       01 BANK-IMAGE-DETAIL.
         05 IMG-CATEGORY           PIC X(10).
         05 FILLER                 PIC X(01).
         05 IMG-QUESTION           PIC X(60).
         05 FILLER                 PIC X(01).
         05 IMG-ANSWER             PIC X(20).
         05 FILLER                 PIC X(01).
         05 IMG-VALUE              PIC X.

      * Matching keys for every question in the bank and every
      * question ever retired: the text upper-cased with spaces and
      * punctuation squeezed out, so 'Who sang Thriller?' and
      * 'WHO SANG  THRILLER' are caught as the same question.
       01 BANK-KEY-TABLE.
         05 BANK-KEY-ENTRY OCCURS 1000.
            10 BKEY-QUESTION       PIC X(60).
            10 BKEY-ANSWER         PIC X(20).

       01 RETIRED-TABLE.
         05 RETIRED-COUNT          PIC 9(4) VALUE 0.
         05 RETIRED-KEY            PIC X(60) OCCURS 2000.
         05 RETIRED-IDX            PIC 9(4).

      * GAME plays at most 20 categories of at most 50 questions
      * each and passes over the rest, so the bank is held to the
      * same limits.
       01 CATEGORY-TABLE.
         05 CAT-TOTAL              PIC 9(3) VALUE 0.
         05 CAT-ENTRY OCCURS 50.
            10 CAT-NAME            PIC X(10).
            10 CAT-QUESTIONS       PIC 9(4).
         05 CAT-IDX                PIC 9(3).
         05 CAT-MATCH-IDX          PIC 9(3).

       01 APPROVAL-TABLE.
         05 APPROVED-COUNT         PIC 9(3) VALUE 0.
         05 APPROVED-CATEGORY      PIC X(10) OCCURS 50.
         05 APPROVED-IDX           PIC 9(3).
         05 APPROVED-MATCH-IDX     PIC 9(3).

       01 MEMBER-TABLE.
         05 MEMBER-COUNT           PIC 9(4) VALUE 0.
         05 MEMBER-ENTRY OCCURS 500.
            10 MEMBER-ID           PIC 9(5).
            10 MEMBER-NAME         PIC X(20).
         05 MEMBER-IDX             PIC 9(4).
         05 MEMBER-MATCH-IDX       PIC 9(4).
         05 MEMBER-LOOKUP-ID       PIC 9(5).

      * One line per submission, in the order read, so the report
      * can be sorted by submitter and still show each member's
      * questions in the order they sent them.
       01 RESULT-TABLE.
         05 RESULT-COUNT           PIC 9(4) VALUE 0.
         05 RESULT-ENTRY OCCURS 1000.
            10 RES-SUBMITTER       PIC X(5).
            10 RES-SEQ             PIC 9(4).
            10 RES-OUTCOME         PIC X(8).
            10 RES-REASON          PIC X(40).
            10 RES-CATEGORY        PIC X(10).
            10 RES-QUESTION        PIC X(60).
         05 RESULT-IDX             PIC 9(4).
         05 RESULT-SWAP            PIC X(127).

       01 SORT-WORK.
         05 SORT-I                 PIC 9(4).
         05 SORT-J                 PIC 9(4).
         05 SORT-BEST              PIC 9(4).

       01 NORMALIZE-WORK.
         05 NORM-IN                PIC X(60).
         05 NORM-OUT               PIC X(60).
         05 NORM-I                 PIC 9(3).
         05 NORM-J                 PIC 9(3).
         05 NORM-CHAR              PIC X.
            88 NORM-CHAR-KEPT      VALUE 'A' THRU 'Z' '0' THRU '9'.
         05 SUBQ-QUESTION-KEY      PIC X(60).
         05 SUBQ-ANSWER-KEY        PIC X(20).

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
      * Takes member-submitted questions into the bank. Each
      * QUESTION-SUBMIT.DAT record carries the submitter's member
      * ID and a question in the QUESTION-BANK.DAT layout. A
      * submission is rejected for a blank question or answer, a
      * value outside 1-9, a question already in the bank (exactly
      * or near enough - same words ignoring case, spacing and
      * punctuation, or the same answer already given under that
      * category), or one already pulled to RETIRED-QUESTIONS.DAT.
      * A question for a category the bank has never had is held
      * in QUESTION-HELD.DAT unless CATEGORY-APPROVAL.DAT names the
      * category. Accepted questions are merged into the bank with
      * each category kept together, and QINTAKE.RPT lists every
      * submission by submitter with its outcome and reason.
       MAIN SECTION.
            PERFORM I1000-LOAD-BANK
            PERFORM I2000-LOAD-RETIRED
            PERFORM I3000-LOAD-APPROVALS
            PERFORM I4000-LOAD-MEMBERS
            OPEN OUTPUT QUESTION-HELD-FILE
            PERFORM A1000-SCREEN-SUBMISSIONS
            CLOSE QUESTION-HELD-FILE
            IF (ACCEPTED-COUNT > 0) THEN
              PERFORM A5000-REWRITE-BANK
            END-IF
            PERFORM R1000-WRITE-REPORT
            DISPLAY 'Question intake: ' SUBMITTED-COUNT
              ' submitted, ' ACCEPTED-COUNT ' accepted, '
              HELD-COUNT ' held, ' REJECT-COUNT ' rejected - see '
              'QINTAKE.RPT'
            IF (HELD-COUNT > 0) THEN
              DISPLAY 'Held questions are in QUESTION-HELD.DAT - '
                'resubmit once their category is approved'
            END-IF
            IF (HELD-COUNT = 0) AND (REJECT-COUNT = 0) THEN
              MOVE 0 TO RETURN-CODE
            ELSE
              MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       I1000-LOAD-BANK SECTION.
            OPEN INPUT QUESTION-BANK-FILE
            IF (BANK-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: QUESTION-BANK.DAT could not be '
                'opened - nothing was changed'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ QUESTION-BANK-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (BANK-COUNT >= 1000) THEN
                DISPLAY 'ERROR: QUESTION-BANK.DAT has more than '
                  '1000 questions - nothing was changed'
                MOVE 8 TO RETURN-CODE
                STOP RUN
              END-IF
              ADD 1 TO BANK-COUNT
              MOVE QUESTION-BANK-RECORD
                TO BANK-ENTRY-IMAGE(BANK-COUNT)
              MOVE QUESTION-BANK-RECORD TO BANK-IMAGE-DETAIL
              PERFORM A4000-KEY-BANK-ENTRY
              PERFORM Q2000-FIND-CATEGORY
              IF (CAT-MATCH-IDX = 0) THEN
                IF (CAT-TOTAL >= 50) THEN
                  DISPLAY 'ERROR: QUESTION-BANK.DAT has more than '
                    '50 categories - nothing was changed'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
                END-IF
                PERFORM A3100-ADD-CATEGORY
              END-IF
              ADD 1 TO CAT-QUESTIONS(CAT-MATCH-IDX)
              READ QUESTION-BANK-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE QUESTION-BANK-FILE
            .
      * A question QBANKMAINT pulled for being a dud is not let
      * back in by the side door.
       I2000-LOAD-RETIRED SECTION.
            OPEN INPUT RETIRED-QUESTIONS-FILE
            IF (RETIRED-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ RETIRED-QUESTIONS-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (RETIRED-COUNT >= 2000) THEN
                  DISPLAY 'WARNING: RETIRED-QUESTIONS.DAT has more '
                    'than 2000 questions - extras not checked'
                  SET FILE-EOF-YES TO TRUE
                ELSE
                  ADD 1 TO RETIRED-COUNT
                  MOVE RET-BANK-IMAGE TO BANK-IMAGE-DETAIL
                  MOVE IMG-QUESTION TO NORM-IN
                  PERFORM Q3000-NORMALIZE
                  MOVE NORM-OUT TO RETIRED-KEY(RETIRED-COUNT)
                  READ RETIRED-QUESTIONS-FILE
                    AT END SET FILE-EOF-YES TO TRUE
                  END-READ
                END-IF
              END-PERFORM
              CLOSE RETIRED-QUESTIONS-FILE
            END-IF
            .
       I3000-LOAD-APPROVALS SECTION.
            OPEN INPUT CATEGORY-APPROVAL-FILE
            IF (APPROVAL-STATUS = '00') THEN
              SET FILE-EOF-NO TO TRUE
              READ CATEGORY-APPROVAL-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
              PERFORM UNTIL FILE-EOF-YES
                IF (APPR-CATEGORY NOT = SPACES) AND
                   (APPROVED-COUNT < 50) THEN
                  ADD 1 TO APPROVED-COUNT
                  MOVE APPR-CATEGORY
                    TO APPROVED-CATEGORY(APPROVED-COUNT)
                END-IF
                READ CATEGORY-APPROVAL-FILE
                  AT END SET FILE-EOF-YES TO TRUE
                END-READ
              END-PERFORM
              CLOSE CATEGORY-APPROVAL-FILE
            ELSE
              DISPLAY 'WARNING: CATEGORY-APPROVAL.DAT is missing - '
                'every new category will be held'
            END-IF
            .
       I4000-LOAD-MEMBERS SECTION.
            OPEN INPUT PLAYER-MASTER-FILE
            IF (MASTER-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: PLAYER-MASTER.DAT could not be '
                'opened - nothing was changed'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ PLAYER-MASTER-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              IF (MEMBER-COUNT < 500) THEN
                ADD 1 TO MEMBER-COUNT
                MOVE MAST-MEMBER-ID TO MEMBER-ID(MEMBER-COUNT)
                MOVE MAST-FULL-NAME TO MEMBER-NAME(MEMBER-COUNT)
              END-IF
              READ PLAYER-MASTER-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE PLAYER-MASTER-FILE
            .
       A1000-SCREEN-SUBMISSIONS SECTION.
            OPEN INPUT QUESTION-SUBMIT-FILE
            IF (SUBMIT-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: QUESTION-SUBMIT.DAT could not be '
                'opened - nothing was changed'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            SET FILE-EOF-NO TO TRUE
            READ QUESTION-SUBMIT-FILE
              AT END SET FILE-EOF-YES TO TRUE
            END-READ
            PERFORM UNTIL FILE-EOF-YES
              ADD 1 TO SUBMITTED-COUNT
              PERFORM A2000-SCREEN-ONE-SUBMISSION
              READ QUESTION-SUBMIT-FILE
                AT END SET FILE-EOF-YES TO TRUE
              END-READ
            END-PERFORM
            CLOSE QUESTION-SUBMIT-FILE
            .
       A2000-SCREEN-ONE-SUBMISSION SECTION.
            MOVE SPACES TO REJECT-REASON
            MOVE 'REJECTED' TO OUTCOME
            PERFORM V1000-CHECK-FIELDS
            IF (REJECT-REASON = SPACES) THEN
              PERFORM V2000-CHECK-AGAINST-BANK
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              MOVE SUBQ-BANK-IMAGE TO BANK-IMAGE-DETAIL
              PERFORM Q2000-FIND-CATEGORY
              IF (CAT-MATCH-IDX = 0) THEN
                PERFORM Q4000-FIND-APPROVAL
                IF (APPROVED-MATCH-IDX = 0) THEN
                  MOVE 'HELD' TO OUTCOME
                  MOVE 'new category not on the approval list'
                    TO REJECT-REASON
                END-IF
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              IF (CAT-MATCH-IDX = 0) THEN
                IF (CAT-TOTAL >= 20) THEN
                  MOVE 'bank already has 20 categories'
                    TO REJECT-REASON
                END-IF
              ELSE
                IF (CAT-QUESTIONS(CAT-MATCH-IDX) >= 50) THEN
                  MOVE 'category already has 50 questions'
                    TO REJECT-REASON
                END-IF
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND (BANK-COUNT >= 1000) THEN
              MOVE 'question bank is full' TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) THEN
              PERFORM A3000-ACCEPT-QUESTION
            ELSE
              IF (OUTCOME = 'HELD') THEN
                ADD 1 TO HELD-COUNT
                MOVE QUESTION-SUBMIT-RECORD TO QUESTION-HELD-RECORD
                WRITE QUESTION-HELD-RECORD
              ELSE
                ADD 1 TO REJECT-COUNT
              END-IF
            END-IF
            IF (RESULT-COUNT < 1000) THEN
              ADD 1 TO RESULT-COUNT
              MOVE SUBQ-MEMBER-ID TO RES-SUBMITTER(RESULT-COUNT)
              MOVE SUBMITTED-COUNT TO RES-SEQ(RESULT-COUNT)
              MOVE OUTCOME TO RES-OUTCOME(RESULT-COUNT)
              MOVE REJECT-REASON TO RES-REASON(RESULT-COUNT)
              MOVE SUBQ-CATEGORY TO RES-CATEGORY(RESULT-COUNT)
              MOVE SUBQ-QUESTION TO RES-QUESTION(RESULT-COUNT)
            END-IF
            .
       V1000-CHECK-FIELDS SECTION.
            IF (SUBQ-MEMBER-ID NOT NUMERIC) THEN
              MOVE 'submitter member id is not numeric'
                TO REJECT-REASON
            ELSE
              MOVE SUBQ-MEMBER-ID TO MEMBER-LOOKUP-ID
              PERFORM Q1000-FIND-MEMBER
              IF (MEMBER-MATCH-IDX = 0) THEN
                MOVE 'submitter is not on PLAYER-MASTER.DAT'
                  TO REJECT-REASON
              END-IF
            END-IF
            IF (REJECT-REASON = SPACES) AND
               (SUBQ-CATEGORY = SPACES) THEN
              MOVE 'category is blank' TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND
               (SUBQ-QUESTION = SPACES) THEN
              MOVE 'question is blank' TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND
               (SUBQ-ANSWER = SPACES) THEN
              MOVE 'answer is blank' TO REJECT-REASON
            END-IF
            IF (REJECT-REASON = SPACES) AND
               ((SUBQ-VALUE NOT NUMERIC) OR (SUBQ-VALUE = '0')) THEN
              MOVE 'value must be 1-9' TO REJECT-REASON
            END-IF
            .
       V2000-CHECK-AGAINST-BANK SECTION.
            MOVE SUBQ-QUESTION TO NORM-IN
            PERFORM Q3000-NORMALIZE
            MOVE NORM-OUT TO SUBQ-QUESTION-KEY
            MOVE SUBQ-ANSWER TO NORM-IN
            PERFORM Q3000-NORMALIZE
            MOVE NORM-OUT TO SUBQ-ANSWER-KEY
            PERFORM VARYING RETIRED-IDX FROM 1 BY 1
              UNTIL RETIRED-IDX > RETIRED-COUNT
                 OR REJECT-REASON NOT = SPACES
              IF (RETIRED-KEY(RETIRED-IDX) = SUBQ-QUESTION-KEY) THEN
                MOVE 'question was retired from the bank'
                  TO REJECT-REASON
              END-IF
            END-PERFORM
            PERFORM VARYING BANK-IDX FROM 1 BY 1
              UNTIL BANK-IDX > BANK-COUNT
                 OR REJECT-REASON NOT = SPACES
              MOVE BANK-ENTRY-IMAGE(BANK-IDX) TO BANK-IMAGE-DETAIL
              IF (IMG-QUESTION = SUBQ-QUESTION) THEN
                MOVE 'exact duplicate of a bank question'
                  TO REJECT-REASON
              ELSE
                IF (BKEY-QUESTION(BANK-IDX) = SUBQ-QUESTION-KEY) THEN
                  MOVE 'near duplicate of a bank question'
                    TO REJECT-REASON
                ELSE
                  IF (IMG-CATEGORY = SUBQ-CATEGORY) AND
                     (BKEY-ANSWER(BANK-IDX) = SUBQ-ANSWER-KEY) THEN
                    MOVE 'same answer already in this category'
                      TO REJECT-REASON
                  END-IF
                END-IF
              END-IF
            END-PERFORM
            .
      * An accepted question goes into the bank table at once, so a
      * second member sending the same question in the same batch
      * is caught as a duplicate of the first. An approved new
      * category is added to the category list in arrival order.
       A3000-ACCEPT-QUESTION SECTION.
            MOVE 'ACCEPTED' TO OUTCOME
            ADD 1 TO ACCEPTED-COUNT
            ADD 1 TO BANK-COUNT
            MOVE SUBQ-BANK-IMAGE TO BANK-ENTRY-IMAGE(BANK-COUNT)
            MOVE SUBQ-BANK-IMAGE TO BANK-IMAGE-DETAIL
            PERFORM A4000-KEY-BANK-ENTRY
            IF (CAT-MATCH-IDX = 0) THEN
              PERFORM A3100-ADD-CATEGORY
            END-IF
            ADD 1 TO CAT-QUESTIONS(CAT-MATCH-IDX)
            .
       A3100-ADD-CATEGORY SECTION.
            ADD 1 TO CAT-TOTAL
            MOVE IMG-CATEGORY TO CAT-NAME(CAT-TOTAL)
            MOVE 0 TO CAT-QUESTIONS(CAT-TOTAL)
            MOVE CAT-TOTAL TO CAT-MATCH-IDX
            .
       A4000-KEY-BANK-ENTRY SECTION.
            MOVE IMG-QUESTION TO NORM-IN
            PERFORM Q3000-NORMALIZE
            MOVE NORM-OUT TO BKEY-QUESTION(BANK-COUNT)
            MOVE IMG-ANSWER TO NORM-IN
            PERFORM Q3000-NORMALIZE
            MOVE NORM-OUT TO BKEY-ANSWER(BANK-COUNT)
            .
      * The bank is written back a category at a time, in the order
      * the categories first appear, so new questions sit with the
      * rest of their category rather than trailing at the end.
      * The bank as it stood is saved as a backup generation first;
      * a failed save is warned about, not fatal.
       A5000-REWRITE-BANK SECTION.
            MOVE 'QUESTION-BANK.DAT' TO BKR-FILE-NAME
            MOVE 'QINTAKE' TO BKR-PROGRAM-NAME
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
            OPEN OUTPUT QUESTION-BANK-FILE
            IF (BANK-STATUS NOT = '00') THEN
              DISPLAY 'ERROR: QUESTION-BANK.DAT could not be '
                'rewritten'
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-IF
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-TOTAL
              PERFORM VARYING BANK-IDX FROM 1 BY 1
                UNTIL BANK-IDX > BANK-COUNT
                MOVE BANK-ENTRY-IMAGE(BANK-IDX) TO BANK-IMAGE-DETAIL
                IF (IMG-CATEGORY = CAT-NAME(CAT-IDX)) THEN
                  MOVE BANK-ENTRY-IMAGE(BANK-IDX)
                    TO QUESTION-BANK-RECORD
                  WRITE QUESTION-BANK-RECORD
                END-IF
              END-PERFORM
            END-PERFORM
            CLOSE QUESTION-BANK-FILE
            .
       R1000-WRITE-REPORT SECTION.
            PERFORM R2000-SORT-RESULTS
            OPEN OUTPUT INTAKE-REPORT-FILE
            MOVE 'QUESTION INTAKE' TO INTAKE-REPORT-RECORD
            WRITE INTAKE-REPORT-RECORD
            MOVE SPACES TO LAST-SUBMITTER
            PERFORM VARYING RESULT-IDX FROM 1 BY 1
              UNTIL RESULT-IDX > RESULT-COUNT
              IF (RESULT-IDX = 1) OR
                 (RES-SUBMITTER(RESULT-IDX) NOT = LAST-SUBMITTER)
                THEN
                PERFORM R3000-WRITE-SUBMITTER-HEADING
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING '  ' RES-OUTCOME(RESULT-IDX) ' '
                RES-CATEGORY(RESULT-IDX) ' '
                RES-QUESTION(RESULT-IDX)
                DELIMITED BY SIZE INTO REPORT-LINE
              MOVE REPORT-LINE TO INTAKE-REPORT-RECORD
              WRITE INTAKE-REPORT-RECORD
              IF (RES-REASON(RESULT-IDX) NOT = SPACES) THEN
                MOVE SPACES TO REPORT-LINE
                STRING '           (' RES-REASON(RESULT-IDX) ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
                MOVE REPORT-LINE TO INTAKE-REPORT-RECORD
                WRITE INTAKE-REPORT-RECORD
              END-IF
            END-PERFORM
            MOVE SPACES TO INTAKE-REPORT-RECORD
            WRITE INTAKE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            STRING 'TOTAL: ' SUBMITTED-COUNT ' SUBMITTED, '
              ACCEPTED-COUNT ' ACCEPTED, ' HELD-COUNT ' HELD, '
              REJECT-COUNT ' REJECTED'
              DELIMITED BY SIZE INTO REPORT-LINE
            MOVE REPORT-LINE TO INTAKE-REPORT-RECORD
            WRITE INTAKE-REPORT-RECORD
            CLOSE INTAKE-REPORT-FILE
            .
       R2000-SORT-RESULTS SECTION.
            PERFORM VARYING SORT-I FROM 1 BY 1
              UNTIL SORT-I >= RESULT-COUNT
              MOVE SORT-I TO SORT-BEST
              PERFORM VARYING SORT-J FROM SORT-I BY 1
                UNTIL SORT-J > RESULT-COUNT
                IF (RES-SUBMITTER(SORT-J) < RES-SUBMITTER(SORT-BEST))
                   OR ((RES-SUBMITTER(SORT-J) =
                        RES-SUBMITTER(SORT-BEST)) AND
                       (RES-SEQ(SORT-J) < RES-SEQ(SORT-BEST))) THEN
                  MOVE SORT-J TO SORT-BEST
                END-IF
              END-PERFORM
              IF (SORT-BEST NOT = SORT-I) THEN
                MOVE RESULT-ENTRY(SORT-I) TO RESULT-SWAP
                MOVE RESULT-ENTRY(SORT-BEST) TO RESULT-ENTRY(SORT-I)
                MOVE RESULT-SWAP TO RESULT-ENTRY(SORT-BEST)
              END-IF
            END-PERFORM
            .
       R3000-WRITE-SUBMITTER-HEADING SECTION.
            MOVE RES-SUBMITTER(RESULT-IDX) TO LAST-SUBMITTER
            MOVE SPACES TO INTAKE-REPORT-RECORD
            WRITE INTAKE-REPORT-RECORD
            MOVE SPACES TO REPORT-LINE
            MOVE 0 TO MEMBER-MATCH-IDX
            IF (LAST-SUBMITTER IS NUMERIC) THEN
              MOVE LAST-SUBMITTER TO MEMBER-LOOKUP-ID
              PERFORM Q1000-FIND-MEMBER
            END-IF
            IF (MEMBER-MATCH-IDX = 0) THEN
              STRING 'SUBMITTER ' LAST-SUBMITTER ' (not a member)'
                DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
              STRING 'SUBMITTER ' LAST-SUBMITTER ' '
                MEMBER-NAME(MEMBER-MATCH-IDX)
                DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            MOVE REPORT-LINE TO INTAKE-REPORT-RECORD
            WRITE INTAKE-REPORT-RECORD
            .
       Q1000-FIND-MEMBER SECTION.
            MOVE 0 TO MEMBER-MATCH-IDX
            PERFORM VARYING MEMBER-IDX FROM 1 BY 1
              UNTIL MEMBER-IDX > MEMBER-COUNT
              IF (MEMBER-ID(MEMBER-IDX) = MEMBER-LOOKUP-ID) THEN
                MOVE MEMBER-IDX TO MEMBER-MATCH-IDX
              END-IF
            END-PERFORM
            .
       Q2000-FIND-CATEGORY SECTION.
            MOVE 0 TO CAT-MATCH-IDX
            PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > CAT-TOTAL
              IF (CAT-NAME(CAT-IDX) = IMG-CATEGORY) THEN
                MOVE CAT-IDX TO CAT-MATCH-IDX
              END-IF
            END-PERFORM
            .
      * Upper-cases NORM-IN and keeps only its letters and digits.
       Q3000-NORMALIZE SECTION.
            MOVE SPACES TO NORM-OUT
            MOVE 0 TO NORM-J
            MOVE FUNCTION UPPER-CASE(NORM-IN) TO NORM-IN
            PERFORM VARYING NORM-I FROM 1 BY 1
              UNTIL NORM-I > 60
              MOVE NORM-IN(NORM-I:1) TO NORM-CHAR
              IF (NORM-CHAR-KEPT) THEN
                ADD 1 TO NORM-J
                MOVE NORM-CHAR TO NORM-OUT(NORM-J:1)
              END-IF
            END-PERFORM
            .
       Q4000-FIND-APPROVAL SECTION.
            MOVE 0 TO APPROVED-MATCH-IDX
            PERFORM VARYING APPROVED-IDX FROM 1 BY 1
              UNTIL APPROVED-IDX > APPROVED-COUNT
              IF (APPROVED-CATEGORY(APPROVED-IDX) = IMG-CATEGORY)
                THEN
                MOVE APPROVED-IDX TO APPROVED-MATCH-IDX
              END-IF
            END-PERFORM
            .
