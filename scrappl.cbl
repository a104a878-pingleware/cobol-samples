      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Score appeal regrade run against the candidate
      *          history master - applies exam-board regrades keyed
      *          as corrected section scores for one attempt,
      *          recomputes the weighted composite and section floors
      *          from the section-weight master the way the grading
      *          run does, and corrects the candidate's best score
      *          and standing in place without counting another
      *          attempt (so an appeal can never push a candidate
      *          into third-attempt escalation). A regrade that
      *          changes the outcome writes an amended result record
      *          for the notification run to letter; every applied
      *          regrade writes before/after images with the
      *          reviewer ID to the audit trail, and regrades that
      *          fail their edits go to their own error file. The
      *          candidate's history record is logged to the master
      *          before-image log ahead of every regrade, so a
      *          backout of the grading run can see the candidate
      *          has been changed since. A regrade of an attempt
      *          whose exam type's weights or floors took effect
      *          after the attempt date is refused - the attempt
      *          was graded under weights no longer on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAPPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> section weights and floors per exam type, the same
              *> master the grading run loads
              SELECT SECTION-WEIGHT-FILE ASSIGN TO SECTWGT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SECTION-WEIGHT-STATUS.

              *> candidate history master, corrected in place
              SELECT CANDIDATE-HISTORY-FILE ASSIGN TO CANDHIST
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CH-CANDIDATE-ID
                     FILE STATUS IS CANDIDATE-HISTORY-STATUS.

              *> reviewer-keyed regrades applied in arrival order
              SELECT APPEAL-TRANS-FILE ASSIGN TO APPEALIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS APPEAL-TRANS-STATUS.

              *> regrades that changed the outcome, for lettering
              SELECT AMENDED-RESULT-FILE ASSIGN TO SCOREAMD
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AMENDED-RESULT-STATUS.

              *> master before-image log, appended to ahead of every
              *> candidate history correction
              SELECT BEFORE-IMAGE-FILE ASSIGN TO BFIMLOG
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS BEFORE-IMAGE-STATUS.

              *> regrades that failed their edits, with the reason
              SELECT APPEAL-ERRORS-FILE ASSIGN TO APPEALER
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS APPEAL-ERRORS-STATUS.

              *> audit-trail log appended to on every run
              SELECT AUDIT-LOG-FILE ASSIGN TO CONDAUD
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-WEIGHT-FILE.
              COPY SECTWGT.

       FD  CANDIDATE-HISTORY-FILE.
              COPY CANDREC.

       FD  APPEAL-TRANS-FILE.
              COPY APPLTRN.

       FD  AMENDED-RESULT-FILE.
              COPY AMNDREC.

       FD  BEFORE-IMAGE-FILE.
              COPY BFIMREC.

       FD  APPEAL-ERRORS-FILE.
       01  APPEAL-ERROR-REC.
              05 AE-CANDIDATE-ID      PIC X(10).
              05 AE-EXAM-TYPE         PIC X(2).
              05 AE-ATTEMPT-DATE      PIC X(8).
              05 AE-SECTION-SCORES    PIC X(12).
              05 AE-REVIEWER-ID       PIC X(8).
              05 AE-REASON            PIC X(30).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       *> file status fields for the appeal run
       01 SECTION-WEIGHT-STATUS PIC XX.
         88 SECTION-WEIGHT-EOF VALUE '10'.
         88 SECTION-WEIGHT-NOT-FOUND VALUE '35'.
       01 CANDIDATE-HISTORY-STATUS PIC XX.
         88 CANDIDATE-HISTORY-NO-FILE VALUE '35'.
       01 APPEAL-TRANS-STATUS PIC XX.
         88 APPEAL-TRANS-EOF VALUE '10'.
         88 APPEAL-TRANS-NOT-FOUND VALUE '35'.
       01 AMENDED-RESULT-STATUS PIC XX.
       01 BEFORE-IMAGE-STATUS PIC XX.
         88 BEFORE-IMAGE-IS-NEW VALUE '35'.
       01 APPEAL-ERRORS-STATUS PIC XX.
       01 AUDIT-LOG-STATUS PIC XX.
         88 AUDIT-LOG-IS-NEW VALUE '35'.

       *> run date/time stamped on every audit image and amendment
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD.
           10 WS-RUN-YYYY       PIC 9(4).
           10 WS-RUN-MM         PIC 9(2).
           10 WS-RUN-DD         PIC 9(2).
         05 WS-RUN-HH           PIC 9(2).
         05 WS-RUN-MIN          PIC 9(2).
         05 WS-RUN-SS           PIC 9(2).
         05 FILLER              PIC X(11).
       01 WS-RUN-DATE-DISPLAY   PIC X(10).
       01 WS-RUN-TIME-DISPLAY   PIC X(8).

       *> the grading run's PASS/FAIL cutoffs on the composite
       01 CHECK-VAL PIC 9(3).
         88 PASS VALUES ARE 041 THRU 100.
         88 FAIL VALUES ARE 000 THRU 40.

       *> section weights and floors loaded per exam type; a missing
       *> master regrades at equal weights with no floors, exactly as
       *> the grading run would have graded the attempt
       01 WEIGHT-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 SECTION-WEIGHT-TABLE.
         05 WEIGHT-ENTRY OCCURS 10 TIMES
                         INDEXED BY WEIGHT-IDX.
           10 WT-EXAM-TYPE      PIC X(2).
           10 WT-SECTION OCCURS 4 TIMES.
             15 WT-WEIGHT-PCT   PIC 9(3).
             15 WT-SECTION-FLOOR PIC 9(3).
           10 WT-EFFECTIVE-DATE PIC X(8).
       01 WEIGHT-FOUND-SW PIC X VALUE 'N'.
         88 WEIGHT-FOUND VALUE 'Y'.

       *> regraded composite built from the corrected section scores,
       *> with the first section under its floor remembered
       01 SCORE-COMPOSITE PIC 9(3).
       01 SCORE-COMPOSITE-WORK PIC 9(7)V99.
       01 SCORE-SECTION-SUB PIC 9(1).
       01 SCORE-WORK-WEIGHT PIC 9(3).
       01 SCORE-WORK-FLOOR PIC 9(3).
       01 SCORE-FLOOR-SECTION PIC 9(1).
       01 SCORE-VALID-SW PIC X.
         88 SCORE-SECTIONS-VALID VALUE 'Y'.
       01 GRADE-RESULT-SW PIC X.
       01 PRIOR-RESULT-SW PIC X.

       *> candidate history before image held across the rewrite so
       *> the audit line shows what the regrade corrected
       01 BEFORE-IMAGE.
         05 BI-BEST-SCORE       PIC 9(3).
         05 BI-FINAL-STATUS     PIC X(1).
         05 BI-EXAM-TYPE        PIC X(2).
         05 BI-SECTION-SCORE OCCURS 4 TIMES PIC 9(3).
       01 BEFORE-IMAGE-DISPLAY  PIC X(24).
       01 AFTER-IMAGE-DISPLAY   PIC X(24).

       *> edit work fields for the attempt-date check
       01 WS-ATTEMPT-DATE-PARTS.
         05 WS-ATTEMPT-YYYY     PIC 9(4).
         05 WS-ATTEMPT-MM       PIC 9(2).
         05 WS-ATTEMPT-DD       PIC 9(2).
       01 WS-EDIT-REASON PIC X(30).

       *> batch tally fields for the appeal run
       01 APPEAL-TALLIES.
         05 APPEALS-READ          PIC 9(7) VALUE ZERO.
         05 REGRADES-APPLIED      PIC 9(7) VALUE ZERO.
         05 OUTCOMES-AMENDED      PIC 9(7) VALUE ZERO.
         05 APPEAL-REJECT-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              PERFORM STAMP-RUN-DATE-TIME.
              PERFORM LOAD-SECTION-WEIGHTS.
              PERFORM APPLY-APPEALS.
              PERFORM SET-APPEAL-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Captures the run date/time once at the start of the run so it
      * can be stamped on every audit-trail image and amendment.
      ******************************************************************
       STAMP-RUN-DATE-TIME.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
              STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
                DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
              STRING WS-RUN-HH ':' WS-RUN-MIN ':' WS-RUN-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.

      ******************************************************************
      * Reads the section-weight master into the in-memory table; a
      * missing or empty master leaves the table empty and every
      * regrade is computed at equal section weights with no floors,
      * which is announced rather than silent.
      ******************************************************************
       LOAD-SECTION-WEIGHTS.
              OPEN INPUT SECTION-WEIGHT-FILE

              IF SECTION-WEIGHT-NOT-FOUND THEN
                DISPLAY 'SECTION WEIGHT MASTER NOT FOUND, REGRADING '
                        'AT EQUAL WEIGHTS WITH NO FLOORS'
              ELSE
                READ SECTION-WEIGHT-FILE
                  AT END SET SECTION-WEIGHT-EOF TO TRUE
                END-READ

                PERFORM UNTIL SECTION-WEIGHT-EOF
                       OR WEIGHT-TABLE-COUNT = 10
                  ADD 1 TO WEIGHT-TABLE-COUNT
                  MOVE SW-EXAM-TYPE
                    TO WT-EXAM-TYPE (WEIGHT-TABLE-COUNT)
                  PERFORM VARYING SCORE-SECTION-SUB FROM 1 BY 1
                    UNTIL SCORE-SECTION-SUB > 4
                    MOVE SW-WEIGHT-PCT (SCORE-SECTION-SUB)
                      TO WT-WEIGHT-PCT (WEIGHT-TABLE-COUNT
                                        SCORE-SECTION-SUB)
                    MOVE SW-SECTION-FLOOR (SCORE-SECTION-SUB)
                      TO WT-SECTION-FLOOR (WEIGHT-TABLE-COUNT
                                           SCORE-SECTION-SUB)
                  END-PERFORM
                  MOVE SW-EFFECTIVE-DATE
                    TO WT-EFFECTIVE-DATE (WEIGHT-TABLE-COUNT)

                  READ SECTION-WEIGHT-FILE
                    AT END SET SECTION-WEIGHT-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE SECTION-WEIGHT-FILE
              END-IF.

      ******************************************************************
      * Reads the regrades in arrival order, edits each one against
      * its own fields and the candidate's history, regrades the
      * good ones and corrects the master, writing a before/after
      * image to the audit trail for every applied regrade and the
      * failed ones to the error file. The master must already
      * exist - there is nothing to appeal without one.
      ******************************************************************
       APPLY-APPEALS.
              OPEN INPUT APPEAL-TRANS-FILE
              IF APPEAL-TRANS-NOT-FOUND THEN
                DISPLAY 'APPEAL FILE NOT FOUND, NOTHING TO REGRADE'
              ELSE
                OPEN I-O CANDIDATE-HISTORY-FILE
                IF CANDIDATE-HISTORY-NO-FILE THEN
                  DISPLAY 'CANDIDATE HISTORY NOT FOUND, NOTHING TO '
                          'REGRADE'
                  CLOSE APPEAL-TRANS-FILE
                ELSE
                  OPEN OUTPUT AMENDED-RESULT-FILE
                  OPEN OUTPUT APPEAL-ERRORS-FILE
                  OPEN EXTEND BEFORE-IMAGE-FILE
                  IF BEFORE-IMAGE-IS-NEW THEN
                    OPEN OUTPUT BEFORE-IMAGE-FILE
                  END-IF
                  OPEN EXTEND AUDIT-LOG-FILE
                  IF AUDIT-LOG-IS-NEW THEN
                    OPEN OUTPUT AUDIT-LOG-FILE
                  END-IF

                  READ APPEAL-TRANS-FILE
                    AT END SET APPEAL-TRANS-EOF TO TRUE
                  END-READ

                  PERFORM UNTIL APPEAL-TRANS-EOF
                    ADD 1 TO APPEALS-READ
                    PERFORM EDIT-APPEAL-TRANS

                    IF WS-EDIT-REASON = SPACES THEN
                      PERFORM EDIT-AGAINST-HISTORY
                    END-IF

                    IF WS-EDIT-REASON = SPACES THEN
                      PERFORM COMPUTE-COMPOSITE-SCORE
                      MOVE SCORE-COMPOSITE TO CHECK-VAL
                      IF NOT PASS AND NOT FAIL THEN
                        MOVE 'REGRADED COMPOSITE OUT OF RANGE'
                          TO WS-EDIT-REASON
                      END-IF
                    END-IF

                    IF WS-EDIT-REASON = SPACES AND WEIGHT-FOUND THEN
                      IF WT-EFFECTIVE-DATE (WEIGHT-IDX) IS NUMERIC
                         AND WT-EFFECTIVE-DATE (WEIGHT-IDX)
                             > AT-ATTEMPT-DATE-X THEN
                        MOVE 'WEIGHTS CHANGED SINCE ATTEMPT'
                          TO WS-EDIT-REASON
                      END-IF
                    END-IF

                    IF WS-EDIT-REASON = SPACES THEN
                      PERFORM APPLY-REGRADE
                    END-IF

                    IF WS-EDIT-REASON NOT = SPACES THEN
                      PERFORM WRITE-APPEAL-ERROR
                    END-IF

                    READ APPEAL-TRANS-FILE
                      AT END SET APPEAL-TRANS-EOF TO TRUE
                    END-READ
                  END-PERFORM

                  CLOSE APPEAL-TRANS-FILE
                  CLOSE CANDIDATE-HISTORY-FILE
                  CLOSE AMENDED-RESULT-FILE
                  CLOSE BEFORE-IMAGE-FILE
                  CLOSE APPEAL-ERRORS-FILE
                  CLOSE AUDIT-LOG-FILE
                END-IF

                DISPLAY 'SCORE APPEAL REGRADE SUMMARY'
                DISPLAY 'APPEALS READ  : ' APPEALS-READ
                DISPLAY 'REGRADED      : ' REGRADES-APPLIED
                DISPLAY 'AMENDED       : ' OUTCOMES-AMENDED
                DISPLAY 'REJECTED      : ' APPEAL-REJECT-COUNT
              END-IF.

      ******************************************************************
      * Field edits every regrade must clear before the master is
      * read: candidate, exam type and reviewer present, a valid
      * attempt date no later than today, and four numeric section
      * scores no higher than one hundred.
      ******************************************************************
       EDIT-APPEAL-TRANS.
              MOVE SPACES TO WS-EDIT-REASON
              MOVE 'Y' TO SCORE-VALID-SW
              IF AT-SECTION-SCORES-X IS NOT NUMERIC THEN
                MOVE 'N' TO SCORE-VALID-SW
              END-IF

              EVALUATE TRUE
                WHEN AT-CANDIDATE-ID = SPACES
                  MOVE 'CANDIDATE ID IS BLANK' TO WS-EDIT-REASON
                WHEN AT-EXAM-TYPE = SPACES
                  MOVE 'EXAM TYPE IS BLANK' TO WS-EDIT-REASON
                WHEN AT-REVIEWER-ID = SPACES
                  MOVE 'REVIEWER ID IS BLANK' TO WS-EDIT-REASON
                WHEN AT-ATTEMPT-DATE-X IS NOT NUMERIC
                  MOVE 'ATTEMPT DATE IS NOT NUMERIC'
                    TO WS-EDIT-REASON
                WHEN AT-ATTEMPT-DATE > WS-RUN-CCYYMMDD
                  MOVE 'ATTEMPT DATE IS IN THE FUTURE'
                    TO WS-EDIT-REASON
                WHEN NOT SCORE-SECTIONS-VALID
                  MOVE 'SECTION SCORE IS NOT NUMERIC'
                    TO WS-EDIT-REASON
                WHEN AT-SECTION-SCORE (1) > 100
                     OR AT-SECTION-SCORE (2) > 100
                     OR AT-SECTION-SCORE (3) > 100
                     OR AT-SECTION-SCORE (4) > 100
                  MOVE 'SECTION SCORE ABOVE 100' TO WS-EDIT-REASON
                WHEN OTHER
                  MOVE AT-ATTEMPT-DATE TO WS-ATTEMPT-DATE-PARTS
                  IF WS-ATTEMPT-MM < 1 OR WS-ATTEMPT-MM > 12
                     OR WS-ATTEMPT-DD < 1 OR WS-ATTEMPT-DD > 31 THEN
                    MOVE 'ATTEMPT DATE IS NOT VALID'
                      TO WS-EDIT-REASON
                  END-IF
              END-EVALUATE.

      ******************************************************************
      * Edits the regrade against the candidate's history: the
      * candidate must be on file, the attempt date must fall inside
      * the candidate's first-to-last attempt span, and a candidate
      * with a single attempt must be appealing that attempt's exam
      * type.
      ******************************************************************
       EDIT-AGAINST-HISTORY.
              MOVE AT-CANDIDATE-ID TO CH-CANDIDATE-ID
              READ CANDIDATE-HISTORY-FILE
                INVALID KEY
                  MOVE 'CANDIDATE NOT ON HISTORY' TO WS-EDIT-REASON
              END-READ

              IF WS-EDIT-REASON = SPACES THEN
                EVALUATE TRUE
                  WHEN AT-ATTEMPT-DATE < CH-FIRST-ATTEMPT-DATE
                       OR AT-ATTEMPT-DATE > CH-LAST-ATTEMPT-DATE
                    MOVE 'ATTEMPT DATE NOT ON HISTORY'
                      TO WS-EDIT-REASON
                  WHEN CH-ATTEMPT-COUNT = 1
                       AND AT-EXAM-TYPE NOT = CH-EXAM-TYPE
                    MOVE 'EXAM TYPE DIFFERS FROM HISTORY'
                      TO WS-EDIT-REASON
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
              END-IF.

      ******************************************************************
      * Builds the regraded composite from the corrected section
      * scores: looks the exam type up on the weight table (falling
      * back to equal weights with no floors when the type or the
      * whole master is missing), computes the composite, and
      * remembers the first section under its floor.
      ******************************************************************
       COMPUTE-COMPOSITE-SCORE.
              MOVE ZERO TO SCORE-FLOOR-SECTION
              MOVE ZERO TO SCORE-COMPOSITE
              MOVE ZERO TO SCORE-COMPOSITE-WORK

              MOVE 'N' TO WEIGHT-FOUND-SW
              IF WEIGHT-TABLE-COUNT > ZERO THEN
                SET WEIGHT-IDX TO 1
                SEARCH WEIGHT-ENTRY
                  AT END CONTINUE
                  WHEN WT-EXAM-TYPE (WEIGHT-IDX) = AT-EXAM-TYPE
                    SET WEIGHT-FOUND TO TRUE
                END-SEARCH
              END-IF
              IF WEIGHT-TABLE-COUNT > ZERO
                 AND NOT WEIGHT-FOUND THEN
                DISPLAY 'NO SECTION WEIGHTS FOR EXAM TYPE '
                        AT-EXAM-TYPE ', EQUAL WEIGHTS APPLIED'
              END-IF

              PERFORM VARYING SCORE-SECTION-SUB FROM 1 BY 1
                UNTIL SCORE-SECTION-SUB > 4
                IF WEIGHT-FOUND THEN
                  MOVE WT-WEIGHT-PCT (WEIGHT-IDX SCORE-SECTION-SUB)
                    TO SCORE-WORK-WEIGHT
                  MOVE WT-SECTION-FLOOR (WEIGHT-IDX
                                         SCORE-SECTION-SUB)
                    TO SCORE-WORK-FLOOR
                ELSE
                  MOVE 25 TO SCORE-WORK-WEIGHT
                  MOVE ZERO TO SCORE-WORK-FLOOR
                END-IF
                COMPUTE SCORE-COMPOSITE-WORK
                  = SCORE-COMPOSITE-WORK
                  + AT-SECTION-SCORE (SCORE-SECTION-SUB)
                  * SCORE-WORK-WEIGHT
                IF AT-SECTION-SCORE (SCORE-SECTION-SUB)
                   < SCORE-WORK-FLOOR
                   AND SCORE-FLOOR-SECTION = ZERO THEN
                  MOVE SCORE-SECTION-SUB TO SCORE-FLOOR-SECTION
                END-IF
              END-PERFORM
              COMPUTE SCORE-COMPOSITE ROUNDED
                = SCORE-COMPOSITE-WORK / 100.

      ******************************************************************
      * Corrects the candidate's history for the regraded attempt
      * without touching the attempt count. The attempt's original
      * result is the master's final status when the last attempt is
      * regraded; an earlier attempt can only have failed, since a
      * pass stops further attempts being graded. The regraded
      * composite becomes the best score when it beats the best on
      * file, or outright when the appealed attempt is the only one.
      * A pass on any attempt makes the candidate passed; a fail
      * only changes the standing when the last attempt is the one
      * regraded. An outcome change writes an amended result. The
      * record as it stood is logged to the before-image log first,
      * under the run date and the APPEAL stage.
      ******************************************************************
       APPLY-REGRADE.
              MOVE WS-RUN-CCYYMMDD TO BI-BUSINESS-DATE
              MOVE 'APPEAL' TO BI-STAGE
              MOVE 'CANDHIST' TO BI-MASTER-ID
              SET BI-RECORD-CHANGED TO TRUE
              MOVE CH-CANDIDATE-ID TO BI-RECORD-KEY
              MOVE CANDIDATE-HIST-REC TO BI-BEFORE-IMAGE
              WRITE BEFORE-IMAGE-REC

              IF PASS AND SCORE-FLOOR-SECTION = ZERO THEN
                MOVE 'P' TO GRADE-RESULT-SW
              ELSE
                MOVE 'F' TO GRADE-RESULT-SW
              END-IF

              IF AT-ATTEMPT-DATE = CH-LAST-ATTEMPT-DATE THEN
                MOVE CH-FINAL-STATUS TO PRIOR-RESULT-SW
              ELSE
                MOVE 'F' TO PRIOR-RESULT-SW
              END-IF

              MOVE CH-BEST-SCORE TO BI-BEST-SCORE
              MOVE CH-FINAL-STATUS TO BI-FINAL-STATUS
              MOVE CH-EXAM-TYPE TO BI-EXAM-TYPE
              PERFORM VARYING SCORE-SECTION-SUB FROM 1 BY 1
                UNTIL SCORE-SECTION-SUB > 4
                MOVE CH-BEST-SECTION-SCORE (SCORE-SECTION-SUB)
                  TO BI-SECTION-SCORE (SCORE-SECTION-SUB)
              END-PERFORM

              IF SCORE-COMPOSITE > CH-BEST-SCORE
                 OR CH-ATTEMPT-COUNT = 1 THEN
                MOVE SCORE-COMPOSITE TO CH-BEST-SCORE
                MOVE AT-EXAM-TYPE TO CH-EXAM-TYPE
                PERFORM VARYING SCORE-SECTION-SUB FROM 1 BY 1
                  UNTIL SCORE-SECTION-SUB > 4
                  MOVE AT-SECTION-SCORE (SCORE-SECTION-SUB)
                    TO CH-BEST-SECTION-SCORE (SCORE-SECTION-SUB)
                END-PERFORM
              END-IF

              IF GRADE-RESULT-SW = 'P'
                 OR AT-ATTEMPT-DATE = CH-LAST-ATTEMPT-DATE THEN
                MOVE GRADE-RESULT-SW TO CH-FINAL-STATUS
              END-IF

              REWRITE CANDIDATE-HIST-REC
                INVALID KEY
                  MOVE 'CANDIDATE NOT ON HISTORY' TO WS-EDIT-REASON
              END-REWRITE

              IF WS-EDIT-REASON = SPACES THEN
                ADD 1 TO REGRADES-APPLIED
                IF GRADE-RESULT-SW NOT = PRIOR-RESULT-SW THEN
                  PERFORM WRITE-AMENDED-RESULT
                END-IF
                PERFORM BUILD-BEFORE-IMAGE
                PERFORM BUILD-AFTER-IMAGE
                PERFORM WRITE-AUDIT-IMAGE
              END-IF.

      ******************************************************************
      * Writes the amended result for the notification run to letter
      * the candidate, carrying the result it replaces.
      ******************************************************************
       WRITE-AMENDED-RESULT.
              MOVE AT-CANDIDATE-ID TO AM-CANDIDATE-ID
              MOVE AT-EXAM-TYPE TO AM-EXAM-TYPE
              MOVE AT-ATTEMPT-DATE TO AM-ATTEMPT-DATE
              MOVE GRADE-RESULT-SW TO AM-RESULT
              MOVE PRIOR-RESULT-SW TO AM-PRIOR-RESULT
              MOVE SCORE-COMPOSITE TO AM-EXAM-SCORE
              PERFORM VARYING SCORE-SECTION-SUB FROM 1 BY 1
                UNTIL SCORE-SECTION-SUB > 4
                MOVE AT-SECTION-SCORE (SCORE-SECTION-SUB)
                  TO AM-SECTION-SCORE (SCORE-SECTION-SUB)
              END-PERFORM
              IF GRADE-RESULT-SW = 'F' THEN
                MOVE SCORE-FLOOR-SECTION TO AM-FLOOR-SECTION
              ELSE
                MOVE ZERO TO AM-FLOOR-SECTION
              END-IF
              MOVE AT-REVIEWER-ID TO AM-REVIEWER-ID
              MOVE WS-RUN-CCYYMMDD TO AM-AMEND-DATE
              WRITE AMENDED-RESULT-REC
              ADD 1 TO OUTCOMES-AMENDED.

      ******************************************************************
      * Formats the held history image as BEST/STATUS/TYPE/SECTIONS
      * for the audit line.
      ******************************************************************
       BUILD-BEFORE-IMAGE.
              MOVE SPACES TO BEFORE-IMAGE-DISPLAY
              STRING BI-BEST-SCORE '/' BI-FINAL-STATUS '/'
                     BI-EXAM-TYPE '/'
                     BI-SECTION-SCORE (1) BI-SECTION-SCORE (2)
                     BI-SECTION-SCORE (3) BI-SECTION-SCORE (4)
                DELIMITED BY SIZE INTO BEFORE-IMAGE-DISPLAY.

      ******************************************************************
      * Formats the corrected history record as BEST/STATUS/TYPE/
      * SECTIONS for the audit line.
      ******************************************************************
       BUILD-AFTER-IMAGE.
              MOVE SPACES TO AFTER-IMAGE-DISPLAY
              STRING CH-BEST-SCORE '/' CH-FINAL-STATUS '/'
                     CH-EXAM-TYPE '/'
                     CH-BEST-SECTION-SCORE (1)
                     CH-BEST-SECTION-SCORE (2)
                     CH-BEST-SECTION-SCORE (3)
                     CH-BEST-SECTION-SCORE (4)
                DELIMITED BY SIZE INTO AFTER-IMAGE-DISPLAY.

      ******************************************************************
      * Appends one before/after image line to the audit trail for an
      * applied regrade, carrying the reviewer ID, the attempt
      * regraded and the regraded composite and result so the exam
      * board can see who changed which score and when.
      ******************************************************************
       WRITE-AUDIT-IMAGE.
              MOVE SPACES TO AUDIT-LOG-LINE
              STRING WS-RUN-DATE-DISPLAY ' ' WS-RUN-TIME-DISPLAY
                     ' SCRAPPL USER=' AT-REVIEWER-ID
                     ' CAND=' AT-CANDIDATE-ID
                     ' EXAM=' AT-EXAM-TYPE
                     ' ATTEMPT=' AT-ATTEMPT-DATE
                     ' REGRADE=' SCORE-COMPOSITE '/' GRADE-RESULT-SW
                     ' WAS=' PRIOR-RESULT-SW
                     ' BEFORE=' BEFORE-IMAGE-DISPLAY
                     ' AFTER=' AFTER-IMAGE-DISPLAY
                DELIMITED BY SIZE INTO AUDIT-LOG-LINE
              WRITE AUDIT-LOG-LINE.

      ******************************************************************
      * Writes the rejected regrade and its edit reason to the error
      * file.
      ******************************************************************
       WRITE-APPEAL-ERROR.
              ADD 1 TO APPEAL-REJECT-COUNT
              MOVE AT-CANDIDATE-ID TO AE-CANDIDATE-ID
              MOVE AT-EXAM-TYPE TO AE-EXAM-TYPE
              MOVE AT-ATTEMPT-DATE-X TO AE-ATTEMPT-DATE
              MOVE AT-SECTION-SCORES-X TO AE-SECTION-SCORES
              MOVE AT-REVIEWER-ID TO AE-REVIEWER-ID
              MOVE WS-EDIT-REASON TO AE-REASON
              WRITE APPEAL-ERROR-REC.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: clean when every regrade
      * applied, warning when regrades were rejected, and failed when
      * there was no history master to regrade against.
      ******************************************************************
       SET-APPEAL-RETURN-CODE.
              EVALUATE TRUE
                WHEN CANDIDATE-HISTORY-NO-FILE
                  MOVE 8 TO RETURN-CODE
                WHEN APPEAL-REJECT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
                WHEN OTHER
                  MOVE 0 TO RETURN-CODE
              END-EVALUATE.

       END PROGRAM SCRAPPL.
