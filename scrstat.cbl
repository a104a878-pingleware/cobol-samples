      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Exam and section performance statistics over the
      *          accumulated pass/fail output of the grading run and
      *          the candidate history master, by exam type and
      *          section - count, mean, spread (standard deviation,
      *          low and high) and score-band distribution for every
      *          section and the composite, pass rate, fails that
      *          came from a section floor against fails on the
      *          composite cutoff, and first-attempt against repeat
      *          pass rates. When a proposed weight/floor record is
      *          supplied for an exam type, every result of that
      *          type is regraded against the proposal and the
      *          number of results that would flip either way is
      *          printed, so the exam board sees the effect of a
      *          change before it reaches the section-weight master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> the grading run's accumulated pass and fail output
              *> for the statistics period
              SELECT PASS-FILE ASSIGN TO SCOREPS
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PASS-FILE-STATUS.
              SELECT FAIL-FILE ASSIGN TO SCOREFL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FAIL-FILE-STATUS.

              *> candidate history master read front to back for the
              *> attempt counts behind the pass rates
              SELECT CANDIDATE-HISTORY-FILE ASSIGN TO CANDHIST
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CH-CANDIDATE-ID
                     FILE STATUS IS CANDIDATE-HISTORY-STATUS.

              *> optional proposed weight/floor records, one per
              *> exam type, in the section-weight master layout
              SELECT PROPOSAL-FILE ASSIGN TO WHATIF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PROPOSAL-FILE-STATUS.

              *> printed statistics report
              SELECT STATS-REPORT-FILE ASSIGN TO SCSTRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS STATS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE.
              COPY PASSREC.

       FD  FAIL-FILE.
              COPY FAILREC.

       FD  CANDIDATE-HISTORY-FILE.
              COPY CANDREC.

       FD  PROPOSAL-FILE.
              COPY SECTWGT.

       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the statistics run
       01 PASS-FILE-STATUS PIC XX.
         88 PASS-FILE-EOF VALUE '10'.
         88 PASS-FILE-NOT-FOUND VALUE '35'.
       01 FAIL-FILE-STATUS PIC XX.
         88 FAIL-FILE-EOF VALUE '10'.
         88 FAIL-FILE-NOT-FOUND VALUE '35'.
       01 CANDIDATE-HISTORY-STATUS PIC XX.
         88 CANDIDATE-HISTORY-EOF VALUE '10'.
         88 CANDIDATE-HISTORY-NOT-FOUND VALUE '35'.
       01 PROPOSAL-FILE-STATUS PIC XX.
         88 PROPOSAL-FILE-EOF VALUE '10'.
         88 PROPOSAL-FILE-NOT-FOUND VALUE '35'.
       01 STATS-REPORT-STATUS PIC XX.

       *> run date captured once for the report heading
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 FILLER              PIC X(13).

       *> the grading run's PASS/FAIL cutoffs on the composite,
       *> used when a result is regraded against a proposal
       01 CHECK-VAL PIC 9(3).
         88 PASS VALUES ARE 041 THRU 100.
         88 FAIL VALUES ARE 000 THRU 40.

       *> proposed weights and floors per exam type; a proposal whose
       *> weights do not sum to one hundred is dropped, not applied
       01 PROPOSAL-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 PROPOSAL-TABLE.
         05 PROPOSAL-ENTRY OCCURS 10 TIMES
                           INDEXED BY PROPOSAL-IDX.
           10 PR-EXAM-TYPE      PIC X(2).
           10 PR-SECTION OCCURS 4 TIMES.
             15 PR-WEIGHT-PCT   PIC 9(3).
             15 PR-SECTION-FLOOR PIC 9(3).
       01 PROPOSAL-FOUND-SW PIC X VALUE 'N'.
         88 PROPOSAL-FOUND VALUE 'Y'.
       01 PROPOSAL-WEIGHT-TOTAL PIC 9(4).
       01 PROPOSAL-REJECT-COUNT PIC 9(3) VALUE ZERO.

       *> the result in hand, lifted off the pass or fail record so
       *> one set of paragraphs accumulates both
       01 RESULT-WORK.
         05 RW-EXAM-TYPE        PIC X(2).
         05 RW-RESULT           PIC X(1).
           88 RW-PASSED VALUE 'P'.
         05 RW-COMPOSITE        PIC 9(3).
         05 RW-SECTION-SCORE OCCURS 4 TIMES PIC 9(3).
         05 RW-FLOOR-SECTION    PIC 9(1).

       *> statistics accumulated per exam type, added on first
       *> sight; measures 1-4 are the sections, 5 the composite,
       *> each banded 000-019/020-039/040-059/060-079/080-100
       01 STAT-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 EXAM-STAT-TABLE.
         05 EXAM-STAT-ENTRY OCCURS 10 TIMES
                            INDEXED BY STAT-IDX.
           10 ST-EXAM-TYPE      PIC X(2).
           10 ST-RESULT-COUNT   PIC 9(7).
           10 ST-PASS-COUNT     PIC 9(7).
           10 ST-FAIL-COUNT     PIC 9(7).
           10 ST-FLOOR-FAIL-COUNT  PIC 9(7).
           10 ST-CUTOFF-FAIL-COUNT PIC 9(7).
           10 ST-SECTION-FLOOR-FAILS OCCURS 4 TIMES PIC 9(7).
           10 ST-MEASURE OCCURS 5 TIMES.
             15 ST-SUM          PIC 9(9).
             15 ST-SUM-SQUARES  PIC 9(13).
             15 ST-LOW          PIC 9(3).
             15 ST-HIGH         PIC 9(3).
             15 ST-BAND-COUNT OCCURS 5 TIMES PIC 9(7).
           10 ST-CANDIDATE-COUNT      PIC 9(7).
           10 ST-FIRST-ATTEMPT-PASSES PIC 9(7).
           10 ST-REPEAT-CANDIDATES    PIC 9(7).
           10 ST-REPEAT-PASSES        PIC 9(7).
           10 ST-WHATIF-PASSES        PIC 9(7).
           10 ST-FLIP-TO-FAIL         PIC 9(7).
           10 ST-FLIP-TO-PASS         PIC 9(7).
       01 STAT-FOUND-SW PIC X VALUE 'N'.
         88 STAT-FOUND VALUE 'Y'.
       01 STAT-LOOKUP-TYPE PIC X(2).
       01 STAT-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

       *> accumulation and report work fields
       01 MEASURE-SUB PIC 9(1).
       01 BAND-SUB PIC 9(1).
       01 SECTION-SUB PIC 9(1).
       01 MEASURE-VALUE PIC 9(3).
       01 STAT-MEAN PIC 9(3)V99.
       01 STAT-VARIANCE PIC S9(7)V9(4).
       01 STAT-STDDEV PIC 9(3)V99.
       01 RATE-WORK PIC 9(3)V9.
       01 WHATIF-COMPOSITE PIC 9(3).
       01 WHATIF-COMPOSITE-WORK PIC 9(7)V99.
       01 WHATIF-FLOOR-BROKEN-SW PIC X.
         88 WHATIF-FLOOR-BROKEN VALUE 'Y'.
       01 WHATIF-RESULT-SW PIC X.

       *> run tallies
       01 STATS-TALLIES.
         05 PASS-RECORDS-READ     PIC 9(7) VALUE ZERO.
         05 FAIL-RECORDS-READ     PIC 9(7) VALUE ZERO.
         05 UNREADABLE-COUNT      PIC 9(7) VALUE ZERO.
         05 CANDIDATES-READ       PIC 9(7) VALUE ZERO.

       *> printed heading, detail and summary line layouts
       01 EXAM-HEAD-LINE.
         05 FILLER                PIC X(10) VALUE 'EXAM TYPE '.
         05 EH-EXAM-TYPE          PIC X(2).
         05 FILLER                PIC X(11) VALUE '   RESULTS '.
         05 EH-RESULTS            PIC ZZZ,ZZ9.
         05 FILLER                PIC X(10) VALUE '   PASSED '.
         05 EH-PASSED             PIC ZZZ,ZZ9.
         05 FILLER                PIC X(10) VALUE '   FAILED '.
         05 EH-FAILED             PIC ZZZ,ZZ9.
         05 FILLER                PIC X(13) VALUE '   PASS RATE '.
         05 EH-PASS-RATE          PIC ZZ9.9.
         05 FILLER                PIC X(1) VALUE '%'.
       01 MEASURE-DETAIL-LINE.
         05 MD-MEASURE            PIC X(10).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 MD-COUNT              PIC ZZZ,ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 MD-MEAN               PIC ZZ9.99.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 MD-STDDEV             PIC ZZ9.99.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 MD-LOW                PIC ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 MD-HIGH               PIC ZZ9.
         05 MD-BAND OCCURS 5 TIMES.
           10 FILLER              PIC X(1) VALUE SPACE.
           10 MD-BAND-COUNT       PIC ZZZ,ZZ9.
       01 FAIL-SPLIT-LINE.
         05 FILLER                PIC X(23)
                                  VALUE 'FAILS ON SECTION FLOOR '.
         05 FS-FLOOR-FAILS        PIC ZZZ,ZZ9.
         05 FILLER                PIC X(24)
                                  VALUE '   ON COMPOSITE CUTOFF '.
         05 FS-CUTOFF-FAILS       PIC ZZZ,ZZ9.
       01 FLOOR-SECTION-LINE.
         05 FILLER                PIC X(22)
                                  VALUE 'FLOOR FAILS BY SECTION'.
         05 FF-SECTION OCCURS 4 TIMES.
           10 FILLER              PIC X(2) VALUE SPACES.
           10 FF-SECTION-NO       PIC 9(1).
           10 FILLER              PIC X(1) VALUE ':'.
           10 FF-SECTION-FAILS    PIC ZZZ,ZZ9.
       01 ATTEMPT-RATE-LINE.
         05 FILLER                PIC X(24)
                                  VALUE 'FIRST-ATTEMPT PASS RATE '.
         05 AR-FIRST-RATE         PIC ZZ9.9.
         05 FILLER                PIC X(5) VALUE '% OF '.
         05 AR-CANDIDATES         PIC ZZZ,ZZ9.
         05 FILLER                PIC X(20)
                                  VALUE '   REPEAT PASS RATE '.
         05 AR-REPEAT-RATE        PIC ZZ9.9.
         05 FILLER                PIC X(5) VALUE '% OF '.
         05 AR-REPEATERS          PIC ZZZ,ZZ9.
       01 WHATIF-RULE-LINE.
         05 FILLER                PIC X(16)
                                  VALUE 'WHAT-IF WEIGHTS '.
         05 WR-WEIGHT OCCURS 4 TIMES.
           10 WR-WEIGHT-PCT       PIC ZZ9.
           10 FILLER              PIC X(1) VALUE SPACE.
         05 FILLER                PIC X(10) VALUE '  FLOORS  '.
         05 WR-FLOOR OCCURS 4 TIMES.
           10 WR-SECTION-FLOOR    PIC ZZ9.
           10 FILLER              PIC X(1) VALUE SPACE.
       01 WHATIF-FLIP-LINE.
         05 FILLER                PIC X(26)
                                  VALUE 'WHAT-IF FLIPS PASS TO FAIL'.
         05 WF-TO-FAIL            PIC ZZZ,ZZ9.
         05 FILLER                PIC X(16) VALUE '   FAIL TO PASS '.
         05 WF-TO-PASS            PIC ZZZ,ZZ9.
         05 FILLER                PIC X(17)
                                  VALUE '   NEW PASS RATE '.
         05 WF-PASS-RATE          PIC ZZ9.9.
         05 FILLER                PIC X(1) VALUE '%'.
       01 STATS-SUMMARY-LINE.
         05 XS-LABEL              PIC X(24).
         05 XS-VALUE              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              PERFORM LOAD-WHATIF-PROPOSALS.
              PERFORM GATHER-PASS-RESULTS.
              PERFORM GATHER-FAIL-RESULTS.
              PERFORM GATHER-CANDIDATE-ATTEMPTS.
              PERFORM PRINT-STATISTICS-REPORT.
              PERFORM SET-STATS-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Reads the proposed weight/floor records into the proposal
      * table. No file means no what-if regrade this run; a proposal
      * whose weights do not sum to one hundred, or with a floor
      * above one hundred, is announced and dropped.
      ******************************************************************
       LOAD-WHATIF-PROPOSALS.
              OPEN INPUT PROPOSAL-FILE

              IF PROPOSAL-FILE-NOT-FOUND THEN
                DISPLAY 'NO WHAT-IF PROPOSAL SUPPLIED, STATISTICS '
                        'ONLY'
              ELSE
                READ PROPOSAL-FILE
                  AT END SET PROPOSAL-FILE-EOF TO TRUE
                END-READ

                PERFORM UNTIL PROPOSAL-FILE-EOF
                       OR PROPOSAL-TABLE-COUNT = 10
                  MOVE ZERO TO PROPOSAL-WEIGHT-TOTAL
                  MOVE 'Y' TO PROPOSAL-FOUND-SW
                  PERFORM VARYING SECTION-SUB FROM 1 BY 1
                    UNTIL SECTION-SUB > 4
                    IF SW-WEIGHT-PCT (SECTION-SUB) IS NUMERIC
                       AND SW-SECTION-FLOOR (SECTION-SUB) IS NUMERIC
                       AND SW-SECTION-FLOOR (SECTION-SUB) <= 100 THEN
                      ADD SW-WEIGHT-PCT (SECTION-SUB)
                        TO PROPOSAL-WEIGHT-TOTAL
                    ELSE
                      MOVE 'N' TO PROPOSAL-FOUND-SW
                    END-IF
                  END-PERFORM

                  IF PROPOSAL-FOUND AND PROPOSAL-WEIGHT-TOTAL = 100
                     AND SW-EXAM-TYPE NOT = SPACES THEN
                    ADD 1 TO PROPOSAL-TABLE-COUNT
                    MOVE SW-EXAM-TYPE
                      TO PR-EXAM-TYPE (PROPOSAL-TABLE-COUNT)
                    PERFORM VARYING SECTION-SUB FROM 1 BY 1
                      UNTIL SECTION-SUB > 4
                      MOVE SW-WEIGHT-PCT (SECTION-SUB)
                        TO PR-WEIGHT-PCT (PROPOSAL-TABLE-COUNT
                                          SECTION-SUB)
                      MOVE SW-SECTION-FLOOR (SECTION-SUB)
                        TO PR-SECTION-FLOOR (PROPOSAL-TABLE-COUNT
                                             SECTION-SUB)
                    END-PERFORM
                  ELSE
                    DISPLAY 'WHAT-IF PROPOSAL FOR EXAM TYPE '
                            SW-EXAM-TYPE ' DROPPED, WEIGHTS MUST '
                            'SUM TO 100 WITH FLOORS NO HIGHER'
                    ADD 1 TO PROPOSAL-REJECT-COUNT
                  END-IF

                  READ PROPOSAL-FILE
                    AT END SET PROPOSAL-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE PROPOSAL-FILE
              END-IF.

      ******************************************************************
      * Accumulates every record on the period's pass file.
      ******************************************************************
       GATHER-PASS-RESULTS.
              OPEN INPUT PASS-FILE
              IF PASS-FILE-NOT-FOUND THEN
                DISPLAY 'PASS FILE NOT FOUND, NO PASSES IN PERIOD'
              ELSE
                READ PASS-FILE
                  AT END SET PASS-FILE-EOF TO TRUE
                END-READ

                PERFORM UNTIL PASS-FILE-EOF
                  ADD 1 TO PASS-RECORDS-READ
                  IF PS-EXAM-SCORE IS NUMERIC
                     AND PS-SECTION-SCORES IS NUMERIC THEN
                    MOVE PS-EXAM-TYPE TO RW-EXAM-TYPE
                    MOVE 'P' TO RW-RESULT
                    MOVE PS-EXAM-SCORE TO RW-COMPOSITE
                    PERFORM VARYING SECTION-SUB FROM 1 BY 1
                      UNTIL SECTION-SUB > 4
                      MOVE PS-SECTION-SCORE (SECTION-SUB)
                        TO RW-SECTION-SCORE (SECTION-SUB)
                    END-PERFORM
                    MOVE ZERO TO RW-FLOOR-SECTION
                    PERFORM ACCUMULATE-RESULT
                  ELSE
                    ADD 1 TO UNREADABLE-COUNT
                  END-IF

                  READ PASS-FILE
                    AT END SET PASS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE PASS-FILE
              END-IF.

      ******************************************************************
      * Accumulates every record on the period's fail file, carrying
      * the floor section that sank the exam (zero when the
      * composite alone failed it).
      ******************************************************************
       GATHER-FAIL-RESULTS.
              OPEN INPUT FAIL-FILE
              IF FAIL-FILE-NOT-FOUND THEN
                DISPLAY 'FAIL FILE NOT FOUND, NO FAILS IN PERIOD'
              ELSE
                READ FAIL-FILE
                  AT END SET FAIL-FILE-EOF TO TRUE
                END-READ

                PERFORM UNTIL FAIL-FILE-EOF
                  ADD 1 TO FAIL-RECORDS-READ
                  IF FL-EXAM-SCORE IS NUMERIC
                     AND FL-SECTION-SCORES IS NUMERIC
                     AND FL-FLOOR-SECTION IS NUMERIC
                     AND FL-FLOOR-SECTION <= 4 THEN
                    MOVE FL-EXAM-TYPE TO RW-EXAM-TYPE
                    MOVE 'F' TO RW-RESULT
                    MOVE FL-EXAM-SCORE TO RW-COMPOSITE
                    PERFORM VARYING SECTION-SUB FROM 1 BY 1
                      UNTIL SECTION-SUB > 4
                      MOVE FL-SECTION-SCORE (SECTION-SUB)
                        TO RW-SECTION-SCORE (SECTION-SUB)
                    END-PERFORM
                    MOVE FL-FLOOR-SECTION TO RW-FLOOR-SECTION
                    PERFORM ACCUMULATE-RESULT
                  ELSE
                    ADD 1 TO UNREADABLE-COUNT
                  END-IF

                  READ FAIL-FILE
                    AT END SET FAIL-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE FAIL-FILE
              END-IF.

      ******************************************************************
      * Locates the exam type's statistics entry, adding it on first
      * sight with every low set high so the first score sets it; a
      * full table counts the overflow instead.
      ******************************************************************
       FIND-EXAM-STATS.
              MOVE 'N' TO STAT-FOUND-SW
              IF STAT-TABLE-COUNT > ZERO THEN
                SET STAT-IDX TO 1
                SEARCH EXAM-STAT-ENTRY
                  AT END CONTINUE
                  WHEN ST-EXAM-TYPE (STAT-IDX) = STAT-LOOKUP-TYPE
                    SET STAT-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF NOT STAT-FOUND THEN
                IF STAT-TABLE-COUNT < 10 THEN
                  ADD 1 TO STAT-TABLE-COUNT
                  SET STAT-IDX TO STAT-TABLE-COUNT
                  MOVE ZEROS TO EXAM-STAT-ENTRY (STAT-IDX)
                  MOVE STAT-LOOKUP-TYPE TO ST-EXAM-TYPE (STAT-IDX)
                  PERFORM VARYING MEASURE-SUB FROM 1 BY 1
                    UNTIL MEASURE-SUB > 5
                    MOVE 999 TO ST-LOW (STAT-IDX MEASURE-SUB)
                  END-PERFORM
                  SET STAT-FOUND TO TRUE
                ELSE
                  ADD 1 TO STAT-OVERFLOW-COUNT
                END-IF
              END-IF.

      ******************************************************************
      * Adds the result in hand to its exam type's statistics: the
      * pass/fail counts, the floor-against-cutoff split of the
      * fails, every section and the composite into their measures,
      * and the what-if regrade when a proposal is on file for the
      * type.
      ******************************************************************
       ACCUMULATE-RESULT.
              MOVE RW-EXAM-TYPE TO STAT-LOOKUP-TYPE
              PERFORM FIND-EXAM-STATS

              IF STAT-FOUND THEN
                ADD 1 TO ST-RESULT-COUNT (STAT-IDX)
                IF RW-PASSED THEN
                  ADD 1 TO ST-PASS-COUNT (STAT-IDX)
                ELSE
                  ADD 1 TO ST-FAIL-COUNT (STAT-IDX)
                  IF RW-FLOOR-SECTION > ZERO THEN
                    ADD 1 TO ST-FLOOR-FAIL-COUNT (STAT-IDX)
                    ADD 1 TO ST-SECTION-FLOOR-FAILS
                               (STAT-IDX RW-FLOOR-SECTION)
                  ELSE
                    ADD 1 TO ST-CUTOFF-FAIL-COUNT (STAT-IDX)
                  END-IF
                END-IF

                PERFORM VARYING MEASURE-SUB FROM 1 BY 1
                  UNTIL MEASURE-SUB > 5
                  IF MEASURE-SUB = 5 THEN
                    MOVE RW-COMPOSITE TO MEASURE-VALUE
                  ELSE
                    MOVE RW-SECTION-SCORE (MEASURE-SUB)
                      TO MEASURE-VALUE
                  END-IF
                  PERFORM ACCUMULATE-MEASURE
                END-PERFORM

                PERFORM REGRADE-AGAINST-PROPOSAL
              END-IF.

      ******************************************************************
      * Adds one score to a measure: running sum and sum of squares
      * for the mean and spread, low and high, and its score band.
      ******************************************************************
       ACCUMULATE-MEASURE.
              ADD MEASURE-VALUE TO ST-SUM (STAT-IDX MEASURE-SUB)
              COMPUTE ST-SUM-SQUARES (STAT-IDX MEASURE-SUB)
                = ST-SUM-SQUARES (STAT-IDX MEASURE-SUB)
                + MEASURE-VALUE * MEASURE-VALUE
              IF MEASURE-VALUE < ST-LOW (STAT-IDX MEASURE-SUB) THEN
                MOVE MEASURE-VALUE TO ST-LOW (STAT-IDX MEASURE-SUB)
              END-IF
              IF MEASURE-VALUE > ST-HIGH (STAT-IDX MEASURE-SUB) THEN
                MOVE MEASURE-VALUE TO ST-HIGH (STAT-IDX MEASURE-SUB)
              END-IF

              COMPUTE BAND-SUB = MEASURE-VALUE / 20 + 1
              IF BAND-SUB > 5 THEN
                MOVE 5 TO BAND-SUB
              END-IF
              ADD 1 TO ST-BAND-COUNT (STAT-IDX MEASURE-SUB BAND-SUB).

      ******************************************************************
      * Regrades the result in hand against the proposed weights and
      * floors for its exam type, the way the grading run grades
      * (pass on a composite of 041-100 with no section under its
      * floor), and counts the results that would flip.
      ******************************************************************
       REGRADE-AGAINST-PROPOSAL.
              MOVE 'N' TO PROPOSAL-FOUND-SW
              IF PROPOSAL-TABLE-COUNT > ZERO THEN
                SET PROPOSAL-IDX TO 1
                SEARCH PROPOSAL-ENTRY
                  AT END CONTINUE
                  WHEN PR-EXAM-TYPE (PROPOSAL-IDX) = RW-EXAM-TYPE
                    SET PROPOSAL-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF PROPOSAL-FOUND THEN
                MOVE ZERO TO WHATIF-COMPOSITE-WORK
                MOVE 'N' TO WHATIF-FLOOR-BROKEN-SW
                PERFORM VARYING SECTION-SUB FROM 1 BY 1
                  UNTIL SECTION-SUB > 4
                  COMPUTE WHATIF-COMPOSITE-WORK
                    = WHATIF-COMPOSITE-WORK
                    + RW-SECTION-SCORE (SECTION-SUB)
                    * PR-WEIGHT-PCT (PROPOSAL-IDX SECTION-SUB)
                  IF RW-SECTION-SCORE (SECTION-SUB)
                     < PR-SECTION-FLOOR (PROPOSAL-IDX SECTION-SUB)
                     THEN
                    SET WHATIF-FLOOR-BROKEN TO TRUE
                  END-IF
                END-PERFORM
                COMPUTE WHATIF-COMPOSITE ROUNDED
                  = WHATIF-COMPOSITE-WORK / 100
                MOVE WHATIF-COMPOSITE TO CHECK-VAL

                IF PASS AND NOT WHATIF-FLOOR-BROKEN THEN
                  MOVE 'P' TO WHATIF-RESULT-SW
                  ADD 1 TO ST-WHATIF-PASSES (STAT-IDX)
                ELSE
                  MOVE 'F' TO WHATIF-RESULT-SW
                END-IF

                EVALUATE TRUE
                  WHEN RW-PASSED AND WHATIF-RESULT-SW = 'F'
                    ADD 1 TO ST-FLIP-TO-FAIL (STAT-IDX)
                  WHEN NOT RW-PASSED AND WHATIF-RESULT-SW = 'P'
                    ADD 1 TO ST-FLIP-TO-PASS (STAT-IDX)
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
              END-IF.

      ******************************************************************
      * Reads the candidate history master front to back for the
      * first-attempt and repeat pass rates by exam type: a passed
      * candidate with one attempt passed first time, and a
      * candidate with more than one attempt is a repeater whether
      * or not they have passed yet.
      ******************************************************************
       GATHER-CANDIDATE-ATTEMPTS.
              OPEN INPUT CANDIDATE-HISTORY-FILE
              IF CANDIDATE-HISTORY-NOT-FOUND THEN
                DISPLAY 'CANDIDATE HISTORY NOT FOUND, NO ATTEMPT '
                        'PASS RATES'
              ELSE
                READ CANDIDATE-HISTORY-FILE
                  AT END SET CANDIDATE-HISTORY-EOF TO TRUE
                END-READ

                PERFORM UNTIL CANDIDATE-HISTORY-EOF
                  ADD 1 TO CANDIDATES-READ
                  MOVE CH-EXAM-TYPE TO STAT-LOOKUP-TYPE
                  PERFORM FIND-EXAM-STATS

                  IF STAT-FOUND THEN
                    ADD 1 TO ST-CANDIDATE-COUNT (STAT-IDX)
                    IF CH-ATTEMPT-COUNT > 1 THEN
                      ADD 1 TO ST-REPEAT-CANDIDATES (STAT-IDX)
                      IF CH-PASSED THEN
                        ADD 1 TO ST-REPEAT-PASSES (STAT-IDX)
                      END-IF
                    ELSE
                      IF CH-PASSED THEN
                        ADD 1 TO ST-FIRST-ATTEMPT-PASSES (STAT-IDX)
                      END-IF
                    END-IF
                  END-IF

                  READ CANDIDATE-HISTORY-FILE
                    AT END SET CANDIDATE-HISTORY-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE CANDIDATE-HISTORY-FILE
              END-IF.

      ******************************************************************
      * Prints the statistics report: one block per exam type with
      * the pass rate, the section and composite measures, the fail
      * split, the attempt pass rates and, when a proposal was
      * supplied for the type, the what-if rule and flips; then the
      * run summary.
      ******************************************************************
       PRINT-STATISTICS-REPORT.
              OPEN OUTPUT STATS-REPORT-FILE

              MOVE SPACES TO STATS-REPORT-LINE
              STRING 'EXAM AND SECTION PERFORMANCE STATISTICS'
                     '   RUN DATE ' WS-RUN-CCYYMMDD
                DELIMITED BY SIZE INTO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              PERFORM VARYING STAT-IDX FROM 1 BY 1
                UNTIL STAT-IDX > STAT-TABLE-COUNT
                PERFORM PRINT-EXAM-STATISTICS
              END-PERFORM

              MOVE SPACES TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'PASS RECORDS READ' TO XS-LABEL
              MOVE PASS-RECORDS-READ TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'FAIL RECORDS READ' TO XS-LABEL
              MOVE FAIL-RECORDS-READ TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'UNREADABLE RECORDS' TO XS-LABEL
              MOVE UNREADABLE-COUNT TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'CANDIDATES ON HISTORY' TO XS-LABEL
              MOVE CANDIDATES-READ TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'EXAM TYPES OVER TABLE' TO XS-LABEL
              MOVE STAT-OVERFLOW-COUNT TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'WHAT-IF PROPOSALS USED' TO XS-LABEL
              MOVE PROPOSAL-TABLE-COUNT TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE
              MOVE 'WHAT-IF PROPOSALS DROPPED' TO XS-LABEL
              MOVE PROPOSAL-REJECT-COUNT TO XS-VALUE
              MOVE STATS-SUMMARY-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              CLOSE STATS-REPORT-FILE

              DISPLAY 'SCORE STATISTICS SUMMARY'
              DISPLAY 'PASS RECORDS  : ' PASS-RECORDS-READ
              DISPLAY 'FAIL RECORDS  : ' FAIL-RECORDS-READ
              DISPLAY 'UNREADABLE    : ' UNREADABLE-COUNT
              DISPLAY 'CANDIDATES    : ' CANDIDATES-READ
              DISPLAY 'EXAM TYPES    : ' STAT-TABLE-COUNT.

      ******************************************************************
      * Prints one exam type's block of the statistics report.
      ******************************************************************
       PRINT-EXAM-STATISTICS.
              MOVE SPACES TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              MOVE ST-EXAM-TYPE (STAT-IDX) TO EH-EXAM-TYPE
              MOVE ST-RESULT-COUNT (STAT-IDX) TO EH-RESULTS
              MOVE ST-PASS-COUNT (STAT-IDX) TO EH-PASSED
              MOVE ST-FAIL-COUNT (STAT-IDX) TO EH-FAILED
              MOVE ZERO TO RATE-WORK
              IF ST-RESULT-COUNT (STAT-IDX) > ZERO THEN
                COMPUTE RATE-WORK ROUNDED
                  = ST-PASS-COUNT (STAT-IDX) * 100
                  / ST-RESULT-COUNT (STAT-IDX)
              END-IF
              MOVE RATE-WORK TO EH-PASS-RATE
              MOVE EXAM-HEAD-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              MOVE SPACES TO STATS-REPORT-LINE
              STRING 'MEASURE   ' ' ' '  COUNT' '  ' '  MEAN'
                     '  ' 'STDDEV' '  ' ' LO' '  ' ' HI'
                     ' 000-019 020-039 040-059 060-079 080-100'
                DELIMITED BY SIZE INTO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              PERFORM VARYING MEASURE-SUB FROM 1 BY 1
                UNTIL MEASURE-SUB > 5
                PERFORM PRINT-MEASURE-LINE
              END-PERFORM

              MOVE ST-FLOOR-FAIL-COUNT (STAT-IDX) TO FS-FLOOR-FAILS
              MOVE ST-CUTOFF-FAIL-COUNT (STAT-IDX) TO FS-CUTOFF-FAILS
              MOVE FAIL-SPLIT-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              PERFORM VARYING SECTION-SUB FROM 1 BY 1
                UNTIL SECTION-SUB > 4
                MOVE SECTION-SUB TO FF-SECTION-NO (SECTION-SUB)
                MOVE ST-SECTION-FLOOR-FAILS (STAT-IDX SECTION-SUB)
                  TO FF-SECTION-FAILS (SECTION-SUB)
              END-PERFORM
              MOVE FLOOR-SECTION-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              MOVE ZERO TO RATE-WORK
              IF ST-CANDIDATE-COUNT (STAT-IDX) > ZERO THEN
                COMPUTE RATE-WORK ROUNDED
                  = ST-FIRST-ATTEMPT-PASSES (STAT-IDX) * 100
                  / ST-CANDIDATE-COUNT (STAT-IDX)
              END-IF
              MOVE RATE-WORK TO AR-FIRST-RATE
              MOVE ST-CANDIDATE-COUNT (STAT-IDX) TO AR-CANDIDATES
              MOVE ZERO TO RATE-WORK
              IF ST-REPEAT-CANDIDATES (STAT-IDX) > ZERO THEN
                COMPUTE RATE-WORK ROUNDED
                  = ST-REPEAT-PASSES (STAT-IDX) * 100
                  / ST-REPEAT-CANDIDATES (STAT-IDX)
              END-IF
              MOVE RATE-WORK TO AR-REPEAT-RATE
              MOVE ST-REPEAT-CANDIDATES (STAT-IDX) TO AR-REPEATERS
              MOVE ATTEMPT-RATE-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE

              MOVE 'N' TO PROPOSAL-FOUND-SW
              IF PROPOSAL-TABLE-COUNT > ZERO THEN
                SET PROPOSAL-IDX TO 1
                SEARCH PROPOSAL-ENTRY
                  AT END CONTINUE
                  WHEN PR-EXAM-TYPE (PROPOSAL-IDX)
                       = ST-EXAM-TYPE (STAT-IDX)
                    SET PROPOSAL-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF PROPOSAL-FOUND THEN
                PERFORM VARYING SECTION-SUB FROM 1 BY 1
                  UNTIL SECTION-SUB > 4
                  MOVE PR-WEIGHT-PCT (PROPOSAL-IDX SECTION-SUB)
                    TO WR-WEIGHT-PCT (SECTION-SUB)
                  MOVE PR-SECTION-FLOOR (PROPOSAL-IDX SECTION-SUB)
                    TO WR-SECTION-FLOOR (SECTION-SUB)
                END-PERFORM
                MOVE WHATIF-RULE-LINE TO STATS-REPORT-LINE
                WRITE STATS-REPORT-LINE

                MOVE ST-FLIP-TO-FAIL (STAT-IDX) TO WF-TO-FAIL
                MOVE ST-FLIP-TO-PASS (STAT-IDX) TO WF-TO-PASS
                MOVE ZERO TO RATE-WORK
                IF ST-RESULT-COUNT (STAT-IDX) > ZERO THEN
                  COMPUTE RATE-WORK ROUNDED
                    = ST-WHATIF-PASSES (STAT-IDX) * 100
                    / ST-RESULT-COUNT (STAT-IDX)
                END-IF
                MOVE RATE-WORK TO WF-PASS-RATE
                MOVE WHATIF-FLIP-LINE TO STATS-REPORT-LINE
                WRITE STATS-REPORT-LINE
              END-IF.

      ******************************************************************
      * Prints one measure line: the mean and standard deviation off
      * the running sums, low and high, and the band counts.
      ******************************************************************
       PRINT-MEASURE-LINE.
              IF MEASURE-SUB = 5 THEN
                MOVE 'COMPOSITE' TO MD-MEASURE
              ELSE
                MOVE SPACES TO MD-MEASURE
                STRING 'SECTION ' MEASURE-SUB
                  DELIMITED BY SIZE INTO MD-MEASURE
              END-IF
              MOVE ST-RESULT-COUNT (STAT-IDX) TO MD-COUNT

              MOVE ZERO TO STAT-MEAN
              MOVE ZERO TO STAT-STDDEV
              IF ST-RESULT-COUNT (STAT-IDX) > ZERO THEN
                COMPUTE STAT-MEAN ROUNDED
                  = ST-SUM (STAT-IDX MEASURE-SUB)
                  / ST-RESULT-COUNT (STAT-IDX)
                COMPUTE STAT-VARIANCE ROUNDED
                  = ST-SUM-SQUARES (STAT-IDX MEASURE-SUB)
                  / ST-RESULT-COUNT (STAT-IDX)
                  - (ST-SUM (STAT-IDX MEASURE-SUB)
                     / ST-RESULT-COUNT (STAT-IDX)) ** 2
                IF STAT-VARIANCE > ZERO THEN
                  COMPUTE STAT-STDDEV ROUNDED = STAT-VARIANCE ** 0.5
                END-IF
                MOVE ST-LOW (STAT-IDX MEASURE-SUB) TO MD-LOW
              ELSE
                MOVE ZERO TO MD-LOW
              END-IF
              MOVE STAT-MEAN TO MD-MEAN
              MOVE STAT-STDDEV TO MD-STDDEV
              MOVE ST-HIGH (STAT-IDX MEASURE-SUB) TO MD-HIGH

              PERFORM VARYING BAND-SUB FROM 1 BY 1
                UNTIL BAND-SUB > 5
                MOVE ST-BAND-COUNT (STAT-IDX MEASURE-SUB BAND-SUB)
                  TO MD-BAND-COUNT (BAND-SUB)
              END-PERFORM
              MOVE MEASURE-DETAIL-LINE TO STATS-REPORT-LINE
              WRITE STATS-REPORT-LINE.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: warning when a proposal
      * was dropped, records were unreadable, or exam types would
      * not fit the table, so the board knows the figures are short.
      ******************************************************************
       SET-STATS-RETURN-CODE.
              IF PROPOSAL-REJECT-COUNT = ZERO
                 AND UNREADABLE-COUNT = ZERO
                 AND STAT-OVERFLOW-COUNT = ZERO THEN
                MOVE 0 TO RETURN-CODE
              ELSE
                MOVE 4 TO RETURN-CODE
              END-IF.

       END PROGRAM SCRSTAT.
