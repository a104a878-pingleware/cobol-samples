      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Volume-anomaly check over the run-statistics file
      *          the stream's validation, issue, notification,
      *          journal, aging and repair runs append to - for each
      *          stage and program that ran on the business date,
      *          compares the day's records read, exception rate and
      *          elapsed time against the rolling average of the
      *          recent business days on file for the same stage and
      *          program, and warns (RC 4) or fails the step (RC 8)
      *          when any of them is outside the configured
      *          percentage band, so a short or doubled upstream
      *          extract is stopped before anything is posted even
      *          when its own trailer agrees with it. Nothing on file
      *          for the business date fails the step too (RC 8),
      *          since a check with nothing to check has not passed.
      *          The business date (by default the latest on file,
      *          for the stage when one is given), the number of
      *          days averaged, the two bands and an optional stage
      *          are taken from the step PARM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> run-statistics file, one record per program (per
              *> stage for CONDITIONALS) per run
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

              *> printed volume check report
              SELECT CHECK-REPORT-FILE ASSIGN TO STATRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CHECK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the volume check
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-EOF VALUE '10'.
         88 RUN-STAT-NOT-FOUND VALUE '35'.
       01 CHECK-REPORT-STATUS PIC XX.

       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 FILLER              PIC X(13).

       *> check settings taken from the step PARM: DATE=ccyymmdd
       *> (default the latest business date on the run-statistics
       *> file, for the stage when one is given - never the clock
       *> date, which is the next day by the time the night's
       *> stream finishes), DAYS=nn business days averaged
       *> (default 10, at most 30), WARN=nnn and FAIL=nnn percent
       *> bands (default 25 and 50), and STAGE= to check one stage
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 6 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-PARM-ERROR-SW PIC X VALUE 'N'.
         88 WS-PARM-ERROR VALUE 'Y'.
       01 WS-DATE-ENTRY PIC X(8).
       01 WS-NUMBER-NAME PIC X(4).
       01 WS-NUMBER-ENTRY PIC X(3).
       01 WS-NUMBER-LEN PIC 9(1).
       01 WS-NUMBER-SUB PIC 9(1).
       01 WS-NUMBER-NUM-X PIC X(3).
       01 WS-NUMBER-NUM REDEFINES WS-NUMBER-NUM-X PIC 9(3).
       01 CHECK-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 DATE-KEYED-SW PIC X VALUE 'N'.
         88 DATE-KEYED VALUE 'Y'.
       01 CHECK-STAGE PIC X(8) VALUE SPACES.
       01 AVERAGE-DAYS PIC 9(3) VALUE 10.
       01 WARN-BAND-PCT PIC 9(3) VALUE 25.
       01 FAIL-BAND-PCT PIC 9(3) VALUE 50.

       *> fewer prior days than this on file for a stage and
       *> program and there is no average worth comparing with
       01 MINIMUM-HISTORY-DAYS PIC 9(2) VALUE 3.

       *> floors under each average before a deviation is worked
       *> out, so a quiet stage that reads four records instead of
       *> two, a clean stage that takes its first reject, or a job
       *> that takes twenty seconds instead of ten does not trip
       *> the band on noise
       01 VOLUME-FLOOR PIC 9(9)V99 VALUE 10.
       01 RATE-FLOOR PIC 9(9)V99 VALUE 2.
       01 ELAPSED-FLOOR PIC 9(9)V99 VALUE 300.

       *> per stage and program: the business date's own figures
       *> (the last record on file for it wins, so a rerun counts
       *> once) and the most recent prior days' figures, up to the
       *> number of days averaged, the oldest replaced as newer
       *> days are found
       01 STAT-KEY-LIMIT PIC 9(3) VALUE 60.
       01 STAT-KEY-COUNT PIC 9(3) VALUE ZERO.
       01 STAT-KEY-TABLE.
         05 STAT-KEY-ENTRY OCCURS 60 TIMES
                           INDEXED BY KEY-IDX.
           10 SK-STAGE          PIC X(8).
           10 SK-PROGRAM        PIC X(12).
           10 SK-TODAY-SW       PIC X(1).
             88 SK-TODAY-FOUND  VALUE 'Y'.
           10 SK-TODAY-READ     PIC 9(9).
           10 SK-TODAY-EXCEPTED PIC 9(9).
           10 SK-TODAY-ELAPSED  PIC 9(7).
           10 SK-TODAY-RC       PIC 9(3).
           10 SK-HISTORY-COUNT  PIC 9(2).
           10 SK-HISTORY OCCURS 30 TIMES
                         INDEXED BY HIST-IDX.
             15 SH-DATE         PIC 9(8).
             15 SH-READ         PIC 9(9).
             15 SH-EXCEPTED     PIC 9(9).
             15 SH-ELAPSED      PIC 9(7).
       01 KEY-FOUND-SW PIC X VALUE 'N'.
         88 KEY-FOUND VALUE 'Y'.
       01 HISTORY-FOUND-SW PIC X VALUE 'N'.
         88 HISTORY-FOUND VALUE 'Y'.
       01 OLDEST-SUB PIC 9(2).
       01 HISTORY-SUB PIC 9(2).

       *> elapsed-time work fields for the record in hand
       01 RECORD-ELAPSED PIC 9(7).
       01 ELAPSED-WORK PIC S9(9).
       01 TIME-WORK PIC 9(6).
       01 TIME-WORK-PARTS REDEFINES TIME-WORK.
         05 TIME-WORK-HH PIC 9(2).
         05 TIME-WORK-MM PIC 9(2).
         05 TIME-WORK-SS PIC 9(2).
       01 START-SECONDS PIC 9(5).
       01 END-SECONDS PIC 9(5).

       *> comparison work fields for the stage and program in hand
       01 SUM-READ PIC 9(11).
       01 SUM-EXCEPTED PIC 9(11).
       01 SUM-ELAPSED PIC 9(9).
       01 METRIC-TODAY PIC 9(9)V99.
       01 METRIC-AVERAGE PIC 9(9)V99.
       01 METRIC-BASE PIC 9(9)V99.
       01 METRIC-DEVIATION PIC S9(7)V9.
       01 METRIC-ABS-DEVIATION PIC 9(7)V9.
       01 METRIC-NAME PIC X(10).
       01 METRIC-STATUS PIC X(11).
       01 KEY-STATUS PIC X(11).

       *> run tallies
       01 CHECK-TALLIES.
         05 STAT-RECORDS-READ     PIC 9(7) VALUE ZERO.
         05 STAT-RECORDS-SKIPPED  PIC 9(7) VALUE ZERO.
         05 STAT-KEY-OVERFLOW     PIC 9(7) VALUE ZERO.
         05 KEYS-CHECKED          PIC 9(5) VALUE ZERO.
         05 KEYS-NO-BASELINE      PIC 9(5) VALUE ZERO.
         05 KEYS-NOT-RUN          PIC 9(5) VALUE ZERO.
         05 KEYS-WARNED           PIC 9(5) VALUE ZERO.
         05 KEYS-FAILED           PIC 9(5) VALUE ZERO.

       *> printed heading, detail and summary line layouts
       01 CHECK-KEY-LINE.
         05 CK-STAGE              PIC X(8).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 CK-PROGRAM            PIC X(12).
         05 FILLER                PIC X(10) VALUE ' BASELINE '.
         05 CK-DAYS               PIC Z9.
         05 FILLER                PIC X(10) VALUE ' DAYS  RC '.
         05 CK-RC                 PIC ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CK-STATUS             PIC X(11).
       01 CHECK-METRIC-LINE.
         05 FILLER                PIC X(4) VALUE SPACES.
         05 CM-METRIC             PIC X(10).
         05 CM-TODAY              PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CM-AVERAGE            PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CM-DEVIATION          PIC -------9.9.
         05 FILLER                PIC X(3) VALUE '%  '.
         05 CM-STATUS             PIC X(11).
       01 CHECK-SUMMARY-LINE.
         05 XS-LABEL              PIC X(24).
         05 XS-VALUE              PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              PERFORM PARSE-CHECK-PARM.
              IF NOT WS-PARM-ERROR THEN
                PERFORM GATHER-RUN-STATISTICS
                PERFORM PRINT-VOLUME-CHECK
              END-IF.
              PERFORM SET-CHECK-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM: DATE=ccyymmdd, DAYS=nn, WARN=nnn,
      * FAIL=nnn and STAGE=. No PARM checks the latest business date
      * on file against ten days at 25/50 percent. A PARM the check
      * cannot run on fails the step rather than letting the
      * posting through unchecked.
      ******************************************************************
       PARSE-CHECK-PARM.
              MOVE SPACES TO WS-PARM-TEXT
              IF PARM-LENGTH > ZERO THEN
                MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
              END-IF

              MOVE SPACES TO WS-PARM-TOKEN-TABLE
              UNSTRING WS-PARM-TEXT DELIMITED BY ','
                INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                     WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
                     WS-PARM-TOKEN (5) WS-PARM-TOKEN (6)
              END-UNSTRING

              PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 6
                EVALUATE TRUE
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DATE='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                      TO WS-DATE-ENTRY
                    IF WS-DATE-ENTRY IS NUMERIC THEN
                      MOVE WS-DATE-ENTRY TO CHECK-BUSINESS-DATE
                      SET DATE-KEYED TO TRUE
                    ELSE
                      DISPLAY 'DATE PARM NOT NUMERIC: ' WS-DATE-ENTRY
                      SET WS-PARM-ERROR TO TRUE
                    END-IF
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DAYS='
                    MOVE 'DAYS' TO WS-NUMBER-NAME
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:3)
                      TO WS-NUMBER-ENTRY
                    PERFORM CONVERT-NUMBER-ENTRY
                    MOVE WS-NUMBER-NUM TO AVERAGE-DAYS
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'WARN='
                    MOVE 'WARN' TO WS-NUMBER-NAME
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:3)
                      TO WS-NUMBER-ENTRY
                    PERFORM CONVERT-NUMBER-ENTRY
                    MOVE WS-NUMBER-NUM TO WARN-BAND-PCT
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'FAIL='
                    MOVE 'FAIL' TO WS-NUMBER-NAME
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:3)
                      TO WS-NUMBER-ENTRY
                    PERFORM CONVERT-NUMBER-ENTRY
                    MOVE WS-NUMBER-NUM TO FAIL-BAND-PCT
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:6) = 'STAGE='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (7:8)
                      TO CHECK-STAGE
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) = SPACES
                    CONTINUE
                  WHEN OTHER
                    DISPLAY 'UNRECOGNIZED PARM: '
                            WS-PARM-TOKEN (WS-PARM-SUB)
                    SET WS-PARM-ERROR TO TRUE
                END-EVALUATE
              END-PERFORM

              *> the business date is compared as a date, so an
              *> impossible keyed date fails here
              IF DATE-KEYED THEN
                IF CHECK-BUSINESS-DATE (5:2) < '01'
                   OR CHECK-BUSINESS-DATE (5:2) > '12'
                   OR CHECK-BUSINESS-DATE (7:2) < '01'
                   OR CHECK-BUSINESS-DATE (7:2) > '31' THEN
                  DISPLAY 'DATE PARM NOT A VALID DATE: '
                          CHECK-BUSINESS-DATE
                  SET WS-PARM-ERROR TO TRUE
                END-IF
              ELSE
                PERFORM FIND-LATEST-BUSINESS-DATE
              END-IF

              IF AVERAGE-DAYS < 1 OR AVERAGE-DAYS > 30 THEN
                DISPLAY 'DAYS PARM MUST BE 1 TO 30: ' AVERAGE-DAYS
                SET WS-PARM-ERROR TO TRUE
              END-IF

              IF WARN-BAND-PCT > FAIL-BAND-PCT THEN
                DISPLAY 'WARN BAND ' WARN-BAND-PCT
                        ' IS WIDER THAN FAIL BAND ' FAIL-BAND-PCT
                SET WS-PARM-ERROR TO TRUE
              END-IF

              DISPLAY 'VOLUME CHECK BUSINESS DATE: '
                      CHECK-BUSINESS-DATE
                      '  DAYS: ' AVERAGE-DAYS
                      '  WARN: ' WARN-BAND-PCT
                      '  FAIL: ' FAIL-BAND-PCT.

      ******************************************************************
      * With no DATE= keyed, reads the run-statistics file once for
      * the latest business date on it (of the stage asked for, when
      * one was) - the date the stream last wrote statistics for.
      * An empty or missing file leaves the date zero and nothing is
      * found to check.
      ******************************************************************
       FIND-LATEST-BUSINESS-DATE.
              OPEN INPUT RUN-STAT-FILE
              IF NOT RUN-STAT-NOT-FOUND THEN
                READ RUN-STAT-FILE
                  AT END SET RUN-STAT-EOF TO TRUE
                END-READ
                PERFORM UNTIL RUN-STAT-EOF
                  IF SS-BUSINESS-DATE IS NUMERIC
                     AND SS-BUSINESS-DATE > CHECK-BUSINESS-DATE
                     AND (CHECK-STAGE = SPACES
                          OR SS-STAGE = CHECK-STAGE) THEN
                    MOVE SS-BUSINESS-DATE TO CHECK-BUSINESS-DATE
                  END-IF
                  READ RUN-STAT-FILE
                    AT END SET RUN-STAT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-STAT-FILE
              END-IF.

      ******************************************************************
      * Right-justifies the keyed DAYS=, WARN= or FAIL= digits into a
      * zero-filled numeric field; anything but digits is an error.
      ******************************************************************
       CONVERT-NUMBER-ENTRY.
              MOVE ZERO TO WS-NUMBER-LEN
              PERFORM VARYING WS-NUMBER-SUB FROM 3 BY -1
                UNTIL WS-NUMBER-SUB < 1 OR WS-NUMBER-LEN > ZERO
                IF WS-NUMBER-ENTRY (WS-NUMBER-SUB:1) NOT = SPACE THEN
                  MOVE WS-NUMBER-SUB TO WS-NUMBER-LEN
                END-IF
              END-PERFORM

              MOVE ALL '0' TO WS-NUMBER-NUM-X
              IF WS-NUMBER-LEN = ZERO THEN
                DISPLAY WS-NUMBER-NAME ' PARM EMPTY'
                SET WS-PARM-ERROR TO TRUE
              ELSE
                COMPUTE WS-NUMBER-SUB = 4 - WS-NUMBER-LEN
                MOVE WS-NUMBER-ENTRY (1:WS-NUMBER-LEN)
                  TO WS-NUMBER-NUM-X (WS-NUMBER-SUB:WS-NUMBER-LEN)
                IF WS-NUMBER-NUM-X IS NOT NUMERIC THEN
                  DISPLAY WS-NUMBER-NAME ' PARM NOT NUMERIC: '
                          WS-NUMBER-ENTRY
                  MOVE ALL '0' TO WS-NUMBER-NUM-X
                  SET WS-PARM-ERROR TO TRUE
                END-IF
              END-IF.

      ******************************************************************
      * Reads the run-statistics file front to back, filing each
      * record on or before the business date (of the stage asked
      * for, when one was) under its stage and program: the business
      * date's own record as today's figures, earlier dates into the
      * rolling history.
      ******************************************************************
       GATHER-RUN-STATISTICS.
              OPEN INPUT RUN-STAT-FILE
              IF RUN-STAT-NOT-FOUND THEN
                DISPLAY 'RUNSTAT NOT FOUND, NOTHING TO CHECK'
              ELSE
                READ RUN-STAT-FILE
                  AT END SET RUN-STAT-EOF TO TRUE
                END-READ
                PERFORM UNTIL RUN-STAT-EOF
                  ADD 1 TO STAT-RECORDS-READ
                  EVALUATE TRUE
                    WHEN SS-BUSINESS-DATE IS NOT NUMERIC
                         OR SS-RECORDS-READ IS NOT NUMERIC
                         OR SS-RECORDS-EXCEPTED IS NOT NUMERIC
                      ADD 1 TO STAT-RECORDS-SKIPPED
                    WHEN SS-BUSINESS-DATE > CHECK-BUSINESS-DATE
                      CONTINUE
                    WHEN CHECK-STAGE NOT = SPACES
                         AND SS-STAGE NOT = CHECK-STAGE
                      CONTINUE
                    WHEN OTHER
                      PERFORM FILE-RUN-STATISTIC
                  END-EVALUATE
                  READ RUN-STAT-FILE
                    AT END SET RUN-STAT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-STAT-FILE
              END-IF.

      ******************************************************************
      * Files one statistics record under its stage and program,
      * adding the pair on first sight. A prior date already held is
      * replaced (a rerun); a new prior date fills a free slot or
      * else replaces the oldest date held, when it is newer.
      ******************************************************************
       FILE-RUN-STATISTIC.
              PERFORM COMPUTE-RECORD-ELAPSED

              MOVE 'N' TO KEY-FOUND-SW
              IF STAT-KEY-COUNT > ZERO THEN
                SET KEY-IDX TO 1
                SEARCH STAT-KEY-ENTRY
                  AT END CONTINUE
                  WHEN KEY-IDX > STAT-KEY-COUNT
                    CONTINUE
                  WHEN SK-STAGE (KEY-IDX) = SS-STAGE
                       AND SK-PROGRAM (KEY-IDX) = SS-PROGRAM
                    SET KEY-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF NOT KEY-FOUND THEN
                IF STAT-KEY-COUNT < STAT-KEY-LIMIT THEN
                  ADD 1 TO STAT-KEY-COUNT
                  SET KEY-IDX TO STAT-KEY-COUNT
                  MOVE SS-STAGE TO SK-STAGE (KEY-IDX)
                  MOVE SS-PROGRAM TO SK-PROGRAM (KEY-IDX)
                  MOVE 'N' TO SK-TODAY-SW (KEY-IDX)
                  MOVE ZERO TO SK-HISTORY-COUNT (KEY-IDX)
                  SET KEY-FOUND TO TRUE
                ELSE
                  ADD 1 TO STAT-KEY-OVERFLOW
                END-IF
              END-IF

              IF KEY-FOUND THEN
                IF SS-BUSINESS-DATE = CHECK-BUSINESS-DATE THEN
                  SET SK-TODAY-FOUND (KEY-IDX) TO TRUE
                  MOVE SS-RECORDS-READ TO SK-TODAY-READ (KEY-IDX)
                  MOVE SS-RECORDS-EXCEPTED
                    TO SK-TODAY-EXCEPTED (KEY-IDX)
                  MOVE RECORD-ELAPSED TO SK-TODAY-ELAPSED (KEY-IDX)
                  MOVE SS-RETURN-CODE TO SK-TODAY-RC (KEY-IDX)
                ELSE
                  PERFORM FILE-HISTORY-DAY
                END-IF
              END-IF.

      ******************************************************************
      * Places a prior day's figures into the stage and program's
      * rolling history.
      ******************************************************************
       FILE-HISTORY-DAY.
              MOVE 'N' TO HISTORY-FOUND-SW
              MOVE 1 TO OLDEST-SUB
              PERFORM VARYING HISTORY-SUB FROM 1 BY 1
                UNTIL HISTORY-SUB > SK-HISTORY-COUNT (KEY-IDX)
                   OR HISTORY-FOUND
                IF SH-DATE (KEY-IDX HISTORY-SUB) = SS-BUSINESS-DATE
                  THEN
                  SET HISTORY-FOUND TO TRUE
                  MOVE HISTORY-SUB TO OLDEST-SUB
                ELSE
                  IF SH-DATE (KEY-IDX HISTORY-SUB)
                     < SH-DATE (KEY-IDX OLDEST-SUB) THEN
                    MOVE HISTORY-SUB TO OLDEST-SUB
                  END-IF
                END-IF
              END-PERFORM

              EVALUATE TRUE
                WHEN HISTORY-FOUND
                  MOVE OLDEST-SUB TO HISTORY-SUB
                WHEN SK-HISTORY-COUNT (KEY-IDX) < AVERAGE-DAYS
                  ADD 1 TO SK-HISTORY-COUNT (KEY-IDX)
                  MOVE SK-HISTORY-COUNT (KEY-IDX) TO HISTORY-SUB
                WHEN SS-BUSINESS-DATE > SH-DATE (KEY-IDX OLDEST-SUB)
                  MOVE OLDEST-SUB TO HISTORY-SUB
                WHEN OTHER
                  MOVE ZERO TO HISTORY-SUB
              END-EVALUATE

              IF HISTORY-SUB > ZERO THEN
                MOVE SS-BUSINESS-DATE TO SH-DATE (KEY-IDX HISTORY-SUB)
                MOVE SS-RECORDS-READ TO SH-READ (KEY-IDX HISTORY-SUB)
                MOVE SS-RECORDS-EXCEPTED
                  TO SH-EXCEPTED (KEY-IDX HISTORY-SUB)
                MOVE RECORD-ELAPSED
                  TO SH-ELAPSED (KEY-IDX HISTORY-SUB)
              END-IF.

      ******************************************************************
      * Works out the record's elapsed seconds from its start and end
      * stamps, across midnight where the run did; stamps that are
      * missing or run backwards count as zero.
      ******************************************************************
       COMPUTE-RECORD-ELAPSED.
              MOVE ZERO TO RECORD-ELAPSED
              IF SS-START-DATE IS NUMERIC AND SS-END-DATE IS NUMERIC
                 AND SS-START-TIME IS NUMERIC
                 AND SS-END-TIME IS NUMERIC
                 AND SS-START-DATE > 16010101
                 AND SS-END-DATE NOT < SS-START-DATE THEN
                MOVE SS-START-TIME TO TIME-WORK
                COMPUTE START-SECONDS = TIME-WORK-HH * 3600
                                      + TIME-WORK-MM * 60
                                      + TIME-WORK-SS
                MOVE SS-END-TIME TO TIME-WORK
                COMPUTE END-SECONDS = TIME-WORK-HH * 3600
                                    + TIME-WORK-MM * 60
                                    + TIME-WORK-SS
                COMPUTE ELAPSED-WORK
                  = (FUNCTION INTEGER-OF-DATE (SS-END-DATE)
                     - FUNCTION INTEGER-OF-DATE (SS-START-DATE))
                    * 86400 + END-SECONDS - START-SECONDS
                IF ELAPSED-WORK > ZERO THEN
                  MOVE ELAPSED-WORK TO RECORD-ELAPSED
                END-IF
              END-IF.

      ******************************************************************
      * Prints the check: per stage and program that ran on the
      * business date, its baseline, and the records read, exception
      * rate and elapsed time against their averages with the
      * deviation and its standing against the bands; then the pairs
      * with history that did not run on the date, and the summary.
      ******************************************************************
       PRINT-VOLUME-CHECK.
              OPEN OUTPUT CHECK-REPORT-FILE

              MOVE SPACES TO CHECK-REPORT-LINE
              STRING 'RUN STATISTICS VOLUME CHECK  BUSINESS DATE '
                     CHECK-BUSINESS-DATE
                     '  DAYS ' AVERAGE-DAYS
                     '  WARN ' WARN-BAND-PCT '%'
                     '  FAIL ' FAIL-BAND-PCT '%'
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE SPACES TO CHECK-REPORT-LINE
              STRING '    METRIC             TODAY         AVERAGE'
                     '   DEVIATION   STATUS'
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              PERFORM VARYING KEY-IDX FROM 1 BY 1
                UNTIL KEY-IDX > STAT-KEY-COUNT
                IF SK-TODAY-FOUND (KEY-IDX) THEN
                  PERFORM CHECK-STAGE-PROGRAM
                END-IF
              END-PERFORM

              MOVE SPACES TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE
              PERFORM VARYING KEY-IDX FROM 1 BY 1
                UNTIL KEY-IDX > STAT-KEY-COUNT
                IF NOT SK-TODAY-FOUND (KEY-IDX) THEN
                  ADD 1 TO KEYS-NOT-RUN
                  MOVE SPACES TO CHECK-REPORT-LINE
                  STRING SK-STAGE (KEY-IDX) ' '
                         SK-PROGRAM (KEY-IDX)
                         ' HAS HISTORY BUT NO RECORD FOR THE DATE'
                    DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                  WRITE CHECK-REPORT-LINE
                END-IF
              END-PERFORM

              IF KEYS-CHECKED = ZERO THEN
                MOVE SPACES TO CHECK-REPORT-LINE
                STRING 'NO STATISTICS ON FILE FOR THE DATE - '
                       'STEP FAILED'
                  DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                WRITE CHECK-REPORT-LINE
              END-IF

              MOVE SPACES TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'STATISTICS RECORDS READ' TO XS-LABEL
              MOVE STAT-RECORDS-READ TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'RECORDS UNREADABLE' TO XS-LABEL
              MOVE STAT-RECORDS-SKIPPED TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'STAGES CHECKED' TO XS-LABEL
              MOVE KEYS-CHECKED TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'NO BASELINE YET' TO XS-LABEL
              MOVE KEYS-NO-BASELINE TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'NOT RUN ON THE DATE' TO XS-LABEL
              MOVE KEYS-NOT-RUN TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'OUTSIDE WARN BAND' TO XS-LABEL
              MOVE KEYS-WARNED TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              MOVE 'OUTSIDE FAIL BAND' TO XS-LABEL
              MOVE KEYS-FAILED TO XS-VALUE
              MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              IF STAT-KEY-OVERFLOW > ZERO THEN
                MOVE 'RECORDS PAST TABLE LIMIT' TO XS-LABEL
                MOVE STAT-KEY-OVERFLOW TO XS-VALUE
                MOVE CHECK-SUMMARY-LINE TO CHECK-REPORT-LINE
                WRITE CHECK-REPORT-LINE
              END-IF

              CLOSE CHECK-REPORT-FILE

              DISPLAY 'VOLUME CHECK SUMMARY'
              DISPLAY 'RECORDS READ  : ' STAT-RECORDS-READ
              DISPLAY 'STAGES CHECKED: ' KEYS-CHECKED
              DISPLAY 'NO BASELINE   : ' KEYS-NO-BASELINE
              DISPLAY 'WARNED        : ' KEYS-WARNED
              DISPLAY 'FAILED        : ' KEYS-FAILED.

      ******************************************************************
      * Checks one stage and program that ran on the business date.
      * With too few prior days on file it is reported with no
      * baseline and passes; otherwise each metric is set against
      * its average and the worst standing is the pair's.
      ******************************************************************
       CHECK-STAGE-PROGRAM.
              ADD 1 TO KEYS-CHECKED
              MOVE 'OK' TO KEY-STATUS

              MOVE ZERO TO SUM-READ
              MOVE ZERO TO SUM-EXCEPTED
              MOVE ZERO TO SUM-ELAPSED
              PERFORM VARYING HISTORY-SUB FROM 1 BY 1
                UNTIL HISTORY-SUB > SK-HISTORY-COUNT (KEY-IDX)
                ADD SH-READ (KEY-IDX HISTORY-SUB) TO SUM-READ
                ADD SH-EXCEPTED (KEY-IDX HISTORY-SUB) TO SUM-EXCEPTED
                ADD SH-ELAPSED (KEY-IDX HISTORY-SUB) TO SUM-ELAPSED
              END-PERFORM

              IF SK-HISTORY-COUNT (KEY-IDX) < MINIMUM-HISTORY-DAYS
                THEN
                MOVE 'NO BASELINE' TO KEY-STATUS
                ADD 1 TO KEYS-NO-BASELINE
              END-IF

              MOVE SK-STAGE (KEY-IDX) TO CK-STAGE
              MOVE SK-PROGRAM (KEY-IDX) TO CK-PROGRAM
              MOVE SK-HISTORY-COUNT (KEY-IDX) TO CK-DAYS
              MOVE SK-TODAY-RC (KEY-IDX) TO CK-RC
              MOVE SPACES TO CK-STATUS
              MOVE SPACES TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE
              MOVE CHECK-KEY-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE

              IF KEY-STATUS NOT = 'NO BASELINE' THEN
                MOVE 'READ' TO METRIC-NAME
                MOVE SK-TODAY-READ (KEY-IDX) TO METRIC-TODAY
                COMPUTE METRIC-AVERAGE ROUNDED
                  = SUM-READ / SK-HISTORY-COUNT (KEY-IDX)
                MOVE VOLUME-FLOOR TO METRIC-BASE
                PERFORM CHECK-ONE-METRIC

                MOVE 'EXCP RATE' TO METRIC-NAME
                MOVE ZERO TO METRIC-TODAY
                IF SK-TODAY-READ (KEY-IDX) > ZERO THEN
                  COMPUTE METRIC-TODAY ROUNDED
                    = SK-TODAY-EXCEPTED (KEY-IDX) * 100
                      / SK-TODAY-READ (KEY-IDX)
                END-IF
                MOVE ZERO TO METRIC-AVERAGE
                IF SUM-READ > ZERO THEN
                  COMPUTE METRIC-AVERAGE ROUNDED
                    = SUM-EXCEPTED * 100 / SUM-READ
                END-IF
                MOVE RATE-FLOOR TO METRIC-BASE
                PERFORM CHECK-ONE-METRIC

                MOVE 'ELAPSED' TO METRIC-NAME
                MOVE SK-TODAY-ELAPSED (KEY-IDX) TO METRIC-TODAY
                COMPUTE METRIC-AVERAGE ROUNDED
                  = SUM-ELAPSED / SK-HISTORY-COUNT (KEY-IDX)
                MOVE ELAPSED-FLOOR TO METRIC-BASE
                PERFORM CHECK-ONE-METRIC

                EVALUATE KEY-STATUS
                  WHEN 'FAIL'
                    ADD 1 TO KEYS-FAILED
                  WHEN 'WARN'
                    ADD 1 TO KEYS-WARNED
                END-EVALUATE
              END-IF

              MOVE SPACES TO CHECK-REPORT-LINE
              STRING '    STANDING: ' KEY-STATUS
                DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE.

      ******************************************************************
      * Sets one metric against its average: the deviation is the
      * difference as a percentage of the average, or of the floor
      * when the average is below it, and is measured both ways - a
      * short day is as wrong as a doubled one. Prints the metric
      * line and raises the pair's standing where it is worse.
      ******************************************************************
       CHECK-ONE-METRIC.
              IF METRIC-AVERAGE > METRIC-BASE THEN
                MOVE METRIC-AVERAGE TO METRIC-BASE
              END-IF
              COMPUTE METRIC-DEVIATION ROUNDED
                = (METRIC-TODAY - METRIC-AVERAGE) * 100 / METRIC-BASE
                ON SIZE ERROR MOVE 999999.9 TO METRIC-DEVIATION
              END-COMPUTE
              IF METRIC-DEVIATION < ZERO THEN
                COMPUTE METRIC-ABS-DEVIATION = 0 - METRIC-DEVIATION
              ELSE
                MOVE METRIC-DEVIATION TO METRIC-ABS-DEVIATION
              END-IF

              EVALUATE TRUE
                WHEN METRIC-ABS-DEVIATION > FAIL-BAND-PCT
                  MOVE 'FAIL' TO METRIC-STATUS
                  MOVE 'FAIL' TO KEY-STATUS
                WHEN METRIC-ABS-DEVIATION > WARN-BAND-PCT
                  MOVE 'WARN' TO METRIC-STATUS
                  IF KEY-STATUS = 'OK' THEN
                    MOVE 'WARN' TO KEY-STATUS
                  END-IF
                WHEN OTHER
                  MOVE 'OK' TO METRIC-STATUS
              END-EVALUATE

              MOVE METRIC-NAME TO CM-METRIC
              MOVE METRIC-TODAY TO CM-TODAY
              MOVE METRIC-AVERAGE TO CM-AVERAGE
              MOVE METRIC-DEVIATION TO CM-DEVIATION
              MOVE METRIC-STATUS TO CM-STATUS
              MOVE CHECK-METRIC-LINE TO CHECK-REPORT-LINE
              WRITE CHECK-REPORT-LINE.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: 12 for a PARM the check
      * could not run on, 8 when any stage is outside the fail band
      * or nothing at all was on file for the business date, 4 when
      * any is outside the warn band, 0 otherwise. A step gated on
      * COND=(4,LT,...) behind the check is held by the 8 and not
      * by the 4, so a warning reaches the night report without
      * stopping the posting.
      ******************************************************************
       SET-CHECK-RETURN-CODE.
              EVALUATE TRUE
                WHEN WS-PARM-ERROR
                  MOVE 12 TO RETURN-CODE
                WHEN KEYS-FAILED > ZERO OR KEYS-CHECKED = ZERO
                  MOVE 8 TO RETURN-CODE
                WHEN KEYS-WARNED > ZERO
                     OR STAT-KEY-OVERFLOW > ZERO
                  MOVE 4 TO RETURN-CODE
                WHEN OTHER
                  MOVE 0 TO RETURN-CODE
              END-EVALUATE.

       END PROGRAM STATCHK.
