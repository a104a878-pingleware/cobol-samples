      *          after the retest waiting period. Candidates on the
      *          duplicates file get an "already passed" letter
      *          instead of silence, because those candidates call.
      *          Outcomes changed by the appeal regrade run get an
      *          "amended result" letter naming the result replaced.
      *          The run's statistics record is filed under the
      *          business date (DATE= in the PARM, or the latest
      *          SCORE business date on the run-control master) and
      *          the stage named by STAGE= (SCORE by default, APPEAL
      *          on the appeal run).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DUPLICATES-FILE-STATUS.

              *> the appeal run's amended results, one amended
              *> letter per record
              SELECT AMENDED-RESULT-FILE ASSIGN TO SCOREAMD
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AMENDED-RESULT-STATUS.

              *> candidate history master for the attempt count and
              *> last attempt date behind each letter
              SELECT CANDIDATE-HISTORY-FILE ASSIGN TO CANDHIST
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LETTER-FILE-STATUS.

              *> run-control master, read for the latest SCORE
              *> business date when no DATE= is given
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> run-statistics file the notification run appends
              *> its record to for the volume-anomaly check
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE.
       FD  DUPLICATES-FILE.
              COPY DUPREC.

       FD  AMENDED-RESULT-FILE.
              COPY AMNDREC.

       FD  CANDIDATE-HISTORY-FILE.
              COPY CANDREC.

       FD  LETTER-FILE.
       01  LETTER-LINE                PIC X(80).

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       WORKING-STORAGE SECTION.
       *> file status fields for the notification run
       01 PASS-FILE-STATUS PIC XX.
       01 DUPLICATES-FILE-STATUS PIC XX.
         88 DUPLICATES-FILE-EOF VALUE '10'.
         88 DUPLICATES-FILE-NOT-FOUND VALUE '35'.
       01 AMENDED-RESULT-STATUS PIC XX.
         88 AMENDED-RESULT-EOF VALUE '10'.
         88 AMENDED-RESULT-NOT-FOUND VALUE '35'.
       01 CANDIDATE-HISTORY-STATUS PIC XX.
         88 CANDIDATE-HISTORY-NO-FILE VALUE '35'.
       01 LETTER-FILE-STATUS PIC XX.
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-EOF VALUE '10'.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-IS-NEW VALUE '35'.

       *> run date captured once for the letter date line and the
       *> next-eligible arithmetic, and the start time carried to
       *> the run-statistics record
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HHMMSS       PIC 9(6).
         05 FILLER              PIC X(7).
       01 WS-RUN-START-DATE PIC 9(8).
       01 WS-RUN-START-TIME PIC 9(6).

       *> retest waiting period taken from the step PARM (WAIT=nn),
       *> with the shop default of thirty days
       01 WS-WAIT-NUM REDEFINES WS-WAIT-NUM-X PIC 9(3).
       01 RETEST-WAIT-DAYS PIC 9(3) VALUE 30.

       *> business date and stage the statistics record is filed
       *> under, from DATE= and STAGE= in the PARM
       01 WS-DATE-ENTRY PIC X(8).
       01 NOTIFY-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 STAT-STAGE PIC X(8) VALUE 'SCORE'.

       *> supervisor review kicks in after the third fail, the same
       *> limit the grading run escalates at
       01 ESCALATION-ATTEMPT-LIMIT PIC 9(3) VALUE 3.
       01 LETTER-ATTEMPTS-LEFT PIC 9(3).
       01 LETTER-NEXT-ELIGIBLE PIC 9(8).
       01 LETTER-DATE-INTEGER PIC 9(8).
       01 LETTER-PRIOR-RESULT PIC X(4).

       *> batch tally fields for the notification run
       01 LETTER-TALLIES.
         05 PASS-LETTER-COUNT     PIC 9(7) VALUE ZERO.
         05 FAIL-LETTER-COUNT     PIC 9(7) VALUE ZERO.
         05 ALREADY-PASSED-COUNT  PIC 9(7) VALUE ZERO.
         05 AMENDED-LETTER-COUNT  PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01  PARM-AREA.
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE.
              MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME.
              PERFORM PARSE-WAIT-PARM.
              PERFORM OPEN-NOTIFICATION-FILES.
              PERFORM LETTER-PASSES.
              PERFORM LETTER-FAILS.
              PERFORM LETTER-DUPLICATES.
              PERFORM LETTER-AMENDMENTS.
              PERFORM CLOSE-NOTIFICATION-FILES.
              PERFORM WRITE-RUN-STATISTICS.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the retest waiting period
      * (WAIT=nnn), the business date (DATE=ccyymmdd) and the
      * statistics stage (STAGE=); no WAIT= keeps the shop default
      * of thirty days and no DATE= takes the latest SCORE business
      * date off the run-control master.
      ******************************************************************
       PARSE-WAIT-PARM.
              MOVE SPACES TO WS-PARM-TEXT
                    TO WS-WAIT-ENTRY
                  PERFORM CONVERT-WAIT-ENTRY
                END-IF
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DATE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                    TO WS-DATE-ENTRY
                  IF WS-DATE-ENTRY IS NUMERIC THEN
                    MOVE WS-DATE-ENTRY TO NOTIFY-BUSINESS-DATE
                  ELSE
                    DISPLAY 'DATE PARM NOT NUMERIC, USING BUSINESS '
                            'DATE'
                  END-IF
                END-IF
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:6) = 'STAGE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (7:8)
                    TO STAT-STAGE
                END-IF
              END-PERFORM

              IF NOTIFY-BUSINESS-DATE = ZERO THEN
                PERFORM FIND-BUSINESS-DATE
              END-IF

              DISPLAY 'RETEST WAITING PERIOD: ' RETEST-WAIT-DAYS
                      ' DAYS'
              DISPLAY 'BUSINESS DATE: ' NOTIFY-BUSINESS-DATE
                      '  STAGE: ' STAT-STAGE.

      ******************************************************************
      * Takes the latest SCORE business date on the run-control
      * master as the business date; with no run-control master, or
      * no SCORE run on it, the run date stands in.
      ******************************************************************
       FIND-BUSINESS-DATE.
              OPEN INPUT RUN-CONTROL-FILE
              IF RUN-CONTROL-NO-FILE THEN
                DISPLAY 'RUN CONTROL MASTER NOT FOUND, USING RUN DATE'
              ELSE
                READ RUN-CONTROL-FILE
                  AT END SET RUN-CONTROL-EOF TO TRUE
                END-READ
                PERFORM UNTIL RUN-CONTROL-EOF
                  IF RN-STAGE = 'SCORE'
                     AND RN-BUSINESS-DATE > NOTIFY-BUSINESS-DATE THEN
                    MOVE RN-BUSINESS-DATE TO NOTIFY-BUSINESS-DATE
                  END-IF
                  READ RUN-CONTROL-FILE
                    AT END SET RUN-CONTROL-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
              END-IF

              IF NOTIFY-BUSINESS-DATE = ZERO THEN
                DISPLAY 'NO SCORE RUN ON RUN CONTROL, USING RUN DATE'
                MOVE WS-RUN-CCYYMMDD TO NOTIFY-BUSINESS-DATE
              END-IF.

      ******************************************************************
      * Right-justifies the keyed WAIT= digits into a zero-filled
              DISPLAY 'NOTIFICATION LETTER SUMMARY'
              DISPLAY 'PASS LETTERS   : ' PASS-LETTER-COUNT
              DISPLAY 'FAIL LETTERS   : ' FAIL-LETTER-COUNT
              DISPLAY 'ALREADY PASSED : ' ALREADY-PASSED-COUNT
              DISPLAY 'AMENDED RESULTS: ' AMENDED-LETTER-COUNT.

      ******************************************************************
      * Looks the letter's candidate up on the history master,
                CLOSE DUPLICATES-FILE
              END-IF.

      ******************************************************************
      * Writes an "amended result" letter per record on the appeal
      * run's amended results file: the regraded result and the one
      * it replaces, the regraded scores, and for an amended fail
      * the floor section, attempts remaining and next-eligible date
      * the same as a fail letter.
      ******************************************************************
       LETTER-AMENDMENTS.
              OPEN INPUT AMENDED-RESULT-FILE
              IF AMENDED-RESULT-NOT-FOUND THEN
                DISPLAY 'AMENDED RESULTS FILE NOT FOUND, NO AMENDED '
                        'LETTERS'
              ELSE
                READ AMENDED-RESULT-FILE
                  AT END SET AMENDED-RESULT-EOF TO TRUE
                END-READ

                PERFORM UNTIL AMENDED-RESULT-EOF
                  MOVE AM-CANDIDATE-ID TO LETTER-LOOKUP-ID
                  PERFORM READ-CANDIDATE-HISTORY

                  PERFORM WRITE-LETTER-SEPARATOR
                  MOVE SPACES TO LETTER-LINE
                  STRING 'CANDIDATE ' AM-CANDIDATE-ID
                         '  EXAM TYPE ' AM-EXAM-TYPE
                         '  DATE ' WS-RUN-CCYYMMDD
                    DELIMITED BY SIZE INTO LETTER-LINE
                  WRITE LETTER-LINE
                  MOVE SPACES TO LETTER-LINE
                  IF AM-AMENDED-PASS THEN
                    STRING 'RESULT: AMENDED PASS   COMPOSITE SCORE '
                           AM-EXAM-SCORE
                      DELIMITED BY SIZE INTO LETTER-LINE
                  ELSE
                    STRING 'RESULT: AMENDED FAIL   COMPOSITE SCORE '
                           AM-EXAM-SCORE
                      DELIMITED BY SIZE INTO LETTER-LINE
                  END-IF
                  WRITE LETTER-LINE
                  IF AM-PRIOR-RESULT = 'P' THEN
                    MOVE 'PASS' TO LETTER-PRIOR-RESULT
                  ELSE
                    MOVE 'FAIL' TO LETTER-PRIOR-RESULT
                  END-IF
                  MOVE SPACES TO LETTER-LINE
                  STRING 'ON APPEAL OF YOUR ' AM-ATTEMPT-DATE
                         ' ATTEMPT, REPLACING RESULT '
                         LETTER-PRIOR-RESULT
                    DELIMITED BY SIZE INTO LETTER-LINE
                  WRITE LETTER-LINE
                  MOVE SPACES TO LETTER-LINE
                  STRING 'SECTION SCORES '
                         AM-SECTION-SCORE (1) ' '
                         AM-SECTION-SCORE (2) ' '
                         AM-SECTION-SCORE (3) ' '
                         AM-SECTION-SCORE (4)
                    DELIMITED BY SIZE INTO LETTER-LINE
                  WRITE LETTER-LINE

                  IF AM-AMENDED-FAIL THEN
                    IF LETTER-ATTEMPT-COUNT
                       < ESCALATION-ATTEMPT-LIMIT THEN
                      COMPUTE LETTER-ATTEMPTS-LEFT
                        = ESCALATION-ATTEMPT-LIMIT
                        - LETTER-ATTEMPT-COUNT
                    ELSE
                      MOVE ZERO TO LETTER-ATTEMPTS-LEFT
                    END-IF
                    PERFORM COMPUTE-NEXT-ELIGIBLE

                    IF AM-FLOOR-SECTION > ZERO THEN
                      MOVE SPACES TO LETTER-LINE
                      STRING 'SECTION ' AM-FLOOR-SECTION
                             ' WAS BELOW ITS MINIMUM FLOOR'
                        DELIMITED BY SIZE INTO LETTER-LINE
                      WRITE LETTER-LINE
                    END-IF
                    MOVE SPACES TO LETTER-LINE
                    STRING 'ATTEMPTS REMAINING BEFORE REVIEW '
                           LETTER-ATTEMPTS-LEFT
                      DELIMITED BY SIZE INTO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE SPACES TO LETTER-LINE
                    STRING 'NEXT ELIGIBLE TO RETEST '
                           LETTER-NEXT-ELIGIBLE
                      DELIMITED BY SIZE INTO LETTER-LINE
                    WRITE LETTER-LINE
                  ELSE
                    MOVE SPACES TO LETTER-LINE
                    STRING 'NO FURTHER EXAM IS REQUIRED'
                      DELIMITED BY SIZE INTO LETTER-LINE
                    WRITE LETTER-LINE
                  END-IF
                  ADD 1 TO AMENDED-LETTER-COUNT

                  READ AMENDED-RESULT-FILE
                    AT END SET AMENDED-RESULT-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE AMENDED-RESULT-FILE
              END-IF.

      ******************************************************************
      * Works the failer's next-eligible date out as the last
      * attempt date plus the waiting period, falling back to the
                DELIMITED BY SIZE INTO LETTER-LINE
              WRITE LETTER-LINE.

      ******************************************************************
      * Appends the notification run's statistics record, keyed on
      * the business date and filed under the PARM stage: letters
      * written, pass and amended letters as accepted, fail and
      * already-passed letters as excepted. The appeal run passes
      * STAGE=APPEAL so its letters do not stand in for the day's
      * grading letters under stage SCORE.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

              OPEN EXTEND RUN-STAT-FILE
              IF RUN-STAT-IS-NEW THEN
                OPEN OUTPUT RUN-STAT-FILE
              END-IF

              MOVE NOTIFY-BUSINESS-DATE TO SS-BUSINESS-DATE
              MOVE STAT-STAGE TO SS-STAGE
              MOVE 'SCORNTFY' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              COMPUTE SS-RECORDS-ACCEPTED = PASS-LETTER-COUNT
                                          + AMENDED-LETTER-COUNT
              COMPUTE SS-RECORDS-EXCEPTED = FAIL-LETTER-COUNT
                                          + ALREADY-PASSED-COUNT
              COMPUTE SS-RECORDS-READ = SS-RECORDS-ACCEPTED
                                      + SS-RECORDS-EXCEPTED
              MOVE ZERO TO SS-AMOUNT-TOTAL
              WRITE RUN-STAT-REC

              CLOSE RUN-STAT-FILE.

       END PROGRAM SCORNTFY.
