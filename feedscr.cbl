      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Monthly feed provider quality scorecard off the
      *          quality history the daily reject return run
      *          appends - per provider source code, the records
      *          sent, the first-pass reject rate overall and by
      *          reject reason code, the records that needed a
      *          repair-run correction, and the records written off,
      *          each set against the prior month with the change,
      *          and flagged where the provider got worse, so account
      *          management has real figures to take to a provider.
      *          The month is taken from the step PARM (MONTH=ccyymm)
      *          and defaults to the last complete calendar month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDSCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> provider quality history, one tally per business
              *> date, provider, tally type and reason
              SELECT QUALITY-HISTORY-FILE ASSIGN TO FEEDQHST
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS QUALITY-HISTORY-STATUS.

              *> printed scorecard
              SELECT SCORECARD-REPORT-FILE ASSIGN TO FSCRRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SCORECARD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUALITY-HISTORY-FILE.
              COPY FEEDQREC.

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-LINE      PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the scorecard run
       01 QUALITY-HISTORY-STATUS PIC XX.
         88 QUALITY-HISTORY-EOF VALUE '10'.
         88 QUALITY-HISTORY-NOT-FOUND VALUE '35'.
       01 SCORECARD-REPORT-STATUS PIC XX.

       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-DATE-PARTS REDEFINES WS-RUN-CCYYMMDD.
           10 WS-RUN-CCYY       PIC 9(4).
           10 WS-RUN-MM         PIC 9(2).
           10 WS-RUN-DD         PIC 9(2).
         05 FILLER              PIC X(13).

       *> scorecard month taken from the step PARM (MONTH=ccyymm),
       *> defaulting to the month before the run date
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-MONTH-ENTRY PIC X(6).
       01 WS-MONTH-ENTRY-PARTS REDEFINES WS-MONTH-ENTRY.
         05 WS-MONTH-ENTRY-CCYY PIC 9(4).
         05 WS-MONTH-ENTRY-MM   PIC 9(2).

       *> the scorecard month and the month it is compared with
       01 SCORECARD-MONTH.
         05 SCORECARD-CCYY      PIC 9(4).
         05 SCORECARD-MM        PIC 9(2).
       01 PRIOR-MONTH.
         05 PRIOR-CCYY          PIC 9(4).
         05 PRIOR-MM            PIC 9(2).
       01 HISTORY-MONTH PIC X(6).
       01 PERIOD-SUB PIC 9(1).

       *> figures per provider for the two months, period one the
       *> scorecard month and period two the prior month; reject
       *> reasons added per provider on first sight
       01 CARD-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 CARD-TABLE.
         05 CARD-ENTRY OCCURS 30 TIMES
                       INDEXED BY CARD-IDX.
           10 CE-SOURCE-CODE    PIC X(2).
           10 CE-PERIOD OCCURS 2 TIMES.
             15 CE-SENT         PIC 9(9).
             15 CE-REJECTS      PIC 9(9).
             15 CE-CORRECTIONS  PIC 9(9).
             15 CE-WRITEOFFS    PIC 9(9).
           10 CE-REASON-COUNT   PIC 9(2).
           10 CE-REASON OCCURS 20 TIMES
                        INDEXED BY REASON-IDX.
             15 CE-REASON-CODE  PIC X(2).
             15 CE-REASON-REJECTS OCCURS 2 TIMES PIC 9(9).
       01 CARD-FOUND-SW PIC X VALUE 'N'.
         88 CARD-FOUND VALUE 'Y'.
       01 REASON-FOUND-SW PIC X VALUE 'N'.
         88 REASON-FOUND VALUE 'Y'.
       01 CARD-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
       01 REASON-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

       *> report work fields
       01 RATE-THIS PIC 9(3)V99.
       01 RATE-PRIOR PIC 9(3)V99.
       01 RATE-CHANGE PIC S9(3)V99.
       01 COUNT-THIS PIC 9(9).
       01 COUNT-PRIOR PIC 9(9).
       01 COUNT-CHANGE PIC S9(9).

       *> run tallies
       01 SCORECARD-TALLIES.
         05 HISTORY-RECORDS-READ  PIC 9(7) VALUE ZERO.
         05 HISTORY-RECORDS-USED  PIC 9(7) VALUE ZERO.

       *> printed heading, detail and summary line layouts
       01 CARD-HEAD-LINE.
         05 FILLER                PIC X(9) VALUE 'PROVIDER '.
         05 CH-SOURCE-CODE        PIC X(2).
         05 FILLER                PIC X(21) VALUE SPACES.
         05 FILLER                PIC X(5) VALUE SPACES.
         05 CH-THIS-MONTH         PIC X(6).
         05 FILLER                PIC X(8) VALUE SPACES.
         05 CH-PRIOR-MONTH        PIC X(6).
         05 FILLER                PIC X(6) VALUE SPACES.
         05 FILLER                PIC X(6) VALUE 'CHANGE'.
       01 CARD-COUNT-LINE.
         05 CC-LABEL              PIC X(32).
         05 CC-THIS               PIC ZZZ,ZZZ,ZZ9.
         05 FILLER                PIC X(3) VALUE SPACES.
         05 CC-PRIOR              PIC ZZZ,ZZZ,ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CC-CHANGE             PIC -ZZZ,ZZZ,ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CC-FLAG               PIC X(10).
       01 CARD-RATE-LINE.
         05 CR-LABEL              PIC X(32).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CR-THIS               PIC ZZZZZ9.99.
         05 FILLER                PIC X(5) VALUE SPACES.
         05 CR-PRIOR              PIC ZZZZZ9.99.
         05 FILLER                PIC X(4) VALUE SPACES.
         05 CR-CHANGE             PIC -ZZZZZ9.99.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 CR-FLAG               PIC X(10).
       01 SCORECARD-SUMMARY-LINE.
         05 XS-LABEL              PIC X(24).
         05 XS-VALUE              PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              PERFORM PARSE-MONTH-PARM.
              PERFORM GATHER-QUALITY-HISTORY.
              PERFORM PRINT-SCORECARD.
              PERFORM SET-SCORECARD-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the scorecard month (MONTH=ccyymm);
      * no PARM, or a month that is not a real ccyymm, scores the
      * month before the run date. The comparison month is the one
      * before the scorecard month.
      ******************************************************************
       PARSE-MONTH-PARM.
              IF WS-RUN-MM = 1 THEN
                COMPUTE SCORECARD-CCYY = WS-RUN-CCYY - 1
                MOVE 12 TO SCORECARD-MM
              ELSE
                MOVE WS-RUN-CCYY TO SCORECARD-CCYY
                COMPUTE SCORECARD-MM = WS-RUN-MM - 1
              END-IF

              MOVE SPACES TO WS-PARM-TEXT
              IF PARM-LENGTH > ZERO THEN
                MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
              END-IF

              MOVE SPACES TO WS-PARM-TOKEN-TABLE
              UNSTRING WS-PARM-TEXT DELIMITED BY ','
                INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                     WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
              END-UNSTRING

              PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 4
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:6) = 'MONTH=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (7:6)
                    TO WS-MONTH-ENTRY
                  IF WS-MONTH-ENTRY IS NUMERIC
                     AND WS-MONTH-ENTRY-CCYY > 1900
                     AND WS-MONTH-ENTRY-MM >= 1
                     AND WS-MONTH-ENTRY-MM <= 12 THEN
                    MOVE WS-MONTH-ENTRY-CCYY TO SCORECARD-CCYY
                    MOVE WS-MONTH-ENTRY-MM TO SCORECARD-MM
                  ELSE
                    DISPLAY 'MONTH PARM NOT A VALID CCYYMM, USING '
                            'DEFAULT ' SCORECARD-MONTH
                  END-IF
                END-IF
              END-PERFORM

              IF SCORECARD-MM = 1 THEN
                COMPUTE PRIOR-CCYY = SCORECARD-CCYY - 1
                MOVE 12 TO PRIOR-MM
              ELSE
                MOVE SCORECARD-CCYY TO PRIOR-CCYY
                COMPUTE PRIOR-MM = SCORECARD-MM - 1
              END-IF

              DISPLAY 'SCORECARD MONTH: ' SCORECARD-MONTH
                      '  COMPARED WITH: ' PRIOR-MONTH.

      ******************************************************************
      * Reads the quality history front to back, summing each tally
      * of the scorecard month or the prior month into its provider's
      * figures.
      ******************************************************************
       GATHER-QUALITY-HISTORY.
              OPEN INPUT QUALITY-HISTORY-FILE
              IF QUALITY-HISTORY-NOT-FOUND THEN
                DISPLAY 'FEEDQHST NOT FOUND, SCORECARD IS EMPTY'
              ELSE
                READ QUALITY-HISTORY-FILE
                  AT END SET QUALITY-HISTORY-EOF TO TRUE
                END-READ
                PERFORM UNTIL QUALITY-HISTORY-EOF
                  ADD 1 TO HISTORY-RECORDS-READ
                  MOVE FQ-BUSINESS-DATE (1:6) TO HISTORY-MONTH
                  MOVE ZERO TO PERIOD-SUB
                  IF HISTORY-MONTH = SCORECARD-MONTH THEN
                    MOVE 1 TO PERIOD-SUB
                  END-IF
                  IF HISTORY-MONTH = PRIOR-MONTH THEN
                    MOVE 2 TO PERIOD-SUB
                  END-IF
                  IF PERIOD-SUB > ZERO
                     AND FQ-TALLY-COUNT IS NUMERIC THEN
                    PERFORM ACCUMULATE-TALLY
                  END-IF
                  READ QUALITY-HISTORY-FILE
                    AT END SET QUALITY-HISTORY-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE QUALITY-HISTORY-FILE
              END-IF.

      ******************************************************************
      * Adds the tally in hand to its provider's figures for the
      * period, adding the provider, and for a reject the reason, on
      * first sight.
      ******************************************************************
       ACCUMULATE-TALLY.
              MOVE 'N' TO CARD-FOUND-SW
              IF CARD-TABLE-COUNT > ZERO THEN
                SET CARD-IDX TO 1
                SEARCH CARD-ENTRY
                  AT END CONTINUE
                  WHEN CARD-IDX > CARD-TABLE-COUNT
                    CONTINUE
                  WHEN CE-SOURCE-CODE (CARD-IDX) = FQ-SOURCE-CODE
                    SET CARD-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF NOT CARD-FOUND
                 AND CARD-TABLE-COUNT < 30 THEN
                ADD 1 TO CARD-TABLE-COUNT
                SET CARD-IDX TO CARD-TABLE-COUNT
                INITIALIZE CARD-ENTRY (CARD-IDX)
                MOVE FQ-SOURCE-CODE TO CE-SOURCE-CODE (CARD-IDX)
                SET CARD-FOUND TO TRUE
              END-IF

              IF NOT CARD-FOUND THEN
                ADD 1 TO CARD-OVERFLOW-COUNT
              ELSE
                ADD 1 TO HISTORY-RECORDS-USED
                EVALUATE TRUE
                  WHEN FQ-RECORDS-SENT
                    ADD FQ-TALLY-COUNT
                      TO CE-SENT (CARD-IDX PERIOD-SUB)
                  WHEN FQ-CORRECTIONS
                    ADD FQ-TALLY-COUNT
                      TO CE-CORRECTIONS (CARD-IDX PERIOD-SUB)
                  WHEN FQ-WRITE-OFFS
                    ADD FQ-TALLY-COUNT
                      TO CE-WRITEOFFS (CARD-IDX PERIOD-SUB)
                  WHEN FQ-FIRST-REJECTS
                    ADD FQ-TALLY-COUNT
                      TO CE-REJECTS (CARD-IDX PERIOD-SUB)
                    PERFORM ACCUMULATE-REASON
                END-EVALUATE
              END-IF.

      ******************************************************************
      * Adds the first-pass reject tally to the provider's count
      * for its reason code in the period, adding the reason to
      * the provider's card on first sight; reasons past the
      * card's twenty are counted as overflow.
      ******************************************************************
       ACCUMULATE-REASON.
              MOVE 'N' TO REASON-FOUND-SW
              IF CE-REASON-COUNT (CARD-IDX) > ZERO THEN
                SET REASON-IDX TO 1
                SEARCH CE-REASON
                  AT END CONTINUE
                  WHEN REASON-IDX > CE-REASON-COUNT (CARD-IDX)
                    CONTINUE
                  WHEN CE-REASON-CODE (CARD-IDX REASON-IDX)
                       = FQ-REASON-CODE
                    SET REASON-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF NOT REASON-FOUND
                 AND CE-REASON-COUNT (CARD-IDX) < 20 THEN
                ADD 1 TO CE-REASON-COUNT (CARD-IDX)
                SET REASON-IDX TO CE-REASON-COUNT (CARD-IDX)
                MOVE FQ-REASON-CODE
                  TO CE-REASON-CODE (CARD-IDX REASON-IDX)
                MOVE ZERO TO CE-REASON-REJECTS (CARD-IDX REASON-IDX 1)
                MOVE ZERO TO CE-REASON-REJECTS (CARD-IDX REASON-IDX 2)
                SET REASON-FOUND TO TRUE
              END-IF

              IF REASON-FOUND THEN
                ADD FQ-TALLY-COUNT
                  TO CE-REASON-REJECTS (CARD-IDX REASON-IDX PERIOD-SUB)
              ELSE
                ADD 1 TO REASON-OVERFLOW-COUNT
              END-IF.

      ******************************************************************
      * Prints one block per provider, then the run summary.
      ******************************************************************
       PRINT-SCORECARD.
              OPEN OUTPUT SCORECARD-REPORT-FILE

              MOVE SPACES TO SCORECARD-REPORT-LINE
              STRING 'FEED PROVIDER QUALITY SCORECARD   MONTH '
                     SCORECARD-MONTH
                     '   PRIOR MONTH ' PRIOR-MONTH
                     '   RUN DATE ' WS-RUN-CCYYMMDD
                DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE

              PERFORM VARYING CARD-IDX FROM 1 BY 1
                UNTIL CARD-IDX > CARD-TABLE-COUNT
                PERFORM PRINT-PROVIDER-CARD
              END-PERFORM

              MOVE SPACES TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
              MOVE 'HISTORY RECORDS READ' TO XS-LABEL
              MOVE HISTORY-RECORDS-READ TO XS-VALUE
              MOVE SCORECARD-SUMMARY-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
              MOVE 'HISTORY RECORDS USED' TO XS-LABEL
              MOVE HISTORY-RECORDS-USED TO XS-VALUE
              MOVE SCORECARD-SUMMARY-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
              MOVE 'PROVIDERS SCORED' TO XS-LABEL
              MOVE CARD-TABLE-COUNT TO XS-VALUE
              MOVE SCORECARD-SUMMARY-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
              MOVE 'TALLIES OVER TABLE' TO XS-LABEL
              COMPUTE XS-VALUE
                = CARD-OVERFLOW-COUNT + REASON-OVERFLOW-COUNT
              MOVE SCORECARD-SUMMARY-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE

              CLOSE SCORECARD-REPORT-FILE

              DISPLAY 'PROVIDER SCORECARD SUMMARY'
              DISPLAY 'HISTORY READ  : ' HISTORY-RECORDS-READ
              DISPLAY 'HISTORY USED  : ' HISTORY-RECORDS-USED
              DISPLAY 'PROVIDERS     : ' CARD-TABLE-COUNT.

      ******************************************************************
      * One provider's block: records sent, first-pass rejects and
      * reject rate, the reject rate for each reason code, records
      * corrected and records written off, this month against the
      * prior month. A rise in a reject rate, corrections or
      * write-offs is flagged WORSE.
      ******************************************************************
       PRINT-PROVIDER-CARD.
              MOVE SPACES TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE
              MOVE CE-SOURCE-CODE (CARD-IDX) TO CH-SOURCE-CODE
              MOVE SCORECARD-MONTH TO CH-THIS-MONTH
              MOVE PRIOR-MONTH TO CH-PRIOR-MONTH
              MOVE CARD-HEAD-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE

              MOVE 'RECORDS SENT' TO CC-LABEL
              MOVE CE-SENT (CARD-IDX 1) TO COUNT-THIS
              MOVE CE-SENT (CARD-IDX 2) TO COUNT-PRIOR
              PERFORM PRINT-COUNT-LINE
              MOVE SPACES TO CC-FLAG
              MOVE CARD-COUNT-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE

              MOVE 'FIRST-PASS REJECTS' TO CC-LABEL
              MOVE CE-REJECTS (CARD-IDX 1) TO COUNT-THIS
              MOVE CE-REJECTS (CARD-IDX 2) TO COUNT-PRIOR
              PERFORM PRINT-COUNT-LINE
              MOVE SPACES TO CC-FLAG
              MOVE CARD-COUNT-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE

              MOVE 'REJECT RATE %' TO CR-LABEL
              MOVE CE-REJECTS (CARD-IDX 1) TO COUNT-THIS
              MOVE CE-REJECTS (CARD-IDX 2) TO COUNT-PRIOR
              PERFORM PRINT-RATE-LINE

              PERFORM VARYING REASON-IDX FROM 1 BY 1
                UNTIL REASON-IDX > CE-REASON-COUNT (CARD-IDX)
                MOVE SPACES TO CR-LABEL
                STRING '  REASON '
                       CE-REASON-CODE (CARD-IDX REASON-IDX)
                       ' REJECT RATE %'
                  DELIMITED BY SIZE INTO CR-LABEL
                MOVE CE-REASON-REJECTS (CARD-IDX REASON-IDX 1)
                  TO COUNT-THIS
                MOVE CE-REASON-REJECTS (CARD-IDX REASON-IDX 2)
                  TO COUNT-PRIOR
                PERFORM PRINT-RATE-LINE
              END-PERFORM

              MOVE 'NEEDED A CONDFIX CORRECTION' TO CC-LABEL
              MOVE CE-CORRECTIONS (CARD-IDX 1) TO COUNT-THIS
              MOVE CE-CORRECTIONS (CARD-IDX 2) TO COUNT-PRIOR
              PERFORM PRINT-COUNT-LINE
              MOVE CARD-COUNT-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE

              MOVE 'WRITTEN OFF' TO CC-LABEL
              MOVE CE-WRITEOFFS (CARD-IDX 1) TO COUNT-THIS
              MOVE CE-WRITEOFFS (CARD-IDX 2) TO COUNT-PRIOR
              PERFORM PRINT-COUNT-LINE
              MOVE CARD-COUNT-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE.

      ******************************************************************
      * Fills the count line from the two months' counts, flagging a
      * rise; the caller clears the flag where a rise is not bad.
      ******************************************************************
       PRINT-COUNT-LINE.
              COMPUTE COUNT-CHANGE = COUNT-THIS - COUNT-PRIOR
              MOVE COUNT-THIS TO CC-THIS
              MOVE COUNT-PRIOR TO CC-PRIOR
              MOVE COUNT-CHANGE TO CC-CHANGE
              IF COUNT-CHANGE > ZERO THEN
                MOVE 'WORSE' TO CC-FLAG
              ELSE
                MOVE SPACES TO CC-FLAG
              END-IF.

      ******************************************************************
      * Prints a rate line: the two months' counts as a percentage of
      * the records the provider sent that month, and the change in
      * points, flagging a rise.
      ******************************************************************
       PRINT-RATE-LINE.
              MOVE ZERO TO RATE-THIS
              MOVE ZERO TO RATE-PRIOR
              IF CE-SENT (CARD-IDX 1) > ZERO THEN
                COMPUTE RATE-THIS ROUNDED
                  = COUNT-THIS * 100 / CE-SENT (CARD-IDX 1)
              END-IF
              IF CE-SENT (CARD-IDX 2) > ZERO THEN
                COMPUTE RATE-PRIOR ROUNDED
                  = COUNT-PRIOR * 100 / CE-SENT (CARD-IDX 2)
              END-IF
              COMPUTE RATE-CHANGE = RATE-THIS - RATE-PRIOR
              MOVE RATE-THIS TO CR-THIS
              MOVE RATE-PRIOR TO CR-PRIOR
              MOVE RATE-CHANGE TO CR-CHANGE
              IF RATE-CHANGE > ZERO THEN
                MOVE 'WORSE' TO CR-FLAG
              ELSE
                MOVE SPACES TO CR-FLAG
              END-IF
              MOVE CARD-RATE-LINE TO SCORECARD-REPORT-LINE
              WRITE SCORECARD-REPORT-LINE.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: warning when there was no
      * history to score or tallies would not fit the tables, so the
      * figures are known to be short.
      ******************************************************************
       SET-SCORECARD-RETURN-CODE.
              IF HISTORY-RECORDS-USED > ZERO
                 AND CARD-OVERFLOW-COUNT = ZERO
                 AND REASON-OVERFLOW-COUNT = ZERO THEN
                MOVE 0 TO RETURN-CODE
              ELSE
                MOVE 4 TO RETURN-CODE
              END-IF.

       END PROGRAM FEEDSCR.
