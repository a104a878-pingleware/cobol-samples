      *          the aged report, and writes breaks past the
      *          configurable escalation age to an escalation file
      *          so chronic breaks reach the accounting manager
      *          instead of scrolling past in SYSOUT. The run's
      *          statistics record is filed under the business date
      *          - DATE= in the PARM, or the latest RECON business
      *          date on the run-control master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ESCALATION-OUT-STATUS.

              *> run-control master, read for the latest RECON
              *> business date when no DATE= is given
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> run-statistics file the aging run appends its
              *> record to for the volume-anomaly check
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-HISTORY-FILE.
              05 VE-CONSEC-DAYS      PIC 9(5).
              05 VE-CUM-VARIANCE     PIC S9(11)V99.

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       WORKING-STORAGE SECTION.
       *> file status fields for the aging run
       01 VARIANCE-HISTORY-STATUS PIC XX.
       01 FX-RATE-STATUS PIC XX.
         88 FX-RATE-EOF VALUE '10'.
         88 FX-RATE-NOT-FOUND VALUE '35'.
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-EOF VALUE '10'.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-IS-NEW VALUE '35'.

       *> run date captured once so a rate not effective today can
       *> be flagged stale on the report, and the start time
       *> carried to the run-statistics record
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HHMMSS       PIC 9(6).
         05 FILLER              PIC X(7).
       01 WS-RUN-START-DATE PIC 9(8).
       01 WS-RUN-START-TIME PIC 9(6).

       *> daily exchange rates loaded from the rate file; a break
       *> currency with no rate, or a rate carrying the wrong
       01 WS-AGE-NUM REDEFINES WS-AGE-NUM-X PIC 9(5).
       01 ESCALATION-AGE PIC 9(5) VALUE 5.

       *> business date the statistics record is filed under, from
       *> DATE= in the PARM
       01 WS-DATE-ENTRY PIC X(8).
       01 AGING-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       *> aging buckets and run tallies
       01 AGING-TALLIES.
         05 BREAKS-READ           PIC 9(7) VALUE ZERO.
         05 BUCKET-3-5-COUNT      PIC 9(7) VALUE ZERO.
         05 BUCKET-OVER-5-COUNT   PIC 9(7) VALUE ZERO.
         05 ESCALATED-COUNT       PIC 9(7) VALUE ZERO.
         05 BREAKS-VARIANCE-TOTAL PIC S9(13)V99 VALUE ZERO.

       *> printed detail and summary line layouts
       01 AGED-DETAIL-LINE.
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE.
              MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME.
              PERFORM PARSE-AGE-PARM.
              PERFORM LOAD-FX-RATES.
              PERFORM PRINT-AGED-BREAKS.
              PERFORM SET-AGING-RETURN-CODE.
              PERFORM WRITE-RUN-STATISTICS.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the escalation age (AGE=nn) and the
      * business date (DATE=ccyymmdd); no AGE= keeps the shop
      * default of five business days and no DATE= takes the latest
      * RECON business date off the run-control master.
      ******************************************************************
       PARSE-AGE-PARM.
              MOVE SPACES TO WS-PARM-TEXT
                    TO WS-AGE-ENTRY
                  PERFORM CONVERT-AGE-ENTRY
                END-IF
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DATE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                    TO WS-DATE-ENTRY
                  IF WS-DATE-ENTRY IS NUMERIC THEN
                    MOVE WS-DATE-ENTRY TO AGING-BUSINESS-DATE
                  ELSE
                    DISPLAY 'DATE PARM NOT NUMERIC, USING BUSINESS '
                            'DATE'
                  END-IF
                END-IF
              END-PERFORM

              IF AGING-BUSINESS-DATE = ZERO THEN
                PERFORM FIND-BUSINESS-DATE
              END-IF

              DISPLAY 'ESCALATION AGE: ' ESCALATION-AGE ' DAYS'
              DISPLAY 'BUSINESS DATE: ' AGING-BUSINESS-DATE.

      ******************************************************************
      * Takes the latest RECON business date on the run-control
      * master as the business date; with no run-control master, or
      * no RECON run on it, the run date stands in.
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
                  IF RN-STAGE = 'RECON'
                     AND RN-BUSINESS-DATE > AGING-BUSINESS-DATE THEN
                    MOVE RN-BUSINESS-DATE TO AGING-BUSINESS-DATE
                  END-IF
                  READ RUN-CONTROL-FILE
                    AT END SET RUN-CONTROL-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
              END-IF

              IF AGING-BUSINESS-DATE = ZERO THEN
                DISPLAY 'NO RECON RUN ON RUN CONTROL, USING RUN DATE'
                MOVE WS-RUN-CCYYMMDD TO AGING-BUSINESS-DATE
              END-IF.

      ******************************************************************
      * Right-justifies the keyed AGE= digits into a zero-filled

                PERFORM UNTIL VARIANCE-HISTORY-EOF
                  ADD 1 TO BREAKS-READ
                  ADD VH-CUM-VARIANCE TO BREAKS-VARIANCE-TOTAL
                  MOVE VH-CONTROL-ID TO AD-CONTROL-ID
                  MOVE VH-CURRENCY-CODE TO AD-CURRENCY-CODE
                  MOVE VH-FIRST-BREAK-DATE TO AD-FIRST-BREAK-DATE
                MOVE 4 TO RETURN-CODE
              END-IF.

      ******************************************************************
      * Appends the aging run's statistics record under stage RECON,
      * keyed on the business date: live breaks read, breaks
      * escalated as excepted, the rest as accepted, and the
      * cumulative variance carried across every live break.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

              OPEN EXTEND RUN-STAT-FILE
              IF RUN-STAT-IS-NEW THEN
                OPEN OUTPUT RUN-STAT-FILE
              END-IF

              MOVE AGING-BUSINESS-DATE TO SS-BUSINESS-DATE
              MOVE 'RECON' TO SS-STAGE
              MOVE 'VARAGE' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              MOVE BREAKS-READ TO SS-RECORDS-READ
              COMPUTE SS-RECORDS-ACCEPTED = BREAKS-READ
                                          - ESCALATED-COUNT
              MOVE ESCALATED-COUNT TO SS-RECORDS-EXCEPTED
              MOVE BREAKS-VARIANCE-TOTAL TO SS-AMOUNT-TOTAL
              WRITE RUN-STAT-REC

              CLOSE RUN-STAT-FILE.

       END PROGRAM VARAGE.
