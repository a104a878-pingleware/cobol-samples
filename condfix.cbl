      *          the next validation run picks up alongside its daily
      *          input, and writes anything still failing back out as
      *          a second-pass exception carrying the attempt count.
      *          The run's statistics record is filed under the
      *          business date - DATE= in the PARM, or the latest
      *          business date on the run-control master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETRY-REJECTS-STATUS.

              *> run-control master, read for the latest business
              *> date on file when no DATE= is given
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> run-statistics file the repair run appends its
              *> record to for the volume-anomaly check
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTIONS-IN-FILE.
       FD  RETRY-REJECTS-FILE.
              COPY REJ2REC.

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       WORKING-STORAGE SECTION.
       *> file status fields for the repair run
       01 EXCEPTIONS-IN-STATUS PIC XX.
       01 FEED-RECYCLE-STATUS PIC XX.
       01 RETRY-EXCEPTIONS-STATUS PIC XX.
       01 RETRY-REJECTS-STATUS PIC XX.
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-EOF VALUE '10'.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-IS-NEW VALUE '35'.

       *> run date/time stamped on the run-statistics record
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HHMMSS       PIC 9(6).
         05 FILLER              PIC X(7).
       01 WS-RUN-START-DATE PIC 9(8).
       01 WS-RUN-START-TIME PIC 9(6).

       *> business date the statistics record is filed under, taken
       *> from the step PARM (DATE=ccyymmdd)
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-DATE-ENTRY PIC X(8).
       01 REPAIR-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       *> correction work-file state: corrections are loaded onto
       *> the keyed work file, matched with a keyed read per failed
       01 REPAIR-TALLIES.
         05 TXN-EXCEPTIONS-READ   PIC 9(7) VALUE ZERO.
         05 TXN-RECYCLED-COUNT    PIC 9(7) VALUE ZERO.
         05 TXN-RECYCLED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
         05 TXN-STILL-FAILING     PIC 9(7) VALUE ZERO.
         05 TXN-UNCORRECTED-COUNT PIC 9(7) VALUE ZERO.
         05 FEED-REJECTS-READ     PIC 9(7) VALUE ZERO.
         05 UNMATCHED-CORRECTIONS PIC 9(7) VALUE ZERO.
       01 WS-STILL-FAILING-TOTAL PIC 9(7).

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE.
              MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME.
              PERFORM PARSE-REPAIR-PARM.
              PERFORM LOAD-CORRECTIONS.
              PERFORM LOAD-CURRENCIES.
              PERFORM LOAD-SOURCE-PROFILES.
              PERFORM REPAIR-FEED.
              PERFORM REPORT-UNMATCHED-CORRECTIONS.
              PERFORM SET-REPAIR-RETURN-CODE.
              PERFORM WRITE-RUN-STATISTICS.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the business date (DATE=ccyymmdd);
      * no date takes the latest business date off the run-control
      * master.
      ******************************************************************
       PARSE-REPAIR-PARM.
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
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DATE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                    TO WS-DATE-ENTRY
                  IF WS-DATE-ENTRY IS NUMERIC THEN
                    MOVE WS-DATE-ENTRY TO REPAIR-BUSINESS-DATE
                  ELSE
                    DISPLAY 'DATE PARM NOT NUMERIC, USING BUSINESS '
                            'DATE'
                  END-IF
                END-IF
              END-PERFORM

              IF REPAIR-BUSINESS-DATE = ZERO THEN
                PERFORM FIND-BUSINESS-DATE
              END-IF

              DISPLAY 'BUSINESS DATE: ' REPAIR-BUSINESS-DATE.

      ******************************************************************
      * Takes the latest business date on the run-control master,
      * whatever the stage, as the date the run's statistics are
      * filed under; with no run-control master the run date
      * stands in.
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
                  IF RN-BUSINESS-DATE > REPAIR-BUSINESS-DATE THEN
                    MOVE RN-BUSINESS-DATE TO REPAIR-BUSINESS-DATE
                  END-IF
                  READ RUN-CONTROL-FILE
                    AT END SET RUN-CONTROL-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
              END-IF

              IF REPAIR-BUSINESS-DATE = ZERO THEN
                DISPLAY 'NO RUN ON RUN CONTROL, USING RUN DATE'
                MOVE WS-RUN-CCYYMMDD TO REPAIR-BUSINESS-DATE
              END-IF.

      ******************************************************************
      * Loads the operator-keyed correction file onto the keyed
      * correction work file, every record marked unmatched; there
                MOVE EX-FIRST-FAIL-DATE TO RT-FIRST-FAIL-DATE
                WRITE TXN-RECYCLE-REC
                ADD 1 TO TXN-RECYCLED-COUNT
                ADD FIX-AMOUNT TO TXN-RECYCLED-AMOUNT
              ELSE
                MOVE EX-TRANSACTION-ID TO E2-TRANSACTION-ID
                MOVE FIX-TYPE-CODE TO E2-TYPE-CODE
                MOVE 4 TO RETURN-CODE
              END-IF.

      ******************************************************************
      * Appends the repair run's statistics record: exceptions and
      * rejects read, records recycled, records still failing or
      * waiting on a correction, and the recycled transaction amount.
      * The run is keyed on the business date under stage REPAIR.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

              OPEN EXTEND RUN-STAT-FILE
              IF RUN-STAT-IS-NEW THEN
                OPEN OUTPUT RUN-STAT-FILE
              END-IF

              MOVE REPAIR-BUSINESS-DATE TO SS-BUSINESS-DATE
              MOVE 'REPAIR' TO SS-STAGE
              MOVE 'CONDFIX' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              COMPUTE SS-RECORDS-READ = TXN-EXCEPTIONS-READ
                                      + FEED-REJECTS-READ
              COMPUTE SS-RECORDS-ACCEPTED = TXN-RECYCLED-COUNT
                                          + FEED-RECYCLED-COUNT
              COMPUTE SS-RECORDS-EXCEPTED = TXN-STILL-FAILING
                                          + TXN-UNCORRECTED-COUNT
                                          + FEED-STILL-FAILING
                                          + FEED-UNCORRECTED-COUNT
              MOVE TXN-RECYCLED-AMOUNT TO SS-AMOUNT-TOTAL
              WRITE RUN-STAT-REC

              CLOSE RUN-STAT-FILE.

       END PROGRAM CONDFIX.
