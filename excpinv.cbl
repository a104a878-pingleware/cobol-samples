      *          the run control uses for overrides, so nothing
      *          leaves the population without a name attached.
      *          Everything else is carried forward unchanged.
      *          The run's statistics record is filed under the
      *          business date - DATE= in the PARM, or the latest
      *          business date on the run-control master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS INVENTORY-REPORT-STATUS.

              *> run-control master, read for the latest business
              *> date on file when no DATE= is given
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> run-statistics file the inventory run appends its
              *> record to for the volume-anomaly check
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRY-EXCEPTIONS-FILE.
       FD  INVENTORY-REPORT-FILE.
       01  INVENTORY-REPORT-LINE      PIC X(90).

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       WORKING-STORAGE SECTION.
       *> file status fields for the inventory run
       01 RETRY-EXCEPTIONS-STATUS PIC XX.
       01 TXN-WRITEOFF-STATUS PIC XX.
       01 FEED-WRITEOFF-STATUS PIC XX.
       01 INVENTORY-REPORT-STATUS PIC XX.
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-EOF VALUE '10'.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-IS-NEW VALUE '35'.

       *> run date captured once for the write-off stamp and the
       *> days-outstanding arithmetic, and the start time carried
       *> to the run-statistics record
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HHMMSS       PIC 9(6).
         05 FILLER              PIC X(7).
       01 WS-TODAY-INTEGER PIC 9(8).
       01 WS-RUN-START-DATE PIC 9(8).
       01 WS-RUN-START-TIME PIC 9(6).

       *> attempt limit taken from the step PARM (LIMIT=nn), with
       *> the shop default of five repair passes, and the business
       *> date the statistics record is filed under (DATE=ccyymmdd)
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-DATE-ENTRY PIC X(8).
       01 INVENTORY-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-LIMIT-ENTRY PIC X(2).
       01 WS-LIMIT-LEN PIC 9(1).
       01 WS-LIMIT-SUB PIC 9(1).
         05 FEED-REJECTS-READ     PIC 9(7) VALUE ZERO.
         05 CARRIED-FORWARD-COUNT PIC 9(7) VALUE ZERO.
         05 WRITTEN-OFF-COUNT     PIC 9(7) VALUE ZERO.
         05 WRITTEN-OFF-AMOUNT    PIC S9(11)V99 VALUE ZERO.
         05 AWAITING-APPROVAL-COUNT PIC 9(7) VALUE ZERO.

       *> printed detail and summary line layouts
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE.
              MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME.
              COMPUTE WS-TODAY-INTEGER
                = FUNCTION INTEGER-OF-DATE (WS-RUN-CCYYMMDD).
              PERFORM PARSE-LIMIT-PARM.
              PERFORM AGE-FEED-REJECTS.
              PERFORM PRINT-INVENTORY-REPORT.
              PERFORM SET-INVENTORY-RETURN-CODE.
              PERFORM WRITE-RUN-STATISTICS.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the write-off attempt limit
      * (LIMIT=nn) and the business date (DATE=ccyymmdd); no LIMIT=
      * keeps the shop default of five repair passes and no DATE=
      * takes the latest business date off the run-control master.
      ******************************************************************
       PARSE-LIMIT-PARM.
              MOVE SPACES TO WS-PARM-TEXT
                    TO WS-LIMIT-ENTRY
                  PERFORM CONVERT-LIMIT-ENTRY
                END-IF
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DATE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                    TO WS-DATE-ENTRY
                  IF WS-DATE-ENTRY IS NUMERIC THEN
                    MOVE WS-DATE-ENTRY TO INVENTORY-BUSINESS-DATE
                  ELSE
                    DISPLAY 'DATE PARM NOT NUMERIC, USING BUSINESS '
                            'DATE'
                  END-IF
                END-IF
              END-PERFORM

              IF INVENTORY-BUSINESS-DATE = ZERO THEN
                PERFORM FIND-BUSINESS-DATE
              END-IF

              DISPLAY 'WRITE-OFF ATTEMPT LIMIT: '
                      WRITEOFF-ATTEMPT-LIMIT
              DISPLAY 'BUSINESS DATE: ' INVENTORY-BUSINESS-DATE.

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
                  IF RN-BUSINESS-DATE > INVENTORY-BUSINESS-DATE THEN
                    MOVE RN-BUSINESS-DATE TO INVENTORY-BUSINESS-DATE
                  END-IF
                  READ RUN-CONTROL-FILE
                    AT END SET RUN-CONTROL-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
              END-IF

              IF INVENTORY-BUSINESS-DATE = ZERO THEN
                DISPLAY 'NO RUN ON RUN CONTROL, USING RUN DATE'
                MOVE WS-RUN-CCYYMMDD TO INVENTORY-BUSINESS-DATE
              END-IF.

      ******************************************************************
      * Right-justifies the keyed LIMIT= digits into a zero-filled
                    MOVE WS-RUN-CCYYMMDD TO WT-WRITEOFF-DATE
                    WRITE TXN-WRITEOFF-REC
                    ADD 1 TO WRITTEN-OFF-COUNT
                    ADD E2-AMOUNT TO WRITTEN-OFF-AMOUNT
                  ELSE
                    IF AGE-WRITEOFF-ELIGIBLE THEN
                      ADD 1 TO AWAITING-APPROVAL-COUNT
                MOVE 4 TO RETURN-CODE
              END-IF.

      ******************************************************************
      * Appends the inventory run's statistics record: second-pass
      * exceptions and rejects read, records carried forward, records
      * written off, and the written-off transaction amount. The run
      * is keyed on the business date under stage REPAIR.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

              OPEN EXTEND RUN-STAT-FILE
              IF RUN-STAT-IS-NEW THEN
                OPEN OUTPUT RUN-STAT-FILE
              END-IF

              MOVE INVENTORY-BUSINESS-DATE TO SS-BUSINESS-DATE
              MOVE 'REPAIR' TO SS-STAGE
              MOVE 'EXCPINV' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              COMPUTE SS-RECORDS-READ = TXN-EXCEPTIONS-READ
                                      + FEED-REJECTS-READ
              MOVE CARRIED-FORWARD-COUNT TO SS-RECORDS-ACCEPTED
              MOVE WRITTEN-OFF-COUNT TO SS-RECORDS-EXCEPTED
              MOVE WRITTEN-OFF-AMOUNT TO SS-AMOUNT-TOTAL
              WRITE RUN-STAT-REC

              CLOSE RUN-STAT-FILE.

       END PROGRAM EXCPINV.
