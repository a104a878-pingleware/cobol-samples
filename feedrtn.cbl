      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Per-provider feed reject return run - splits the
      *          day's feed rejects and the feed write-offs the
      *          exception inventory step just approved into one
      *          return extract per provider on the source-profile
      *          master, each enveloped with an HDR/TRL pair whose
      *          header file ID carries the provider's source code,
      *          so the extracts can be transmitted back without
      *          anyone cutting the reject file up by hand. Records
      *          whose source code is not on the master go to an
      *          unrouted extract for the operators. Also appends the
      *          day's quality tallies per provider - records sent,
      *          first-pass rejects by reason code, records that
      *          needed a repair-run correction, and write-offs by
      *          reason code - to the history the monthly provider
      *          quality scorecard is built from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> the day's feed extract, read for its business date
              *> and the records each provider sent
              SELECT FEED-FILE ASSIGN TO FEEDIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-FILE-STATUS.

              *> per-provider validation profiles; a provider's
              *> position on this master is its return extract slot
              SELECT SOURCE-PROFILE-FILE ASSIGN TO SRCPROF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SOURCE-PROFILE-STATUS.

              *> the day's feed rejects, the corrected records the
              *> repair run recycled, and the accumulated feed
              *> write-offs with the approving operator
              SELECT REJECTS-FILE ASSIGN TO FEEDREJ
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REJECTS-FILE-STATUS.
              SELECT FEED-RECYCLE-FILE ASSIGN TO FEEDRCYC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-RECYCLE-STATUS.
              SELECT FEED-WRITEOFF-FILE ASSIGN TO FEEDWOFF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-WRITEOFF-STATUS.

              *> one return extract per source-profile slot, and the
              *> extract for records no provider can be found for
              SELECT RETURN-FILE-01 ASSIGN TO RTNFIL01
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-02 ASSIGN TO RTNFIL02
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-03 ASSIGN TO RTNFIL03
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-04 ASSIGN TO RTNFIL04
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-05 ASSIGN TO RTNFIL05
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-06 ASSIGN TO RTNFIL06
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-07 ASSIGN TO RTNFIL07
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-08 ASSIGN TO RTNFIL08
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-09 ASSIGN TO RTNFIL09
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT RETURN-FILE-10 ASSIGN TO RTNFIL10
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.
              SELECT UNROUTED-FILE ASSIGN TO RTNUNRT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-FILE-STATUS.

              *> provider quality history the monthly scorecard
              *> reads, appended once per business date
              SELECT QUALITY-HISTORY-FILE ASSIGN TO FEEDQHST
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS QUALITY-HISTORY-STATUS.

              *> printed return run report
              SELECT RETURN-REPORT-FILE ASSIGN TO FRTNRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETURN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
              COPY FEEDREC.
       01  FEED-ENVELOPE-REC         PIC X(27).

       FD  SOURCE-PROFILE-FILE.
              COPY SRCPROF.

       FD  REJECTS-FILE.
              COPY REJREC.

       FD  FEED-RECYCLE-FILE.
              COPY RCYFEED.

       FD  FEED-WRITEOFF-FILE.
       01  FEED-WRITEOFF-REC.
              05 WF-NAME             PIC X(20).
              05 WF-ID               PIC X(10).
              05 WF-AMOUNT           PIC X(9).
              05 WF-REASON-CODE      PIC X(2).
              05 WF-REASON-TEXT      PIC X(30).
              05 WF-ATTEMPT-COUNT    PIC 9(2).
              05 WF-FIRST-FAIL-DATE  PIC 9(8).
              05 WF-SOURCE-CODE      PIC X(2).
              05 WF-APPROVED-BY      PIC X(8).
              05 WF-WRITEOFF-DATE    PIC 9(8).

       FD  RETURN-FILE-01.
       01  RETURN-REC-01             PIC X(92).
       FD  RETURN-FILE-02.
       01  RETURN-REC-02             PIC X(92).
       FD  RETURN-FILE-03.
       01  RETURN-REC-03             PIC X(92).
       FD  RETURN-FILE-04.
       01  RETURN-REC-04             PIC X(92).
       FD  RETURN-FILE-05.
       01  RETURN-REC-05             PIC X(92).
       FD  RETURN-FILE-06.
       01  RETURN-REC-06             PIC X(92).
       FD  RETURN-FILE-07.
       01  RETURN-REC-07             PIC X(92).
       FD  RETURN-FILE-08.
       01  RETURN-REC-08             PIC X(92).
       FD  RETURN-FILE-09.
       01  RETURN-REC-09             PIC X(92).
       FD  RETURN-FILE-10.
       01  RETURN-REC-10             PIC X(92).
       FD  UNROUTED-FILE.
       01  UNROUTED-REC              PIC X(92).

       FD  QUALITY-HISTORY-FILE.
              COPY FEEDQREC.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the return run
       01 FEED-FILE-STATUS PIC XX.
         88 FEED-FILE-EOF VALUE '10'.
         88 FEED-FILE-NOT-FOUND VALUE '35'.
       01 SOURCE-PROFILE-STATUS PIC XX.
         88 SOURCE-PROFILE-EOF VALUE '10'.
         88 SOURCE-PROFILE-NOT-FOUND VALUE '35'.
       01 REJECTS-FILE-STATUS PIC XX.
         88 REJECTS-FILE-EOF VALUE '10'.
         88 REJECTS-FILE-NOT-FOUND VALUE '35'.
       01 FEED-RECYCLE-STATUS PIC XX.
         88 FEED-RECYCLE-EOF VALUE '10'.
         88 FEED-RECYCLE-NOT-FOUND VALUE '35'.
       01 FEED-WRITEOFF-STATUS PIC XX.
         88 FEED-WRITEOFF-EOF VALUE '10'.
         88 FEED-WRITEOFF-NOT-FOUND VALUE '35'.
       01 RETURN-FILE-STATUS PIC XX.
       01 QUALITY-HISTORY-STATUS PIC XX.
         88 QUALITY-HISTORY-EOF VALUE '10'.
         88 QUALITY-HISTORY-IS-NEW VALUE '35'.
       01 RETURN-REPORT-STATUS PIC XX.

       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 FILLER              PIC X(13).

       *> extract envelope work area for the return extracts
              COPY HDRTRL.

       *> return detail built off the reject or write-off in hand
              COPY RTNREC.

       *> business date off the feed extract header; the run date
       *> when the extract is not on file
       01 RETURN-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       *> one slot per provider on the source-profile master, in
       *> master order, and slot eleven for unrouted records
       01 PROVIDER-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 PROVIDER-TABLE.
         05 PROVIDER-ENTRY OCCURS 11 TIMES
                           INDEXED BY PROVIDER-IDX.
           10 PV-SOURCE-CODE    PIC X(2).
           10 PV-REJECT-COUNT   PIC 9(7).
           10 PV-WRITEOFF-COUNT PIC 9(7).
           10 PV-HASH-TOTAL     PIC S9(12)V99.
       01 UNROUTED-SLOT PIC 9(2) VALUE 11.
       01 PROVIDER-OVERFLOW-COUNT PIC 9(3) VALUE ZERO.
       01 RETURN-SLOT PIC 9(2).
       01 RETURN-LOOKUP-SOURCE PIC X(2).
       01 RETURN-LINE-WORK PIC X(92).
       01 RETURN-AMOUNT-WORK PIC 9(9).

       *> the day's quality tallies per provider, tally type and
       *> reason code, added on first sight
       01 QUALITY-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 QUALITY-TABLE.
         05 QUALITY-ENTRY OCCURS 300 TIMES
                          INDEXED BY QUALITY-IDX.
           10 QT-SOURCE-CODE    PIC X(2).
           10 QT-TALLY-TYPE     PIC X(1).
           10 QT-REASON-CODE    PIC X(2).
           10 QT-TALLY-COUNT    PIC 9(7).
       01 QUALITY-FOUND-SW PIC X VALUE 'N'.
         88 QUALITY-FOUND VALUE 'Y'.
       01 QUALITY-LOOKUP-SOURCE PIC X(2).
       01 QUALITY-LOOKUP-TYPE PIC X(1).
       01 QUALITY-LOOKUP-REASON PIC X(2).
       01 QUALITY-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
       01 HISTORY-DATE-SW PIC X VALUE 'N'.
         88 HISTORY-DATE-ON-FILE VALUE 'Y'.

       *> run tallies
       01 RETURN-TALLIES.
         05 FEED-RECORDS-READ     PIC 9(7) VALUE ZERO.
         05 REJECTS-READ          PIC 9(7) VALUE ZERO.
         05 WRITEOFFS-READ        PIC 9(7) VALUE ZERO.
         05 WRITEOFFS-RETURNED    PIC 9(7) VALUE ZERO.
         05 CORRECTIONS-READ      PIC 9(7) VALUE ZERO.
         05 UNROUTED-COUNT        PIC 9(7) VALUE ZERO.
         05 TALLIES-WRITTEN       PIC 9(7) VALUE ZERO.

       *> printed heading, detail and summary line layouts
       01 RETURN-COLUMN-LINE.
         05 FILLER                PIC X(8) VALUE 'SOURCE  '.
         05 FILLER                PIC X(10) VALUE 'DD NAME   '.
         05 FILLER                PIC X(10) VALUE 'FILE ID   '.
         05 FILLER                PIC X(9) VALUE '  REJECTS'.
         05 FILLER                PIC X(11) VALUE ' WRITE-OFFS'.
         05 FILLER                PIC X(9) VALUE '  RECORDS'.
         05 FILLER                PIC X(19)
                                  VALUE '         HASH TOTAL'.
       01 RETURN-DETAIL-LINE.
         05 RD-SOURCE-CODE        PIC X(2).
         05 FILLER                PIC X(6) VALUE SPACES.
         05 RD-DD-NAME            PIC X(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-FILE-ID            PIC X(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-REJECTS            PIC ZZZ,ZZ9.
         05 FILLER                PIC X(4) VALUE SPACES.
         05 RD-WRITEOFFS          PIC ZZZ,ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-RECORDS            PIC ZZZ,ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-HASH-TOTAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 RETURN-SUMMARY-LINE.
         05 XS-LABEL              PIC X(24).
         05 XS-VALUE              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              PERFORM LOAD-SOURCE-PROFILES.
              PERFORM COUNT-RECORDS-SENT.
              PERFORM CHECK-QUALITY-HISTORY.
              PERFORM OPEN-RETURN-EXTRACTS.
              PERFORM SPLIT-FEED-REJECTS.
              PERFORM SPLIT-FEED-WRITEOFFS.
              PERFORM COUNT-FEED-CORRECTIONS.
              PERFORM CLOSE-RETURN-EXTRACTS.
              PERFORM WRITE-QUALITY-HISTORY.
              PERFORM PRINT-RETURN-REPORT.
              PERFORM SET-RETURN-RUN-CODE.

            STOP RUN.

      ******************************************************************
      * Reads the source-profile master into the provider slots in
      * master order. A provider past the tenth has no return
      * extract of its own; its records go to the unrouted extract
      * and the run is flagged.
      ******************************************************************
       LOAD-SOURCE-PROFILES.
              MOVE '??' TO PV-SOURCE-CODE (UNROUTED-SLOT)
              MOVE ZERO TO PV-REJECT-COUNT (UNROUTED-SLOT)
              MOVE ZERO TO PV-WRITEOFF-COUNT (UNROUTED-SLOT)
              MOVE ZERO TO PV-HASH-TOTAL (UNROUTED-SLOT)

              OPEN INPUT SOURCE-PROFILE-FILE
              IF SOURCE-PROFILE-NOT-FOUND THEN
                DISPLAY 'SRCPROF NOT FOUND, ALL RECORDS UNROUTED'
              ELSE
                READ SOURCE-PROFILE-FILE
                  AT END SET SOURCE-PROFILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL SOURCE-PROFILE-EOF
                  IF PROVIDER-TABLE-COUNT < 10 THEN
                    ADD 1 TO PROVIDER-TABLE-COUNT
                    SET PROVIDER-IDX TO PROVIDER-TABLE-COUNT
                    MOVE SP-SOURCE-CODE
                      TO PV-SOURCE-CODE (PROVIDER-IDX)
                    MOVE ZERO TO PV-REJECT-COUNT (PROVIDER-IDX)
                    MOVE ZERO TO PV-WRITEOFF-COUNT (PROVIDER-IDX)
                    MOVE ZERO TO PV-HASH-TOTAL (PROVIDER-IDX)
                  ELSE
                    ADD 1 TO PROVIDER-OVERFLOW-COUNT
                    DISPLAY 'NO RETURN SLOT FOR SOURCE '
                            SP-SOURCE-CODE ', RECORDS UNROUTED'
                  END-IF
                  READ SOURCE-PROFILE-FILE
                    AT END SET SOURCE-PROFILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE SOURCE-PROFILE-FILE
              END-IF.

      ******************************************************************
      * Reads the day's feed extract for its business date and tallies
      * the detail records each provider sent.
      ******************************************************************
       COUNT-RECORDS-SENT.
              OPEN INPUT FEED-FILE
              IF FEED-FILE-NOT-FOUND THEN
                DISPLAY 'FEEDIN NOT FOUND, NO RECORDS-SENT TALLY'
              ELSE
                READ FEED-FILE
                  AT END SET FEED-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-FILE-EOF
                  EVALUATE TRUE
                    WHEN FEED-ENVELOPE-REC (1:3) = 'HDR'
                      MOVE FEED-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      MOVE EW-BUSINESS-DATE TO RETURN-BUSINESS-DATE
                    WHEN FEED-ENVELOPE-REC (1:3) = 'TRL'
                      CONTINUE
                    WHEN OTHER
                      ADD 1 TO FEED-RECORDS-READ
                      MOVE FD-SOURCE-CODE TO QUALITY-LOOKUP-SOURCE
                      MOVE 'S' TO QUALITY-LOOKUP-TYPE
                      MOVE SPACES TO QUALITY-LOOKUP-REASON
                      PERFORM ADD-QUALITY-TALLY
                  END-EVALUATE
                  READ FEED-FILE
                    AT END SET FEED-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-FILE
              END-IF

              IF RETURN-BUSINESS-DATE = ZERO THEN
                MOVE WS-RUN-CCYYMMDD TO RETURN-BUSINESS-DATE
              END-IF.

      ******************************************************************
      * Looks for the business date on the quality history already,
      * so a rerun of the repair job does not count the day twice.
      ******************************************************************
       CHECK-QUALITY-HISTORY.
              OPEN INPUT QUALITY-HISTORY-FILE
              IF QUALITY-HISTORY-IS-NEW THEN
                CONTINUE
              ELSE
                READ QUALITY-HISTORY-FILE
                  AT END SET QUALITY-HISTORY-EOF TO TRUE
                END-READ
                PERFORM UNTIL QUALITY-HISTORY-EOF
                       OR HISTORY-DATE-ON-FILE
                  IF FQ-BUSINESS-DATE = RETURN-BUSINESS-DATE THEN
                    SET HISTORY-DATE-ON-FILE TO TRUE
                  END-IF
                  READ QUALITY-HISTORY-FILE
                    AT END SET QUALITY-HISTORY-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE QUALITY-HISTORY-FILE
              END-IF.

      ******************************************************************
      * Opens every provider's return extract and the unrouted
      * extract and writes each one's header: file ID FEEDRT plus the
      * provider's source code, and the business date. A provider
      * with nothing to return still gets an empty, enveloped
      * extract so the transmission shows a nil return.
      ******************************************************************
       OPEN-RETURN-EXTRACTS.
              PERFORM VARYING RETURN-SLOT FROM 1 BY 1
                UNTIL RETURN-SLOT > PROVIDER-TABLE-COUNT
                PERFORM OPEN-RETURN-SLOT
                PERFORM WRITE-RETURN-HEADER
              END-PERFORM
              MOVE UNROUTED-SLOT TO RETURN-SLOT
              PERFORM OPEN-RETURN-SLOT
              PERFORM WRITE-RETURN-HEADER.

      ******************************************************************
      * Writes the header envelope record opening the slot's extract:
      * the file ID built from the provider's source code and the
      * business date the returns are for.
      ******************************************************************
       WRITE-RETURN-HEADER.
              MOVE SPACES TO ENVELOPE-WORK-REC
              SET EW-IS-HEADER TO TRUE
              MOVE SPACES TO EW-FILE-ID
              STRING 'FEEDRT' PV-SOURCE-CODE (RETURN-SLOT)
                DELIMITED BY SIZE INTO EW-FILE-ID
              MOVE RETURN-BUSINESS-DATE TO EW-BUSINESS-DATE
              MOVE ENVELOPE-WORK-REC TO RETURN-LINE-WORK
              PERFORM WRITE-RETURN-LINE.

      ******************************************************************
      * Writes each of the day's feed rejects to its provider's
      * return extract, and tallies the first-pass rejects by reason
      * code for the scorecard; a recycled record failing again goes
      * back to the provider but is not counted a second time.
      ******************************************************************
       SPLIT-FEED-REJECTS.
              OPEN INPUT REJECTS-FILE
              IF REJECTS-FILE-NOT-FOUND THEN
                DISPLAY 'FEEDREJ NOT FOUND, NO REJECTS RETURNED'
              ELSE
                READ REJECTS-FILE
                  AT END SET REJECTS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL REJECTS-FILE-EOF
                  ADD 1 TO REJECTS-READ
                  MOVE SPACES TO FEED-RETURN-REC
                  SET FR-REJECTED TO TRUE
                  MOVE RJ-NAME TO FR-NAME
                  MOVE RJ-ID TO FR-ID
                  MOVE RJ-AMOUNT TO FR-AMOUNT
                  MOVE RJ-REASON-CODE TO FR-REASON-CODE
                  MOVE RJ-REASON-TEXT TO FR-REASON-TEXT
                  MOVE RJ-ATTEMPT-COUNT TO FR-ATTEMPT-COUNT
                  MOVE RJ-FIRST-FAIL-DATE TO FR-FIRST-FAIL-DATE
                  MOVE RJ-SOURCE-CODE TO FR-SOURCE-CODE
                  MOVE ZERO TO FR-WRITEOFF-DATE
                  PERFORM ROUTE-RETURN-RECORD
                  ADD 1 TO PV-REJECT-COUNT (RETURN-SLOT)

                  IF RJ-ATTEMPT-COUNT NOT > 1 THEN
                    MOVE RJ-SOURCE-CODE TO QUALITY-LOOKUP-SOURCE
                    MOVE 'R' TO QUALITY-LOOKUP-TYPE
                    MOVE RJ-REASON-CODE TO QUALITY-LOOKUP-REASON
                    PERFORM ADD-QUALITY-TALLY
                  END-IF

                  READ REJECTS-FILE
                    AT END SET REJECTS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE REJECTS-FILE
              END-IF.

      ******************************************************************
      * Writes the feed write-offs the exception inventory step
      * approved today to their providers' return extracts and
      * tallies them by reason code; earlier days' write-offs on the
      * accumulated file went back with their own day's extracts.
      ******************************************************************
       SPLIT-FEED-WRITEOFFS.
              OPEN INPUT FEED-WRITEOFF-FILE
              IF FEED-WRITEOFF-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ FEED-WRITEOFF-FILE
                  AT END SET FEED-WRITEOFF-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-WRITEOFF-EOF
                  ADD 1 TO WRITEOFFS-READ
                  IF WF-WRITEOFF-DATE = WS-RUN-CCYYMMDD THEN
                    ADD 1 TO WRITEOFFS-RETURNED
                    MOVE SPACES TO FEED-RETURN-REC
                    SET FR-WRITTEN-OFF TO TRUE
                    MOVE WF-NAME TO FR-NAME
                    MOVE WF-ID TO FR-ID
                    MOVE WF-AMOUNT TO FR-AMOUNT
                    MOVE WF-REASON-CODE TO FR-REASON-CODE
                    MOVE WF-REASON-TEXT TO FR-REASON-TEXT
                    MOVE WF-ATTEMPT-COUNT TO FR-ATTEMPT-COUNT
                    MOVE WF-FIRST-FAIL-DATE TO FR-FIRST-FAIL-DATE
                    MOVE WF-SOURCE-CODE TO FR-SOURCE-CODE
                    MOVE WF-WRITEOFF-DATE TO FR-WRITEOFF-DATE
                    PERFORM ROUTE-RETURN-RECORD
                    ADD 1 TO PV-WRITEOFF-COUNT (RETURN-SLOT)

                    MOVE WF-SOURCE-CODE TO QUALITY-LOOKUP-SOURCE
                    MOVE 'W' TO QUALITY-LOOKUP-TYPE
                    MOVE WF-REASON-CODE TO QUALITY-LOOKUP-REASON
                    PERFORM ADD-QUALITY-TALLY
                  END-IF
                  READ FEED-WRITEOFF-FILE
                    AT END SET FEED-WRITEOFF-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-WRITEOFF-FILE
              END-IF.

      ******************************************************************
      * Tallies the records the repair run corrected and recycled, by
      * provider, for the scorecard.
      ******************************************************************
       COUNT-FEED-CORRECTIONS.
              OPEN INPUT FEED-RECYCLE-FILE
              IF FEED-RECYCLE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ FEED-RECYCLE-FILE
                  AT END SET FEED-RECYCLE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-RECYCLE-EOF
                  ADD 1 TO CORRECTIONS-READ
                  MOVE RF-SOURCE-CODE TO QUALITY-LOOKUP-SOURCE
                  MOVE 'C' TO QUALITY-LOOKUP-TYPE
                  MOVE SPACES TO QUALITY-LOOKUP-REASON
                  PERFORM ADD-QUALITY-TALLY
                  READ FEED-RECYCLE-FILE
                    AT END SET FEED-RECYCLE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-RECYCLE-FILE
              END-IF.

      ******************************************************************
      * Finds the return slot for the record in hand by its source
      * code, writes it there and adds its amount to the slot's
      * hash total. No slot for the code sends it to the unrouted
      * extract.
      ******************************************************************
       ROUTE-RETURN-RECORD.
              MOVE FR-SOURCE-CODE TO RETURN-LOOKUP-SOURCE
              MOVE UNROUTED-SLOT TO RETURN-SLOT
              IF PROVIDER-TABLE-COUNT > ZERO THEN
                SET PROVIDER-IDX TO 1
                SEARCH PROVIDER-ENTRY
                  AT END CONTINUE
                  WHEN PROVIDER-IDX > PROVIDER-TABLE-COUNT
                    CONTINUE
                  WHEN PV-SOURCE-CODE (PROVIDER-IDX)
                       = RETURN-LOOKUP-SOURCE
                    SET RETURN-SLOT TO PROVIDER-IDX
                END-SEARCH
              END-IF
              IF RETURN-SLOT = UNROUTED-SLOT THEN
                ADD 1 TO UNROUTED-COUNT
              END-IF

              IF FR-AMOUNT IS NUMERIC THEN
                MOVE FR-AMOUNT TO RETURN-AMOUNT-WORK
                ADD RETURN-AMOUNT-WORK TO PV-HASH-TOTAL (RETURN-SLOT)
              END-IF
              MOVE FEED-RETURN-REC TO RETURN-LINE-WORK
              PERFORM WRITE-RETURN-LINE.

      ******************************************************************
      * Writes each extract's trailer - detail count and amount hash
      * total - and closes it.
      ******************************************************************
       CLOSE-RETURN-EXTRACTS.
              PERFORM VARYING RETURN-SLOT FROM 1 BY 1
                UNTIL RETURN-SLOT > PROVIDER-TABLE-COUNT
                PERFORM WRITE-RETURN-TRAILER
                PERFORM CLOSE-RETURN-SLOT
              END-PERFORM
              MOVE UNROUTED-SLOT TO RETURN-SLOT
              PERFORM WRITE-RETURN-TRAILER
              PERFORM CLOSE-RETURN-SLOT.

      ******************************************************************
      * Writes the trailer envelope record closing the slot's
      * extract: the count of rejects and write-offs returned and
      * the hash total over them, for the provider to prove the
      * file against.
      ******************************************************************
       WRITE-RETURN-TRAILER.
              MOVE SPACES TO ENVELOPE-WORK-REC
              SET EW-IS-TRAILER TO TRUE
              COMPUTE EW-RECORD-COUNT
                = PV-REJECT-COUNT (RETURN-SLOT)
                + PV-WRITEOFF-COUNT (RETURN-SLOT)
              MOVE PV-HASH-TOTAL (RETURN-SLOT) TO EW-HASH-TOTAL
              MOVE ENVELOPE-WORK-REC TO RETURN-LINE-WORK
              PERFORM WRITE-RETURN-LINE.

      ******************************************************************
      * Slot-to-file plumbing: one extract DD per slot.
      ******************************************************************
       OPEN-RETURN-SLOT.
              EVALUATE RETURN-SLOT
                WHEN 1  OPEN OUTPUT RETURN-FILE-01
                WHEN 2  OPEN OUTPUT RETURN-FILE-02
                WHEN 3  OPEN OUTPUT RETURN-FILE-03
                WHEN 4  OPEN OUTPUT RETURN-FILE-04
                WHEN 5  OPEN OUTPUT RETURN-FILE-05
                WHEN 6  OPEN OUTPUT RETURN-FILE-06
                WHEN 7  OPEN OUTPUT RETURN-FILE-07
                WHEN 8  OPEN OUTPUT RETURN-FILE-08
                WHEN 9  OPEN OUTPUT RETURN-FILE-09
                WHEN 10 OPEN OUTPUT RETURN-FILE-10
                WHEN OTHER OPEN OUTPUT UNROUTED-FILE
              END-EVALUATE.

      ******************************************************************
      * Writes the line in hand to the slot's extract.
      ******************************************************************
       WRITE-RETURN-LINE.
              EVALUATE RETURN-SLOT
                WHEN 1  WRITE RETURN-REC-01 FROM RETURN-LINE-WORK
                WHEN 2  WRITE RETURN-REC-02 FROM RETURN-LINE-WORK
                WHEN 3  WRITE RETURN-REC-03 FROM RETURN-LINE-WORK
                WHEN 4  WRITE RETURN-REC-04 FROM RETURN-LINE-WORK
                WHEN 5  WRITE RETURN-REC-05 FROM RETURN-LINE-WORK
                WHEN 6  WRITE RETURN-REC-06 FROM RETURN-LINE-WORK
                WHEN 7  WRITE RETURN-REC-07 FROM RETURN-LINE-WORK
                WHEN 8  WRITE RETURN-REC-08 FROM RETURN-LINE-WORK
                WHEN 9  WRITE RETURN-REC-09 FROM RETURN-LINE-WORK
                WHEN 10 WRITE RETURN-REC-10 FROM RETURN-LINE-WORK
                WHEN OTHER WRITE UNROUTED-REC FROM RETURN-LINE-WORK
              END-EVALUATE.

      ******************************************************************
      * Closes the slot's extract.
      ******************************************************************
       CLOSE-RETURN-SLOT.
              EVALUATE RETURN-SLOT
                WHEN 1  CLOSE RETURN-FILE-01
                WHEN 2  CLOSE RETURN-FILE-02
                WHEN 3  CLOSE RETURN-FILE-03
                WHEN 4  CLOSE RETURN-FILE-04
                WHEN 5  CLOSE RETURN-FILE-05
                WHEN 6  CLOSE RETURN-FILE-06
                WHEN 7  CLOSE RETURN-FILE-07
                WHEN 8  CLOSE RETURN-FILE-08
                WHEN 9  CLOSE RETURN-FILE-09
                WHEN 10 CLOSE RETURN-FILE-10
                WHEN OTHER CLOSE UNROUTED-FILE
              END-EVALUATE.

      ******************************************************************
      * Adds one to the quality tally for the lookup provider, type
      * and reason, adding a tally row on first sight.
      ******************************************************************
       ADD-QUALITY-TALLY.
              MOVE 'N' TO QUALITY-FOUND-SW
              IF QUALITY-TABLE-COUNT > ZERO THEN
                SET QUALITY-IDX TO 1
                SEARCH QUALITY-ENTRY
                  AT END CONTINUE
                  WHEN QUALITY-IDX > QUALITY-TABLE-COUNT
                    CONTINUE
                  WHEN QT-SOURCE-CODE (QUALITY-IDX)
                       = QUALITY-LOOKUP-SOURCE
                   AND QT-TALLY-TYPE (QUALITY-IDX)
                       = QUALITY-LOOKUP-TYPE
                   AND QT-REASON-CODE (QUALITY-IDX)
                       = QUALITY-LOOKUP-REASON
                    SET QUALITY-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF NOT QUALITY-FOUND
                 AND QUALITY-TABLE-COUNT < 300 THEN
                ADD 1 TO QUALITY-TABLE-COUNT
                SET QUALITY-IDX TO QUALITY-TABLE-COUNT
                MOVE QUALITY-LOOKUP-SOURCE
                  TO QT-SOURCE-CODE (QUALITY-IDX)
                MOVE QUALITY-LOOKUP-TYPE
                  TO QT-TALLY-TYPE (QUALITY-IDX)
                MOVE QUALITY-LOOKUP-REASON
                  TO QT-REASON-CODE (QUALITY-IDX)
                MOVE ZERO TO QT-TALLY-COUNT (QUALITY-IDX)
                SET QUALITY-FOUND TO TRUE
              END-IF

              IF QUALITY-FOUND THEN
                ADD 1 TO QT-TALLY-COUNT (QUALITY-IDX)
              ELSE
                ADD 1 TO QUALITY-OVERFLOW-COUNT
              END-IF.

      ******************************************************************
      * Appends the day's tallies to the quality history under the
      * business date, unless that date is already there.
      ******************************************************************
       WRITE-QUALITY-HISTORY.
              IF HISTORY-DATE-ON-FILE THEN
                DISPLAY 'BUSINESS DATE ' RETURN-BUSINESS-DATE
                        ' ALREADY ON FEEDQHST, TALLIES NOT ADDED'
              ELSE
                OPEN EXTEND QUALITY-HISTORY-FILE
                IF QUALITY-HISTORY-IS-NEW THEN
                  OPEN OUTPUT QUALITY-HISTORY-FILE
                END-IF
                PERFORM VARYING QUALITY-IDX FROM 1 BY 1
                  UNTIL QUALITY-IDX > QUALITY-TABLE-COUNT
                  MOVE RETURN-BUSINESS-DATE TO FQ-BUSINESS-DATE
                  MOVE QT-SOURCE-CODE (QUALITY-IDX) TO FQ-SOURCE-CODE
                  MOVE QT-TALLY-TYPE (QUALITY-IDX) TO FQ-TALLY-TYPE
                  MOVE QT-REASON-CODE (QUALITY-IDX) TO FQ-REASON-CODE
                  MOVE QT-TALLY-COUNT (QUALITY-IDX) TO FQ-TALLY-COUNT
                  WRITE FEED-QUALITY-REC
                  ADD 1 TO TALLIES-WRITTEN
                END-PERFORM
                CLOSE QUALITY-HISTORY-FILE
              END-IF.

      ******************************************************************
      * Prints one line per return extract - source code, DD, file ID,
      * rejects, write-offs, records and hash total - then the run
      * summary.
      ******************************************************************
       PRINT-RETURN-REPORT.
              OPEN OUTPUT RETURN-REPORT-FILE

              MOVE SPACES TO RETURN-REPORT-LINE
              STRING 'FEED PROVIDER RETURN EXTRACTS   BUSINESS DATE '
                     RETURN-BUSINESS-DATE
                     '   RUN DATE ' WS-RUN-CCYYMMDD
                DELIMITED BY SIZE INTO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE SPACES TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE RETURN-COLUMN-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE

              PERFORM VARYING RETURN-SLOT FROM 1 BY 1
                UNTIL RETURN-SLOT > PROVIDER-TABLE-COUNT
                PERFORM PRINT-RETURN-DETAIL
              END-PERFORM
              MOVE UNROUTED-SLOT TO RETURN-SLOT
              PERFORM PRINT-RETURN-DETAIL

              MOVE SPACES TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'FEED RECORDS SENT' TO XS-LABEL
              MOVE FEED-RECORDS-READ TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'REJECTS RETURNED' TO XS-LABEL
              MOVE REJECTS-READ TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'WRITE-OFFS RETURNED' TO XS-LABEL
              MOVE WRITEOFFS-RETURNED TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'RECORDS UNROUTED' TO XS-LABEL
              MOVE UNROUTED-COUNT TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'CORRECTIONS RECYCLED' TO XS-LABEL
              MOVE CORRECTIONS-READ TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'QUALITY TALLIES WRITTEN' TO XS-LABEL
              MOVE TALLIES-WRITTEN TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              MOVE 'QUALITY TALLIES DROPPED' TO XS-LABEL
              MOVE QUALITY-OVERFLOW-COUNT TO XS-VALUE
              MOVE RETURN-SUMMARY-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE
              IF HISTORY-DATE-ON-FILE THEN
                MOVE SPACES TO RETURN-REPORT-LINE
                STRING 'BUSINESS DATE ALREADY ON QUALITY HISTORY - '
                       'TALLIES NOT ADDED'
                  DELIMITED BY SIZE INTO RETURN-REPORT-LINE
                WRITE RETURN-REPORT-LINE
              END-IF

              CLOSE RETURN-REPORT-FILE

              DISPLAY 'FEED RETURN SUMMARY'
              DISPLAY 'PROVIDERS     : ' PROVIDER-TABLE-COUNT
              DISPLAY 'REJECTS       : ' REJECTS-READ
              DISPLAY 'WRITE-OFFS    : ' WRITEOFFS-RETURNED
              DISPLAY 'UNROUTED      : ' UNROUTED-COUNT
              DISPLAY 'TALLIES       : ' TALLIES-WRITTEN.

      ******************************************************************
      * Prints one extract's report line: the provider, the DD
      * it went out on, its file ID, and the reject, write-off
      * and hash totals its trailer carries.
      ******************************************************************
       PRINT-RETURN-DETAIL.
              MOVE PV-SOURCE-CODE (RETURN-SLOT) TO RD-SOURCE-CODE
              IF RETURN-SLOT = UNROUTED-SLOT THEN
                MOVE 'RTNUNRT' TO RD-DD-NAME
              ELSE
                MOVE SPACES TO RD-DD-NAME
                STRING 'RTNFIL' RETURN-SLOT
                  DELIMITED BY SIZE INTO RD-DD-NAME
              END-IF
              MOVE SPACES TO RD-FILE-ID
              STRING 'FEEDRT' PV-SOURCE-CODE (RETURN-SLOT)
                DELIMITED BY SIZE INTO RD-FILE-ID
              MOVE PV-REJECT-COUNT (RETURN-SLOT) TO RD-REJECTS
              MOVE PV-WRITEOFF-COUNT (RETURN-SLOT) TO RD-WRITEOFFS
              COMPUTE RD-RECORDS
                = PV-REJECT-COUNT (RETURN-SLOT)
                + PV-WRITEOFF-COUNT (RETURN-SLOT)
              MOVE PV-HASH-TOTAL (RETURN-SLOT) TO RD-HASH-TOTAL
              MOVE RETURN-DETAIL-LINE TO RETURN-REPORT-LINE
              WRITE RETURN-REPORT-LINE.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: warning when records could
      * not be routed to a provider, a provider had no slot, tallies
      * would not fit the table, or the day was already on the
      * quality history.
      ******************************************************************
       SET-RETURN-RUN-CODE.
              IF UNROUTED-COUNT = ZERO
                 AND PROVIDER-OVERFLOW-COUNT = ZERO
                 AND QUALITY-OVERFLOW-COUNT = ZERO
                 AND NOT HISTORY-DATE-ON-FILE THEN
                MOVE 0 TO RETURN-CODE
              ELSE
                MOVE 4 TO RETURN-CODE
              END-IF.

       END PROGRAM FEEDRTN.
