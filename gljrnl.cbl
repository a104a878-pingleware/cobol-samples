      *          team stops rekeying the summary by hand. Unmapped
      *          type/currency combinations are routed to the
      *          suspense account and reported instead of dropped.
      *          The repost pairs the acknowledgement run wrote for
      *          suspense items mapped since are appended after the
      *          posting lines, so they reach the ledger on the same
      *          interface file and its reply can confirm them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS GL-MAP-STATUS.

              *> repost pairs moving mapped items out of suspense,
              *> written by the acknowledgement run ahead of this step
              SELECT SUSPENSE-REPOST-FILE ASSIGN TO GLSUSRP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SUSPENSE-REPOST-STATUS.

              *> journal-entry interface file the ledger system loads
              SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                     ORGANIZATION IS LINE SEQUENTIAL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS JOURNAL-REPORT-STATUS.

              *> run-statistics file the journal build appends its
              *> record to for the volume-anomaly check
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-SUMMARY-FILE.
       FD  GL-MAP-FILE.
              COPY GLMAPREC.

       FD  SUSPENSE-REPOST-FILE.
       01  SUSPENSE-REPOST-REC        PIC X(41).

       FD  JOURNAL-FILE.
              COPY JRNLREC.

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE        PIC X(80).

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       WORKING-STORAGE SECTION.
       *> file status fields for the journal build
       01 POSTING-SUMMARY-STATUS PIC XX.
       01 GL-MAP-STATUS PIC XX.
         88 GL-MAP-EOF VALUE '10'.
         88 GL-MAP-NOT-FOUND VALUE '35'.
       01 SUSPENSE-REPOST-STATUS PIC XX.
         88 SUSPENSE-REPOST-EOF VALUE '10'.
         88 SUSPENSE-REPOST-NOT-FOUND VALUE '35'.
       01 JOURNAL-FILE-STATUS PIC XX.
       01 JOURNAL-REPORT-STATUS PIC XX.
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-IS-NEW VALUE '35'.

       *> run date/time stamped on the run-statistics record
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HHMMSS       PIC 9(6).
         05 FILLER              PIC X(7).
       01 WS-RUN-START-DATE PIC 9(8).
       01 WS-RUN-START-TIME PIC 9(6).

       *> account mappings loaded into a table keyed by transaction
       *> type plus currency, searched once per posting row
         05 POSTING-ROWS-READ     PIC 9(7) VALUE ZERO.
         05 JOURNAL-LINES-WRITTEN PIC 9(7) VALUE ZERO.
         05 UNMAPPED-ROW-COUNT    PIC 9(7) VALUE ZERO.
         05 REPOST-LINES-APPENDED PIC 9(7) VALUE ZERO.
         05 JOURNAL-AMOUNT-TOTAL  PIC S9(13)V99 VALUE ZERO.
       01 JOURNAL-WORK-AMOUNT PIC S9(11)V99.
       01 JOURNAL-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       *> printed detail and summary line layouts
       01 UNMAPPED-DETAIL-LINE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE.
              MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME.
              PERFORM LOAD-GL-MAP.
              PERFORM BUILD-JOURNAL.
              PERFORM SET-JOURNAL-RETURN-CODE.
              PERFORM WRITE-RUN-STATISTICS.

            STOP RUN.

                  END-READ
                END-PERFORM

                PERFORM APPEND-SUSPENSE-REPOSTS

                MOVE 'POSTING ROWS READ' TO JS-LABEL
                MOVE POSTING-ROWS-READ TO JS-VALUE
                MOVE JOURNAL-SUMMARY-LINE TO JOURNAL-REPORT-LINE
                MOVE UNMAPPED-ROW-COUNT TO JS-VALUE
                MOVE JOURNAL-SUMMARY-LINE TO JOURNAL-REPORT-LINE
                WRITE JOURNAL-REPORT-LINE
                MOVE 'SUSPENSE REPOST LINES' TO JS-LABEL
                MOVE REPOST-LINES-APPENDED TO JS-VALUE
                MOVE JOURNAL-SUMMARY-LINE TO JOURNAL-REPORT-LINE
                WRITE JOURNAL-REPORT-LINE

                CLOSE POSTING-SUMMARY-FILE
                CLOSE JOURNAL-FILE
                DISPLAY 'POSTING ROWS  : ' POSTING-ROWS-READ
                DISPLAY 'JOURNAL LINES : ' JOURNAL-LINES-WRITTEN
                DISPLAY 'UNMAPPED ROWS : ' UNMAPPED-ROW-COUNT
                DISPLAY 'REPOST LINES  : ' REPOST-LINES-APPENDED
              END-IF.

      ******************************************************************
      * Appends the suspense repost pairs after the posting lines, in
      * the order written so each pair stays together, dated with
      * the journal's business date and keeping their repost flag;
      * no repost file means nothing was mapped since the last run.
      ******************************************************************
       APPEND-SUSPENSE-REPOSTS.
              OPEN INPUT SUSPENSE-REPOST-FILE
              IF SUSPENSE-REPOST-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ SUSPENSE-REPOST-FILE
                  AT END SET SUSPENSE-REPOST-EOF TO TRUE
                END-READ

                PERFORM UNTIL SUSPENSE-REPOST-EOF
                  MOVE SUSPENSE-REPOST-REC TO JOURNAL-OUT-REC
                  IF JOURNAL-BUSINESS-DATE NOT = ZERO THEN
                    MOVE JOURNAL-BUSINESS-DATE TO JE-BUSINESS-DATE
                  END-IF
                  WRITE JOURNAL-OUT-REC
                  ADD 1 TO JOURNAL-LINES-WRITTEN
                  ADD 1 TO REPOST-LINES-APPENDED

                  READ SUSPENSE-REPOST-FILE
                    AT END SET SUSPENSE-REPOST-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE SUSPENSE-REPOST-FILE
              END-IF.

      ******************************************************************
      * no activity writes no line.
      ******************************************************************
       WRITE-JOURNAL-LINES.
              MOVE PO-BUSINESS-DATE TO JOURNAL-BUSINESS-DATE
              IF PO-DEBIT-COUNT > ZERO THEN
                MOVE PO-BUSINESS-DATE TO JE-BUSINESS-DATE
                IF GL-MAP-FOUND THEN
                MOVE PO-TYPE-CODE TO JE-SOURCE-TYPE
                WRITE JOURNAL-OUT-REC
                ADD 1 TO JOURNAL-LINES-WRITTEN
                ADD JOURNAL-WORK-AMOUNT TO JOURNAL-AMOUNT-TOTAL
              END-IF

              IF PO-CREDIT-COUNT > ZERO THEN
                MOVE PO-TYPE-CODE TO JE-SOURCE-TYPE
                WRITE JOURNAL-OUT-REC
                ADD 1 TO JOURNAL-LINES-WRITTEN
                ADD PO-CREDIT-TOTAL TO JOURNAL-AMOUNT-TOTAL
              END-IF.

      ******************************************************************
                MOVE 4 TO RETURN-CODE
              END-IF.

      ******************************************************************
      * Appends the journal build's statistics record under stage
      * TXN, keyed on the business date the posting summary carries
      * (the run date when the summary was empty): posting rows read,
      * rows mapped, rows routed to suspense, and the journal amount
      * written across both sides.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

              OPEN EXTEND RUN-STAT-FILE
              IF RUN-STAT-IS-NEW THEN
                OPEN OUTPUT RUN-STAT-FILE
              END-IF

              IF JOURNAL-BUSINESS-DATE = ZERO THEN
                MOVE WS-RUN-START-DATE TO JOURNAL-BUSINESS-DATE
              END-IF
              MOVE JOURNAL-BUSINESS-DATE TO SS-BUSINESS-DATE
              MOVE 'TXN' TO SS-STAGE
              MOVE 'GLJRNL' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              MOVE POSTING-ROWS-READ TO SS-RECORDS-READ
              COMPUTE SS-RECORDS-ACCEPTED = POSTING-ROWS-READ
                                          - UNMAPPED-ROW-COUNT
              MOVE UNMAPPED-ROW-COUNT TO SS-RECORDS-EXCEPTED
              MOVE JOURNAL-AMOUNT-TOTAL TO SS-AMOUNT-TOTAL
              WRITE RUN-STAT-REC

              CLOSE RUN-STAT-FILE.

       END PROGRAM GLJRNL.
