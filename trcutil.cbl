      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Lifecycle trace inquiry over one transaction ID or
      *          one feed record ID - searches every file the record
      *          can pass through on its way from the daily extract
      *          to the ledger or the write-off file (the extract,
      *          the first-pass exceptions or rejects, the operator
      *          corrections, the recycle files, the second-pass and
      *          carried-forward population, the duplicates, the
      *          seen-transaction master or the accepted feed file,
      *          and the write-offs) and prints its history in date
      *          order within a FROM=/TO= date range: when it arrived
      *          and from where, each edit it failed and why, each
      *          correction and recycle, and whether it finally
      *          posted, was caught as a duplicate, or was written
      *          off and under whose approval. Gives the help desk
      *          one step to answer "what happened to this record"
      *          instead of a browse of a dozen datasets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> transaction side: the daily extract, first-pass
              *> exceptions, recycle, second-pass and carried-forward
              *> exceptions, duplicates and write-offs
              SELECT TRANSACTION-FILE ASSIGN TO TXNIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TRANSACTION-FILE-STATUS.
              SELECT EXCEPTIONS-FILE ASSIGN TO TXNEXCPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS EXCEPTIONS-FILE-STATUS.
              SELECT TXN-RECYCLE-FILE ASSIGN TO TXNRCYC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TXN-RECYCLE-STATUS.
              SELECT RETRY-EXCEPTIONS-FILE ASSIGN TO TXNEXC2
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETRY-EXCEPTIONS-STATUS.
              SELECT CARRY-EXCEPTIONS-FILE ASSIGN TO TXNEXC3
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CARRY-EXCEPTIONS-STATUS.
              SELECT DUP-TXN-FILE ASSIGN TO TXNDUP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DUP-TXN-STATUS.
              SELECT TXN-WRITEOFF-FILE ASSIGN TO TXNWOFF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TXN-WRITEOFF-STATUS.

              *> seen-transaction master, read on the traced ID to
              *> prove the transaction posted and on which date
              SELECT SEEN-TXN-FILE ASSIGN TO SEENTXN
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS ST-TRANSACTION-ID
                     FILE STATUS IS SEEN-TXN-STATUS.

              *> feed side: the daily feed, first-pass rejects,
              *> recycle, second-pass and carried-forward rejects,
              *> accepted records and write-offs
              SELECT FEED-FILE ASSIGN TO FEEDIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-FILE-STATUS.
              SELECT REJECTS-FILE ASSIGN TO FEEDREJ
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REJECTS-FILE-STATUS.
              SELECT FEED-RECYCLE-FILE ASSIGN TO FEEDRCYC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-RECYCLE-STATUS.
              SELECT RETRY-REJECTS-FILE ASSIGN TO FEEDREJ2
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RETRY-REJECTS-STATUS.
              SELECT CARRY-REJECTS-FILE ASSIGN TO FEEDREJ3
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CARRY-REJECTS-STATUS.
              SELECT FEED-ACCEPT-FILE ASSIGN TO FEEDACC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-ACCEPT-STATUS.
              SELECT FEED-WRITEOFF-FILE ASSIGN TO FEEDWOFF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-WRITEOFF-STATUS.

              *> operator-keyed corrections the repair run applied,
              *> shared by both sides
              SELECT CORRECTIONS-FILE ASSIGN TO CORRIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CORRECTIONS-FILE-STATUS.

              *> printed trace report
              SELECT TRACE-REPORT-FILE ASSIGN TO TRCRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TRACE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
              COPY TXNREC.
       01  TXN-ENVELOPE-REC          PIC X(27).

       FD  EXCEPTIONS-FILE.
              COPY EXCPREC.

       FD  TXN-RECYCLE-FILE.
              COPY RCYTXN.

       FD  RETRY-EXCEPTIONS-FILE.
              COPY EXC2REC.

       FD  CARRY-EXCEPTIONS-FILE.
       01  CARRY-EXCEPTION-REC.
              05 CE-TRANSACTION-ID   PIC X(10).
              05 CE-TYPE-CODE        PIC X(1).
              05 CE-AMOUNT           PIC S9(9)V99.
              05 CE-CURRENCY-CODE    PIC X(3).
              05 CE-REASON           PIC X(30).
              05 CE-ATTEMPT-COUNT    PIC 9(2).
              05 CE-FIRST-FAIL-DATE  PIC 9(8).

       FD  DUP-TXN-FILE.
       01  DUP-TXN-REC.
              05 DT-TRANSACTION-ID   PIC X(10).
              05 DT-TYPE-CODE        PIC X(1).
              05 DT-AMOUNT           PIC S9(9)V99.
              05 DT-CURRENCY-CODE    PIC X(3).
              05 DT-FIRST-SEEN-DATE  PIC 9(8).
              05 DT-REASON           PIC X(30).

       FD  TXN-WRITEOFF-FILE.
       01  TXN-WRITEOFF-REC.
              05 WT-TRANSACTION-ID   PIC X(10).
              05 WT-TYPE-CODE        PIC X(1).
              05 WT-AMOUNT           PIC S9(9)V99.
              05 WT-CURRENCY-CODE    PIC X(3).
              05 WT-REASON           PIC X(30).
              05 WT-ATTEMPT-COUNT    PIC 9(2).
              05 WT-FIRST-FAIL-DATE  PIC 9(8).
              05 WT-APPROVED-BY      PIC X(8).
              05 WT-WRITEOFF-DATE    PIC 9(8).

       FD  SEEN-TXN-FILE.
              COPY SEENREC.

       FD  FEED-FILE.
              COPY FEEDREC.
       01  FEED-ENVELOPE-REC         PIC X(27).

       FD  REJECTS-FILE.
              COPY REJREC.

       FD  FEED-RECYCLE-FILE.
              COPY RCYFEED.

       FD  RETRY-REJECTS-FILE.
              COPY REJ2REC.

       FD  CARRY-REJECTS-FILE.
       01  CARRY-REJECT-REC.
              05 CJ-NAME             PIC X(20).
              05 CJ-ID               PIC X(10).
              05 CJ-AMOUNT           PIC X(9).
              05 CJ-REASON-CODE      PIC X(2).
              05 CJ-REASON-TEXT      PIC X(30).
              05 CJ-ATTEMPT-COUNT    PIC 9(2).
              05 CJ-FIRST-FAIL-DATE  PIC 9(8).
              05 CJ-SOURCE-CODE      PIC X(2).

       FD  FEED-ACCEPT-FILE.
       01  FEED-ACCEPT-REC.
              05 FA-NAME             PIC X(20).
              05 FA-ID               PIC X(10).
              05 FA-AMOUNT           PIC X(9).
              05 FA-SOURCE-CODE      PIC X(2).

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

       FD  CORRECTIONS-FILE.
              COPY CORRREC.

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the trace run
       01 TRANSACTION-FILE-STATUS PIC XX.
         88 TRANSACTION-FILE-EOF VALUE '10'.
         88 TRANSACTION-FILE-NOT-FOUND VALUE '35'.
       01 EXCEPTIONS-FILE-STATUS PIC XX.
         88 EXCEPTIONS-FILE-EOF VALUE '10'.
         88 EXCEPTIONS-FILE-NOT-FOUND VALUE '35'.
       01 TXN-RECYCLE-STATUS PIC XX.
         88 TXN-RECYCLE-EOF VALUE '10'.
         88 TXN-RECYCLE-NOT-FOUND VALUE '35'.
       01 RETRY-EXCEPTIONS-STATUS PIC XX.
         88 RETRY-EXCEPTIONS-EOF VALUE '10'.
         88 RETRY-EXCEPTIONS-NOT-FOUND VALUE '35'.
       01 CARRY-EXCEPTIONS-STATUS PIC XX.
         88 CARRY-EXCEPTIONS-EOF VALUE '10'.
         88 CARRY-EXCEPTIONS-NOT-FOUND VALUE '35'.
       01 DUP-TXN-STATUS PIC XX.
         88 DUP-TXN-EOF VALUE '10'.
         88 DUP-TXN-NOT-FOUND VALUE '35'.
       01 TXN-WRITEOFF-STATUS PIC XX.
         88 TXN-WRITEOFF-EOF VALUE '10'.
         88 TXN-WRITEOFF-NOT-FOUND VALUE '35'.
       01 SEEN-TXN-STATUS PIC XX.
         88 SEEN-TXN-NO-FILE VALUE '35'.
       01 FEED-FILE-STATUS PIC XX.
         88 FEED-FILE-EOF VALUE '10'.
         88 FEED-FILE-NOT-FOUND VALUE '35'.
       01 REJECTS-FILE-STATUS PIC XX.
         88 REJECTS-FILE-EOF VALUE '10'.
         88 REJECTS-FILE-NOT-FOUND VALUE '35'.
       01 FEED-RECYCLE-STATUS PIC XX.
         88 FEED-RECYCLE-EOF VALUE '10'.
         88 FEED-RECYCLE-NOT-FOUND VALUE '35'.
       01 RETRY-REJECTS-STATUS PIC XX.
         88 RETRY-REJECTS-EOF VALUE '10'.
         88 RETRY-REJECTS-NOT-FOUND VALUE '35'.
       01 CARRY-REJECTS-STATUS PIC XX.
         88 CARRY-REJECTS-EOF VALUE '10'.
         88 CARRY-REJECTS-NOT-FOUND VALUE '35'.
       01 FEED-ACCEPT-STATUS PIC XX.
         88 FEED-ACCEPT-EOF VALUE '10'.
         88 FEED-ACCEPT-NOT-FOUND VALUE '35'.
       01 FEED-WRITEOFF-STATUS PIC XX.
         88 FEED-WRITEOFF-EOF VALUE '10'.
         88 FEED-WRITEOFF-NOT-FOUND VALUE '35'.
       01 CORRECTIONS-FILE-STATUS PIC XX.
         88 CORRECTIONS-FILE-EOF VALUE '10'.
         88 CORRECTIONS-FILE-NOT-FOUND VALUE '35'.
       01 TRACE-REPORT-STATUS PIC XX.

       *> envelope header and trailer absorbed off the extracts
       COPY HDRTRL.

       *> run date/time printed on the report heading
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-YYYY         PIC 9(4).
         05 WS-RUN-MM           PIC 9(2).
         05 WS-RUN-DD           PIC 9(2).
         05 WS-RUN-HH           PIC 9(2).
         05 WS-RUN-MIN          PIC 9(2).
         05 WS-RUN-SS           PIC 9(2).
         05 FILLER              PIC X(11).
       01 WS-RUN-DATE-DISPLAY   PIC X(10).
       01 WS-RUN-TIME-DISPLAY   PIC X(8).

       *> inquiry parsed from the step PARM
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-TRACE-TYPE PIC X(1) VALUE SPACE.
         88 TRACE-TRANSACTION VALUE 'T'.
         88 TRACE-FEED-RECORD VALUE 'F'.
       01 WS-ID-REQUEST PIC X(10) VALUE SPACES.
       01 WS-ID-COUNT PIC 9(1) VALUE ZERO.
       01 WS-FROM-DATE-X PIC X(8) VALUE '00000000'.
       01 WS-FROM-DATE REDEFINES WS-FROM-DATE-X PIC 9(8).
       01 WS-TO-DATE-X PIC X(8) VALUE '99999999'.
       01 WS-TO-DATE REDEFINES WS-TO-DATE-X PIC 9(8).
       01 WS-UTIL-ERROR-SW PIC X VALUE 'N'.
         88 WS-UTIL-ERROR VALUE 'Y'.

       *> business date off the extract header, used to date the
       *> records that carry no date of their own
       01 TRACE-DAY-DATE PIC 9(8) VALUE ZERO.

       *> the traced record's history, held in date order as each
       *> event is found: date, lifecycle step, attempt count and
       *> the order found, so events on one date read in the order
       *> the record moved through the stream
       01 EVENT-TABLE-LIMIT PIC 9(3) VALUE 200.
       01 EVENT-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 EVENT-SUB PIC 9(3).
       01 EVENT-INSERT-SUB PIC 9(3).
       01 EVENT-TABLE.
         05 EVENT-ENTRY OCCURS 200 TIMES.
           10 EV-SORT-KEY.
             15 EV-DATE         PIC 9(8).
             15 EV-STEP         PIC 9(1).
             15 EV-ATTEMPT      PIC 9(2).
             15 EV-FOUND-SEQ    PIC 9(3).
           10 EV-FILE           PIC X(8).
           10 EV-EVENT          PIC X(16).
           10 EV-DETAIL         PIC X(44).
       01 NEW-EVENT.
         05 NE-SORT-KEY.
           10 NE-DATE           PIC 9(8).
           10 NE-STEP           PIC 9(1).
           10 NE-ATTEMPT        PIC 9(2).
           10 NE-FOUND-SEQ      PIC 9(3).
         05 NE-FILE             PIC X(8).
         05 NE-EVENT            PIC X(16).
         05 NE-DETAIL           PIC X(44).
       01 EVENTS-FOUND PIC 9(5) VALUE ZERO.
       01 EVENTS-OUT-OF-RANGE PIC 9(5) VALUE ZERO.
       01 EVENTS-DROPPED PIC 9(5) VALUE ZERO.
       01 FINAL-DISPOSITION PIC X(40) VALUE SPACES.

       *> per-file search tallies printed under FILES SEARCHED
       01 FILE-SEARCH-COUNT PIC 9(2) VALUE ZERO.
       01 FILE-SEARCH-TABLE.
         05 FILE-SEARCH-ENTRY OCCURS 16 TIMES.
           10 FS-FILE           PIC X(8).
           10 FS-FOUND-SW       PIC X(1).
             88 FS-FILE-FOUND   VALUE 'Y'.
           10 FS-READ           PIC 9(7).
           10 FS-MATCHED        PIC 9(5).
       01 SEARCH-READ PIC 9(7).
       01 SEARCH-MATCHED PIC 9(5).
       01 SEARCH-FILE PIC X(8).
       01 SEARCH-FOUND-SW PIC X(1).

       *> edited fields used to build the event detail text
       01 AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       01 ATTEMPT-EDIT PIC Z9.

       *> printed report lines
       01 TRACE-HEADING-LINE.
         05 FILLER PIC X(12) VALUE 'DATE'.
         05 FILLER PIC X(18) VALUE 'EVENT'.
         05 FILLER PIC X(10) VALUE 'FILE'.
         05 FILLER PIC X(44) VALUE 'DETAIL'.
       01 TRACE-DETAIL-LINE.
         05 TL-DATE             PIC X(10).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 TL-EVENT            PIC X(16).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 TL-FILE             PIC X(8).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 TL-DETAIL           PIC X(44).
       01 SEARCH-DETAIL-LINE.
         05 FILLER              PIC X(2) VALUE SPACES.
         05 SL-FILE             PIC X(8).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 SL-STATUS           PIC X(10).
         05 SL-READ             PIC ZZZ,ZZZ,ZZ9.
         05 FILLER              PIC X(9) VALUE ' READ    '.
         05 SL-MATCHED          PIC ZZ,ZZ9.
         05 FILLER              PIC X(8) VALUE ' MATCHED'.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              PERFORM STAMP-RUN-DATE-TIME.
              PERFORM PARSE-TRACE-PARM.
              EVALUATE TRUE
                WHEN WS-UTIL-ERROR
                  CONTINUE
                WHEN TRACE-TRANSACTION
                  PERFORM TRACE-TRANSACTION-FILES
                WHEN TRACE-FEED-RECORD
                  PERFORM TRACE-FEED-FILES
              END-EVALUATE.
              IF NOT WS-UTIL-ERROR THEN
                PERFORM SET-FINAL-DISPOSITION
                PERFORM PRINT-TRACE-REPORT
              END-IF.
              PERFORM SET-TRACE-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Captures the run date/time once at the start of the run for
      * the report heading.
      ******************************************************************
       STAMP-RUN-DATE-TIME.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
              STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
                DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
              STRING WS-RUN-HH ':' WS-RUN-MIN ':' WS-RUN-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.

      ******************************************************************
      * Parses the inquiry from the step PARM: TXN= a transaction ID
      * or FEED= a feed record ID (exactly one), with an optional
      * FROM= and TO= business date range, open-ended by default.
      ******************************************************************
       PARSE-TRACE-PARM.
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
                EVALUATE TRUE
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:4) = 'TXN='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (5:10)
                      TO WS-ID-REQUEST
                    SET TRACE-TRANSACTION TO TRUE
                    ADD 1 TO WS-ID-COUNT
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'FEED='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:10)
                      TO WS-ID-REQUEST
                    SET TRACE-FEED-RECORD TO TRUE
                    ADD 1 TO WS-ID-COUNT
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'FROM='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                      TO WS-FROM-DATE-X
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:3) = 'TO='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (4:8)
                      TO WS-TO-DATE-X
                END-EVALUATE
              END-PERFORM

              EVALUATE TRUE
                WHEN WS-ID-COUNT NOT = 1 OR WS-ID-REQUEST = SPACES
                  DISPLAY 'PARM NEEDS ONE OF TXN= OR FEED='
                  SET WS-UTIL-ERROR TO TRUE
                WHEN WS-FROM-DATE-X IS NOT NUMERIC
                  DISPLAY 'FROM DATE NOT NUMERIC: ' WS-FROM-DATE-X
                  SET WS-UTIL-ERROR TO TRUE
                WHEN WS-TO-DATE-X IS NOT NUMERIC
                  DISPLAY 'TO DATE NOT NUMERIC: ' WS-TO-DATE-X
                  SET WS-UTIL-ERROR TO TRUE
                WHEN WS-FROM-DATE > WS-TO-DATE
                  DISPLAY 'FROM DATE ' WS-FROM-DATE-X
                          ' IS AFTER TO DATE ' WS-TO-DATE-X
                  SET WS-UTIL-ERROR TO TRUE
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

      ******************************************************************
      * Searches the transaction side for the traced ID. The extract
      * is read first so its header date is on hand for the files
      * whose records carry no date.
      ******************************************************************
       TRACE-TRANSACTION-FILES.
              PERFORM SEARCH-TRANSACTION-EXTRACT
              PERFORM SEARCH-TXN-EXCEPTIONS
              PERFORM SEARCH-CORRECTIONS
              PERFORM SEARCH-TXN-RECYCLE
              PERFORM SEARCH-TXN-RETRY-EXCEPTIONS
              PERFORM SEARCH-TXN-CARRY-EXCEPTIONS
              PERFORM SEARCH-TXN-DUPLICATES
              PERFORM SEARCH-SEEN-TRANSACTIONS
              PERFORM SEARCH-TXN-WRITEOFFS.

      ******************************************************************
      * Searches the feed side for the traced record ID, the feed
      * extract first for its header date.
      ******************************************************************
       TRACE-FEED-FILES.
              PERFORM SEARCH-FEED-EXTRACT
              PERFORM SEARCH-FEED-REJECTS
              PERFORM SEARCH-CORRECTIONS
              PERFORM SEARCH-FEED-RECYCLE
              PERFORM SEARCH-FEED-RETRY-REJECTS
              PERFORM SEARCH-FEED-CARRY-REJECTS
              PERFORM SEARCH-FEED-ACCEPTED
              PERFORM SEARCH-FEED-WRITEOFFS.

      ******************************************************************
      * TXNIN: the traced ID arriving on the daily extract, dated
      * with the header business date of the extract it came on.
      ******************************************************************
       SEARCH-TRANSACTION-EXTRACT.
              MOVE 'TXNIN' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT TRANSACTION-FILE
              IF TRANSACTION-FILE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ TRANSACTION-FILE
                  AT END SET TRANSACTION-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL TRANSACTION-FILE-EOF
                  EVALUATE TRUE
                    WHEN TXN-ENVELOPE-REC (1:3) = 'HDR'
                      MOVE TXN-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      MOVE EW-BUSINESS-DATE TO TRACE-DAY-DATE
                    WHEN TXN-ENVELOPE-REC (1:3) = 'TRL'
                      CONTINUE
                    WHEN OTHER
                      ADD 1 TO SEARCH-READ
                      IF TX-TRANSACTION-ID = WS-ID-REQUEST THEN
                        ADD 1 TO SEARCH-MATCHED
                        MOVE TRACE-DAY-DATE TO NE-DATE
                        MOVE 1 TO NE-STEP
                        MOVE ZERO TO NE-ATTEMPT
                        MOVE 'ARRIVED' TO NE-EVENT
                        MOVE TX-AMOUNT TO AMOUNT-EDIT
                        MOVE SPACES TO NE-DETAIL
                        STRING 'DAILY EXTRACT ' TX-TYPE-CODE ' '
                               AMOUNT-EDIT ' ' TX-CURRENCY-CODE
                          DELIMITED BY SIZE INTO NE-DETAIL
                        PERFORM ADD-TRACE-EVENT
                      END-IF
                  END-EVALUATE
                  READ TRANSACTION-FILE
                    AT END SET TRANSACTION-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE TRANSACTION-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * TXNEXCPT: each first-pass edit the traced ID failed, with
      * its reason, dated the way DATE-FAILURE-EVENT dates a
      * first-pass failure.
      ******************************************************************
       SEARCH-TXN-EXCEPTIONS.
              MOVE 'TXNEXCPT' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT EXCEPTIONS-FILE
              IF EXCEPTIONS-FILE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ EXCEPTIONS-FILE
                  AT END SET EXCEPTIONS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL EXCEPTIONS-FILE-EOF
                  ADD 1 TO SEARCH-READ
                  IF EX-TRANSACTION-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE EX-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE EX-FIRST-FAIL-DATE TO NE-DATE
                    PERFORM DATE-FAILURE-EVENT
                    MOVE 2 TO NE-STEP
                    MOVE 'FAILED EDIT' TO NE-EVENT
                    MOVE EX-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING EX-REASON ' ATTEMPT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ EXCEPTIONS-FILE
                    AT END SET EXCEPTIONS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE EXCEPTIONS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * CORRIN: operator corrections keyed against the traced ID on
      * the side being traced, with the values keyed.
      ******************************************************************
       SEARCH-CORRECTIONS.
              MOVE 'CORRIN' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT CORRECTIONS-FILE
              IF CORRECTIONS-FILE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ CORRECTIONS-FILE
                  AT END SET CORRECTIONS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL CORRECTIONS-FILE-EOF
                  ADD 1 TO SEARCH-READ
                  IF CR-KEY-ID = WS-ID-REQUEST
                     AND CR-SOURCE-TYPE = WS-TRACE-TYPE THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    MOVE 3 TO NE-STEP
                    MOVE ZERO TO NE-ATTEMPT
                    MOVE 'CORRECTED' TO NE-EVENT
                    MOVE SPACES TO NE-DETAIL
                    IF CR-TXN-CORRECTION THEN
                      IF CR-NEW-AMOUNT IS NUMERIC THEN
                        MOVE CR-NEW-AMOUNT TO AMOUNT-EDIT
                      ELSE
                        MOVE ZERO TO AMOUNT-EDIT
                      END-IF
                      STRING 'KEYED ' CR-NEW-TYPE-CODE ' '
                             AMOUNT-EDIT ' ' CR-NEW-CURRENCY
                        DELIMITED BY SIZE INTO NE-DETAIL
                    ELSE
                      STRING 'KEYED ' CR-NEW-NAME ' '
                             CR-NEW-FEED-AMOUNT
                        DELIMITED BY SIZE INTO NE-DETAIL
                    END-IF
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ CORRECTIONS-FILE
                    AT END SET CORRECTIONS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE CORRECTIONS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * TXNRCYC: the traced ID cleared by the repair run and sent
      * back round to rejoin the next validation run.
      ******************************************************************
       SEARCH-TXN-RECYCLE.
              MOVE 'TXNRCYC' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT TXN-RECYCLE-FILE
              IF TXN-RECYCLE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ TXN-RECYCLE-FILE
                  AT END SET TXN-RECYCLE-EOF TO TRUE
                END-READ
                PERFORM UNTIL TXN-RECYCLE-EOF
                  ADD 1 TO SEARCH-READ
                  IF RT-TRANSACTION-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    IF NE-DATE = ZERO THEN
                      MOVE RT-FIRST-FAIL-DATE TO NE-DATE
                    END-IF
                    MOVE 4 TO NE-STEP
                    MOVE RT-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'RECYCLED' TO NE-EVENT
                    MOVE RT-AMOUNT TO AMOUNT-EDIT
                    MOVE RT-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING 'REPAIRED ' RT-TYPE-CODE ' ' AMOUNT-EDIT
                           ' ' RT-CURRENCY-CODE ' ATT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ TXN-RECYCLE-FILE
                    AT END SET TXN-RECYCLE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE TXN-RECYCLE-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * TXNEXC2: the traced ID failing again on the repair run, or
      * left there with no correction on file.
      ******************************************************************
       SEARCH-TXN-RETRY-EXCEPTIONS.
              MOVE 'TXNEXC2' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT RETRY-EXCEPTIONS-FILE
              IF RETRY-EXCEPTIONS-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ RETRY-EXCEPTIONS-FILE
                  AT END SET RETRY-EXCEPTIONS-EOF TO TRUE
                END-READ
                PERFORM UNTIL RETRY-EXCEPTIONS-EOF
                  ADD 1 TO SEARCH-READ
                  IF E2-TRANSACTION-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    IF NE-DATE = ZERO THEN
                      MOVE E2-FIRST-FAIL-DATE TO NE-DATE
                    END-IF
                    MOVE 5 TO NE-STEP
                    MOVE E2-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'FAILED REPAIR' TO NE-EVENT
                    MOVE E2-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING E2-REASON ' ATTEMPT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ RETRY-EXCEPTIONS-FILE
                    AT END SET RETRY-EXCEPTIONS-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RETRY-EXCEPTIONS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * TXNEXC3: the traced ID carried forward open by the exception
      * inventory for the next repair cycle.
      ******************************************************************
       SEARCH-TXN-CARRY-EXCEPTIONS.
              MOVE 'TXNEXC3' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT CARRY-EXCEPTIONS-FILE
              IF CARRY-EXCEPTIONS-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ CARRY-EXCEPTIONS-FILE
                  AT END SET CARRY-EXCEPTIONS-EOF TO TRUE
                END-READ
                PERFORM UNTIL CARRY-EXCEPTIONS-EOF
                  ADD 1 TO SEARCH-READ
                  IF CE-TRANSACTION-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    IF NE-DATE = ZERO THEN
                      MOVE CE-FIRST-FAIL-DATE TO NE-DATE
                    END-IF
                    MOVE 6 TO NE-STEP
                    MOVE CE-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'CARRIED FORWARD' TO NE-EVENT
                    MOVE CE-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING CE-REASON ' ATTEMPT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ CARRY-EXCEPTIONS-FILE
                    AT END SET CARRY-EXCEPTIONS-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE CARRY-EXCEPTIONS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * TXNDUP: the traced ID caught as a retransmission of one
      * already accepted, dated with the extract's business date,
      * with the date it was first seen.
      ******************************************************************
       SEARCH-TXN-DUPLICATES.
              MOVE 'TXNDUP' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT DUP-TXN-FILE
              IF DUP-TXN-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ DUP-TXN-FILE
                  AT END SET DUP-TXN-EOF TO TRUE
                END-READ
                PERFORM UNTIL DUP-TXN-EOF
                  ADD 1 TO SEARCH-READ
                  IF DT-TRANSACTION-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    MOVE 7 TO NE-STEP
                    MOVE ZERO TO NE-ATTEMPT
                    MOVE 'DUPLICATE' TO NE-EVENT
                    MOVE SPACES TO NE-DETAIL
                    STRING 'FIRST SEEN ' DT-FIRST-SEEN-DATE ' '
                           DT-REASON
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ DUP-TXN-FILE
                    AT END SET DUP-TXN-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE DUP-TXN-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * SEENTXN: the seen master holds one record per ID accepted and
      * posted, dated with the business date it cleared.
      ******************************************************************
       SEARCH-SEEN-TRANSACTIONS.
              MOVE 'SEENTXN' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT SEEN-TXN-FILE
              IF SEEN-TXN-NO-FILE THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                ADD 1 TO SEARCH-READ
                MOVE WS-ID-REQUEST TO ST-TRANSACTION-ID
                READ SEEN-TXN-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                    ADD 1 TO SEARCH-MATCHED
                    MOVE ST-FIRST-SEEN-DATE TO NE-DATE
                    MOVE 7 TO NE-STEP
                    MOVE ZERO TO NE-ATTEMPT
                    MOVE 'POSTED' TO NE-EVENT
                    MOVE ST-AMOUNT TO AMOUNT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING 'ACCEPTED ' ST-TYPE-CODE ' ' AMOUNT-EDIT
                           ' ' ST-CURRENCY-CODE
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                END-READ
                CLOSE SEEN-TXN-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * TXNWOFF: the traced ID written off, with the operator whose
      * approval let it leave the population.
      ******************************************************************
       SEARCH-TXN-WRITEOFFS.
              MOVE 'TXNWOFF' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT TXN-WRITEOFF-FILE
              IF TXN-WRITEOFF-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ TXN-WRITEOFF-FILE
                  AT END SET TXN-WRITEOFF-EOF TO TRUE
                END-READ
                PERFORM UNTIL TXN-WRITEOFF-EOF
                  ADD 1 TO SEARCH-READ
                  IF WT-TRANSACTION-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE WT-WRITEOFF-DATE TO NE-DATE
                    MOVE 8 TO NE-STEP
                    MOVE WT-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'WRITTEN OFF' TO NE-EVENT
                    MOVE WT-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING 'APPROVED BY ' WT-APPROVED-BY
                           ' ATTEMPT ' ATTEMPT-EDIT ' '
                           WT-REASON
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ TXN-WRITEOFF-FILE
                    AT END SET TXN-WRITEOFF-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE TXN-WRITEOFF-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDIN: the traced record arriving on the daily feed, with
      * the provider source code it came from.
      ******************************************************************
       SEARCH-FEED-EXTRACT.
              MOVE 'FEEDIN' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT FEED-FILE
              IF FEED-FILE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ FEED-FILE
                  AT END SET FEED-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-FILE-EOF
                  EVALUATE TRUE
                    WHEN FEED-ENVELOPE-REC (1:3) = 'HDR'
                      MOVE FEED-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      MOVE EW-BUSINESS-DATE TO TRACE-DAY-DATE
                    WHEN FEED-ENVELOPE-REC (1:3) = 'TRL'
                      CONTINUE
                    WHEN OTHER
                      ADD 1 TO SEARCH-READ
                      IF FD-ID = WS-ID-REQUEST THEN
                        ADD 1 TO SEARCH-MATCHED
                        MOVE TRACE-DAY-DATE TO NE-DATE
                        MOVE 1 TO NE-STEP
                        MOVE ZERO TO NE-ATTEMPT
                        MOVE 'ARRIVED' TO NE-EVENT
                        MOVE SPACES TO NE-DETAIL
                        STRING 'SOURCE ' FD-SOURCE-CODE ' '
                               FD-NAME ' ' FD-AMOUNT
                          DELIMITED BY SIZE INTO NE-DETAIL
                        PERFORM ADD-TRACE-EVENT
                      END-IF
                  END-EVALUATE
                  READ FEED-FILE
                    AT END SET FEED-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDREJ: each first-pass edit the traced record failed, with
      * the reason code and text.
      ******************************************************************
       SEARCH-FEED-REJECTS.
              MOVE 'FEEDREJ' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT REJECTS-FILE
              IF REJECTS-FILE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ REJECTS-FILE
                  AT END SET REJECTS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL REJECTS-FILE-EOF
                  ADD 1 TO SEARCH-READ
                  IF RJ-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE RJ-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE RJ-FIRST-FAIL-DATE TO NE-DATE
                    PERFORM DATE-FAILURE-EVENT
                    MOVE 2 TO NE-STEP
                    MOVE 'REJECTED' TO NE-EVENT
                    MOVE RJ-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING RJ-REASON-CODE ' ' RJ-REASON-TEXT
                           ' ATT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ REJECTS-FILE
                    AT END SET REJECTS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE REJECTS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDRCYC: the traced record cleared by the repair run and
      * sent back round to rejoin the next validation run.
      ******************************************************************
       SEARCH-FEED-RECYCLE.
              MOVE 'FEEDRCYC' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT FEED-RECYCLE-FILE
              IF FEED-RECYCLE-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ FEED-RECYCLE-FILE
                  AT END SET FEED-RECYCLE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-RECYCLE-EOF
                  ADD 1 TO SEARCH-READ
                  IF RF-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    IF NE-DATE = ZERO THEN
                      MOVE RF-FIRST-FAIL-DATE TO NE-DATE
                    END-IF
                    MOVE 4 TO NE-STEP
                    MOVE RF-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'RECYCLED' TO NE-EVENT
                    MOVE RF-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING 'ATT ' ATTEMPT-EDIT ' ' RF-NAME ' '
                           RF-AMOUNT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ FEED-RECYCLE-FILE
                    AT END SET FEED-RECYCLE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-RECYCLE-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDREJ2: the traced record failing again on the repair run,
      * or left there with no correction on file.
      ******************************************************************
       SEARCH-FEED-RETRY-REJECTS.
              MOVE 'FEEDREJ2' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT RETRY-REJECTS-FILE
              IF RETRY-REJECTS-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ RETRY-REJECTS-FILE
                  AT END SET RETRY-REJECTS-EOF TO TRUE
                END-READ
                PERFORM UNTIL RETRY-REJECTS-EOF
                  ADD 1 TO SEARCH-READ
                  IF R2-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    IF NE-DATE = ZERO THEN
                      MOVE R2-FIRST-FAIL-DATE TO NE-DATE
                    END-IF
                    MOVE 5 TO NE-STEP
                    MOVE R2-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'FAILED REPAIR' TO NE-EVENT
                    MOVE R2-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING R2-REASON-CODE ' ' R2-REASON-TEXT
                           ' ATT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ RETRY-REJECTS-FILE
                    AT END SET RETRY-REJECTS-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RETRY-REJECTS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDREJ3: the traced record carried forward open by the
      * exception inventory for the next repair cycle.
      ******************************************************************
       SEARCH-FEED-CARRY-REJECTS.
              MOVE 'FEEDREJ3' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT CARRY-REJECTS-FILE
              IF CARRY-REJECTS-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ CARRY-REJECTS-FILE
                  AT END SET CARRY-REJECTS-EOF TO TRUE
                END-READ
                PERFORM UNTIL CARRY-REJECTS-EOF
                  ADD 1 TO SEARCH-READ
                  IF CJ-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    IF NE-DATE = ZERO THEN
                      MOVE CJ-FIRST-FAIL-DATE TO NE-DATE
                    END-IF
                    MOVE 6 TO NE-STEP
                    MOVE CJ-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'CARRIED FORWARD' TO NE-EVENT
                    MOVE CJ-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING CJ-REASON-CODE ' ' CJ-REASON-TEXT
                           ' ATT ' ATTEMPT-EDIT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ CARRY-REJECTS-FILE
                    AT END SET CARRY-REJECTS-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE CARRY-REJECTS-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDACC: the traced record passing every edit and accepted.
      ******************************************************************
       SEARCH-FEED-ACCEPTED.
              MOVE 'FEEDACC' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT FEED-ACCEPT-FILE
              IF FEED-ACCEPT-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ FEED-ACCEPT-FILE
                  AT END SET FEED-ACCEPT-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-ACCEPT-EOF
                  ADD 1 TO SEARCH-READ
                  IF FA-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE TRACE-DAY-DATE TO NE-DATE
                    MOVE 7 TO NE-STEP
                    MOVE ZERO TO NE-ATTEMPT
                    MOVE 'ACCEPTED' TO NE-EVENT
                    MOVE SPACES TO NE-DETAIL
                    STRING FA-NAME ' ' FA-AMOUNT ' SOURCE '
                           FA-SOURCE-CODE
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ FEED-ACCEPT-FILE
                    AT END SET FEED-ACCEPT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-ACCEPT-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * FEEDWOFF: the traced record written off, with the operator
      * whose approval let it leave the population.
      ******************************************************************
       SEARCH-FEED-WRITEOFFS.
              MOVE 'FEEDWOFF' TO SEARCH-FILE
              MOVE ZERO TO SEARCH-READ
              MOVE ZERO TO SEARCH-MATCHED
              OPEN INPUT FEED-WRITEOFF-FILE
              IF FEED-WRITEOFF-NOT-FOUND THEN
                MOVE 'N' TO SEARCH-FOUND-SW
              ELSE
                MOVE 'Y' TO SEARCH-FOUND-SW
                READ FEED-WRITEOFF-FILE
                  AT END SET FEED-WRITEOFF-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-WRITEOFF-EOF
                  ADD 1 TO SEARCH-READ
                  IF WF-ID = WS-ID-REQUEST THEN
                    ADD 1 TO SEARCH-MATCHED
                    MOVE WF-WRITEOFF-DATE TO NE-DATE
                    MOVE 8 TO NE-STEP
                    MOVE WF-ATTEMPT-COUNT TO NE-ATTEMPT
                    MOVE 'WRITTEN OFF' TO NE-EVENT
                    MOVE WF-ATTEMPT-COUNT TO ATTEMPT-EDIT
                    MOVE SPACES TO NE-DETAIL
                    STRING 'APPROVED BY ' WF-APPROVED-BY
                           ' ATTEMPT ' ATTEMPT-EDIT ' '
                           WF-REASON-CODE ' ' WF-REASON-TEXT
                      DELIMITED BY SIZE INTO NE-DETAIL
                    PERFORM ADD-TRACE-EVENT
                  END-IF
                  READ FEED-WRITEOFF-FILE
                    AT END SET FEED-WRITEOFF-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-WRITEOFF-FILE
              END-IF
              PERFORM RECORD-FILE-SEARCH.

      ******************************************************************
      * Dates a first-pass failure: the first failure is dated with
      * the date the record first failed, a repeat failure of a
      * recycled record with the extract's business date.
      ******************************************************************
       DATE-FAILURE-EVENT.
              IF NE-ATTEMPT > 1 OR NE-DATE = ZERO THEN
                IF TRACE-DAY-DATE > ZERO THEN
                  MOVE TRACE-DAY-DATE TO NE-DATE
                END-IF
              END-IF.

      ******************************************************************
      * Files one event found for the traced record into the history
      * table in date order, skipping events dated outside the FROM
      * and TO range. Undated events are always kept and print
      * first. The file name is taken from the file being searched.
      ******************************************************************
       ADD-TRACE-EVENT.
              ADD 1 TO EVENTS-FOUND
              MOVE SEARCH-FILE TO NE-FILE
              EVALUATE TRUE
                WHEN NE-DATE > ZERO
                     AND (NE-DATE < WS-FROM-DATE
                          OR NE-DATE > WS-TO-DATE)
                  ADD 1 TO EVENTS-OUT-OF-RANGE
                WHEN EVENT-TABLE-COUNT NOT < EVENT-TABLE-LIMIT
                  ADD 1 TO EVENTS-DROPPED
                WHEN OTHER
                  MOVE EVENTS-FOUND TO NE-FOUND-SEQ
                  MOVE 1 TO EVENT-INSERT-SUB
                  PERFORM VARYING EVENT-SUB FROM 1 BY 1
                    UNTIL EVENT-SUB > EVENT-TABLE-COUNT
                    IF EV-SORT-KEY (EVENT-SUB) NOT > NE-SORT-KEY THEN
                      COMPUTE EVENT-INSERT-SUB = EVENT-SUB + 1
                    END-IF
                  END-PERFORM
                  PERFORM VARYING EVENT-SUB FROM EVENT-TABLE-COUNT
                    BY -1 UNTIL EVENT-SUB < EVENT-INSERT-SUB
                    MOVE EVENT-ENTRY (EVENT-SUB)
                      TO EVENT-ENTRY (EVENT-SUB + 1)
                  END-PERFORM
                  MOVE NEW-EVENT TO EVENT-ENTRY (EVENT-INSERT-SUB)
                  ADD 1 TO EVENT-TABLE-COUNT
              END-EVALUATE.

      ******************************************************************
      * Notes the file just searched, whether it was there and how
      * many of its records matched, for the FILES SEARCHED block.
      ******************************************************************
       RECORD-FILE-SEARCH.
              IF FILE-SEARCH-COUNT < 16 THEN
                ADD 1 TO FILE-SEARCH-COUNT
                MOVE SEARCH-FILE TO FS-FILE (FILE-SEARCH-COUNT)
                MOVE SEARCH-FOUND-SW TO FS-FOUND-SW (FILE-SEARCH-COUNT)
                MOVE SEARCH-READ TO FS-READ (FILE-SEARCH-COUNT)
                MOVE SEARCH-MATCHED TO FS-MATCHED (FILE-SEARCH-COUNT)
              END-IF.

      ******************************************************************
      * Works out where the record ended up from the last closing
      * event in the history - posted or accepted, duplicate, or
      * written off - or, failing one, whether it is still open in
      * the exception population or was never found at all.
      ******************************************************************
       SET-FINAL-DISPOSITION.
              IF EVENT-TABLE-COUNT = ZERO THEN
                MOVE 'NOT FOUND IN ANY FILE SEARCHED'
                  TO FINAL-DISPOSITION
              ELSE
                MOVE 'STILL OPEN - NOT POSTED OR WRITTEN OFF'
                  TO FINAL-DISPOSITION
                PERFORM VARYING EVENT-SUB FROM 1 BY 1
                  UNTIL EVENT-SUB > EVENT-TABLE-COUNT
                  EVALUATE EV-EVENT (EVENT-SUB)
                    WHEN 'POSTED'
                      MOVE 'POSTED' TO FINAL-DISPOSITION
                    WHEN 'ACCEPTED'
                      MOVE 'ACCEPTED' TO FINAL-DISPOSITION
                    WHEN 'DUPLICATE'
                      MOVE 'CAUGHT AS A DUPLICATE' TO FINAL-DISPOSITION
                    WHEN 'WRITTEN OFF'
                      MOVE SPACES TO FINAL-DISPOSITION
                      STRING 'WRITTEN OFF - '
                             EV-DETAIL (EVENT-SUB) (1:20)
                        DELIMITED BY SIZE INTO FINAL-DISPOSITION
                  END-EVALUATE
                END-PERFORM
              END-IF.

      ******************************************************************
      * Prints the trace: the inquiry, the files searched with their
      * match counts, the record's history in date order, and where
      * it ended up.
      ******************************************************************
       PRINT-TRACE-REPORT.
              OPEN OUTPUT TRACE-REPORT-FILE

              MOVE SPACES TO TRACE-REPORT-LINE
              IF TRACE-TRANSACTION THEN
                STRING 'TRACE TRANSACTION ' WS-ID-REQUEST
                       ' FROM ' WS-FROM-DATE-X ' TO ' WS-TO-DATE-X
                       '  RUN ' WS-RUN-DATE-DISPLAY
                       ' ' WS-RUN-TIME-DISPLAY
                  DELIMITED BY SIZE INTO TRACE-REPORT-LINE
              ELSE
                STRING 'TRACE FEED RECORD ' WS-ID-REQUEST
                       ' FROM ' WS-FROM-DATE-X ' TO ' WS-TO-DATE-X
                       '  RUN ' WS-RUN-DATE-DISPLAY
                       ' ' WS-RUN-TIME-DISPLAY
                  DELIMITED BY SIZE INTO TRACE-REPORT-LINE
              END-IF
              WRITE TRACE-REPORT-LINE

              MOVE SPACES TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
              MOVE 'FILES SEARCHED' TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
              PERFORM VARYING EVENT-SUB FROM 1 BY 1
                UNTIL EVENT-SUB > FILE-SEARCH-COUNT
                MOVE FS-FILE (EVENT-SUB) TO SL-FILE
                IF FS-FILE-FOUND (EVENT-SUB) THEN
                  MOVE SPACES TO SL-STATUS
                ELSE
                  MOVE 'NOT FOUND' TO SL-STATUS
                END-IF
                MOVE FS-READ (EVENT-SUB) TO SL-READ
                MOVE FS-MATCHED (EVENT-SUB) TO SL-MATCHED
                MOVE SEARCH-DETAIL-LINE TO TRACE-REPORT-LINE
                WRITE TRACE-REPORT-LINE
              END-PERFORM

              MOVE SPACES TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
              MOVE 'HISTORY' TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
              MOVE TRACE-HEADING-LINE TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
              PERFORM VARYING EVENT-SUB FROM 1 BY 1
                UNTIL EVENT-SUB > EVENT-TABLE-COUNT
                IF EV-DATE (EVENT-SUB) = ZERO THEN
                  MOVE 'UNDATED' TO TL-DATE
                ELSE
                  MOVE EV-DATE (EVENT-SUB) TO TL-DATE
                END-IF
                MOVE EV-EVENT (EVENT-SUB) TO TL-EVENT
                MOVE EV-FILE (EVENT-SUB) TO TL-FILE
                MOVE EV-DETAIL (EVENT-SUB) TO TL-DETAIL
                MOVE TRACE-DETAIL-LINE TO TRACE-REPORT-LINE
                WRITE TRACE-REPORT-LINE
              END-PERFORM
              IF EVENT-TABLE-COUNT = ZERO THEN
                MOVE '  NO EVENTS IN THE DATE RANGE'
                  TO TRACE-REPORT-LINE
                WRITE TRACE-REPORT-LINE
              END-IF

              MOVE SPACES TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
              IF EVENTS-OUT-OF-RANGE > ZERO THEN
                MOVE SPACES TO TRACE-REPORT-LINE
                STRING 'EVENTS OUTSIDE THE DATE RANGE NOT SHOWN: '
                       EVENTS-OUT-OF-RANGE
                  DELIMITED BY SIZE INTO TRACE-REPORT-LINE
                WRITE TRACE-REPORT-LINE
              END-IF
              IF EVENTS-DROPPED > ZERO THEN
                MOVE SPACES TO TRACE-REPORT-LINE
                STRING 'EVENTS PAST THE ' EVENT-TABLE-LIMIT
                       ' HISTORY LIMIT NOT SHOWN: ' EVENTS-DROPPED
                  DELIMITED BY SIZE INTO TRACE-REPORT-LINE
                WRITE TRACE-REPORT-LINE
              END-IF
              MOVE SPACES TO TRACE-REPORT-LINE
              STRING 'FINAL DISPOSITION: ' FINAL-DISPOSITION
                DELIMITED BY SIZE INTO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE

              CLOSE TRACE-REPORT-FILE

              DISPLAY 'LIFECYCLE TRACE SUMMARY'
              DISPLAY 'RECORD ID      : ' WS-ID-REQUEST
              DISPLAY 'EVENTS FOUND   : ' EVENTS-FOUND
              DISPLAY 'EVENTS PRINTED : ' EVENT-TABLE-COUNT
              DISPLAY 'DISPOSITION    : ' FINAL-DISPOSITION.

      ******************************************************************
      * Sets RETURN-CODE: 8 for a PARM the inquiry could not run on,
      * 4 when the record was not found in any file searched or
      * history was dropped past the table limit, 0 otherwise.
      ******************************************************************
       SET-TRACE-RETURN-CODE.
              EVALUATE TRUE
                WHEN WS-UTIL-ERROR
                  MOVE 8 TO RETURN-CODE
                WHEN EVENTS-FOUND = ZERO OR EVENTS-DROPPED > ZERO
                  MOVE 4 TO RETURN-CODE
                WHEN OTHER
                  MOVE 0 TO RETURN-CODE
              END-EVALUATE.

       END PROGRAM TRCUTIL.
