                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DUPLICATES-FILE-STATUS.

              *> score records that could not be graded, with the
              *> reason, so every score read lands on an output file
              *> the end-of-day proof of balance can count
              SELECT INVALID-SCORE-FILE ASSIGN TO SCOREINV
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS INVALID-SCORE-STATUS.

              *> today's and yesterday's control-total records for the
              *> daily batch reconciliation run
              SELECT TODAY-TOTAL-FILE ASSIGN TO TODAYCTL
                     RECORD KEY IS VH-CONTROL-KEY
                     FILE STATUS IS VARIANCE-HISTORY-STATUS.

              *> before-image log appended to ahead of every change
              *> to the candidate and variance history masters, so a
              *> bad business day can be backed out of them
              SELECT BEFORE-IMAGE-FILE ASSIGN TO BFIMLOG
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS BEFORE-IMAGE-STATUS.

              *> debit/credit transaction file for the sign-validation
              *> edit run, and the exceptions it fails out
              SELECT TRANSACTION-FILE ASSIGN TO TXNIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REJECTS-FILE-STATUS.

              *> feed records that cleared their profile edits, so
              *> the accepted side of the feed proves to the input
              SELECT FEED-ACCEPT-FILE ASSIGN TO FEEDACC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-ACCEPT-STATUS.

              *> source-profile master saying which field edits
              *> apply to each feed provider's records
              SELECT SOURCE-PROFILE-FILE ASSIGN TO SRCPROF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-LOG-STATUS.

              *> run-statistics file: one fixed-layout record per
              *> stage run, appended for the volume-anomaly check
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

              *> threshold control table (low bound in NUM3, high
              *> bound in NUM4) and the values checked against it;
              *> the master is indexed on the threshold code and
       FD  DUPLICATES-FILE.
              COPY DUPREC.

       FD  INVALID-SCORE-FILE.
       01  INVALID-SCORE-REC.
              05 SI-CANDIDATE-ID     PIC X(10).
              05 SI-EXAM-TYPE        PIC X(2).
              05 SI-SECTION-SCORES   PIC X(12).
              05 SI-REASON           PIC X(30).

       FD  TODAY-TOTAL-FILE.
       01  TODAY-CTL-REC.
              05 TD-CONTROL-ID       PIC X(10).
       FD  VARIANCE-HISTORY-FILE.
              COPY VARHREC.

       FD  BEFORE-IMAGE-FILE.
              COPY BFIMREC.

       FD  TRANSACTION-FILE.
              COPY TXNREC.
       01  TXN-ENVELOPE-REC          PIC X(27).
       FD  REJECTS-FILE.
              COPY REJREC.

       FD  FEED-ACCEPT-FILE.
       01  FEED-ACCEPT-REC.
              05 FA-NAME             PIC X(20).
              05 FA-ID               PIC X(10).
              05 FA-AMOUNT           PIC X(9).
              05 FA-SOURCE-CODE      PIC X(2).

       FD  SOURCE-PROFILE-FILE.
              COPY SRCPROF.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE             PIC X(400).

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       FD  THRESHOLD-CONTROL-FILE.
              COPY THRREC.

              COPY CKPTREC.

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  OPERATOR-OVERRIDE-FILE.
       01  OVERRIDE-REC.
                88 CANDIDATE-HISTORY-NO-FILE VALUE '35'.
              01 ESCALATION-FILE-STATUS PIC XX.
              01 DUPLICATES-FILE-STATUS PIC XX.
              01 INVALID-SCORE-STATUS PIC XX.
              01 CANDIDATE-HIST-FOUND-SW PIC X VALUE 'N'.
                88 CANDIDATE-HIST-FOUND VALUE 'Y'.
              01 GRADE-RESULT-SW PIC X.
                88 FEED-FILE-EOF VALUE '10'.
                88 FEED-FILE-NOT-FOUND VALUE '35'.
              01 REJECTS-FILE-STATUS PIC XX.
              01 FEED-ACCEPT-STATUS PIC XX.
              01 FEED-TALLIES.
                05 FEED-RECORDS-READ     PIC 9(7) VALUE ZERO.
                05 FEED-REJECT-COUNT     PIC 9(7) VALUE ZERO.
              01 AUDIT-LOG-STATUS PIC XX.
                88 AUDIT-LOG-IS-NEW VALUE '35'.

              *> file status for the run-statistics file, the run's
              *> start stamp carried to every stage's record, and
              *> the stage whose record is being built
              01 RUN-STAT-STATUS PIC XX.
                88 RUN-STAT-IS-NEW VALUE '35'.
              01 WS-RUN-START-DATE PIC 9(8) VALUE ZERO.
              01 WS-RUN-START-TIME PIC 9(6) VALUE ZERO.
              01 RUN-STAT-STAGE PIC X(8).

              *> file status for the master before-image log
              01 BEFORE-IMAGE-STATUS PIC XX.
                88 BEFORE-IMAGE-IS-NEW VALUE '35'.

              *> threshold table loaded from the control file: low
              *> bound in NUM3, high bound in NUM4, keyed by code, so
              *> pass/fail cutoffs can move without a recompile
              PERFORM PRINT-SUMMARY-REPORT.
              PERFORM SET-BATCH-RETURN-CODE.
              PERFORM WRITE-AUDIT-LOG.
              PERFORM WRITE-RUN-STATISTICS.
              PERFORM CLOSE-RUN-CONTROL.

            STOP RUN.
      * operator has not cleared), and the prior business day - per
      * the processing calendar, skipping weekends and holidays -
      * must have completed so a silently missed night is caught at
      * the start of the next run instead of at month-end. A date
      * reopened by the business-day backout runs again without an
      * override, and holds the next day until it completes. A run
      * allowed through is marked in flight until CLOSE-RUN-CONTROL
      * records its end status.
      ******************************************************************
              STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
                DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
              STRING WS-RUN-HH ':' WS-RUN-MIN ':' WS-RUN-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY
              IF WS-RUN-START-DATE = ZERO THEN
                MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE
                MOVE WS-RUN-HH TO WS-RUN-TM-HH
                MOVE WS-RUN-MIN TO WS-RUN-TM-MIN
                MOVE WS-RUN-SS TO WS-RUN-TM-SS
                MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME
              END-IF.

      ******************************************************************
      * Reads one test case per CONDITIONS-FILE record, moves its
                  CLOSE CANDIDATE-HISTORY-FILE
                  OPEN I-O CANDIDATE-HISTORY-FILE
                END-IF
                OPEN EXTEND BEFORE-IMAGE-FILE
                IF BEFORE-IMAGE-IS-NEW THEN
                  OPEN OUTPUT BEFORE-IMAGE-FILE
                END-IF

                IF WS-CHECKPOINT-RESUME-COUNT > ZERO THEN
                  OPEN EXTEND PASS-FILE
                  OPEN EXTEND FAIL-FILE
                  OPEN EXTEND ESCALATION-FILE
                  OPEN EXTEND DUPLICATES-FILE
                  OPEN EXTEND INVALID-SCORE-FILE
                  MOVE WS-CHECKPOINT-RESUME-COUNT TO SCORE-RECORDS-READ
                  MOVE WS-CHECKPOINT-RESUME-PASS TO SCORE-PASS-COUNT
                  MOVE WS-CHECKPOINT-RESUME-FAIL TO SCORE-FAIL-COUNT
                  OPEN OUTPUT FAIL-FILE
                  OPEN OUTPUT ESCALATION-FILE
                  OPEN OUTPUT DUPLICATES-FILE
                  OPEN OUTPUT INVALID-SCORE-FILE
                END-IF

                PERFORM READ-SCORE-RECORD
                      DISPLAY 'SECTION SCORES NOT GRADEABLE FOR '
                              'CANDIDATE ' SC-CANDIDATE-ID
                              ' EXAM TYPE ' SC-EXAM-TYPE
                      MOVE 'SECTION SCORES NOT GRADEABLE'
                        TO SI-REASON
                      PERFORM WRITE-INVALID-SCORE
                    *> any section under its floor fails the exam
                    *> even when the weighted composite passes
                    WHEN PASS AND SCORE-FLOOR-SECTION = ZERO
                    WHEN OTHER
                      DISPLAY 'SCORE OUT OF RANGE FOR CANDIDATE '
                              SC-CANDIDATE-ID ': ' SCORE-COMPOSITE
                      MOVE 'COMPOSITE SCORE OUT OF RANGE'
                        TO SI-REASON
                      PERFORM WRITE-INVALID-SCORE
                  END-EVALUATE
                  END-IF

                CLOSE PASS-FILE
                CLOSE FAIL-FILE
                CLOSE CANDIDATE-HISTORY-FILE
                CLOSE BEFORE-IMAGE-FILE
                CLOSE ESCALATION-FILE
                CLOSE DUPLICATES-FILE
                CLOSE INVALID-SCORE-FILE

                *> clean end of file: clear the restart point
                MOVE 'SCORE' TO WS-LOOKUP-STAGE
                DISPLAY 'ESCALATED     : ' SCORE-ESCALATED-COUNT
              END-IF.

      ******************************************************************
      * Writes the score record that could not be graded to the
      * invalid-score file under the reason the caller set, and
      * counts it.
      ******************************************************************
       WRITE-INVALID-SCORE.
              MOVE SC-CANDIDATE-ID TO SI-CANDIDATE-ID
              MOVE SC-EXAM-TYPE TO SI-EXAM-TYPE
              MOVE SC-SECTION-SCORES TO SI-SECTION-SCORES
              WRITE INVALID-SCORE-REC
              ADD 1 TO SCORE-INVALID-COUNT.

      ******************************************************************
      * Reads the section-weight master into the in-memory table; a
      * missing or empty master leaves the table empty and every
      * the attempt count, keeps the best score and first/last
      * attempt dates, and sets the final PASS/FAIL status from the
      * grade just assigned, adding the candidate on first sight.
      * The record as it stood is logged to the before-image log
      * ahead of the change.
      ******************************************************************
       UPDATE-CANDIDATE-HISTORY.
              MOVE 'CANDHIST' TO BI-MASTER-ID
              MOVE SC-CANDIDATE-ID TO BI-RECORD-KEY
              IF CANDIDATE-HIST-FOUND THEN
                SET BI-RECORD-CHANGED TO TRUE
                MOVE CANDIDATE-HIST-REC TO BI-BEFORE-IMAGE
              ELSE
                SET BI-RECORD-ADDED TO TRUE
                MOVE SPACES TO BI-BEFORE-IMAGE
              END-IF
              PERFORM WRITE-BEFORE-IMAGE

              IF CANDIDATE-HIST-FOUND THEN
                ADD 1 TO CH-ATTEMPT-COUNT
                *> the best score keeps its section detail so the
                  CLOSE VARIANCE-HISTORY-FILE
                  OPEN I-O VARIANCE-HISTORY-FILE
                END-IF
                OPEN EXTEND BEFORE-IMAGE-FILE
                IF BEFORE-IMAGE-IS-NEW THEN
                  OPEN OUTPUT BEFORE-IMAGE-FILE
                END-IF

                PERFORM READ-TODAY-CTL
                PERFORM READ-YEST-CTL
                CLOSE TODAY-TOTAL-FILE
                CLOSE YESTERDAY-TOTAL-FILE
                CLOSE VARIANCE-HISTORY-FILE
                CLOSE BEFORE-IMAGE-FILE

                DISPLAY 'RECONCILIATION SUMMARY'
                DISPLAY 'PAIRS CHECKED : ' RECON-PAIRS-CHECKED
                *> a rerun of the same business day must not age
                *> the break or double its cumulative amount
                IF VH-LAST-BREAK-DATE NOT = RECON-BUSINESS-DATE THEN
                  MOVE 'VARHIST' TO BI-MASTER-ID
                  MOVE VH-CONTROL-KEY TO BI-RECORD-KEY
                  SET BI-RECORD-CHANGED TO TRUE
                  MOVE VARIANCE-HIST-REC TO BI-BEFORE-IMAGE
                  PERFORM WRITE-BEFORE-IMAGE
                  ADD 1 TO VH-CONSEC-DAYS
                  ADD VAR-AMOUNT TO VH-CUM-VARIANCE
                  MOVE RECON-BUSINESS-DATE TO VH-LAST-BREAK-DATE
              ELSE
                MOVE VAR-CONTROL-ID TO VH-CONTROL-ID
                MOVE VAR-CURRENCY-CODE TO VH-CURRENCY-CODE
                MOVE 'VARHIST' TO BI-MASTER-ID
                MOVE VH-CONTROL-KEY TO BI-RECORD-KEY
                SET BI-RECORD-ADDED TO TRUE
                MOVE SPACES TO BI-BEFORE-IMAGE
                PERFORM WRITE-BEFORE-IMAGE
                MOVE RECON-BUSINESS-DATE TO VH-FIRST-BREAK-DATE
                MOVE 1 TO VH-CONSEC-DAYS
                MOVE VAR-AMOUNT TO VH-CUM-VARIANCE
              END-READ

              IF VARIANCE-HIST-FOUND THEN
                MOVE 'VARHIST' TO BI-MASTER-ID
                MOVE VH-CONTROL-KEY TO BI-RECORD-KEY
                SET BI-RECORD-DELETED TO TRUE
                MOVE VARIANCE-HIST-REC TO BI-BEFORE-IMAGE
                PERFORM WRITE-BEFORE-IMAGE
                DELETE VARIANCE-HISTORY-FILE
                ADD 1 TO RECON-BREAKS-CLEARED
              END-IF.

      ******************************************************************
      * Appends one before-image to the log under the run's business
      * date and stage; the caller has set the master, action, key
      * and the record as it stood before the change.
      ******************************************************************
       WRITE-BEFORE-IMAGE.
              MOVE WS-BUSINESS-DATE TO BI-BUSINESS-DATE
              MOVE WS-RUN-STAGE TO BI-STAGE
              WRITE BEFORE-IMAGE-REC.

      ******************************************************************
      * Rolls one reconciled pair or one-sided break into the
      * per-currency subtotals printed on the summary report, adding
                DISPLAY 'FEED-FILE NOT FOUND, SKIPPING FEED VALIDATION'
              ELSE
                OPEN OUTPUT REJECTS-FILE
                OPEN OUTPUT FEED-ACCEPT-FILE

                PERFORM READ-FEED-RECORD

                    END-IF
                    WRITE REJECT-OUT-REC
                    ADD 1 TO FEED-REJECT-COUNT
                  ELSE
                    MOVE FD-NAME TO FA-NAME
                    MOVE FD-ID TO FA-ID
                    MOVE FD-AMOUNT TO FA-AMOUNT
                    MOVE FD-SOURCE-CODE TO FA-SOURCE-CODE
                    WRITE FEED-ACCEPT-REC
                  END-IF

                  PERFORM ACCUMULATE-FEED-SOURCE
                PERFORM VALIDATE-RECYCLED-FEED

                CLOSE REJECTS-FILE
                CLOSE FEED-ACCEPT-FILE

                DISPLAY 'FEED VALIDATION SUMMARY'
                DISPLAY 'RECORDS READ  : ' FEED-RECORDS-READ
                    MOVE RF-FIRST-FAIL-DATE TO RJ-FIRST-FAIL-DATE
                    WRITE REJECT-OUT-REC
                    ADD 1 TO FEED-REJECT-COUNT
                  ELSE
                    MOVE RF-NAME TO FA-NAME
                    MOVE RF-ID TO FA-ID
                    MOVE RF-AMOUNT TO FA-AMOUNT
                    MOVE RF-SOURCE-CODE TO FA-SOURCE-CODE
                    WRITE FEED-ACCEPT-REC
                  END-IF

                  PERFORM ACCUMULATE-FEED-SOURCE

              CLOSE AUDIT-LOG-FILE.

      ******************************************************************
      * Appends one run-statistics record per stage this run did,
      * stamped with the business date, the run's start and end, and
      * the final return code. A refused run did no work and writes
      * nothing, so it cannot drag down the rolling averages the
      * volume check compares against.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              IF NOT WS-RUN-REFUSED THEN
                PERFORM STAMP-RUN-DATE-TIME

                OPEN EXTEND RUN-STAT-FILE
                IF RUN-STAT-IS-NEW THEN
                  OPEN OUTPUT RUN-STAT-FILE
                END-IF

                IF RUN-ALL-STAGES OR RUN-COND-STAGE THEN
                  MOVE 'COND' TO RUN-STAT-STAGE
                  PERFORM WRITE-STAGE-STATISTICS
                END-IF
                IF RUN-ALL-STAGES OR RUN-SCORE-STAGE THEN
                  MOVE 'SCORE' TO RUN-STAT-STAGE
                  PERFORM WRITE-STAGE-STATISTICS
                END-IF
                IF RUN-ALL-STAGES OR RUN-RECON-STAGE THEN
                  MOVE 'RECON' TO RUN-STAT-STAGE
                  PERFORM WRITE-STAGE-STATISTICS
                END-IF
                IF RUN-ALL-STAGES OR RUN-TXN-STAGE THEN
                  MOVE 'TXN' TO RUN-STAT-STAGE
                  PERFORM WRITE-STAGE-STATISTICS
                END-IF
                IF RUN-ALL-STAGES OR RUN-FEED-STAGE THEN
                  MOVE 'FEED' TO RUN-STAT-STAGE
                  PERFORM WRITE-STAGE-STATISTICS
                END-IF
                IF RUN-ALL-STAGES OR RUN-THRESH-STAGE THEN
                  MOVE 'THRESH' TO RUN-STAT-STAGE
                  PERFORM WRITE-STAGE-STATISTICS
                END-IF

                CLOSE RUN-STAT-FILE
              END-IF.

      ******************************************************************
      * Builds and writes the statistics record for one stage from
      * that stage's tallies: recycled records count as read, every
      * exception, reject, failure, invalid and duplicate counts as
      * excepted, and the amount is the detail hash the stage proved
      * its input envelope with (zero for the stages with none).
      ******************************************************************
       WRITE-STAGE-STATISTICS.
              MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE
              MOVE RUN-STAT-STAGE TO SS-STAGE
              MOVE 'CONDITIONALS' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HH TO WS-RUN-TM-HH
              MOVE WS-RUN-MIN TO WS-RUN-TM-MIN
              MOVE WS-RUN-SS TO WS-RUN-TM-SS
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              MOVE ZERO TO SS-AMOUNT-TOTAL

              EVALUATE RUN-STAT-STAGE
                WHEN 'COND'
                  MOVE CONDITION-RECORDS-READ TO SS-RECORDS-READ
                  MOVE ZERO TO SS-RECORDS-EXCEPTED
                WHEN 'SCORE'
                  MOVE SCORE-RECORDS-READ TO SS-RECORDS-READ
                  COMPUTE SS-RECORDS-EXCEPTED = SCORE-FAIL-COUNT
                                              + SCORE-INVALID-COUNT
                                              + SCORE-DUPLICATE-COUNT
                  MOVE SCORE-ACT-HASH TO SS-AMOUNT-TOTAL
                WHEN 'RECON'
                  MOVE RECON-PAIRS-CHECKED TO SS-RECORDS-READ
                  MOVE RECON-VARIANCE-COUNT TO SS-RECORDS-EXCEPTED
                  MOVE TCTL-ACT-HASH TO SS-AMOUNT-TOTAL
                WHEN 'TXN'
                  COMPUTE SS-RECORDS-READ = TXN-RECORDS-READ
                                          + TXN-RECYCLE-READ
                  COMPUTE SS-RECORDS-EXCEPTED = TXN-EXCEPTION-COUNT
                                              + TXN-DUPLICATE-COUNT
                  MOVE TXN-ACT-HASH TO SS-AMOUNT-TOTAL
                WHEN 'FEED'
                  COMPUTE SS-RECORDS-READ = FEED-RECORDS-READ
                                          + FEED-RECYCLE-READ
                  MOVE FEED-REJECT-COUNT TO SS-RECORDS-EXCEPTED
                  MOVE FEED-ACT-HASH TO SS-AMOUNT-TOTAL
                WHEN 'THRESH'
                  MOVE THRESHOLD-RECORDS-READ TO SS-RECORDS-READ
                  MOVE THRESHOLD-EXCEPTION-COUNT
                    TO SS-RECORDS-EXCEPTED
              END-EVALUATE

              IF SS-RECORDS-EXCEPTED > SS-RECORDS-READ THEN
                MOVE ZERO TO SS-RECORDS-ACCEPTED
              ELSE
                COMPUTE SS-RECORDS-ACCEPTED = SS-RECORDS-READ
                                            - SS-RECORDS-EXCEPTED
              END-IF

              WRITE RUN-STAT-REC.

       END PROGRAM CONDITIONALS.
