      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: End-of-day proof of balance across the validation
      *          stages and the journal - counts every input file and
      *          every output file the stages wrote, independently of
      *          the stages' own tallies, and proves that every record
      *          read ended up somewhere: transaction details plus
      *          recycles to the posting summary debits and credits
      *          plus exceptions plus duplicates, in count and
      *          amount, with each extract's trailer count and hash
      *          re-proved; feed details plus recycles to accepted
      *          plus rejected, in count and amount; scores read to
      *          passes plus fails plus duplicates plus ungradeable
      *          records, in count; and the journal's debit and
      *          credit lines to the posting summary totals they were
      *          built from. Prints one proof sheet for the business
      *          date and fails the step when any proof is out, so a
      *          dropped record stops the downstream consumer the
      *          same night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> the transaction stage's inputs: the day's extract
              *> and the corrected records CONDFIX recycled into it
              SELECT TRANSACTION-FILE ASSIGN TO TXNIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TRANSACTION-FILE-STATUS.
              SELECT TXN-RECYCLE-FILE ASSIGN TO TXNRCYC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TXN-RECYCLE-STATUS.

              *> the transaction stage's outputs: posted, failed and
              *> held-out-as-duplicate
              SELECT POSTING-SUMMARY-FILE ASSIGN TO POSTSUM
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS POSTING-SUMMARY-STATUS.
              SELECT EXCEPTIONS-FILE ASSIGN TO TXNEXCPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS EXCEPTIONS-FILE-STATUS.
              SELECT DUP-TXN-FILE ASSIGN TO TXNDUP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DUP-TXN-STATUS.

              *> the feed stage's inputs and outputs
              SELECT FEED-FILE ASSIGN TO FEEDIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-FILE-STATUS.
              SELECT FEED-RECYCLE-FILE ASSIGN TO FEEDRCYC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-RECYCLE-STATUS.
              SELECT FEED-ACCEPT-FILE ASSIGN TO FEEDACC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FEED-ACCEPT-STATUS.
              SELECT REJECTS-FILE ASSIGN TO FEEDREJ
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REJECTS-FILE-STATUS.

              *> the score stage's input and its four outcomes
              SELECT SCORE-FILE ASSIGN TO SCOREIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SCORE-FILE-STATUS.
              SELECT PASS-FILE ASSIGN TO SCOREPS
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PASS-FILE-STATUS.
              SELECT FAIL-FILE ASSIGN TO SCOREFL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FAIL-FILE-STATUS.
              SELECT DUPLICATES-FILE ASSIGN TO SCOREDUP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS DUPLICATES-FILE-STATUS.
              SELECT INVALID-SCORE-FILE ASSIGN TO SCOREINV
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS INVALID-SCORE-STATUS.

              *> journal-entry interface file built off POSTSUM
              SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS JOURNAL-FILE-STATUS.

              *> printed proof sheet
              SELECT PROOF-REPORT-FILE ASSIGN TO BALRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PROOF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
              COPY TXNREC.
       01  TXN-ENVELOPE-REC          PIC X(27).

       FD  TXN-RECYCLE-FILE.
              COPY RCYTXN.

       FD  POSTING-SUMMARY-FILE.
              COPY POSTREC.

       FD  EXCEPTIONS-FILE.
              COPY EXCPREC.

       FD  DUP-TXN-FILE.
       01  DUP-TXN-REC.
              05 DT-TRANSACTION-ID   PIC X(10).
              05 DT-TYPE-CODE        PIC X(1).
              05 DT-AMOUNT           PIC S9(9)V99.
              05 DT-CURRENCY-CODE    PIC X(3).
              05 DT-FIRST-SEEN-DATE  PIC 9(8).
              05 DT-REASON           PIC X(30).

       FD  FEED-FILE.
              COPY FEEDREC.
       01  FEED-ENVELOPE-REC         PIC X(27).

       FD  FEED-RECYCLE-FILE.
              COPY RCYFEED.

       FD  FEED-ACCEPT-FILE.
       01  FEED-ACCEPT-REC.
              05 FA-NAME             PIC X(20).
              05 FA-ID               PIC X(10).
              05 FA-AMOUNT           PIC X(9).
              05 FA-SOURCE-CODE      PIC X(2).

       FD  REJECTS-FILE.
              COPY REJREC.

       FD  SCORE-FILE.
       01  SCORE-IN-REC.
              05 SC-CANDIDATE-ID     PIC X(10).
              05 SC-EXAM-TYPE        PIC X(2).
              05 SC-SECTION-SCORES.
                10 SC-SECTION-SCORE OCCURS 4 TIMES PIC 9(3).
       01  SCORE-ENVELOPE-REC        PIC X(27).

       FD  PASS-FILE.
              COPY PASSREC.

       FD  FAIL-FILE.
              COPY FAILREC.

       FD  DUPLICATES-FILE.
              COPY DUPREC.

       FD  INVALID-SCORE-FILE.
       01  INVALID-SCORE-REC.
              05 SI-CANDIDATE-ID     PIC X(10).
              05 SI-EXAM-TYPE        PIC X(2).
              05 SI-SECTION-SCORES   PIC X(12).
              05 SI-REASON           PIC X(30).

       FD  JOURNAL-FILE.
              COPY JRNLREC.

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the proof run; every file is
       *> optional, a stage that did not run proves at zero
       01 TRANSACTION-FILE-STATUS PIC XX.
         88 TRANSACTION-FILE-EOF VALUE '10'.
         88 TRANSACTION-FILE-NOT-FOUND VALUE '35'.
       01 TXN-RECYCLE-STATUS PIC XX.
         88 TXN-RECYCLE-EOF VALUE '10'.
         88 TXN-RECYCLE-NOT-FOUND VALUE '35'.
       01 POSTING-SUMMARY-STATUS PIC XX.
         88 POSTING-SUMMARY-EOF VALUE '10'.
         88 POSTING-SUMMARY-NOT-FOUND VALUE '35'.
       01 EXCEPTIONS-FILE-STATUS PIC XX.
         88 EXCEPTIONS-FILE-EOF VALUE '10'.
         88 EXCEPTIONS-FILE-NOT-FOUND VALUE '35'.
       01 DUP-TXN-STATUS PIC XX.
         88 DUP-TXN-EOF VALUE '10'.
         88 DUP-TXN-NOT-FOUND VALUE '35'.
       01 FEED-FILE-STATUS PIC XX.
         88 FEED-FILE-EOF VALUE '10'.
         88 FEED-FILE-NOT-FOUND VALUE '35'.
       01 FEED-RECYCLE-STATUS PIC XX.
         88 FEED-RECYCLE-EOF VALUE '10'.
         88 FEED-RECYCLE-NOT-FOUND VALUE '35'.
       01 FEED-ACCEPT-STATUS PIC XX.
         88 FEED-ACCEPT-EOF VALUE '10'.
         88 FEED-ACCEPT-NOT-FOUND VALUE '35'.
       01 REJECTS-FILE-STATUS PIC XX.
         88 REJECTS-FILE-EOF VALUE '10'.
         88 REJECTS-FILE-NOT-FOUND VALUE '35'.
       01 SCORE-FILE-STATUS PIC XX.
         88 SCORE-FILE-EOF VALUE '10'.
         88 SCORE-FILE-NOT-FOUND VALUE '35'.
       01 PASS-FILE-STATUS PIC XX.
         88 PASS-FILE-EOF VALUE '10'.
         88 PASS-FILE-NOT-FOUND VALUE '35'.
       01 FAIL-FILE-STATUS PIC XX.
         88 FAIL-FILE-EOF VALUE '10'.
         88 FAIL-FILE-NOT-FOUND VALUE '35'.
       01 DUPLICATES-FILE-STATUS PIC XX.
         88 DUPLICATES-FILE-EOF VALUE '10'.
         88 DUPLICATES-FILE-NOT-FOUND VALUE '35'.
       01 INVALID-SCORE-STATUS PIC XX.
         88 INVALID-SCORE-EOF VALUE '10'.
         88 INVALID-SCORE-NOT-FOUND VALUE '35'.
       01 JOURNAL-FILE-STATUS PIC XX.
         88 JOURNAL-FILE-EOF VALUE '10'.
         88 JOURNAL-FILE-NOT-FOUND VALUE '35'.
       01 PROOF-REPORT-STATUS PIC XX.

       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HH           PIC 9(2).
         05 WS-RUN-MIN          PIC 9(2).
         05 WS-RUN-SS           PIC 9(2).
         05 FILLER              PIC X(7).
       01 WS-RUN-TIME-DISPLAY   PIC X(8).

       *> extract envelope work area shared by the three extracts
       *> whose trailers are re-proved
              COPY HDRTRL.

       *> business date the sheet is printed for, off the first
       *> extract header found
       01 PROOF-BUSINESS-DATE PIC 9(8) VALUE ZERO.

       *> transaction stage: what went in, what came out, and
       *> what the extract trailer promised
       01 TRANSACTION-PROOF.
         05 TXNIN-COUNT           PIC S9(9) VALUE ZERO.
         05 TXNIN-AMOUNT          PIC S9(13)V99 VALUE ZERO.
         05 TXNRCYC-COUNT         PIC S9(9) VALUE ZERO.
         05 TXNRCYC-AMOUNT        PIC S9(13)V99 VALUE ZERO.
         05 POSTSUM-DEBIT-COUNT   PIC S9(9) VALUE ZERO.
         05 POSTSUM-DEBIT-AMOUNT  PIC S9(13)V99 VALUE ZERO.
         05 POSTSUM-CREDIT-COUNT  PIC S9(9) VALUE ZERO.
         05 POSTSUM-CREDIT-AMOUNT PIC S9(13)V99 VALUE ZERO.
         05 TXNEXCPT-COUNT        PIC S9(9) VALUE ZERO.
         05 TXNEXCPT-AMOUNT       PIC S9(13)V99 VALUE ZERO.
         05 TXNDUP-COUNT          PIC S9(9) VALUE ZERO.
         05 TXNDUP-AMOUNT         PIC S9(13)V99 VALUE ZERO.
         05 TXN-TRL-COUNT         PIC S9(9) VALUE ZERO.
         05 TXN-TRL-HASH          PIC S9(13)V99 VALUE ZERO.
       01 TXN-HEADER-SW PIC X VALUE 'N'.
         88 TXN-HEADER-SEEN VALUE 'Y'.
       01 TXN-TRAILER-SW PIC X VALUE 'N'.
         88 TXN-TRAILER-SEEN VALUE 'Y'.

       *> feed stage
       01 FEED-PROOF.
         05 FEEDIN-COUNT          PIC S9(9) VALUE ZERO.
         05 FEEDIN-AMOUNT         PIC S9(13)V99 VALUE ZERO.
         05 FEEDRCYC-COUNT        PIC S9(9) VALUE ZERO.
         05 FEEDRCYC-AMOUNT       PIC S9(13)V99 VALUE ZERO.
         05 FEEDACC-COUNT         PIC S9(9) VALUE ZERO.
         05 FEEDACC-AMOUNT        PIC S9(13)V99 VALUE ZERO.
         05 FEEDREJ-COUNT         PIC S9(9) VALUE ZERO.
         05 FEEDREJ-AMOUNT        PIC S9(13)V99 VALUE ZERO.
         05 FEED-TRL-COUNT        PIC S9(9) VALUE ZERO.
         05 FEED-TRL-HASH         PIC S9(13)V99 VALUE ZERO.
       01 FEED-HEADER-SW PIC X VALUE 'N'.
         88 FEED-HEADER-SEEN VALUE 'Y'.
       01 FEED-TRAILER-SW PIC X VALUE 'N'.
         88 FEED-TRAILER-SEEN VALUE 'Y'.
       01 FEED-AMOUNT-WORK PIC 9(9).

       *> score stage: the duplicate file carries no section
       *> scores, so the score proof is by count; the section-score
       *> hash is still re-proved against the extract trailer
       01 SCORE-PROOF.
         05 SCOREIN-COUNT         PIC S9(9) VALUE ZERO.
         05 SCOREIN-HASH          PIC S9(13)V99 VALUE ZERO.
         05 SCOREPS-COUNT         PIC S9(9) VALUE ZERO.
         05 SCOREFL-COUNT         PIC S9(9) VALUE ZERO.
         05 SCOREDUP-COUNT        PIC S9(9) VALUE ZERO.
         05 SCOREINV-COUNT        PIC S9(9) VALUE ZERO.
         05 SCORE-TRL-COUNT       PIC S9(9) VALUE ZERO.
         05 SCORE-TRL-HASH        PIC S9(13)V99 VALUE ZERO.
       01 SCORE-HEADER-SW PIC X VALUE 'N'.
         88 SCORE-HEADER-SEEN VALUE 'Y'.
       01 SCORE-TRAILER-SW PIC X VALUE 'N'.
         88 SCORE-TRAILER-SEEN VALUE 'Y'.
       01 SCORE-SECTION-SUB PIC 9(1).

       *> journal: the lines POSTSUM calls for (one per side with
       *> activity, debits carried unsigned) against the lines sent
       01 JOURNAL-PROOF.
         05 EXPECTED-DR-LINES     PIC S9(9) VALUE ZERO.
         05 EXPECTED-DR-AMOUNT    PIC S9(13)V99 VALUE ZERO.
         05 EXPECTED-CR-LINES     PIC S9(9) VALUE ZERO.
         05 EXPECTED-CR-AMOUNT    PIC S9(13)V99 VALUE ZERO.
         05 JOURNAL-DR-LINES      PIC S9(9) VALUE ZERO.
         05 JOURNAL-DR-AMOUNT     PIC S9(13)V99 VALUE ZERO.
         05 JOURNAL-CR-LINES      PIC S9(9) VALUE ZERO.
         05 JOURNAL-CR-AMOUNT     PIC S9(13)V99 VALUE ZERO.

       *> one proof's two sides, filled by the caller before the
       *> difference line is printed
       01 PROOF-IN-COUNT PIC S9(9).
       01 PROOF-IN-AMOUNT PIC S9(13)V99.
       01 PROOF-OUT-COUNT PIC S9(9).
       01 PROOF-OUT-AMOUNT PIC S9(13)V99.
       01 PROOF-DIFF-COUNT PIC S9(9).
       01 PROOF-DIFF-AMOUNT PIC S9(13)V99.
       01 PROOF-AMOUNT-SW PIC X.
         88 PROOF-BY-AMOUNT VALUE 'Y'.
       01 PROOFS-OUT-COUNT PIC 9(3) VALUE ZERO.
       01 PROOFS-RUN-COUNT PIC 9(3) VALUE ZERO.

       *> printed proof sheet line layouts
       01 PROOF-DETAIL-LINE.
         05 PL-LABEL              PIC X(34).
         05 PL-COUNT              PIC -ZZZ,ZZZ,ZZ9.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 PL-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 PL-AMOUNT-X REDEFINES PL-AMOUNT PIC X(19).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 PL-FLAG               PIC X(21).
       01 PROOF-HEADING-LINE.
         05 FILLER                PIC X(34) VALUE SPACES.
         05 FILLER                PIC X(12) VALUE '       COUNT'.
         05 FILLER                PIC X(2) VALUE SPACES.
         05 FILLER                PIC X(19)
                    VALUE '             AMOUNT'.
         05 FILLER                PIC X(23) VALUE SPACES.
       01 PROOF-SUMMARY-LINE.
         05 PS-LABEL              PIC X(24).
         05 PS-VALUE              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              STRING WS-RUN-HH ':' WS-RUN-MIN ':' WS-RUN-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.
              PERFORM COUNT-TRANSACTION-INPUT.
              PERFORM COUNT-TRANSACTION-OUTPUT.
              PERFORM COUNT-FEED-INPUT.
              PERFORM COUNT-FEED-OUTPUT.
              PERFORM COUNT-SCORE-INPUT.
              PERFORM COUNT-SCORE-OUTPUT.
              PERFORM COUNT-JOURNAL-LINES.
              PERFORM PRINT-PROOF-SHEET.
              PERFORM SET-PROOF-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Counts and totals the day's transaction extract detail by
      * detail, absorbing the header and trailer (which are kept for
      * the trailer proof), and the recycle file CONDFIX left. A
      * detail amount that is not numeric counts but adds nothing,
      * the same rule the extract job's hash follows.
      ******************************************************************
       COUNT-TRANSACTION-INPUT.
              OPEN INPUT TRANSACTION-FILE
              IF TRANSACTION-FILE-NOT-FOUND THEN
                DISPLAY 'TXNIN NOT FOUND, TRANSACTION INPUT PROVES '
                        'AT ZERO'
              ELSE
                READ TRANSACTION-FILE
                  AT END SET TRANSACTION-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL TRANSACTION-FILE-EOF
                  EVALUATE TRUE
                    WHEN TXN-ENVELOPE-REC (1:3) = 'HDR'
                      MOVE TXN-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      SET TXN-HEADER-SEEN TO TRUE
                      IF PROOF-BUSINESS-DATE = ZERO THEN
                        MOVE EW-BUSINESS-DATE TO PROOF-BUSINESS-DATE
                      END-IF
                    WHEN TXN-ENVELOPE-REC (1:3) = 'TRL'
                      MOVE TXN-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      SET TXN-TRAILER-SEEN TO TRUE
                      MOVE EW-RECORD-COUNT TO TXN-TRL-COUNT
                      MOVE EW-HASH-TOTAL TO TXN-TRL-HASH
                    WHEN OTHER
                      ADD 1 TO TXNIN-COUNT
                      IF TX-AMOUNT IS NUMERIC THEN
                        ADD TX-AMOUNT TO TXNIN-AMOUNT
                      END-IF
                  END-EVALUATE
                  READ TRANSACTION-FILE
                    AT END SET TRANSACTION-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE TRANSACTION-FILE
              END-IF

              OPEN INPUT TXN-RECYCLE-FILE
              IF TXN-RECYCLE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ TXN-RECYCLE-FILE
                  AT END SET TXN-RECYCLE-EOF TO TRUE
                END-READ
                PERFORM UNTIL TXN-RECYCLE-EOF
                  ADD 1 TO TXNRCYC-COUNT
                  IF RT-AMOUNT IS NUMERIC THEN
                    ADD RT-AMOUNT TO TXNRCYC-AMOUNT
                  END-IF
                  READ TXN-RECYCLE-FILE
                    AT END SET TXN-RECYCLE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE TXN-RECYCLE-FILE
              END-IF.

      ******************************************************************
      * Totals where the transactions went: the posting summary's
      * debit and credit counts and totals (which also give the
      * journal lines the summary calls for), the exceptions and
      * the cross-day duplicates.
      ******************************************************************
       COUNT-TRANSACTION-OUTPUT.
              OPEN INPUT POSTING-SUMMARY-FILE
              IF POSTING-SUMMARY-NOT-FOUND THEN
                DISPLAY 'POSTSUM NOT FOUND, POSTINGS PROVE AT ZERO'
              ELSE
                READ POSTING-SUMMARY-FILE
                  AT END SET POSTING-SUMMARY-EOF TO TRUE
                END-READ
                PERFORM UNTIL POSTING-SUMMARY-EOF
                  ADD PO-DEBIT-COUNT TO POSTSUM-DEBIT-COUNT
                  ADD PO-DEBIT-TOTAL TO POSTSUM-DEBIT-AMOUNT
                  ADD PO-CREDIT-COUNT TO POSTSUM-CREDIT-COUNT
                  ADD PO-CREDIT-TOTAL TO POSTSUM-CREDIT-AMOUNT
                  IF PO-DEBIT-COUNT > ZERO THEN
                    ADD 1 TO EXPECTED-DR-LINES
                    SUBTRACT PO-DEBIT-TOTAL FROM EXPECTED-DR-AMOUNT
                  END-IF
                  IF PO-CREDIT-COUNT > ZERO THEN
                    ADD 1 TO EXPECTED-CR-LINES
                    ADD PO-CREDIT-TOTAL TO EXPECTED-CR-AMOUNT
                  END-IF
                  READ POSTING-SUMMARY-FILE
                    AT END SET POSTING-SUMMARY-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE POSTING-SUMMARY-FILE
              END-IF

              OPEN INPUT EXCEPTIONS-FILE
              IF EXCEPTIONS-FILE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ EXCEPTIONS-FILE
                  AT END SET EXCEPTIONS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL EXCEPTIONS-FILE-EOF
                  ADD 1 TO TXNEXCPT-COUNT
                  IF EX-AMOUNT IS NUMERIC THEN
                    ADD EX-AMOUNT TO TXNEXCPT-AMOUNT
                  END-IF
                  READ EXCEPTIONS-FILE
                    AT END SET EXCEPTIONS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE EXCEPTIONS-FILE
              END-IF

              OPEN INPUT DUP-TXN-FILE
              IF DUP-TXN-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ DUP-TXN-FILE
                  AT END SET DUP-TXN-EOF TO TRUE
                END-READ
                PERFORM UNTIL DUP-TXN-EOF
                  ADD 1 TO TXNDUP-COUNT
                  IF DT-AMOUNT IS NUMERIC THEN
                    ADD DT-AMOUNT TO TXNDUP-AMOUNT
                  END-IF
                  READ DUP-TXN-FILE
                    AT END SET DUP-TXN-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE DUP-TXN-FILE
              END-IF.

      ******************************************************************
      * Counts and totals the day's feed extract, keeping its
      * trailer, and the feed recycle file.
      ******************************************************************
       COUNT-FEED-INPUT.
              OPEN INPUT FEED-FILE
              IF FEED-FILE-NOT-FOUND THEN
                DISPLAY 'FEEDIN NOT FOUND, FEED INPUT PROVES AT ZERO'
              ELSE
                READ FEED-FILE
                  AT END SET FEED-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-FILE-EOF
                  EVALUATE TRUE
                    WHEN FEED-ENVELOPE-REC (1:3) = 'HDR'
                      MOVE FEED-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      SET FEED-HEADER-SEEN TO TRUE
                      IF PROOF-BUSINESS-DATE = ZERO THEN
                        MOVE EW-BUSINESS-DATE TO PROOF-BUSINESS-DATE
                      END-IF
                    WHEN FEED-ENVELOPE-REC (1:3) = 'TRL'
                      MOVE FEED-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      SET FEED-TRAILER-SEEN TO TRUE
                      MOVE EW-RECORD-COUNT TO FEED-TRL-COUNT
                      MOVE EW-HASH-TOTAL TO FEED-TRL-HASH
                    WHEN OTHER
                      ADD 1 TO FEEDIN-COUNT
                      IF FD-AMOUNT IS NUMERIC THEN
                        MOVE FD-AMOUNT TO FEED-AMOUNT-WORK
                        ADD FEED-AMOUNT-WORK TO FEEDIN-AMOUNT
                      END-IF
                  END-EVALUATE
                  READ FEED-FILE
                    AT END SET FEED-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-FILE
              END-IF

              OPEN INPUT FEED-RECYCLE-FILE
              IF FEED-RECYCLE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ FEED-RECYCLE-FILE
                  AT END SET FEED-RECYCLE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-RECYCLE-EOF
                  ADD 1 TO FEEDRCYC-COUNT
                  IF RF-AMOUNT IS NUMERIC THEN
                    MOVE RF-AMOUNT TO FEED-AMOUNT-WORK
                    ADD FEED-AMOUNT-WORK TO FEEDRCYC-AMOUNT
                  END-IF
                  READ FEED-RECYCLE-FILE
                    AT END SET FEED-RECYCLE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-RECYCLE-FILE
              END-IF.

      ******************************************************************
      * Counts and totals the accepted and rejected feed records.
      ******************************************************************
       COUNT-FEED-OUTPUT.
              OPEN INPUT FEED-ACCEPT-FILE
              IF FEED-ACCEPT-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ FEED-ACCEPT-FILE
                  AT END SET FEED-ACCEPT-EOF TO TRUE
                END-READ
                PERFORM UNTIL FEED-ACCEPT-EOF
                  ADD 1 TO FEEDACC-COUNT
                  IF FA-AMOUNT IS NUMERIC THEN
                    MOVE FA-AMOUNT TO FEED-AMOUNT-WORK
                    ADD FEED-AMOUNT-WORK TO FEEDACC-AMOUNT
                  END-IF
                  READ FEED-ACCEPT-FILE
                    AT END SET FEED-ACCEPT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FEED-ACCEPT-FILE
              END-IF

              OPEN INPUT REJECTS-FILE
              IF REJECTS-FILE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ REJECTS-FILE
                  AT END SET REJECTS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL REJECTS-FILE-EOF
                  ADD 1 TO FEEDREJ-COUNT
                  IF RJ-AMOUNT IS NUMERIC THEN
                    MOVE RJ-AMOUNT TO FEED-AMOUNT-WORK
                    ADD FEED-AMOUNT-WORK TO FEEDREJ-AMOUNT
                  END-IF
                  READ REJECTS-FILE
                    AT END SET REJECTS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE REJECTS-FILE
              END-IF.

      ******************************************************************
      * Counts the day's score extract and hashes its section scores
      * the way the extract trailer does, keeping the trailer.
      ******************************************************************
       COUNT-SCORE-INPUT.
              OPEN INPUT SCORE-FILE
              IF SCORE-FILE-NOT-FOUND THEN
                DISPLAY 'SCOREIN NOT FOUND, SCORE INPUT PROVES AT '
                        'ZERO'
              ELSE
                READ SCORE-FILE
                  AT END SET SCORE-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL SCORE-FILE-EOF
                  EVALUATE TRUE
                    WHEN SCORE-ENVELOPE-REC (1:3) = 'HDR'
                      MOVE SCORE-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      SET SCORE-HEADER-SEEN TO TRUE
                      IF PROOF-BUSINESS-DATE = ZERO THEN
                        MOVE EW-BUSINESS-DATE TO PROOF-BUSINESS-DATE
                      END-IF
                    WHEN SCORE-ENVELOPE-REC (1:3) = 'TRL'
                      MOVE SCORE-ENVELOPE-REC TO ENVELOPE-WORK-REC
                      SET SCORE-TRAILER-SEEN TO TRUE
                      MOVE EW-RECORD-COUNT TO SCORE-TRL-COUNT
                      MOVE EW-HASH-TOTAL TO SCORE-TRL-HASH
                    WHEN OTHER
                      ADD 1 TO SCOREIN-COUNT
                      PERFORM VARYING SCORE-SECTION-SUB FROM 1 BY 1
                        UNTIL SCORE-SECTION-SUB > 4
                        IF SC-SECTION-SCORE (SCORE-SECTION-SUB)
                           IS NUMERIC THEN
                          ADD SC-SECTION-SCORE (SCORE-SECTION-SUB)
                            TO SCOREIN-HASH
                        END-IF
                      END-PERFORM
                  END-EVALUATE
                  READ SCORE-FILE
                    AT END SET SCORE-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE SCORE-FILE
              END-IF.

      ******************************************************************
      * Counts the four places a score record can land: passed,
      * failed, already-passed duplicate, or not gradeable.
      ******************************************************************
       COUNT-SCORE-OUTPUT.
              OPEN INPUT PASS-FILE
              IF PASS-FILE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ PASS-FILE
                  AT END SET PASS-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL PASS-FILE-EOF
                  ADD 1 TO SCOREPS-COUNT
                  READ PASS-FILE
                    AT END SET PASS-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE PASS-FILE
              END-IF

              OPEN INPUT FAIL-FILE
              IF FAIL-FILE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ FAIL-FILE
                  AT END SET FAIL-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL FAIL-FILE-EOF
                  ADD 1 TO SCOREFL-COUNT
                  READ FAIL-FILE
                    AT END SET FAIL-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE FAIL-FILE
              END-IF

              OPEN INPUT DUPLICATES-FILE
              IF DUPLICATES-FILE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ DUPLICATES-FILE
                  AT END SET DUPLICATES-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL DUPLICATES-FILE-EOF
                  ADD 1 TO SCOREDUP-COUNT
                  READ DUPLICATES-FILE
                    AT END SET DUPLICATES-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE DUPLICATES-FILE
              END-IF

              OPEN INPUT INVALID-SCORE-FILE
              IF INVALID-SCORE-NOT-FOUND THEN
                CONTINUE
              ELSE
                READ INVALID-SCORE-FILE
                  AT END SET INVALID-SCORE-EOF TO TRUE
                END-READ
                PERFORM UNTIL INVALID-SCORE-EOF
                  ADD 1 TO SCOREINV-COUNT
                  READ INVALID-SCORE-FILE
                    AT END SET INVALID-SCORE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE INVALID-SCORE-FILE
              END-IF.

      ******************************************************************
      * Counts and totals the debit and credit lines of the journal
      * interface file GLJRNL sent to the ledger. The suspense repost
      * pairs appended after the posting lines move earlier days'
      * items and are not part of the day's POSTSUM, so they stay
      * out of the proof.
      ******************************************************************
       COUNT-JOURNAL-LINES.
              OPEN INPUT JOURNAL-FILE
              IF JOURNAL-FILE-NOT-FOUND THEN
                DISPLAY 'GLJRNL NOT FOUND, JOURNAL PROVES AT ZERO'
              ELSE
                READ JOURNAL-FILE
                  AT END SET JOURNAL-FILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL JOURNAL-FILE-EOF
                  EVALUATE TRUE
                    WHEN JE-SUSPENSE-REPOST
                      CONTINUE
                    WHEN JE-IS-DEBIT
                      ADD 1 TO JOURNAL-DR-LINES
                      ADD JE-AMOUNT TO JOURNAL-DR-AMOUNT
                    WHEN OTHER
                      ADD 1 TO JOURNAL-CR-LINES
                      ADD JE-AMOUNT TO JOURNAL-CR-AMOUNT
                  END-EVALUATE
                  READ JOURNAL-FILE
                    AT END SET JOURNAL-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE JOURNAL-FILE
              END-IF.

      ******************************************************************
      * Prints the proof sheet: one block per proof with each file's
      * count and amount, the in and out totals, and the difference
      * flagged in or out of balance, then the extract trailer
      * re-proofs and the overall result.
      ******************************************************************
       PRINT-PROOF-SHEET.
              IF PROOF-BUSINESS-DATE = ZERO THEN
                MOVE WS-RUN-CCYYMMDD TO PROOF-BUSINESS-DATE
              END-IF

              OPEN OUTPUT PROOF-REPORT-FILE

              MOVE SPACES TO PROOF-REPORT-LINE
              STRING 'END-OF-DAY PROOF OF BALANCE  BUSINESS DATE '
                     PROOF-BUSINESS-DATE
                     '  RUN ' WS-RUN-CCYYMMDD ' ' WS-RUN-TIME-DISPLAY
                DELIMITED BY SIZE INTO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE PROOF-HEADING-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE

              PERFORM PRINT-TRANSACTION-PROOF
              PERFORM PRINT-FEED-PROOF
              PERFORM PRINT-SCORE-PROOF
              PERFORM PRINT-JOURNAL-PROOF

              MOVE SPACES TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE 'PROOFS RUN' TO PS-LABEL
              MOVE PROOFS-RUN-COUNT TO PS-VALUE
              MOVE PROOF-SUMMARY-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE 'PROOFS OUT OF BALANCE' TO PS-LABEL
              MOVE PROOFS-OUT-COUNT TO PS-VALUE
              MOVE PROOF-SUMMARY-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE SPACES TO PROOF-REPORT-LINE
              IF PROOFS-OUT-COUNT = ZERO THEN
                MOVE 'ALL PROOFS IN BALANCE' TO PROOF-REPORT-LINE
              ELSE
                MOVE '*** DAY DOES NOT PROVE - DOWNSTREAM HELD ***'
                  TO PROOF-REPORT-LINE
              END-IF
              WRITE PROOF-REPORT-LINE

              CLOSE PROOF-REPORT-FILE

              DISPLAY 'PROOF OF BALANCE SUMMARY'
              DISPLAY 'BUSINESS DATE : ' PROOF-BUSINESS-DATE
              DISPLAY 'PROOFS RUN    : ' PROOFS-RUN-COUNT
              DISPLAY 'PROOFS OUT    : ' PROOFS-OUT-COUNT.

      ******************************************************************
      * Transaction proof: extract details plus recycles against
      * posting summary debits and credits plus exceptions plus
      * duplicates, in count and signed amount; then the extract
      * trailer against the details actually on the file.
      ******************************************************************
       PRINT-TRANSACTION-PROOF.
              MOVE SPACES TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE 'TRANSACTION STAGE' TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE

              MOVE '  TXNIN DETAIL RECORDS' TO PL-LABEL
              MOVE TXNIN-COUNT TO PL-COUNT
              MOVE TXNIN-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  TXNRCYC RECYCLED RECORDS' TO PL-LABEL
              MOVE TXNRCYC-COUNT TO PL-COUNT
              MOVE TXNRCYC-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              COMPUTE PROOF-IN-COUNT = TXNIN-COUNT + TXNRCYC-COUNT
              COMPUTE PROOF-IN-AMOUNT = TXNIN-AMOUNT + TXNRCYC-AMOUNT

              MOVE '  POSTSUM DEBITS' TO PL-LABEL
              MOVE POSTSUM-DEBIT-COUNT TO PL-COUNT
              MOVE POSTSUM-DEBIT-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  POSTSUM CREDITS' TO PL-LABEL
              MOVE POSTSUM-CREDIT-COUNT TO PL-COUNT
              MOVE POSTSUM-CREDIT-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  TXNEXCPT EXCEPTIONS' TO PL-LABEL
              MOVE TXNEXCPT-COUNT TO PL-COUNT
              MOVE TXNEXCPT-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  TXNDUP DUPLICATES' TO PL-LABEL
              MOVE TXNDUP-COUNT TO PL-COUNT
              MOVE TXNDUP-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              COMPUTE PROOF-OUT-COUNT = POSTSUM-DEBIT-COUNT
                                      + POSTSUM-CREDIT-COUNT
                                      + TXNEXCPT-COUNT
                                      + TXNDUP-COUNT
              COMPUTE PROOF-OUT-AMOUNT = POSTSUM-DEBIT-AMOUNT
                                       + POSTSUM-CREDIT-AMOUNT
                                       + TXNEXCPT-AMOUNT
                                       + TXNDUP-AMOUNT
              SET PROOF-BY-AMOUNT TO TRUE
              PERFORM WRITE-PROOF-RESULT

              MOVE '  TXNIN TRAILER' TO PL-LABEL
              MOVE TXN-TRL-COUNT TO PL-COUNT
              MOVE TXN-TRL-HASH TO PL-AMOUNT
              IF TXN-HEADER-SEEN OR TXN-TRAILER-SEEN
                 OR TXNIN-COUNT NOT = ZERO THEN
                ADD 1 TO PROOFS-RUN-COUNT
                EVALUATE TRUE
                  WHEN NOT TXN-TRAILER-SEEN
                    MOVE '*** TRAILER MISSING' TO PL-FLAG
                    ADD 1 TO PROOFS-OUT-COUNT
                  WHEN TXN-TRL-COUNT NOT = TXNIN-COUNT
                       OR TXN-TRL-HASH NOT = TXNIN-AMOUNT
                    MOVE '*** TRAILER DISAGREES' TO PL-FLAG
                    ADD 1 TO PROOFS-OUT-COUNT
                  WHEN OTHER
                    MOVE 'TRAILER AGREES' TO PL-FLAG
                END-EVALUATE
              ELSE
                MOVE 'NO EXTRACT TODAY' TO PL-FLAG
              END-IF
              MOVE PROOF-DETAIL-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE.

      ******************************************************************
      * Feed proof: extract details plus recycles against accepted
      * plus rejected, in count and amount; then the feed trailer.
      ******************************************************************
       PRINT-FEED-PROOF.
              MOVE SPACES TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE 'FEED STAGE' TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE

              MOVE '  FEEDIN DETAIL RECORDS' TO PL-LABEL
              MOVE FEEDIN-COUNT TO PL-COUNT
              MOVE FEEDIN-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  FEEDRCYC RECYCLED RECORDS' TO PL-LABEL
              MOVE FEEDRCYC-COUNT TO PL-COUNT
              MOVE FEEDRCYC-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              COMPUTE PROOF-IN-COUNT = FEEDIN-COUNT + FEEDRCYC-COUNT
              COMPUTE PROOF-IN-AMOUNT
                = FEEDIN-AMOUNT + FEEDRCYC-AMOUNT

              MOVE '  FEEDACC ACCEPTED RECORDS' TO PL-LABEL
              MOVE FEEDACC-COUNT TO PL-COUNT
              MOVE FEEDACC-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  FEEDREJ REJECTED RECORDS' TO PL-LABEL
              MOVE FEEDREJ-COUNT TO PL-COUNT
              MOVE FEEDREJ-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              COMPUTE PROOF-OUT-COUNT = FEEDACC-COUNT + FEEDREJ-COUNT
              COMPUTE PROOF-OUT-AMOUNT
                = FEEDACC-AMOUNT + FEEDREJ-AMOUNT
              SET PROOF-BY-AMOUNT TO TRUE
              PERFORM WRITE-PROOF-RESULT

              MOVE '  FEEDIN TRAILER' TO PL-LABEL
              MOVE FEED-TRL-COUNT TO PL-COUNT
              MOVE FEED-TRL-HASH TO PL-AMOUNT
              IF FEED-HEADER-SEEN OR FEED-TRAILER-SEEN
                 OR FEEDIN-COUNT NOT = ZERO THEN
                ADD 1 TO PROOFS-RUN-COUNT
                EVALUATE TRUE
                  WHEN NOT FEED-TRAILER-SEEN
                    MOVE '*** TRAILER MISSING' TO PL-FLAG
                    ADD 1 TO PROOFS-OUT-COUNT
                  WHEN FEED-TRL-COUNT NOT = FEEDIN-COUNT
                       OR FEED-TRL-HASH NOT = FEEDIN-AMOUNT
                    MOVE '*** TRAILER DISAGREES' TO PL-FLAG
                    ADD 1 TO PROOFS-OUT-COUNT
                  WHEN OTHER
                    MOVE 'TRAILER AGREES' TO PL-FLAG
                END-EVALUATE
              ELSE
                MOVE 'NO EXTRACT TODAY' TO PL-FLAG
              END-IF
              MOVE PROOF-DETAIL-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE.

      ******************************************************************
      * Score proof: extract details against passes plus fails plus
      * duplicates plus ungradeable records, by count; then the
      * score trailer, whose hash is the section-score total.
      ******************************************************************
       PRINT-SCORE-PROOF.
              MOVE SPACES TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE 'SCORE STAGE' TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE

              MOVE '  SCOREIN DETAIL RECORDS' TO PL-LABEL
              MOVE SCOREIN-COUNT TO PL-COUNT
              MOVE SPACES TO PL-AMOUNT-X
              PERFORM WRITE-PROOF-DETAIL
              MOVE SCOREIN-COUNT TO PROOF-IN-COUNT
              MOVE ZERO TO PROOF-IN-AMOUNT

              MOVE '  SCOREPS PASSED' TO PL-LABEL
              MOVE SCOREPS-COUNT TO PL-COUNT
              MOVE SPACES TO PL-AMOUNT-X
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  SCOREFL FAILED' TO PL-LABEL
              MOVE SCOREFL-COUNT TO PL-COUNT
              MOVE SPACES TO PL-AMOUNT-X
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  SCOREDUP ALREADY PASSED' TO PL-LABEL
              MOVE SCOREDUP-COUNT TO PL-COUNT
              MOVE SPACES TO PL-AMOUNT-X
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  SCOREINV NOT GRADEABLE' TO PL-LABEL
              MOVE SCOREINV-COUNT TO PL-COUNT
              MOVE SPACES TO PL-AMOUNT-X
              PERFORM WRITE-PROOF-DETAIL
              COMPUTE PROOF-OUT-COUNT = SCOREPS-COUNT
                                      + SCOREFL-COUNT
                                      + SCOREDUP-COUNT
                                      + SCOREINV-COUNT
              MOVE ZERO TO PROOF-OUT-AMOUNT
              MOVE 'N' TO PROOF-AMOUNT-SW
              PERFORM WRITE-PROOF-RESULT

              MOVE '  SCOREIN TRAILER' TO PL-LABEL
              MOVE SCORE-TRL-COUNT TO PL-COUNT
              MOVE SCORE-TRL-HASH TO PL-AMOUNT
              IF SCORE-HEADER-SEEN OR SCORE-TRAILER-SEEN
                 OR SCOREIN-COUNT NOT = ZERO THEN
                ADD 1 TO PROOFS-RUN-COUNT
                EVALUATE TRUE
                  WHEN NOT SCORE-TRAILER-SEEN
                    MOVE '*** TRAILER MISSING' TO PL-FLAG
                    ADD 1 TO PROOFS-OUT-COUNT
                  WHEN SCORE-TRL-COUNT NOT = SCOREIN-COUNT
                       OR SCORE-TRL-HASH NOT = SCOREIN-HASH
                    MOVE '*** TRAILER DISAGREES' TO PL-FLAG
                    ADD 1 TO PROOFS-OUT-COUNT
                  WHEN OTHER
                    MOVE 'TRAILER AGREES' TO PL-FLAG
                END-EVALUATE
              ELSE
                MOVE 'NO EXTRACT TODAY' TO PL-FLAG
              END-IF
              MOVE PROOF-DETAIL-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE.

      ******************************************************************
      * Journal proof, each side on its own: the lines and unsigned
      * amount the posting summary calls for against the debit and
      * credit lines the journal actually carries.
      ******************************************************************
       PRINT-JOURNAL-PROOF.
              MOVE SPACES TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE
              MOVE 'GL JOURNAL' TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE

              MOVE '  POSTSUM DEBIT SIDE' TO PL-LABEL
              MOVE EXPECTED-DR-LINES TO PL-COUNT
              MOVE EXPECTED-DR-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  GLJRNL DEBIT LINES' TO PL-LABEL
              MOVE JOURNAL-DR-LINES TO PL-COUNT
              MOVE JOURNAL-DR-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE EXPECTED-DR-LINES TO PROOF-IN-COUNT
              MOVE EXPECTED-DR-AMOUNT TO PROOF-IN-AMOUNT
              MOVE JOURNAL-DR-LINES TO PROOF-OUT-COUNT
              MOVE JOURNAL-DR-AMOUNT TO PROOF-OUT-AMOUNT
              SET PROOF-BY-AMOUNT TO TRUE
              PERFORM WRITE-PROOF-RESULT

              MOVE '  POSTSUM CREDIT SIDE' TO PL-LABEL
              MOVE EXPECTED-CR-LINES TO PL-COUNT
              MOVE EXPECTED-CR-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE '  GLJRNL CREDIT LINES' TO PL-LABEL
              MOVE JOURNAL-CR-LINES TO PL-COUNT
              MOVE JOURNAL-CR-AMOUNT TO PL-AMOUNT
              PERFORM WRITE-PROOF-DETAIL
              MOVE EXPECTED-CR-LINES TO PROOF-IN-COUNT
              MOVE EXPECTED-CR-AMOUNT TO PROOF-IN-AMOUNT
              MOVE JOURNAL-CR-LINES TO PROOF-OUT-COUNT
              MOVE JOURNAL-CR-AMOUNT TO PROOF-OUT-AMOUNT
              SET PROOF-BY-AMOUNT TO TRUE
              PERFORM WRITE-PROOF-RESULT.

      ******************************************************************
      * Writes one file's count/amount line with no flag.
      ******************************************************************
       WRITE-PROOF-DETAIL.
              MOVE SPACES TO PL-FLAG
              MOVE PROOF-DETAIL-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE.

      ******************************************************************
      * Prints the difference between a proof's in and out sides and
      * flags it; a proof by count alone ignores the amount column.
      ******************************************************************
       WRITE-PROOF-RESULT.
              ADD 1 TO PROOFS-RUN-COUNT
              COMPUTE PROOF-DIFF-COUNT
                = PROOF-IN-COUNT - PROOF-OUT-COUNT
              COMPUTE PROOF-DIFF-AMOUNT
                = PROOF-IN-AMOUNT - PROOF-OUT-AMOUNT

              MOVE '  DIFFERENCE' TO PL-LABEL
              MOVE PROOF-DIFF-COUNT TO PL-COUNT
              IF PROOF-BY-AMOUNT THEN
                MOVE PROOF-DIFF-AMOUNT TO PL-AMOUNT
              ELSE
                MOVE SPACES TO PL-AMOUNT-X
                MOVE ZERO TO PROOF-DIFF-AMOUNT
              END-IF

              IF PROOF-DIFF-COUNT = ZERO
                 AND PROOF-DIFF-AMOUNT = ZERO THEN
                MOVE 'IN BALANCE' TO PL-FLAG
              ELSE
                MOVE '*** OUT OF BALANCE' TO PL-FLAG
                ADD 1 TO PROOFS-OUT-COUNT
              END-IF
              MOVE PROOF-DETAIL-LINE TO PROOF-REPORT-LINE
              WRITE PROOF-REPORT-LINE.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: any proof out fails the
      * step at eight so the downstream consumer is held the same
      * night.
      ******************************************************************
       SET-PROOF-RETURN-CODE.
              IF PROOFS-OUT-COUNT = ZERO THEN
                MOVE 0 TO RETURN-CODE
              ELSE
                MOVE 8 TO RETURN-CODE
              END-IF.

       END PROGRAM BALPROOF.
