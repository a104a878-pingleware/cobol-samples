      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Business-day backout run - undoes what one business
      *          date and stage of the validation run did to the
      *          masters, so a day processed off a wrong GENFEED
      *          extract can be cleanly run again off the corrected
      *          one instead of rerun on top of itself. Takes
      *          DATE=, STAGE= and the operator's USER= in the PARM
      *          and, for that run only: replays the run's
      *          before-images last to first to put the candidate
      *          and variance history masters back as they stood,
      *          removes the seen-transaction entries first seen on
      *          the date and the date's open-suspense items, writes
      *          reversing lines for a GL journal already sent to
      *          the ledger (suspense reposts of earlier days on it
      *          are left to post), withdraws the certificates issued
      *          on the date, and reopens the run-control record so
      *          the corrected extract is let through. Every key
      *          backed out is logged to the audit trail under the
      *          operator's name and printed on the backout report.
      *          Refused outright - nothing changed - when the run is
      *          not on file, is still in flight, was already backed
      *          out, a later business date has already run for the
      *          same stage, or a record the run changed has since
      *          been changed again by another run (an appeal
      *          regrade), whose change the replay would undo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> run-control master: the run being backed out must be
              *> on file and complete, no later date may have run for
              *> the stage, and the record is reopened at the end
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> before-image log the validation run appends to ahead
              *> of every candidate and variance history change
              SELECT BEFORE-IMAGE-FILE ASSIGN TO BFIMLOG
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS BEFORE-IMAGE-STATUS.

              *> the two masters the before-images are replayed onto
              SELECT CANDIDATE-HISTORY-FILE ASSIGN TO CANDHIST
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CH-CANDIDATE-ID
                     FILE STATUS IS CANDIDATE-HISTORY-STATUS.
              SELECT VARIANCE-HISTORY-FILE ASSIGN TO VARHIST
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS VH-CONTROL-KEY
                     FILE STATUS IS VARIANCE-HISTORY-STATUS.

              *> seen-transaction master, read front to back for the
              *> IDs first seen on the business date
              SELECT SEEN-TXN-FILE ASSIGN TO SEENTXN
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ST-TRANSACTION-ID
                     FILE STATUS IS SEEN-TXN-STATUS.

              *> open-suspense master, the date's items removed
              SELECT OPEN-SUSPENSE-FILE ASSIGN TO SUSPOPEN
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUSPENSE-KEY
                     FILE STATUS IS OPEN-SUSPENSE-STATUS.

              *> certificate register, the date's certificates
              *> withdrawn
              SELECT CERT-REGISTER-FILE ASSIGN TO CERTREG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CERT-NUMBER
                     ALTERNATE RECORD KEY IS CT-CANDIDATE-ID
                         WITH DUPLICATES
                     FILE STATUS IS CERT-REGISTER-STATUS.

              *> the journal GLJRNL sent to the ledger for the date,
              *> and the reversing journal written against it
              SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS JOURNAL-FILE-STATUS.
              SELECT REVERSAL-FILE ASSIGN TO GLREVRS
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS REVERSAL-FILE-STATUS.

              *> audit-trail log appended to for every key backed out
              SELECT AUDIT-LOG-FILE ASSIGN TO CONDAUD
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-LOG-STATUS.

              *> printed backout report
              SELECT BACKOUT-REPORT-FILE ASSIGN TO BKOUTRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS BACKOUT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  BEFORE-IMAGE-FILE.
              COPY BFIMREC.

       FD  CANDIDATE-HISTORY-FILE.
              COPY CANDREC.

       FD  VARIANCE-HISTORY-FILE.
              COPY VARHREC.

       FD  SEEN-TXN-FILE.
              COPY SEENREC.

       FD  OPEN-SUSPENSE-FILE.
              COPY SUSPREC.

       FD  CERT-REGISTER-FILE.
              COPY CERTREC.

       FD  JOURNAL-FILE.
              COPY JRNLREC.

       FD  REVERSAL-FILE.
       01  REVERSAL-OUT-REC           PIC X(41).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE             PIC X(400).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the backout run
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-EOF VALUE '10'.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 BEFORE-IMAGE-STATUS PIC XX.
         88 BEFORE-IMAGE-EOF VALUE '10'.
         88 BEFORE-IMAGE-NOT-FOUND VALUE '35'.
       01 CANDIDATE-HISTORY-STATUS PIC XX.
         88 CANDIDATE-HISTORY-NO-FILE VALUE '35'.
       01 VARIANCE-HISTORY-STATUS PIC XX.
         88 VARIANCE-HISTORY-NO-FILE VALUE '35'.
       01 SEEN-TXN-STATUS PIC XX.
         88 SEEN-TXN-EOF VALUE '10'.
         88 SEEN-TXN-NO-FILE VALUE '35'.
       01 OPEN-SUSPENSE-STATUS PIC XX.
         88 OPEN-SUSPENSE-EOF VALUE '10'.
         88 OPEN-SUSPENSE-NO-FILE VALUE '35'.
       01 CERT-REGISTER-STATUS PIC XX.
         88 CERT-REGISTER-EOF VALUE '10'.
         88 CERT-REGISTER-NO-FILE VALUE '35'.
       01 JOURNAL-FILE-STATUS PIC XX.
         88 JOURNAL-FILE-EOF VALUE '10'.
         88 JOURNAL-FILE-NOT-FOUND VALUE '35'.
       01 REVERSAL-FILE-STATUS PIC XX.
       01 AUDIT-LOG-STATUS PIC XX.
         88 AUDIT-LOG-IS-NEW VALUE '35'.
       01 BACKOUT-REPORT-STATUS PIC XX.

       *> run date/time stamped on the audit lines and the report
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

       *> operator request parsed from the step PARM
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-DATE-REQUEST-X PIC X(8).
       01 WS-DATE-REQUEST REDEFINES WS-DATE-REQUEST-X PIC 9(8).
       01 WS-STAGE-REQUEST PIC X(8).
         88 STAGE-ALL VALUE 'ALL'.
         88 STAGE-COND VALUE 'COND'.
         88 STAGE-SCORE VALUE 'SCORE'.
         88 STAGE-RECON VALUE 'RECON'.
         88 STAGE-TXN VALUE 'TXN'.
         88 STAGE-FEED VALUE 'FEED'.
         88 STAGE-THRESH VALUE 'THRESH'.
       01 WS-USER-REQUEST PIC X(8).

       01 WS-BACKOUT-REFUSED-SW PIC X VALUE 'N'.
         88 WS-BACKOUT-REFUSED VALUE 'Y'.
       01 BACKOUT-WARNING-SW PIC X VALUE 'N'.
         88 BACKOUT-WARNING VALUE 'Y'.
       01 RUN-CONTROL-FOUND-SW PIC X VALUE 'N'.
         88 RUN-CONTROL-FOUND VALUE 'Y'.
       01 LATER-RUN-FOUND-SW PIC X VALUE 'N'.
         88 LATER-RUN-FOUND VALUE 'Y'.
       01 LATER-RUN-DATE PIC 9(8) VALUE ZERO.
       01 LATER-CHANGE-FOUND-SW PIC X VALUE 'N'.
         88 LATER-CHANGE-FOUND VALUE 'Y'.
       01 REFUSAL-REASON PIC X(60) VALUE SPACES.

       *> the run's before-images, loaded whole before anything is
       *> changed so an oversized log refuses the backout cleanly,
       *> then replayed last to first
       01 IMAGE-TABLE-LIMIT PIC 9(4) VALUE 5000.
       01 IMAGE-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 IMAGE-SUB PIC 9(4).
       01 IMAGE-TABLE.
         05 IMAGE-ENTRY OCCURS 5000 TIMES.
           10 IT-MASTER-ID      PIC X(8).
           10 IT-ACTION         PIC X(1).
             88 IT-RECORD-ADDED   VALUE 'A'.
             88 IT-RECORD-CHANGED VALUE 'C'.
             88 IT-RECORD-DELETED VALUE 'D'.
           10 IT-RECORD-KEY     PIC X(13).
           10 IT-BEFORE-IMAGE   PIC X(47).

       *> one backed-out key, as logged and printed
       01 BACKOUT-MASTER-ID PIC X(8).
       01 BACKOUT-ACTION PIC X(10).
       01 BACKOUT-KEY-DISPLAY PIC X(24).
       01 BACKOUT-IMAGE-DISPLAY PIC X(47).
       01 BACKOUT-AMOUNT PIC S9(11)V99.

       01 BACKOUT-TALLIES.
         05 IMAGES-READ          PIC 9(7) VALUE ZERO.
         05 CANDIDATES-RESTORED  PIC 9(7) VALUE ZERO.
         05 CANDIDATES-REMOVED   PIC 9(7) VALUE ZERO.
         05 VARIANCES-RESTORED   PIC 9(7) VALUE ZERO.
         05 VARIANCES-REMOVED    PIC 9(7) VALUE ZERO.
         05 VARIANCES-REINSTATED PIC 9(7) VALUE ZERO.
         05 KEYS-NOT-FOUND       PIC 9(7) VALUE ZERO.
         05 SEEN-READ            PIC 9(7) VALUE ZERO.
         05 SEEN-REMOVED         PIC 9(7) VALUE ZERO.
         05 JOURNAL-LINES-READ   PIC 9(7) VALUE ZERO.
         05 JOURNAL-LINES-REVERSED PIC 9(7) VALUE ZERO.
         05 REPOST-LINES-LEFT    PIC 9(7) VALUE ZERO.
         05 SUSPENSE-REMOVED     PIC 9(7) VALUE ZERO.
         05 CERTS-WITHDRAWN      PIC 9(7) VALUE ZERO.
         05 KEYS-BACKED-OUT      PIC 9(7) VALUE ZERO.
       01 DEBITS-REVERSED  PIC S9(13)V99 VALUE ZERO.
       01 CREDITS-REVERSED PIC S9(13)V99 VALUE ZERO.

       *> printed report lines
       01 BACKOUT-HEADING-LINE.
         05 FILLER PIC X(10) VALUE 'MASTER'.
         05 FILLER PIC X(12) VALUE 'ACTION'.
         05 FILLER PIC X(26) VALUE 'KEY'.
         05 FILLER PIC X(17) VALUE '   REVERSED AMT'.
       01 BACKOUT-DETAIL-LINE.
         05 BD-MASTER           PIC X(8).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 BD-ACTION           PIC X(10).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 BD-KEY              PIC X(24).
         05 FILLER              PIC X(2) VALUE SPACES.
         05 BD-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99
                                BLANK WHEN ZERO.
       01 BACKOUT-SUMMARY-LINE.
         05 BS-LABEL            PIC X(24).
         05 BS-VALUE            PIC ZZZ,ZZ9.
       01 BACKOUT-AMOUNT-LINE.
         05 BA-LABEL            PIC X(24).
         05 BA-VALUE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              PERFORM STAMP-RUN-DATE-TIME.
              PERFORM PARSE-BACKOUT-PARM.
              PERFORM OPEN-BACKOUT-REPORT.
              IF NOT WS-BACKOUT-REFUSED THEN
                PERFORM CHECK-RUN-CONTROL
              END-IF.
              IF NOT WS-BACKOUT-REFUSED THEN
                PERFORM LOAD-BEFORE-IMAGES
              END-IF.
              IF WS-BACKOUT-REFUSED THEN
                PERFORM PRINT-BACKOUT-REFUSAL
              ELSE
                OPEN EXTEND AUDIT-LOG-FILE
                IF AUDIT-LOG-IS-NEW THEN
                  OPEN OUTPUT AUDIT-LOG-FILE
                END-IF
                MOVE BACKOUT-HEADING-LINE TO BACKOUT-REPORT-LINE
                WRITE BACKOUT-REPORT-LINE
                PERFORM RESTORE-MASTERS
                IF STAGE-ALL OR STAGE-TXN THEN
                  PERFORM REMOVE-SEEN-TRANSACTIONS
                  PERFORM REMOVE-SUSPENSE-ITEMS
                  PERFORM REVERSE-SENT-JOURNAL
                END-IF
                IF STAGE-ALL OR STAGE-SCORE THEN
                  PERFORM WITHDRAW-CERTIFICATES
                END-IF
                PERFORM REOPEN-RUN-CONTROL
                CLOSE AUDIT-LOG-FILE
                PERFORM PRINT-BACKOUT-SUMMARY
              END-IF.
              CLOSE BACKOUT-REPORT-FILE.
              PERFORM SET-BACKOUT-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Captures the run date/time once at the start of the run so it
      * can be stamped on every audit line the backout writes.
      ******************************************************************
       STAMP-RUN-DATE-TIME.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
              STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
                DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
              STRING WS-RUN-HH ':' WS-RUN-MIN ':' WS-RUN-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.

      ******************************************************************
      * Parses the operator request from the step PARM: DATE= the
      * business date to back out, STAGE= the stage it ran as (the
      * same stage names the validation run takes, ALL for a
      * single-step run), and USER= the operator, all required.
      ******************************************************************
       PARSE-BACKOUT-PARM.
              MOVE SPACES TO WS-PARM-TEXT
              IF PARM-LENGTH > ZERO THEN
                MOVE PARM-DATA (1:PARM-LENGTH) TO WS-PARM-TEXT
              END-IF

              MOVE SPACES TO WS-PARM-TOKEN-TABLE
              MOVE SPACES TO WS-DATE-REQUEST-X
              MOVE SPACES TO WS-STAGE-REQUEST
              MOVE SPACES TO WS-USER-REQUEST
              UNSTRING WS-PARM-TEXT DELIMITED BY ','
                INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                     WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
              END-UNSTRING

              PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                UNTIL WS-PARM-SUB > 4
                EVALUATE TRUE
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'DATE='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                      TO WS-DATE-REQUEST-X
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:6) = 'STAGE='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (7:8)
                      TO WS-STAGE-REQUEST
                  WHEN WS-PARM-TOKEN (WS-PARM-SUB) (1:5) = 'USER='
                    MOVE WS-PARM-TOKEN (WS-PARM-SUB) (6:8)
                      TO WS-USER-REQUEST
                END-EVALUATE
              END-PERFORM

              IF WS-DATE-REQUEST-X IS NOT NUMERIC
                 OR WS-DATE-REQUEST-X (5:2) < '01'
                 OR WS-DATE-REQUEST-X (5:2) > '12'
                 OR WS-DATE-REQUEST-X (7:2) < '01'
                 OR WS-DATE-REQUEST-X (7:2) > '31' THEN
                DISPLAY 'DATE PARM MISSING OR NOT A VALID DATE: '
                        WS-DATE-REQUEST-X
                MOVE 'DATE PARM MISSING OR NOT A VALID DATE'
                  TO REFUSAL-REASON
                SET WS-BACKOUT-REFUSED TO TRUE
              END-IF

              IF NOT STAGE-ALL AND NOT STAGE-COND
                 AND NOT STAGE-SCORE AND NOT STAGE-RECON
                 AND NOT STAGE-TXN AND NOT STAGE-FEED
                 AND NOT STAGE-THRESH THEN
                DISPLAY 'STAGE PARM MISSING OR UNRECOGNIZED: '
                        WS-STAGE-REQUEST
                MOVE 'STAGE PARM MISSING OR UNRECOGNIZED'
                  TO REFUSAL-REASON
                SET WS-BACKOUT-REFUSED TO TRUE
              END-IF

              IF WS-USER-REQUEST = SPACES THEN
                DISPLAY 'USER PARM REQUIRED - THE BACKOUT IS LOGGED '
                        'UNDER THE OPERATOR NAME'
                MOVE 'USER PARM REQUIRED' TO REFUSAL-REASON
                SET WS-BACKOUT-REFUSED TO TRUE
              END-IF.

      ******************************************************************
      * Opens the backout report and prints its heading.
      ******************************************************************
       OPEN-BACKOUT-REPORT.
              OPEN OUTPUT BACKOUT-REPORT-FILE

              MOVE SPACES TO BACKOUT-REPORT-LINE
              STRING 'BUSINESS-DAY BACKOUT  DATE ' WS-DATE-REQUEST-X
                     '  STAGE ' WS-STAGE-REQUEST
                     '  USER ' WS-USER-REQUEST
                     '  RUN ' WS-RUN-DATE-DISPLAY
                     ' ' WS-RUN-TIME-DISPLAY
                DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE
              MOVE SPACES TO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE.

      ******************************************************************
      * Proves the run can be backed out before anything is touched:
      * its run-control record must be on file and complete - an
      * in-flight run is still going or needs its restart, and a
      * reopened one was already backed out - and no later business
      * date may have run for the same stage, since that day built
      * on this one and would have to be backed out first.
      ******************************************************************
       CHECK-RUN-CONTROL.
              OPEN I-O RUN-CONTROL-FILE
              IF RUN-CONTROL-NO-FILE THEN
                DISPLAY 'RUN CONTROL MASTER NOT FOUND, NOTHING TO '
                        'BACK OUT'
                MOVE 'RUN CONTROL MASTER NOT FOUND' TO REFUSAL-REASON
                SET WS-BACKOUT-REFUSED TO TRUE
              ELSE
                MOVE 'N' TO RUN-CONTROL-FOUND-SW
                MOVE WS-DATE-REQUEST TO RN-BUSINESS-DATE
                MOVE WS-STAGE-REQUEST TO RN-STAGE
                READ RUN-CONTROL-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY SET RUN-CONTROL-FOUND TO TRUE
                END-READ

                EVALUATE TRUE
                  WHEN NOT RUN-CONTROL-FOUND
                    MOVE 'NO RUN ON FILE FOR THIS DATE AND STAGE'
                      TO REFUSAL-REASON
                    SET WS-BACKOUT-REFUSED TO TRUE
                  WHEN RN-RUN-IN-FLIGHT
                    MOVE 'RUN SHOWS IN FLIGHT - FINISH OR RESTART IT'
                      TO REFUSAL-REASON
                    SET WS-BACKOUT-REFUSED TO TRUE
                  WHEN RN-RUN-REOPENED
                    MOVE 'RUN ALREADY BACKED OUT AND REOPENED'
                      TO REFUSAL-REASON
                    SET WS-BACKOUT-REFUSED TO TRUE
                  WHEN OTHER
                    PERFORM CHECK-FOR-LATER-RUN
                END-EVALUATE

                CLOSE RUN-CONTROL-FILE

                IF WS-BACKOUT-REFUSED THEN
                  DISPLAY 'BACKOUT REFUSED: ' REFUSAL-REASON
                END-IF
              END-IF.

      ******************************************************************
      * Reads the run-control master forward from the run's key for
      * any later business date run under the same stage.
      ******************************************************************
       CHECK-FOR-LATER-RUN.
              MOVE 'N' TO LATER-RUN-FOUND-SW
              START RUN-CONTROL-FILE KEY > RN-RUN-KEY
                INVALID KEY SET RUN-CONTROL-EOF TO TRUE
              END-START

              IF NOT RUN-CONTROL-EOF THEN
                READ RUN-CONTROL-FILE NEXT RECORD
                  AT END SET RUN-CONTROL-EOF TO TRUE
                END-READ
              END-IF

              PERFORM UNTIL RUN-CONTROL-EOF OR LATER-RUN-FOUND
                IF RN-STAGE = WS-STAGE-REQUEST
                   AND RN-BUSINESS-DATE > WS-DATE-REQUEST
                   AND NOT RN-RUN-REOPENED THEN
                  SET LATER-RUN-FOUND TO TRUE
                  MOVE RN-BUSINESS-DATE TO LATER-RUN-DATE
                ELSE
                  READ RUN-CONTROL-FILE NEXT RECORD
                    AT END SET RUN-CONTROL-EOF TO TRUE
                  END-READ
                END-IF
              END-PERFORM

              IF LATER-RUN-FOUND THEN
                MOVE SPACES TO REFUSAL-REASON
                STRING 'LATER DATE ' LATER-RUN-DATE
                       ' ALREADY RUN - BACK IT OUT FIRST'
                  DELIMITED BY SIZE INTO REFUSAL-REASON
                SET WS-BACKOUT-REFUSED TO TRUE
              END-IF.

      ******************************************************************
      * Loads every before-image logged under the run's business
      * date and stage, in the order written. A log too large for
      * the table refuses the backout here, before any master has
      * been changed, rather than leaving it half undone. An image
      * logged after the run's own by any other run, for a key the
      * run changed, means that key has been changed again since -
      * an appeal regrade of the same candidate - and replaying the
      * run's image would silently undo it, so the backout is
      * refused for that too.
      ******************************************************************
       LOAD-BEFORE-IMAGES.
              OPEN INPUT BEFORE-IMAGE-FILE
              IF BEFORE-IMAGE-NOT-FOUND THEN
                IF STAGE-ALL OR STAGE-SCORE OR STAGE-RECON THEN
                  DISPLAY 'BEFORE-IMAGE LOG NOT FOUND, CANDIDATE AND '
                          'VARIANCE HISTORY NOT RESTORED'
                  SET BACKOUT-WARNING TO TRUE
                END-IF
              ELSE
                READ BEFORE-IMAGE-FILE
                  AT END SET BEFORE-IMAGE-EOF TO TRUE
                END-READ

                PERFORM UNTIL BEFORE-IMAGE-EOF OR WS-BACKOUT-REFUSED
                  ADD 1 TO IMAGES-READ
                  IF BI-BUSINESS-DATE = WS-DATE-REQUEST
                     AND BI-STAGE = WS-STAGE-REQUEST THEN
                    IF IMAGE-TABLE-COUNT < IMAGE-TABLE-LIMIT THEN
                      ADD 1 TO IMAGE-TABLE-COUNT
                      MOVE BI-MASTER-ID
                        TO IT-MASTER-ID (IMAGE-TABLE-COUNT)
                      MOVE BI-ACTION TO IT-ACTION (IMAGE-TABLE-COUNT)
                      MOVE BI-RECORD-KEY
                        TO IT-RECORD-KEY (IMAGE-TABLE-COUNT)
                      MOVE BI-BEFORE-IMAGE
                        TO IT-BEFORE-IMAGE (IMAGE-TABLE-COUNT)
                    ELSE
                      DISPLAY 'MORE THAN ' IMAGE-TABLE-LIMIT
                              ' BEFORE-IMAGES FOR THE RUN, BACKOUT '
                              'REFUSED'
                      MOVE 'BEFORE-IMAGE TABLE FULL - NOTHING CHANGED'
                        TO REFUSAL-REASON
                      SET WS-BACKOUT-REFUSED TO TRUE
                    END-IF
                  ELSE
                    IF IMAGE-TABLE-COUNT > ZERO THEN
                      PERFORM CHECK-LATER-CHANGE
                    END-IF
                  END-IF
                  READ BEFORE-IMAGE-FILE
                    AT END SET BEFORE-IMAGE-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE BEFORE-IMAGE-FILE
              END-IF.

      ******************************************************************
      * Looks for the key of another run's before-image among the
      * keys the run being backed out changed; a match refuses the
      * backout, naming the later run.
      ******************************************************************
       CHECK-LATER-CHANGE.
              MOVE 'N' TO LATER-CHANGE-FOUND-SW
              PERFORM VARYING IMAGE-SUB FROM 1 BY 1
                UNTIL IMAGE-SUB > IMAGE-TABLE-COUNT
                   OR LATER-CHANGE-FOUND
                IF IT-MASTER-ID (IMAGE-SUB) = BI-MASTER-ID
                   AND IT-RECORD-KEY (IMAGE-SUB) = BI-RECORD-KEY THEN
                  SET LATER-CHANGE-FOUND TO TRUE
                END-IF
              END-PERFORM

              IF LATER-CHANGE-FOUND THEN
                DISPLAY BI-MASTER-ID ' ' BI-RECORD-KEY
                        ' CHANGED SINCE BY ' BI-STAGE ' RUN OF '
                        BI-BUSINESS-DATE ', BACKOUT REFUSED'
                MOVE SPACES TO REFUSAL-REASON
                STRING BI-RECORD-KEY ' CHANGED SINCE BY '
                       BI-STAGE ' ' BI-BUSINESS-DATE
                  DELIMITED BY SIZE INTO REFUSAL-REASON
                SET WS-BACKOUT-REFUSED TO TRUE
              END-IF.

      ******************************************************************
      * Replays the run's before-images last to first, so a key the
      * run changed more than once (a same-day rerun under override)
      * ends back at the image it carried before the first change.
      ******************************************************************
       RESTORE-MASTERS.
              IF IMAGE-TABLE-COUNT > ZERO THEN
                OPEN I-O CANDIDATE-HISTORY-FILE
                OPEN I-O VARIANCE-HISTORY-FILE

                PERFORM VARYING IMAGE-SUB FROM IMAGE-TABLE-COUNT
                  BY -1 UNTIL IMAGE-SUB < 1
                  EVALUATE IT-MASTER-ID (IMAGE-SUB)
                    WHEN 'CANDHIST'
                      PERFORM RESTORE-CANDIDATE-HISTORY
                    WHEN 'VARHIST'
                      PERFORM RESTORE-VARIANCE-HISTORY
                  END-EVALUATE
                END-PERFORM

                CLOSE CANDIDATE-HISTORY-FILE
                CLOSE VARIANCE-HISTORY-FILE
              END-IF.

      ******************************************************************
      * Puts one candidate history key back: a candidate the run
      * added is removed, an attempt the run recorded is replaced by
      * the record as it stood (written back if it has since gone).
      ******************************************************************
       RESTORE-CANDIDATE-HISTORY.
              MOVE 'CANDHIST' TO BACKOUT-MASTER-ID
              MOVE IT-RECORD-KEY (IMAGE-SUB) TO BACKOUT-KEY-DISPLAY
              MOVE IT-BEFORE-IMAGE (IMAGE-SUB) TO BACKOUT-IMAGE-DISPLAY
              MOVE ZERO TO BACKOUT-AMOUNT

              IF CANDIDATE-HISTORY-NO-FILE THEN
                MOVE 'NOT FOUND' TO BACKOUT-ACTION
                ADD 1 TO KEYS-NOT-FOUND
              ELSE
                IF IT-RECORD-ADDED (IMAGE-SUB) THEN
                  MOVE IT-RECORD-KEY (IMAGE-SUB) TO CH-CANDIDATE-ID
                  MOVE 'REMOVED' TO BACKOUT-ACTION
                  DELETE CANDIDATE-HISTORY-FILE
                    INVALID KEY MOVE 'NOT FOUND' TO BACKOUT-ACTION
                  END-DELETE
                  IF BACKOUT-ACTION = 'REMOVED' THEN
                    ADD 1 TO CANDIDATES-REMOVED
                  ELSE
                    ADD 1 TO KEYS-NOT-FOUND
                  END-IF
                ELSE
                  MOVE IT-BEFORE-IMAGE (IMAGE-SUB)
                    TO CANDIDATE-HIST-REC
                  MOVE 'RESTORED' TO BACKOUT-ACTION
                  REWRITE CANDIDATE-HIST-REC
                    INVALID KEY WRITE CANDIDATE-HIST-REC
                  END-REWRITE
                  ADD 1 TO CANDIDATES-RESTORED
                END-IF
              END-IF

              PERFORM LOG-BACKED-OUT-KEY.

      ******************************************************************
      * Puts one variance history key back: a break the run opened
      * is removed, a break the run aged is replaced by the record
      * as it stood, and a break the run cleared on a match is
      * written back.
      ******************************************************************
       RESTORE-VARIANCE-HISTORY.
              MOVE 'VARHIST' TO BACKOUT-MASTER-ID
              MOVE IT-RECORD-KEY (IMAGE-SUB) TO BACKOUT-KEY-DISPLAY
              MOVE IT-BEFORE-IMAGE (IMAGE-SUB) TO BACKOUT-IMAGE-DISPLAY
              MOVE ZERO TO BACKOUT-AMOUNT

              IF VARIANCE-HISTORY-NO-FILE THEN
                MOVE 'NOT FOUND' TO BACKOUT-ACTION
                ADD 1 TO KEYS-NOT-FOUND
              ELSE
                EVALUATE TRUE
                  WHEN IT-RECORD-ADDED (IMAGE-SUB)
                    MOVE IT-RECORD-KEY (IMAGE-SUB) TO VH-CONTROL-KEY
                    MOVE 'REMOVED' TO BACKOUT-ACTION
                    DELETE VARIANCE-HISTORY-FILE
                      INVALID KEY MOVE 'NOT FOUND' TO BACKOUT-ACTION
                    END-DELETE
                    IF BACKOUT-ACTION = 'REMOVED' THEN
                      ADD 1 TO VARIANCES-REMOVED
                    ELSE
                      ADD 1 TO KEYS-NOT-FOUND
                    END-IF
                  WHEN IT-RECORD-CHANGED (IMAGE-SUB)
                    MOVE IT-BEFORE-IMAGE (IMAGE-SUB)
                      TO VARIANCE-HIST-REC
                    MOVE 'RESTORED' TO BACKOUT-ACTION
                    REWRITE VARIANCE-HIST-REC
                      INVALID KEY WRITE VARIANCE-HIST-REC
                    END-REWRITE
                    ADD 1 TO VARIANCES-RESTORED
                  WHEN OTHER
                    MOVE IT-BEFORE-IMAGE (IMAGE-SUB)
                      TO VARIANCE-HIST-REC
                    MOVE 'REINSTATED' TO BACKOUT-ACTION
                    WRITE VARIANCE-HIST-REC
                      INVALID KEY REWRITE VARIANCE-HIST-REC
                    END-WRITE
                    ADD 1 TO VARIANCES-REINSTATED
                END-EVALUATE
              END-IF

              PERFORM LOG-BACKED-OUT-KEY.

      ******************************************************************
      * Reads the seen-transaction master front to back and removes
      * every ID first seen on the business date, so the corrected
      * extract's transactions are not caught as duplicates of the
      * bad day's. IDs first seen on other days are left alone.
      ******************************************************************
       REMOVE-SEEN-TRANSACTIONS.
              OPEN I-O SEEN-TXN-FILE
              IF SEEN-TXN-NO-FILE THEN
                DISPLAY 'SEEN-TRANSACTION MASTER NOT FOUND, NOTHING '
                        'TO REMOVE'
              ELSE
                MOVE 'SEENTXN' TO BACKOUT-MASTER-ID
                MOVE 'REMOVED' TO BACKOUT-ACTION
                MOVE SPACES TO BACKOUT-IMAGE-DISPLAY
                MOVE LOW-VALUES TO ST-TRANSACTION-ID
                START SEEN-TXN-FILE KEY NOT < ST-TRANSACTION-ID
                  INVALID KEY SET SEEN-TXN-EOF TO TRUE
                END-START

                IF NOT SEEN-TXN-EOF THEN
                  READ SEEN-TXN-FILE NEXT RECORD
                    AT END SET SEEN-TXN-EOF TO TRUE
                  END-READ
                END-IF

                PERFORM UNTIL SEEN-TXN-EOF
                  ADD 1 TO SEEN-READ
                  IF ST-FIRST-SEEN-DATE = WS-DATE-REQUEST THEN
                    MOVE ST-TRANSACTION-ID TO BACKOUT-KEY-DISPLAY
                    MOVE ST-AMOUNT TO BACKOUT-AMOUNT
                    DELETE SEEN-TXN-FILE
                    ADD 1 TO SEEN-REMOVED
                    PERFORM LOG-BACKED-OUT-KEY
                  END-IF
                  READ SEEN-TXN-FILE NEXT RECORD
                    AT END SET SEEN-TXN-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE SEEN-TXN-FILE
              END-IF.

      ******************************************************************
      * Removes every open-suspense item carried for the business
      * date - suspense lines of the bad day's journal the ledger
      * reply showed posted - so they are not aged and reposted
      * after the day itself has been reversed. Items of other
      * dates, including any awaiting a repost, are left alone.
      ******************************************************************
       REMOVE-SUSPENSE-ITEMS.
              OPEN I-O OPEN-SUSPENSE-FILE
              IF OPEN-SUSPENSE-NO-FILE THEN
                DISPLAY 'OPEN-SUSPENSE MASTER NOT FOUND, NOTHING TO '
                        'REMOVE'
              ELSE
                MOVE 'SUSPOPEN' TO BACKOUT-MASTER-ID
                MOVE 'REMOVED' TO BACKOUT-ACTION
                MOVE SPACES TO BACKOUT-IMAGE-DISPLAY
                MOVE LOW-VALUES TO SU-SUSPENSE-KEY
                MOVE WS-DATE-REQUEST TO SU-BUSINESS-DATE
                START OPEN-SUSPENSE-FILE KEY NOT < SU-SUSPENSE-KEY
                  INVALID KEY SET OPEN-SUSPENSE-EOF TO TRUE
                END-START

                IF NOT OPEN-SUSPENSE-EOF THEN
                  READ OPEN-SUSPENSE-FILE NEXT RECORD
                    AT END SET OPEN-SUSPENSE-EOF TO TRUE
                  END-READ
                END-IF

                PERFORM UNTIL OPEN-SUSPENSE-EOF
                  IF SU-BUSINESS-DATE NOT = WS-DATE-REQUEST THEN
                    SET OPEN-SUSPENSE-EOF TO TRUE
                  ELSE
                    MOVE SPACES TO BACKOUT-KEY-DISPLAY
                    STRING SU-GL-ACCOUNT '/' SU-COST-CENTER '/'
                           SU-CURRENCY-CODE ' ' SU-DRCR-FLAG
                      DELIMITED BY SIZE INTO BACKOUT-KEY-DISPLAY
                    MOVE SU-AMOUNT TO BACKOUT-AMOUNT
                    DELETE OPEN-SUSPENSE-FILE
                    ADD 1 TO SUSPENSE-REMOVED
                    PERFORM LOG-BACKED-OUT-KEY
                    READ OPEN-SUSPENSE-FILE NEXT RECORD
                      AT END SET OPEN-SUSPENSE-EOF TO TRUE
                    END-READ
                  END-IF
                END-PERFORM

                CLOSE OPEN-SUSPENSE-FILE
              END-IF.

      ******************************************************************
      * Writes a reversing line for every line of the journal already
      * sent to the ledger for the business date - same account,
      * cost center, currency, type and amount on the opposite side
      * - so the ledger load of GLREVRS nets the bad day to zero.
      * Suspense repost lines are not the day's own postings but an
      * earlier day's items moved out of suspense; they are left to
      * post, and the ledger's reply to them still clears the items.
      ******************************************************************
       REVERSE-SENT-JOURNAL.
              OPEN INPUT JOURNAL-FILE
              IF JOURNAL-FILE-NOT-FOUND THEN
                DISPLAY 'NO JOURNAL SENT FOR THE DATE, NOTHING TO '
                        'REVERSE'
              ELSE
                OPEN OUTPUT REVERSAL-FILE
                MOVE 'GLJRNL' TO BACKOUT-MASTER-ID
                MOVE 'REVERSED' TO BACKOUT-ACTION
                MOVE SPACES TO BACKOUT-IMAGE-DISPLAY

                READ JOURNAL-FILE
                  AT END SET JOURNAL-FILE-EOF TO TRUE
                END-READ

                PERFORM UNTIL JOURNAL-FILE-EOF
                  ADD 1 TO JOURNAL-LINES-READ
                  IF JE-SUSPENSE-REPOST THEN
                    ADD 1 TO REPOST-LINES-LEFT
                  END-IF
                  IF JE-BUSINESS-DATE = WS-DATE-REQUEST
                     AND NOT JE-SUSPENSE-REPOST THEN
                    IF JE-IS-DEBIT THEN
                      ADD JE-AMOUNT TO DEBITS-REVERSED
                      MOVE 'C' TO JE-DRCR-FLAG
                    ELSE
                      ADD JE-AMOUNT TO CREDITS-REVERSED
                      MOVE 'D' TO JE-DRCR-FLAG
                    END-IF
                    MOVE JOURNAL-OUT-REC TO REVERSAL-OUT-REC
                    WRITE REVERSAL-OUT-REC
                    ADD 1 TO JOURNAL-LINES-REVERSED

                    MOVE SPACES TO BACKOUT-KEY-DISPLAY
                    STRING JE-GL-ACCOUNT '/' JE-COST-CENTER '/'
                           JE-CURRENCY-CODE ' ' JE-DRCR-FLAG
                      DELIMITED BY SIZE INTO BACKOUT-KEY-DISPLAY
                    MOVE JE-AMOUNT TO BACKOUT-AMOUNT
                    PERFORM LOG-BACKED-OUT-KEY
                  END-IF
                  READ JOURNAL-FILE
                    AT END SET JOURNAL-FILE-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE JOURNAL-FILE
                CLOSE REVERSAL-FILE
              END-IF.

      ******************************************************************
      * Withdraws every live certificate issued on the business date
      * off the bad day's passes, so a candidate the corrected run
      * fails is not left holding one; the corrected run's CERTISS
      * step issues afresh to the candidates who still pass. The
      * register is read front to back on the certificate number;
      * each exam type's control record is passed over.
      ******************************************************************
       WITHDRAW-CERTIFICATES.
              OPEN I-O CERT-REGISTER-FILE
              IF CERT-REGISTER-NO-FILE THEN
                DISPLAY 'CERTIFICATE REGISTER NOT FOUND, NOTHING TO '
                        'WITHDRAW'
              ELSE
                MOVE 'CERTREG' TO BACKOUT-MASTER-ID
                MOVE 'WITHDRAWN' TO BACKOUT-ACTION
                MOVE LOW-VALUES TO CT-CERT-NUMBER
                START CERT-REGISTER-FILE KEY NOT < CT-CERT-NUMBER
                  INVALID KEY SET CERT-REGISTER-EOF TO TRUE
                END-START

                IF NOT CERT-REGISTER-EOF THEN
                  READ CERT-REGISTER-FILE NEXT RECORD
                    AT END SET CERT-REGISTER-EOF TO TRUE
                  END-READ
                END-IF

                PERFORM UNTIL CERT-REGISTER-EOF
                  IF NOT CT-CONTROL-RECORD
                     AND CT-CERT-LIVE
                     AND CT-ISSUE-DATE = WS-DATE-REQUEST THEN
                    MOVE SPACES TO BACKOUT-KEY-DISPLAY
                    STRING CT-EXAM-TYPE '-' CT-CERT-SEQ ' '
                           CT-CANDIDATE-ID
                      DELIMITED BY SIZE INTO BACKOUT-KEY-DISPLAY
                    MOVE CERT-REGISTER-REC TO BACKOUT-IMAGE-DISPLAY
                    MOVE ZERO TO BACKOUT-AMOUNT
                    SET CT-CERT-WITHDRAWN TO TRUE
                    MOVE WS-RUN-YYYY TO CT-STATUS-DATE (1:4)
                    MOVE WS-RUN-MM TO CT-STATUS-DATE (5:2)
                    MOVE WS-RUN-DD TO CT-STATUS-DATE (7:2)
                    REWRITE CERT-REGISTER-REC
                    ADD 1 TO CERTS-WITHDRAWN
                    PERFORM LOG-BACKED-OUT-KEY
                  END-IF
                  READ CERT-REGISTER-FILE NEXT RECORD
                    AT END SET CERT-REGISTER-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE CERT-REGISTER-FILE
              END-IF.

      ******************************************************************
      * Marks the run-control record reopened so the validation run
      * lets the corrected extract through for the date without an
      * override; the next business day stays held until it has.
      ******************************************************************
       REOPEN-RUN-CONTROL.
              OPEN I-O RUN-CONTROL-FILE
              MOVE WS-DATE-REQUEST TO RN-BUSINESS-DATE
              MOVE WS-STAGE-REQUEST TO RN-STAGE
              READ RUN-CONTROL-FILE
                INVALID KEY CONTINUE
              END-READ
              MOVE 'R' TO RN-RUN-STATUS
              REWRITE RUN-CONTROL-REC
              CLOSE RUN-CONTROL-FILE

              MOVE 'RUNCTL' TO BACKOUT-MASTER-ID
              MOVE 'REOPENED' TO BACKOUT-ACTION
              MOVE SPACES TO BACKOUT-KEY-DISPLAY
              STRING WS-DATE-REQUEST-X ' ' WS-STAGE-REQUEST
                DELIMITED BY SIZE INTO BACKOUT-KEY-DISPLAY
              MOVE SPACES TO BACKOUT-IMAGE-DISPLAY
              MOVE ZERO TO BACKOUT-AMOUNT
              PERFORM LOG-BACKED-OUT-KEY.

      ******************************************************************
      * Logs one backed-out key to the audit trail under the
      * operator's name, with the image it was put back to, and
      * prints it on the backout report.
      ******************************************************************
       LOG-BACKED-OUT-KEY.
              ADD 1 TO KEYS-BACKED-OUT

              MOVE SPACES TO AUDIT-LOG-LINE
              STRING WS-RUN-DATE-DISPLAY ' ' WS-RUN-TIME-DISPLAY
                     ' BACKOUT USER=' WS-USER-REQUEST
                     ' DATE=' WS-DATE-REQUEST-X
                     ' STAGE=' WS-STAGE-REQUEST
                     ' MASTER=' BACKOUT-MASTER-ID
                     ' ACTION=' BACKOUT-ACTION
                     ' KEY=' BACKOUT-KEY-DISPLAY
                     ' IMAGE=' BACKOUT-IMAGE-DISPLAY
                DELIMITED BY SIZE INTO AUDIT-LOG-LINE
              WRITE AUDIT-LOG-LINE

              MOVE BACKOUT-MASTER-ID TO BD-MASTER
              MOVE BACKOUT-ACTION TO BD-ACTION
              MOVE BACKOUT-KEY-DISPLAY TO BD-KEY
              MOVE BACKOUT-AMOUNT TO BD-AMOUNT
              MOVE BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE.

      ******************************************************************
      * Prints the reason a backout was refused; nothing was changed.
      ******************************************************************
       PRINT-BACKOUT-REFUSAL.
              MOVE SPACES TO BACKOUT-REPORT-LINE
              STRING '*** BACKOUT REFUSED - ' REFUSAL-REASON
                DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE
              MOVE '*** NO MASTER HAS BEEN CHANGED' TO
                BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE.

      ******************************************************************
      * Prints the backout tallies under the detail lines and
      * displays them for the job log.
      ******************************************************************
       PRINT-BACKOUT-SUMMARY.
              MOVE SPACES TO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE
              MOVE 'CANDHIST RESTORED' TO BS-LABEL
              MOVE CANDIDATES-RESTORED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'CANDHIST REMOVED' TO BS-LABEL
              MOVE CANDIDATES-REMOVED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'VARHIST RESTORED' TO BS-LABEL
              MOVE VARIANCES-RESTORED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'VARHIST REMOVED' TO BS-LABEL
              MOVE VARIANCES-REMOVED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'VARHIST REINSTATED' TO BS-LABEL
              MOVE VARIANCES-REINSTATED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'KEYS NOT FOUND' TO BS-LABEL
              MOVE KEYS-NOT-FOUND TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'SEENTXN REMOVED' TO BS-LABEL
              MOVE SEEN-REMOVED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'SUSPOPEN REMOVED' TO BS-LABEL
              MOVE SUSPENSE-REMOVED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'GLJRNL LINES REVERSED' TO BS-LABEL
              MOVE JOURNAL-LINES-REVERSED TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'REPOST LINES LEFT' TO BS-LABEL
              MOVE REPOST-LINES-LEFT TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'CERTIFICATES WITHDRAWN' TO BS-LABEL
              MOVE CERTS-WITHDRAWN TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE 'DEBITS REVERSED' TO BA-LABEL
              MOVE DEBITS-REVERSED TO BA-VALUE
              MOVE BACKOUT-AMOUNT-LINE TO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE
              MOVE 'CREDITS REVERSED' TO BA-LABEL
              MOVE CREDITS-REVERSED TO BA-VALUE
              MOVE BACKOUT-AMOUNT-LINE TO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE
              MOVE 'KEYS BACKED OUT' TO BS-LABEL
              MOVE KEYS-BACKED-OUT TO BS-VALUE
              PERFORM WRITE-BACKOUT-SUMMARY
              MOVE SPACES TO BACKOUT-REPORT-LINE
              STRING 'RUN CONTROL REOPENED FOR ' WS-DATE-REQUEST-X
                     ' ' WS-STAGE-REQUEST
                     ' - SUBMIT THE CORRECTED EXTRACT'
                DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE

              DISPLAY 'BUSINESS-DAY BACKOUT SUMMARY'
              DISPLAY 'BUSINESS DATE   : ' WS-DATE-REQUEST-X
              DISPLAY 'STAGE           : ' WS-STAGE-REQUEST
              DISPLAY 'BEFORE-IMAGES   : ' IMAGE-TABLE-COUNT
              DISPLAY 'SEENTXN REMOVED : ' SEEN-REMOVED
              DISPLAY 'SUSPOPEN REMOVED: ' SUSPENSE-REMOVED
              DISPLAY 'GLJRNL REVERSED : ' JOURNAL-LINES-REVERSED
              DISPLAY 'REPOSTS LEFT    : ' REPOST-LINES-LEFT
              DISPLAY 'CERTS WITHDRAWN : ' CERTS-WITHDRAWN
              DISPLAY 'KEYS NOT FOUND  : ' KEYS-NOT-FOUND
              DISPLAY 'KEYS BACKED OUT : ' KEYS-BACKED-OUT.

      ******************************************************************
      * Writes one summary tally line.
      ******************************************************************
       WRITE-BACKOUT-SUMMARY.
              MOVE BACKOUT-SUMMARY-LINE TO BACKOUT-REPORT-LINE
              WRITE BACKOUT-REPORT-LINE.

      ******************************************************************
      * Sets RETURN-CODE: 12 when the backout was refused and nothing
      * changed, 4 when it ran but a key was not found or the
      * before-image log was missing, 0 for a clean backout.
      ******************************************************************
       SET-BACKOUT-RETURN-CODE.
              EVALUATE TRUE
                WHEN WS-BACKOUT-REFUSED
                  MOVE 12 TO RETURN-CODE
                WHEN BACKOUT-WARNING OR KEYS-NOT-FOUND > ZERO
                  MOVE 4 TO RETURN-CODE
                WHEN OTHER
                  MOVE 0 TO RETURN-CODE
              END-EVALUATE.

       END PROGRAM BACKOUT.
