      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-05
      * Purpose: Ledger acknowledgement reconciliation over the GL
      *          journal interface - matches the acknowledgement file
      *          the ledger system sends back every night (one reply
      *          per journal line, posted or rejected, keyed on the
      *          line's position in the interface file) line by line
      *          against the journal GLJRNL sent, reports rejected and
      *          unacknowledged lines, and proves the posted debit and
      *          credit totals per currency back to the POSTSUM rows
      *          they were built from. Posted suspense lines are
      *          carried on the open-suspense master and aged every
      *          run; once a GLMAP fix maps the type/currency an item
      *          was routed for, a repost pair moving it out of the
      *          suspense account is written for the journal build to
      *          send on the next interface file and the item is held
      *          repost-pending. It is cleared only when the ledger's
      *          reply to that interface shows both lines of the pair
      *          posted; a pair rejected or left unanswered puts the
      *          item back open (reposting it again if the mapping is
      *          still on file), so nothing leaves suspense on the
      *          master that has not left it on the ledger. A journal
      *          whose business date has since been backed out (its
      *          TXN run reopened on RUNCTL) was reversed on the
      *          ledger, so its suspense lines are not carried. Runs
      *          ahead of the night's journal build, against the
      *          journal the ledger's reply is for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> journal-entry interface file the GLJRNL step sent
              *> the night before, which the ledger's reply is for
              SELECT JOURNAL-FILE ASSIGN TO GLJRNL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS JOURNAL-FILE-STATUS.

              *> the ledger's acknowledgement of that file, one reply
              *> per journal line in line-number order
              SELECT LEDGER-ACK-FILE ASSIGN TO GLACK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS LEDGER-ACK-STATUS.

              *> posting summary the journal was built from, the
              *> per-currency totals the posted lines must tie to
              SELECT POSTING-SUMMARY-FILE ASSIGN TO POSTSUM
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS POSTING-SUMMARY-STATUS.

              *> account-mapping master, read to see whether a
              *> suspense item's type/currency has been mapped since
              SELECT GL-MAP-FILE ASSIGN TO GLMAP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS GL-MAP-STATUS.

              *> open-suspense master, keyed on the business date,
              *> type, currency and side a suspense line posted for,
              *> so items persist and age until they are reposted
              SELECT OPEN-SUSPENSE-FILE ASSIGN TO SUSPOPEN
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SU-SUSPENSE-KEY
                     FILE STATUS IS OPEN-SUSPENSE-STATUS.

              *> run-control master, read for whether the journal's
              *> business date has been backed out since it was sent
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> repost journal lines moving items out of suspense,
              *> appended by the journal build to the next interface
              SELECT SUSPENSE-REPOST-FILE ASSIGN TO GLSUSRP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SUSPENSE-REPOST-STATUS.

              *> printed acknowledgement reconciliation report
              SELECT ACK-REPORT-FILE ASSIGN TO GLAKRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ACK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
              COPY JRNLREC.

       FD  LEDGER-ACK-FILE.
       01  LEDGER-ACK-REC.
              05 AK-BUSINESS-DATE    PIC 9(8).
              05 AK-LINE-NUMBER      PIC 9(7).
              05 AK-GL-ACCOUNT       PIC X(8).
              05 AK-DRCR-FLAG        PIC X(1).
              05 AK-AMOUNT           PIC S9(11)V99.
              05 AK-CURRENCY-CODE    PIC X(3).
              05 AK-ACK-STATUS       PIC X(1).
                88 AK-POSTED       VALUE 'P'.
                88 AK-REJECTED     VALUE 'R'.
              05 AK-REJECT-CODE      PIC X(4).
              05 AK-REJECT-TEXT      PIC X(30).

       FD  POSTING-SUMMARY-FILE.
              COPY POSTREC.

       FD  GL-MAP-FILE.
              COPY GLMAPREC.

       FD  OPEN-SUSPENSE-FILE.
              COPY SUSPREC.

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  SUSPENSE-REPOST-FILE.
       01  SUSPENSE-REPOST-REC.
              05 RP-BUSINESS-DATE    PIC 9(8).
              05 RP-GL-ACCOUNT       PIC X(8).
              05 RP-COST-CENTER      PIC X(6).
              05 RP-DRCR-FLAG        PIC X(1).
              05 RP-AMOUNT           PIC S9(11)V99.
              05 RP-CURRENCY-CODE    PIC X(3).
              05 RP-SOURCE-TYPE      PIC X(1).
              05 RP-SUSPENSE-FLAG    PIC X(1).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the acknowledgement run
       01 JOURNAL-FILE-STATUS PIC XX.
         88 JOURNAL-FILE-EOF VALUE '10'.
         88 JOURNAL-FILE-NOT-FOUND VALUE '35'.
       01 LEDGER-ACK-STATUS PIC XX.
         88 LEDGER-ACK-EOF VALUE '10'.
         88 LEDGER-ACK-NOT-FOUND VALUE '35'.
       01 POSTING-SUMMARY-STATUS PIC XX.
         88 POSTING-SUMMARY-EOF VALUE '10'.
         88 POSTING-SUMMARY-NOT-FOUND VALUE '35'.
       01 GL-MAP-STATUS PIC XX.
         88 GL-MAP-EOF VALUE '10'.
         88 GL-MAP-NOT-FOUND VALUE '35'.
       01 OPEN-SUSPENSE-STATUS PIC XX.
         88 OPEN-SUSPENSE-NO-FILE VALUE '35'.
       01 SUSPENSE-SCAN-SW PIC X VALUE 'N'.
         88 SUSPENSE-SCAN-DONE VALUE 'Y'.
       01 SUSPENSE-REPOST-STATUS PIC XX.
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 ACK-REPORT-STATUS PIC XX.

       *> backed-out check on the journal's business date, made
       *> once per date the journal carries
       01 BACKED-OUT-CHECK-DATE PIC 9(8) VALUE ZERO.
       01 DAY-BACKED-OUT-SW PIC X VALUE 'N'.
         88 DAY-BACKED-OUT VALUE 'Y'.

       *> run date captured once for the suspense aging and the
       *> repost lines' business date
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 FILLER              PIC X(13).
       01 WS-TODAY-INTEGER PIC 9(8).

       *> suspense age past which an open item is flagged, taken
       *> from the step PARM (AGE=nn) with the shop default of five
       *> days
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-AGE-ENTRY PIC X(5).
       01 WS-AGE-LEN PIC 9(1).
       01 WS-AGE-SUB PIC 9(1).
       01 WS-AGE-NUM-X PIC X(5).
       01 WS-AGE-NUM REDEFINES WS-AGE-NUM-X PIC 9(5).
       01 SUSPENSE-FLAG-AGE PIC 9(5) VALUE 5.

       *> account mappings loaded the same way the journal build
       *> loads them, searched once per open suspense item
       01 GL-MAP-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 GL-MAP-TABLE.
         05 GL-MAP-ENTRY OCCURS 50 TIMES
                         INDEXED BY GL-MAP-IDX.
           10 GMT-TYPE-CODE     PIC X(1).
           10 GMT-CURRENCY-CODE PIC X(3).
           10 GMT-DEBIT-ACCOUNT PIC X(8).
           10 GMT-CREDIT-ACCOUNT PIC X(8).
           10 GMT-COST-CENTER   PIC X(6).
       01 GL-MAP-FOUND-SW PIC X VALUE 'N'.
         88 GL-MAP-FOUND VALUE 'Y'.

       *> per-currency proof accumulators: what POSTSUM says, what
       *> the journal sent, and what the ledger acknowledged as
       *> posted, debits and credits both carried unsigned
       01 PROOF-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 PROOF-TABLE.
         05 PROOF-ENTRY OCCURS 30 TIMES
                        INDEXED BY PROOF-IDX.
           10 PF-CURRENCY-CODE  PIC X(3).
           10 PF-POSTSUM-DR     PIC S9(13)V99.
           10 PF-POSTSUM-CR     PIC S9(13)V99.
           10 PF-SENT-DR        PIC S9(13)V99.
           10 PF-SENT-CR        PIC S9(13)V99.
           10 PF-POSTED-DR      PIC S9(13)V99.
           10 PF-POSTED-CR      PIC S9(13)V99.
       01 PROOF-FOUND-SW PIC X VALUE 'N'.
         88 PROOF-FOUND VALUE 'Y'.
       01 PROOF-LOOKUP-CODE PIC X(3).
       01 PROOF-OUT-COUNT PIC 9(3) VALUE ZERO.
       01 PROOF-WORK-AMOUNT PIC S9(13)V99.

       *> match-merge keys: the journal line's position in the
       *> interface file against the ledger's echoed line number,
       *> each driven high at end of file
       01 JOURNAL-LINE-NUMBER PIC 9(7) VALUE ZERO.
       01 MATCH-JOURNAL-KEY PIC 9(7).
       01 MATCH-ACK-KEY PIC 9(7).
       01 ACK-DETAIL-OK-SW PIC X VALUE 'N'.
         88 ACK-DETAIL-OK VALUE 'Y'.

       *> repost pairs the ledger posted: repost lines go out in
       *> pairs, mapped-account line first and suspense relief line
       *> second, so the first half is held until the second is
       *> answered and a pair posted whole is tabled for the sweep
       *> to clear the pending item it was sent for
       01 REPOST-HALF-SW PIC X VALUE '2'.
         88 REPOST-FIRST-HALF VALUE '1'.
         88 REPOST-SECOND-HALF VALUE '2'.
       01 REPOST-FIRST-POSTED-SW PIC X VALUE 'N'.
         88 REPOST-FIRST-POSTED VALUE 'Y'.
       01 REPOST-FIRST-HALF-HELD.
         05 RH-SOURCE-TYPE        PIC X(1).
         05 RH-CURRENCY-CODE      PIC X(3).
         05 RH-DRCR-FLAG          PIC X(1).
         05 RH-REPOST-ACCOUNT     PIC X(8).
         05 RH-AMOUNT             PIC S9(11)V99.
       01 CONFIRM-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 CONFIRM-TABLE.
         05 CONFIRM-ENTRY OCCURS 2000 TIMES
                          INDEXED BY CONFIRM-IDX.
           10 CF-SOURCE-TYPE      PIC X(1).
           10 CF-CURRENCY-CODE    PIC X(3).
           10 CF-DRCR-FLAG        PIC X(1).
           10 CF-REPOST-ACCOUNT   PIC X(8).
           10 CF-SUSPENSE-ACCOUNT PIC X(8).
           10 CF-AMOUNT           PIC S9(11)V99.
           10 CF-CONSUMED-SW      PIC X(1).
             88 CF-CONSUMED VALUE 'Y'.
       01 REPOST-CONFIRMED-SW PIC X VALUE 'N'.
         88 REPOST-CONFIRMED VALUE 'Y'.
       01 REPOST-REOPENED-SW PIC X VALUE 'N'.
         88 REPOST-REOPENED VALUE 'Y'.

       *> batch tally fields for the acknowledgement run
       01 ACK-TALLIES.
         05 JOURNAL-LINES-READ    PIC 9(7) VALUE ZERO.
         05 ACK-RECORDS-READ      PIC 9(7) VALUE ZERO.
         05 LINES-POSTED          PIC 9(7) VALUE ZERO.
         05 LINES-REJECTED        PIC 9(7) VALUE ZERO.
         05 LINES-UNACKNOWLEDGED  PIC 9(7) VALUE ZERO.
         05 ACK-DETAIL-MISMATCH   PIC 9(7) VALUE ZERO.
         05 ACK-UNMATCHED-COUNT   PIC 9(7) VALUE ZERO.
         05 SUSPENSE-ADDED        PIC 9(7) VALUE ZERO.
         05 SUSPENSE-NOT-CARRIED  PIC 9(7) VALUE ZERO.
         05 SUSPENSE-OPEN-COUNT   PIC 9(7) VALUE ZERO.
         05 SUSPENSE-CLEARED      PIC 9(7) VALUE ZERO.
         05 SUSPENSE-AGED-COUNT   PIC 9(7) VALUE ZERO.
         05 SUSPENSE-PENDING-COUNT PIC 9(7) VALUE ZERO.
         05 REPOST-LINES-WRITTEN  PIC 9(7) VALUE ZERO.
         05 REPOST-LINES-SENT     PIC 9(7) VALUE ZERO.
         05 REPOST-LINES-POSTED   PIC 9(7) VALUE ZERO.
         05 REPOSTS-NOT-POSTED    PIC 9(7) VALUE ZERO.
         05 CONFIRM-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.

       *> printed detail and summary line layouts
       01 ACK-DETAIL-LINE.
         05 AD-CONDITION          PIC X(14).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-LINE-NUMBER        PIC Z(6)9.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-GL-ACCOUNT         PIC X(8).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-DRCR-FLAG          PIC X(1).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-AMOUNT             PIC Z(10)9.99.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-CURRENCY-CODE      PIC X(3).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-REJECT-CODE        PIC X(4).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 AD-REJECT-TEXT        PIC X(30).
       01 PROOF-DETAIL-LINE.
         05 PD-CURRENCY-CODE      PIC X(3).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 PD-SIDE               PIC X(2).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 PD-POSTSUM            PIC Z(12)9.99.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 PD-SENT               PIC Z(12)9.99.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 PD-POSTED             PIC Z(12)9.99.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 PD-DIFFERENCE         PIC -Z(11)9.99.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 PD-PROOF-FLAG         PIC X(4).
       01 SUSPENSE-DETAIL-LINE.
         05 SD-BUSINESS-DATE      PIC 9(8).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 SD-SOURCE-TYPE        PIC X(1).
         05 FILLER                PIC X(1) VALUE '/'.
         05 SD-CURRENCY-CODE      PIC X(3).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 SD-DRCR-FLAG          PIC X(1).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 SD-GL-ACCOUNT         PIC X(8).
         05 FILLER                PIC X(1) VALUE SPACE.
         05 SD-AMOUNT             PIC Z(10)9.99.
         05 FILLER                PIC X(6) VALUE ' DAYS '.
         05 SD-DAYS-OPEN          PIC ZZ,ZZ9.
         05 FILLER                PIC X(1) VALUE SPACE.
         05 SD-ACTION             PIC X(20).
       01 ACK-SUMMARY-LINE.
         05 AS-LABEL              PIC X(24).
         05 AS-VALUE              PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              COMPUTE WS-TODAY-INTEGER
                = FUNCTION INTEGER-OF-DATE (WS-RUN-CCYYMMDD).
              PERFORM PARSE-AGE-PARM.
              PERFORM LOAD-GL-MAP.
              PERFORM LOAD-POSTING-TOTALS.
              PERFORM OPEN-ACK-REPORT.
              PERFORM OPEN-SUSPENSE-MASTER.
              PERFORM MATCH-ACKNOWLEDGEMENTS.
              PERFORM PRINT-CURRENCY-PROOF.
              PERFORM AGE-OPEN-SUSPENSE.
              PERFORM PRINT-ACK-SUMMARY.
              PERFORM SET-ACK-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the suspense flag age (AGE=nn); no
      * PARM keeps the shop default of five days.
      ******************************************************************
       PARSE-AGE-PARM.
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
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:4) = 'AGE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (5:5)
                    TO WS-AGE-ENTRY
                  PERFORM CONVERT-AGE-ENTRY
                END-IF
              END-PERFORM

              DISPLAY 'SUSPENSE FLAG AGE: ' SUSPENSE-FLAG-AGE ' DAYS'.

      ******************************************************************
      * Right-justifies the keyed AGE= digits into a zero-filled
      * numeric field; a non-numeric entry keeps the shop default.
      ******************************************************************
       CONVERT-AGE-ENTRY.
              MOVE ZERO TO WS-AGE-LEN
              PERFORM VARYING WS-AGE-SUB FROM 5 BY -1
                UNTIL WS-AGE-SUB < 1 OR WS-AGE-LEN > ZERO
                IF WS-AGE-ENTRY (WS-AGE-SUB:1) NOT = SPACE THEN
                  MOVE WS-AGE-SUB TO WS-AGE-LEN
                END-IF
              END-PERFORM

              IF WS-AGE-LEN = ZERO THEN
                DISPLAY 'AGE PARM EMPTY, USING DEFAULT '
                        SUSPENSE-FLAG-AGE
              ELSE
                MOVE ALL '0' TO WS-AGE-NUM-X
                COMPUTE WS-AGE-SUB = 6 - WS-AGE-LEN
                MOVE WS-AGE-ENTRY (1:WS-AGE-LEN)
                  TO WS-AGE-NUM-X (WS-AGE-SUB:WS-AGE-LEN)
                IF WS-AGE-NUM-X IS NUMERIC THEN
                  MOVE WS-AGE-NUM TO SUSPENSE-FLAG-AGE
                ELSE
                  DISPLAY 'AGE PARM NOT NUMERIC, USING DEFAULT '
                          SUSPENSE-FLAG-AGE
                END-IF
              END-IF.

      ******************************************************************
      * Reads the account-mapping master into the in-memory table
      * the same way the journal build does; the '*'/'***' suspense
      * record is not a mapping and stays out of the table.
      ******************************************************************
       LOAD-GL-MAP.
              OPEN INPUT GL-MAP-FILE

              IF GL-MAP-NOT-FOUND THEN
                DISPLAY 'GL MAPPING MASTER NOT FOUND, NO SUSPENSE '
                        'ITEM CAN BE REPOSTED'
              ELSE
                READ GL-MAP-FILE
                  AT END SET GL-MAP-EOF TO TRUE
                END-READ

                PERFORM UNTIL GL-MAP-EOF
                       OR GL-MAP-TABLE-COUNT = 50
                  IF GM-TYPE-CODE = '*'
                     AND GM-CURRENCY-CODE = '***' THEN
                    CONTINUE
                  ELSE
                    ADD 1 TO GL-MAP-TABLE-COUNT
                    MOVE GM-TYPE-CODE
                      TO GMT-TYPE-CODE (GL-MAP-TABLE-COUNT)
                    MOVE GM-CURRENCY-CODE
                      TO GMT-CURRENCY-CODE (GL-MAP-TABLE-COUNT)
                    MOVE GM-DEBIT-ACCOUNT
                      TO GMT-DEBIT-ACCOUNT (GL-MAP-TABLE-COUNT)
                    MOVE GM-CREDIT-ACCOUNT
                      TO GMT-CREDIT-ACCOUNT (GL-MAP-TABLE-COUNT)
                    MOVE GM-COST-CENTER
                      TO GMT-COST-CENTER (GL-MAP-TABLE-COUNT)
                  END-IF

                  READ GL-MAP-FILE
                    AT END SET GL-MAP-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE GL-MAP-FILE
              END-IF.

      ******************************************************************
      * Reads the posting summary into the per-currency proof table:
      * debit totals go in unsigned (the summary carries debits
      * negative per the sign edit) so they compare straight against
      * the journal's unsigned debit lines.
      ******************************************************************
       LOAD-POSTING-TOTALS.
              OPEN INPUT POSTING-SUMMARY-FILE
              IF POSTING-SUMMARY-NOT-FOUND THEN
                DISPLAY 'POSTING SUMMARY NOT FOUND, NOTHING TO PROVE '
                        'THE JOURNAL AGAINST'
              ELSE
                READ POSTING-SUMMARY-FILE
                  AT END SET POSTING-SUMMARY-EOF TO TRUE
                END-READ

                PERFORM UNTIL POSTING-SUMMARY-EOF
                  MOVE PO-CURRENCY-CODE TO PROOF-LOOKUP-CODE
                  PERFORM LOOKUP-PROOF-CURRENCY
                  IF PROOF-FOUND THEN
                    COMPUTE PF-POSTSUM-DR (PROOF-IDX)
                      = PF-POSTSUM-DR (PROOF-IDX) - PO-DEBIT-TOTAL
                    ADD PO-CREDIT-TOTAL TO PF-POSTSUM-CR (PROOF-IDX)
                  END-IF

                  READ POSTING-SUMMARY-FILE
                    AT END SET POSTING-SUMMARY-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE POSTING-SUMMARY-FILE
              END-IF.

      ******************************************************************
      * Looks a currency up on the proof table, adding a zeroed row
      * on first sight.
      ******************************************************************
       LOOKUP-PROOF-CURRENCY.
              MOVE 'N' TO PROOF-FOUND-SW
              IF PROOF-TABLE-COUNT > ZERO THEN
                SET PROOF-IDX TO 1
                SEARCH PROOF-ENTRY
                  AT END CONTINUE
                  WHEN PF-CURRENCY-CODE (PROOF-IDX)
                       = PROOF-LOOKUP-CODE
                    SET PROOF-FOUND TO TRUE
                END-SEARCH
              END-IF

              IF NOT PROOF-FOUND
                 AND PROOF-TABLE-COUNT < 30 THEN
                ADD 1 TO PROOF-TABLE-COUNT
                SET PROOF-IDX TO PROOF-TABLE-COUNT
                MOVE PROOF-LOOKUP-CODE
                  TO PF-CURRENCY-CODE (PROOF-IDX)
                MOVE ZERO TO PF-POSTSUM-DR (PROOF-IDX)
                MOVE ZERO TO PF-POSTSUM-CR (PROOF-IDX)
                MOVE ZERO TO PF-SENT-DR (PROOF-IDX)
                MOVE ZERO TO PF-SENT-CR (PROOF-IDX)
                MOVE ZERO TO PF-POSTED-DR (PROOF-IDX)
                MOVE ZERO TO PF-POSTED-CR (PROOF-IDX)
                SET PROOF-FOUND TO TRUE
              END-IF.

      ******************************************************************
      * Opens the printed reconciliation report and writes its
      * heading.
      ******************************************************************
       OPEN-ACK-REPORT.
              OPEN OUTPUT ACK-REPORT-FILE

              MOVE SPACES TO ACK-REPORT-LINE
              STRING 'GL LEDGER ACKNOWLEDGEMENT RECONCILIATION '
                     WS-RUN-CCYYMMDD
                DELIMITED BY SIZE INTO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE.

      ******************************************************************
      * Opens the open-suspense master for update, creating it empty
      * the first time it is used, and opens the repost file.
      ******************************************************************
       OPEN-SUSPENSE-MASTER.
              OPEN I-O OPEN-SUSPENSE-FILE
              IF OPEN-SUSPENSE-NO-FILE THEN
                OPEN OUTPUT OPEN-SUSPENSE-FILE
                CLOSE OPEN-SUSPENSE-FILE
                OPEN I-O OPEN-SUSPENSE-FILE
              END-IF
              OPEN OUTPUT SUSPENSE-REPOST-FILE.

      ******************************************************************
      * Match-merges the journal against the acknowledgement file on
      * line number: a matched posted line counts toward the posted
      * totals (and a posted suspense line joins the open-suspense
      * master), a matched rejected line is reported with the
      * ledger's reason, a journal line with no reply is reported
      * unacknowledged, and a reply naming no journal line - or
      * echoing different detail from the line it names - is
      * reported rather than trusted.
      ******************************************************************
       MATCH-ACKNOWLEDGEMENTS.
              OPEN INPUT JOURNAL-FILE
              IF JOURNAL-FILE-NOT-FOUND THEN
                DISPLAY 'JOURNAL FILE NOT FOUND, NOTHING TO MATCH'
              ELSE
                OPEN INPUT LEDGER-ACK-FILE
                IF LEDGER-ACK-NOT-FOUND THEN
                  DISPLAY 'LEDGER ACKNOWLEDGEMENT NOT FOUND, EVERY '
                          'JOURNAL LINE IS UNACKNOWLEDGED'
                  SET LEDGER-ACK-EOF TO TRUE
                END-IF

                PERFORM READ-JOURNAL-LINE
                IF NOT LEDGER-ACK-NOT-FOUND THEN
                  PERFORM READ-ACK-RECORD
                END-IF
                IF LEDGER-ACK-EOF THEN
                  MOVE 9999999 TO MATCH-ACK-KEY
                END-IF

                PERFORM UNTIL JOURNAL-FILE-EOF AND LEDGER-ACK-EOF
                  EVALUATE TRUE
                    WHEN MATCH-JOURNAL-KEY = MATCH-ACK-KEY
                      PERFORM APPLY-MATCHED-ACK
                      PERFORM READ-JOURNAL-LINE
                      PERFORM READ-ACK-RECORD
                    WHEN MATCH-JOURNAL-KEY < MATCH-ACK-KEY
                      ADD 1 TO LINES-UNACKNOWLEDGED
                      MOVE 'UNACKNOWLEDGED' TO AD-CONDITION
                      MOVE SPACES TO AD-REJECT-CODE
                      MOVE 'NO LEDGER REPLY FOR THIS LINE'
                        TO AD-REJECT-TEXT
                      PERFORM WRITE-JOURNAL-DETAIL
                      PERFORM READ-JOURNAL-LINE
                    WHEN OTHER
                      ADD 1 TO ACK-UNMATCHED-COUNT
                      MOVE 'NO SUCH LINE' TO AD-CONDITION
                      MOVE 'REPLY NAMES NO JOURNAL LINE'
                        TO AD-REJECT-TEXT
                      PERFORM WRITE-ACK-DETAIL
                      PERFORM READ-ACK-RECORD
                  END-EVALUATE
                END-PERFORM

                CLOSE JOURNAL-FILE
                IF NOT LEDGER-ACK-NOT-FOUND THEN
                  CLOSE LEDGER-ACK-FILE
                END-IF
              END-IF.

      ******************************************************************
      * Reads the next journal line, numbering it by its position in
      * the interface file and adding it to the sent totals for its
      * currency; a repost line is not part of the POSTSUM proof and
      * is counted on its own instead. End of file drives the match
      * key high.
      ******************************************************************
       READ-JOURNAL-LINE.
              IF NOT JOURNAL-FILE-EOF THEN
                READ JOURNAL-FILE
                  AT END SET JOURNAL-FILE-EOF TO TRUE
                END-READ
              END-IF

              IF JOURNAL-FILE-EOF THEN
                MOVE 9999999 TO MATCH-JOURNAL-KEY
              ELSE
                ADD 1 TO JOURNAL-LINES-READ
                ADD 1 TO JOURNAL-LINE-NUMBER
                MOVE JOURNAL-LINE-NUMBER TO MATCH-JOURNAL-KEY
                IF JE-SUSPENSE-REPOST THEN
                  PERFORM NOTE-REPOST-LINE
                ELSE
                  MOVE JE-CURRENCY-CODE TO PROOF-LOOKUP-CODE
                  PERFORM LOOKUP-PROOF-CURRENCY
                  IF PROOF-FOUND THEN
                    IF JE-IS-DEBIT THEN
                      ADD JE-AMOUNT TO PF-SENT-DR (PROOF-IDX)
                    ELSE
                      ADD JE-AMOUNT TO PF-SENT-CR (PROOF-IDX)
                    END-IF
                  END-IF
                END-IF
              END-IF.

      ******************************************************************
      * Counts a repost line sent and tracks which half of its pair
      * it is: the journal build appends each pair as the mapped
      * account line followed by the suspense relief line, so the
      * repost lines alternate first half and second half.
      ******************************************************************
       NOTE-REPOST-LINE.
              ADD 1 TO REPOST-LINES-SENT
              IF REPOST-SECOND-HALF THEN
                SET REPOST-FIRST-HALF TO TRUE
                MOVE 'N' TO REPOST-FIRST-POSTED-SW
              ELSE
                SET REPOST-SECOND-HALF TO TRUE
              END-IF.

      ******************************************************************
      * Reads the next acknowledgement record; a reply whose line
      * number is not numeric cannot be matched and is reported
      * and skipped. End of file drives the match key high.
      ******************************************************************
       READ-ACK-RECORD.
              IF NOT LEDGER-ACK-EOF THEN
                READ LEDGER-ACK-FILE
                  AT END SET LEDGER-ACK-EOF TO TRUE
                END-READ
              END-IF

              PERFORM UNTIL LEDGER-ACK-EOF
                      OR AK-LINE-NUMBER IS NUMERIC
                ADD 1 TO ACK-RECORDS-READ
                ADD 1 TO ACK-UNMATCHED-COUNT
                MOVE 'BAD LINE NO' TO AD-CONDITION
                MOVE 'REPLY LINE NUMBER NOT NUMERIC'
                  TO AD-REJECT-TEXT
                MOVE ZERO TO AK-LINE-NUMBER
                PERFORM WRITE-ACK-DETAIL
                READ LEDGER-ACK-FILE
                  AT END SET LEDGER-ACK-EOF TO TRUE
                END-READ
              END-PERFORM

              IF LEDGER-ACK-EOF THEN
                MOVE 9999999 TO MATCH-ACK-KEY
              ELSE
                ADD 1 TO ACK-RECORDS-READ
                MOVE AK-LINE-NUMBER TO MATCH-ACK-KEY
              END-IF.

      ******************************************************************
      * Applies the ledger's reply to the journal line it names: the
      * echoed detail must agree with what was sent before a posted
      * reply is believed; a rejected line is reported with the
      * ledger's reason code and text. A posted repost line goes to
      * the repost pairing instead of the POSTSUM proof.
      ******************************************************************
       APPLY-MATCHED-ACK.
              MOVE 'N' TO ACK-DETAIL-OK-SW
              IF AK-BUSINESS-DATE = JE-BUSINESS-DATE
                 AND AK-GL-ACCOUNT = JE-GL-ACCOUNT
                 AND AK-DRCR-FLAG = JE-DRCR-FLAG
                 AND AK-AMOUNT = JE-AMOUNT
                 AND AK-CURRENCY-CODE = JE-CURRENCY-CODE THEN
                SET ACK-DETAIL-OK TO TRUE
              END-IF

              EVALUATE TRUE
                WHEN NOT ACK-DETAIL-OK
                  ADD 1 TO ACK-DETAIL-MISMATCH
                  ADD 1 TO LINES-UNACKNOWLEDGED
                  MOVE 'DETAIL MISMATCH' TO AD-CONDITION
                  MOVE AK-REJECT-CODE TO AD-REJECT-CODE
                  MOVE 'REPLY DETAIL DIFFERS FROM LINE'
                    TO AD-REJECT-TEXT
                  PERFORM WRITE-JOURNAL-DETAIL
                WHEN AK-POSTED AND JE-SUSPENSE-REPOST
                  ADD 1 TO LINES-POSTED
                  PERFORM APPLY-POSTED-REPOST
                WHEN AK-POSTED
                  ADD 1 TO LINES-POSTED
                  MOVE JE-CURRENCY-CODE TO PROOF-LOOKUP-CODE
                  PERFORM LOOKUP-PROOF-CURRENCY
                  IF PROOF-FOUND THEN
                    IF JE-IS-DEBIT THEN
                      ADD JE-AMOUNT TO PF-POSTED-DR (PROOF-IDX)
                    ELSE
                      ADD JE-AMOUNT TO PF-POSTED-CR (PROOF-IDX)
                    END-IF
                  END-IF
                  IF JE-TO-SUSPENSE THEN
                    IF JE-BUSINESS-DATE NOT = BACKED-OUT-CHECK-DATE
                      PERFORM CHECK-DAY-BACKED-OUT
                    END-IF
                    IF DAY-BACKED-OUT THEN
                      ADD 1 TO SUSPENSE-NOT-CARRIED
                    ELSE
                      PERFORM ADD-OPEN-SUSPENSE
                    END-IF
                  END-IF
                WHEN AK-REJECTED
                  ADD 1 TO LINES-REJECTED
                  MOVE 'REJECTED' TO AD-CONDITION
                  MOVE AK-REJECT-CODE TO AD-REJECT-CODE
                  MOVE AK-REJECT-TEXT TO AD-REJECT-TEXT
                  PERFORM WRITE-JOURNAL-DETAIL
                WHEN OTHER
                  ADD 1 TO LINES-UNACKNOWLEDGED
                  MOVE 'UNKNOWN STATUS' TO AD-CONDITION
                  MOVE AK-REJECT-CODE TO AD-REJECT-CODE
                  MOVE 'REPLY STATUS NOT POSTED/REJECT'
                    TO AD-REJECT-TEXT
                  PERFORM WRITE-JOURNAL-DETAIL
              END-EVALUATE.

      ******************************************************************
      * Pairs up posted repost lines: the first half is held, and
      * when the second half posts too - the suspense relief on the
      * opposite side for the same type, currency and amount - the
      * pair is tabled as posted for the sweep to clear the item it
      * was sent for. A pair with either half rejected, unanswered
      * or mismatched is never tabled.
      ******************************************************************
       APPLY-POSTED-REPOST.
              ADD 1 TO REPOST-LINES-POSTED
              IF REPOST-FIRST-HALF THEN
                SET REPOST-FIRST-POSTED TO TRUE
                MOVE JE-SOURCE-TYPE TO RH-SOURCE-TYPE
                MOVE JE-CURRENCY-CODE TO RH-CURRENCY-CODE
                MOVE JE-DRCR-FLAG TO RH-DRCR-FLAG
                MOVE JE-GL-ACCOUNT TO RH-REPOST-ACCOUNT
                MOVE JE-AMOUNT TO RH-AMOUNT
              ELSE
                IF REPOST-FIRST-POSTED
                   AND JE-SOURCE-TYPE = RH-SOURCE-TYPE
                   AND JE-CURRENCY-CODE = RH-CURRENCY-CODE
                   AND JE-DRCR-FLAG NOT = RH-DRCR-FLAG
                   AND JE-AMOUNT = RH-AMOUNT THEN
                  IF CONFIRM-TABLE-COUNT < 2000 THEN
                    ADD 1 TO CONFIRM-TABLE-COUNT
                    SET CONFIRM-IDX TO CONFIRM-TABLE-COUNT
                    MOVE RH-SOURCE-TYPE TO CF-SOURCE-TYPE (CONFIRM-IDX)
                    MOVE RH-CURRENCY-CODE
                      TO CF-CURRENCY-CODE (CONFIRM-IDX)
                    MOVE RH-DRCR-FLAG TO CF-DRCR-FLAG (CONFIRM-IDX)
                    MOVE RH-REPOST-ACCOUNT
                      TO CF-REPOST-ACCOUNT (CONFIRM-IDX)
                    MOVE JE-GL-ACCOUNT
                      TO CF-SUSPENSE-ACCOUNT (CONFIRM-IDX)
                    MOVE RH-AMOUNT TO CF-AMOUNT (CONFIRM-IDX)
                    MOVE 'N' TO CF-CONSUMED-SW (CONFIRM-IDX)
                  ELSE
                    ADD 1 TO CONFIRM-OVERFLOW-COUNT
                    DISPLAY 'POSTED REPOST TABLE FULL, PAIR FOR '
                            RH-REPOST-ACCOUNT ' NOT TABLED'
                  END-IF
                END-IF
                MOVE 'N' TO REPOST-FIRST-POSTED-SW
              END-IF.

      ******************************************************************
      * Looks the journal line's business date up on the run-control
      * master: a TXN (or single-step ALL) run reopened by a backout
      * means the day was reversed on the ledger after this journal
      * was sent. No run-control master means nothing was backed out.
      ******************************************************************
       CHECK-DAY-BACKED-OUT.
              MOVE JE-BUSINESS-DATE TO BACKED-OUT-CHECK-DATE
              MOVE 'N' TO DAY-BACKED-OUT-SW
              OPEN INPUT RUN-CONTROL-FILE
              IF NOT RUN-CONTROL-NO-FILE THEN
                MOVE JE-BUSINESS-DATE TO RN-BUSINESS-DATE
                MOVE 'TXN' TO RN-STAGE
                READ RUN-CONTROL-FILE
                  INVALID KEY
                    MOVE 'ALL' TO RN-STAGE
                    READ RUN-CONTROL-FILE
                      INVALID KEY MOVE SPACE TO RN-RUN-STATUS
                    END-READ
                END-READ
                IF RN-RUN-REOPENED THEN
                  SET DAY-BACKED-OUT TO TRUE
                  DISPLAY 'BUSINESS DATE ' JE-BUSINESS-DATE
                          ' BACKED OUT, SUSPENSE LINES NOT CARRIED'
                END-IF
                CLOSE RUN-CONTROL-FILE
              END-IF.

      ******************************************************************
      * Carries a posted suspense line onto the open-suspense master;
      * a rerun against the same journal finds the item already on
      * file and leaves it as it stands.
      ******************************************************************
       ADD-OPEN-SUSPENSE.
              MOVE JE-BUSINESS-DATE TO SU-BUSINESS-DATE
              MOVE JE-SOURCE-TYPE TO SU-SOURCE-TYPE
              MOVE JE-CURRENCY-CODE TO SU-CURRENCY-CODE
              MOVE JE-DRCR-FLAG TO SU-DRCR-FLAG
              MOVE JE-GL-ACCOUNT TO SU-GL-ACCOUNT
              MOVE JE-COST-CENTER TO SU-COST-CENTER
              MOVE JE-AMOUNT TO SU-AMOUNT
              MOVE ZERO TO SU-DAYS-OPEN
              MOVE WS-RUN-CCYYMMDD TO SU-LAST-AGED-DATE
              SET SU-ITEM-OPEN TO TRUE
              MOVE SPACES TO SU-REPOST-ACCOUNT
              MOVE SPACES TO SU-REPOST-COST-CENTER
              MOVE ZERO TO SU-REPOST-DATE
              WRITE OPEN-SUSPENSE-REC
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO SUSPENSE-ADDED
              END-WRITE.

      ******************************************************************
      * Writes one report detail line from the journal line in hand.
      ******************************************************************
       WRITE-JOURNAL-DETAIL.
              MOVE JOURNAL-LINE-NUMBER TO AD-LINE-NUMBER
              MOVE JE-GL-ACCOUNT TO AD-GL-ACCOUNT
              MOVE JE-DRCR-FLAG TO AD-DRCR-FLAG
              MOVE JE-AMOUNT TO AD-AMOUNT
              MOVE JE-CURRENCY-CODE TO AD-CURRENCY-CODE
              MOVE ACK-DETAIL-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE.

      ******************************************************************
      * Writes one report detail line from the acknowledgement record
      * in hand, for replies that match no journal line.
      ******************************************************************
       WRITE-ACK-DETAIL.
              MOVE AK-LINE-NUMBER TO AD-LINE-NUMBER
              MOVE AK-GL-ACCOUNT TO AD-GL-ACCOUNT
              MOVE AK-DRCR-FLAG TO AD-DRCR-FLAG
              MOVE AK-AMOUNT TO AD-AMOUNT
              MOVE AK-CURRENCY-CODE TO AD-CURRENCY-CODE
              MOVE AK-REJECT-CODE TO AD-REJECT-CODE
              MOVE ACK-DETAIL-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE.

      ******************************************************************
      * Prints the per-currency proof: for each side, the POSTSUM
      * total, what the journal sent and what the ledger posted. A
      * side is tied only when the journal sent exactly what POSTSUM
      * carries and the ledger posted all of it; anything else is
      * flagged OUT with the posted shortfall.
      ******************************************************************
       PRINT-CURRENCY-PROOF.
              MOVE SPACES TO ACK-REPORT-LINE
              STRING 'CUR DR/CR        POSTSUM            SENT'
                     '          POSTED      DIFFERENCE'
                DELIMITED BY SIZE INTO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE

              PERFORM VARYING PROOF-IDX FROM 1 BY 1
                UNTIL PROOF-IDX > PROOF-TABLE-COUNT
                MOVE PF-CURRENCY-CODE (PROOF-IDX) TO PD-CURRENCY-CODE
                MOVE 'DR' TO PD-SIDE
                MOVE PF-POSTSUM-DR (PROOF-IDX) TO PD-POSTSUM
                MOVE PF-SENT-DR (PROOF-IDX) TO PD-SENT
                MOVE PF-POSTED-DR (PROOF-IDX) TO PD-POSTED
                COMPUTE PROOF-WORK-AMOUNT
                  = PF-POSTSUM-DR (PROOF-IDX)
                  - PF-POSTED-DR (PROOF-IDX)
                MOVE PROOF-WORK-AMOUNT TO PD-DIFFERENCE
                IF PF-SENT-DR (PROOF-IDX) = PF-POSTSUM-DR (PROOF-IDX)
                   AND PROOF-WORK-AMOUNT = ZERO THEN
                  MOVE 'TIED' TO PD-PROOF-FLAG
                ELSE
                  MOVE 'OUT' TO PD-PROOF-FLAG
                  ADD 1 TO PROOF-OUT-COUNT
                END-IF
                MOVE PROOF-DETAIL-LINE TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE

                MOVE 'CR' TO PD-SIDE
                MOVE PF-POSTSUM-CR (PROOF-IDX) TO PD-POSTSUM
                MOVE PF-SENT-CR (PROOF-IDX) TO PD-SENT
                MOVE PF-POSTED-CR (PROOF-IDX) TO PD-POSTED
                COMPUTE PROOF-WORK-AMOUNT
                  = PF-POSTSUM-CR (PROOF-IDX)
                  - PF-POSTED-CR (PROOF-IDX)
                MOVE PROOF-WORK-AMOUNT TO PD-DIFFERENCE
                IF PF-SENT-CR (PROOF-IDX) = PF-POSTSUM-CR (PROOF-IDX)
                   AND PROOF-WORK-AMOUNT = ZERO THEN
                  MOVE 'TIED' TO PD-PROOF-FLAG
                ELSE
                  MOVE 'OUT' TO PD-PROOF-FLAG
                  ADD 1 TO PROOF-OUT-COUNT
                END-IF
                MOVE PROOF-DETAIL-LINE TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE
              END-PERFORM.

      ******************************************************************
      * Sweeps the open-suspense master front to back. An item whose
      * repost is pending is cleared off the master when the ledger
      * posted its pair; otherwise it goes back open. An open item
      * whose type/currency now has a GLMAP mapping gets a repost
      * pair (mapped account on its original side, suspense account
      * on the other) and is held repost-pending; everything else is
      * aged from its business date, rewritten, listed on the
      * report, and flagged once it is past the AGE= limit.
      ******************************************************************
       AGE-OPEN-SUSPENSE.
              MOVE SPACES TO ACK-REPORT-LINE
              STRING 'OPEN SUSPENSE ITEMS'
                DELIMITED BY SIZE INTO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE

              MOVE LOW-VALUES TO SU-SUSPENSE-KEY
              START OPEN-SUSPENSE-FILE
                KEY NOT LESS THAN SU-SUSPENSE-KEY
                INVALID KEY SET SUSPENSE-SCAN-DONE TO TRUE
              END-START

              IF NOT SUSPENSE-SCAN-DONE THEN
                READ OPEN-SUSPENSE-FILE NEXT RECORD
                  AT END SET SUSPENSE-SCAN-DONE TO TRUE
                END-READ
              END-IF

              PERFORM UNTIL SUSPENSE-SCAN-DONE
                MOVE SU-BUSINESS-DATE TO SD-BUSINESS-DATE
                MOVE SU-SOURCE-TYPE TO SD-SOURCE-TYPE
                MOVE SU-CURRENCY-CODE TO SD-CURRENCY-CODE
                MOVE SU-DRCR-FLAG TO SD-DRCR-FLAG
                MOVE SU-GL-ACCOUNT TO SD-GL-ACCOUNT
                MOVE SU-AMOUNT TO SD-AMOUNT

                MOVE 'N' TO REPOST-REOPENED-SW
                IF SU-REPOST-PENDING THEN
                  PERFORM FIND-CONFIRMED-REPOST
                  IF NOT REPOST-CONFIRMED THEN
                    ADD 1 TO REPOSTS-NOT-POSTED
                    SET REPOST-REOPENED TO TRUE
                    SET SU-ITEM-OPEN TO TRUE
                    MOVE SPACES TO SU-REPOST-ACCOUNT
                    MOVE SPACES TO SU-REPOST-COST-CENTER
                    MOVE ZERO TO SU-REPOST-DATE
                  END-IF
                END-IF

                IF SU-REPOST-PENDING THEN
                  MOVE SU-DAYS-OPEN TO SD-DAYS-OPEN
                  MOVE 'REPOSTED, CLEARED' TO SD-ACTION
                  DELETE OPEN-SUSPENSE-FILE
                    INVALID KEY CONTINUE
                  END-DELETE
                  ADD 1 TO SUSPENSE-CLEARED
                ELSE
                  PERFORM LOOKUP-SUSPENSE-MAPPING
                  PERFORM AGE-SUSPENSE-ITEM
                  MOVE SU-DAYS-OPEN TO SD-DAYS-OPEN
                  EVALUATE TRUE
                    WHEN GL-MAP-FOUND
                      PERFORM WRITE-SUSPENSE-REPOST
                      ADD 1 TO SUSPENSE-PENDING-COUNT
                      IF REPOST-REOPENED THEN
                        MOVE 'NOT POSTED, REPOSTED' TO SD-ACTION
                      ELSE
                        MOVE 'REPOSTED, PENDING' TO SD-ACTION
                      END-IF
                    WHEN REPOST-REOPENED
                      MOVE 'NOT POSTED, REOPENED' TO SD-ACTION
                      ADD 1 TO SUSPENSE-OPEN-COUNT
                    WHEN SU-DAYS-OPEN > SUSPENSE-FLAG-AGE
                      MOVE '*AGED - MAP NEEDED*' TO SD-ACTION
                      ADD 1 TO SUSPENSE-AGED-COUNT
                      ADD 1 TO SUSPENSE-OPEN-COUNT
                    WHEN OTHER
                      MOVE 'OPEN' TO SD-ACTION
                      ADD 1 TO SUSPENSE-OPEN-COUNT
                  END-EVALUATE
                  REWRITE OPEN-SUSPENSE-REC
                    INVALID KEY CONTINUE
                  END-REWRITE
                END-IF

                MOVE SUSPENSE-DETAIL-LINE TO ACK-REPORT-LINE
                WRITE ACK-REPORT-LINE

                READ OPEN-SUSPENSE-FILE NEXT RECORD
                  AT END SET SUSPENSE-SCAN-DONE TO TRUE
                END-READ
              END-PERFORM

              CLOSE OPEN-SUSPENSE-FILE
              CLOSE SUSPENSE-REPOST-FILE.

      ******************************************************************
      * Looks for a posted repost pair, not yet used to clear another
      * item, that matches the pending item: same type, currency and
      * side, reposted to the account it was sent to, relieving its
      * suspense account, for its amount.
      ******************************************************************
       FIND-CONFIRMED-REPOST.
              MOVE 'N' TO REPOST-CONFIRMED-SW
              PERFORM VARYING CONFIRM-IDX FROM 1 BY 1
                UNTIL CONFIRM-IDX > CONFIRM-TABLE-COUNT
                   OR REPOST-CONFIRMED
                IF NOT CF-CONSUMED (CONFIRM-IDX)
                   AND CF-SOURCE-TYPE (CONFIRM-IDX) = SU-SOURCE-TYPE
                   AND CF-CURRENCY-CODE (CONFIRM-IDX)
                       = SU-CURRENCY-CODE
                   AND CF-DRCR-FLAG (CONFIRM-IDX) = SU-DRCR-FLAG
                   AND CF-REPOST-ACCOUNT (CONFIRM-IDX)
                       = SU-REPOST-ACCOUNT
                   AND CF-SUSPENSE-ACCOUNT (CONFIRM-IDX)
                       = SU-GL-ACCOUNT
                   AND CF-AMOUNT (CONFIRM-IDX) = SU-AMOUNT THEN
                  SET CF-CONSUMED (CONFIRM-IDX) TO TRUE
                  SET REPOST-CONFIRMED TO TRUE
                END-IF
              END-PERFORM.

      ******************************************************************
      * Looks the suspense item's type and currency up on the account
      * mapping table.
      ******************************************************************
       LOOKUP-SUSPENSE-MAPPING.
              MOVE 'N' TO GL-MAP-FOUND-SW
              IF GL-MAP-TABLE-COUNT > ZERO THEN
                SET GL-MAP-IDX TO 1
                SEARCH GL-MAP-ENTRY
                  AT END CONTINUE
                  WHEN GMT-TYPE-CODE (GL-MAP-IDX) = SU-SOURCE-TYPE
                   AND GMT-CURRENCY-CODE (GL-MAP-IDX)
                       = SU-CURRENCY-CODE
                    SET GL-MAP-FOUND TO TRUE
                END-SEARCH
              END-IF.

      ******************************************************************
      * Ages the suspense item from its business date (zero when the
      * date is missing or impossible) and stamps today's aging.
      ******************************************************************
       AGE-SUSPENSE-ITEM.
              MOVE ZERO TO SU-DAYS-OPEN
              IF SU-BUSINESS-DATE > 19000101
                 AND SU-BUSINESS-DATE (5:2) >= '01'
                 AND SU-BUSINESS-DATE (5:2) <= '12'
                 AND SU-BUSINESS-DATE (7:2) >= '01'
                 AND SU-BUSINESS-DATE (7:2) <= '31' THEN
                COMPUTE SU-DAYS-OPEN = WS-TODAY-INTEGER
                  - FUNCTION INTEGER-OF-DATE (SU-BUSINESS-DATE)
              END-IF
              MOVE WS-RUN-CCYYMMDD TO SU-LAST-AGED-DATE.

      ******************************************************************
      * Writes the repost pair for a suspense item whose mapping is
      * now on file: the mapped account takes the item on the side
      * it originally posted to suspense, and the suspense account
      * is relieved on the opposite side, both flagged as a repost.
      * The item is marked repost-pending with the account and cost
      * center it went to, for the next run to find the pair posted.
      ******************************************************************
       WRITE-SUSPENSE-REPOST.
              MOVE WS-RUN-CCYYMMDD TO RP-BUSINESS-DATE
              MOVE SU-AMOUNT TO RP-AMOUNT
              MOVE SU-CURRENCY-CODE TO RP-CURRENCY-CODE
              MOVE SU-SOURCE-TYPE TO RP-SOURCE-TYPE
              MOVE 'R' TO RP-SUSPENSE-FLAG
              MOVE GMT-COST-CENTER (GL-MAP-IDX) TO RP-COST-CENTER
              IF SU-DRCR-FLAG = 'D' THEN
                MOVE GMT-DEBIT-ACCOUNT (GL-MAP-IDX) TO RP-GL-ACCOUNT
                MOVE 'D' TO RP-DRCR-FLAG
              ELSE
                MOVE GMT-CREDIT-ACCOUNT (GL-MAP-IDX) TO RP-GL-ACCOUNT
                MOVE 'C' TO RP-DRCR-FLAG
              END-IF
              WRITE SUSPENSE-REPOST-REC
              SET SU-REPOST-PENDING TO TRUE
              MOVE RP-GL-ACCOUNT TO SU-REPOST-ACCOUNT
              MOVE RP-COST-CENTER TO SU-REPOST-COST-CENTER
              MOVE WS-RUN-CCYYMMDD TO SU-REPOST-DATE

              MOVE SU-GL-ACCOUNT TO RP-GL-ACCOUNT
              MOVE SU-COST-CENTER TO RP-COST-CENTER
              IF SU-DRCR-FLAG = 'D' THEN
                MOVE 'C' TO RP-DRCR-FLAG
              ELSE
                MOVE 'D' TO RP-DRCR-FLAG
              END-IF
              WRITE SUSPENSE-REPOST-REC
              ADD 2 TO REPOST-LINES-WRITTEN.

      ******************************************************************
      * Prints the run tallies and closes the report.
      ******************************************************************
       PRINT-ACK-SUMMARY.
              MOVE 'JOURNAL LINES SENT' TO AS-LABEL
              MOVE JOURNAL-LINES-READ TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'LEDGER REPLIES READ' TO AS-LABEL
              MOVE ACK-RECORDS-READ TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'LINES POSTED' TO AS-LABEL
              MOVE LINES-POSTED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'LINES REJECTED' TO AS-LABEL
              MOVE LINES-REJECTED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'LINES UNACKNOWLEDGED' TO AS-LABEL
              MOVE LINES-UNACKNOWLEDGED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'REPLIES UNMATCHED' TO AS-LABEL
              MOVE ACK-UNMATCHED-COUNT TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'CURRENCY SIDES OUT' TO AS-LABEL
              MOVE PROOF-OUT-COUNT TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'SUSPENSE ITEMS ADDED' TO AS-LABEL
              MOVE SUSPENSE-ADDED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'SUSPENSE NOT CARRIED' TO AS-LABEL
              MOVE SUSPENSE-NOT-CARRIED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'SUSPENSE ITEMS CLEARED' TO AS-LABEL
              MOVE SUSPENSE-CLEARED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'REPOST LINES SENT' TO AS-LABEL
              MOVE REPOST-LINES-SENT TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'REPOST LINES POSTED' TO AS-LABEL
              MOVE REPOST-LINES-POSTED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'REPOSTS NOT POSTED' TO AS-LABEL
              MOVE REPOSTS-NOT-POSTED TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'SUSPENSE REPOST PENDING' TO AS-LABEL
              MOVE SUSPENSE-PENDING-COUNT TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'SUSPENSE ITEMS OPEN' TO AS-LABEL
              MOVE SUSPENSE-OPEN-COUNT TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE
              MOVE 'SUSPENSE PAST AGE LIMIT' TO AS-LABEL
              MOVE SUSPENSE-AGED-COUNT TO AS-VALUE
              MOVE ACK-SUMMARY-LINE TO ACK-REPORT-LINE
              WRITE ACK-REPORT-LINE

              CLOSE ACK-REPORT-FILE

              DISPLAY 'LEDGER ACKNOWLEDGEMENT SUMMARY'
              DISPLAY 'LINES SENT      : ' JOURNAL-LINES-READ
              DISPLAY 'POSTED          : ' LINES-POSTED
              DISPLAY 'REJECTED        : ' LINES-REJECTED
              DISPLAY 'UNACKNOWLEDGED  : ' LINES-UNACKNOWLEDGED
              DISPLAY 'REPLIES UNMATCHD: ' ACK-UNMATCHED-COUNT
              DISPLAY 'SIDES OUT       : ' PROOF-OUT-COUNT
              DISPLAY 'SUSPENSE NOT CRD: ' SUSPENSE-NOT-CARRIED
              DISPLAY 'SUSPENSE CLEARED: ' SUSPENSE-CLEARED
              DISPLAY 'REPOST PENDING  : ' SUSPENSE-PENDING-COUNT
              DISPLAY 'REPOST NOT POSTD: ' REPOSTS-NOT-POSTED
              DISPLAY 'SUSPENSE OPEN   : ' SUSPENSE-OPEN-COUNT
              DISPLAY 'SUSPENSE AGED   : ' SUSPENSE-AGED-COUNT.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: error when any currency
      * side fails to tie posted back to POSTSUM (a rejected or
      * unacknowledged line always does), warning when the only
      * findings are stray replies, suspense items past the age
      * limit, or repost pairs the ledger did not post.
      ******************************************************************
       SET-ACK-RETURN-CODE.
              EVALUATE TRUE
                WHEN PROOF-OUT-COUNT > ZERO
                  MOVE 8 TO RETURN-CODE
                WHEN ACK-UNMATCHED-COUNT > ZERO
                     OR SUSPENSE-AGED-COUNT > ZERO
                     OR REPOSTS-NOT-POSTED > ZERO
                     OR CONFIRM-OVERFLOW-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
                WHEN OTHER
                  MOVE 0 TO RETURN-CODE
              END-EVALUATE.

       END PROGRAM GLACKREC.
