      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Maintenance run for the flat reference masters the
      *          stream loads as edit tables - section weights,
      *          feed source profiles, GL account mappings,
      *          reconciliation tolerance rules and currency
      *          control. Applies operator-keyed add/change/delete
      *          transactions against each master with the field
      *          edits that master needs (weights summing to one
      *          hundred with floors no higher and a numeric
      *          certificate validity, amount minimum length in
      *          range, GL accounts present and the suspense row
      *          never deleted, tolerances not negative, no
      *          currency removed while a mapping or tolerance rule
      *          still uses it), writes rejected maintenance to its
      *          own error file, and writes before/after images to
      *          the audit trail. The maintained masters are
      *          written as new generations the job copies back over
      *          the live datasets; adds are held to the table sizes
      *          of the programs that load each master so nothing is
      *          silently dropped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> the five reference masters as they stand, loaded
              *> front to back into maintenance tables
              SELECT SECTION-WEIGHT-FILE ASSIGN TO SECTWGT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SECTION-WEIGHT-STATUS.
              SELECT SOURCE-PROFILE-FILE ASSIGN TO SRCPROF
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SOURCE-PROFILE-STATUS.
              SELECT GL-MAP-FILE ASSIGN TO GLMAP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS GL-MAP-STATUS.
              SELECT TOLERANCE-RULES-FILE ASSIGN TO TOLRNC
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS TOLERANCE-RULES-STATUS.
              SELECT CURRENCY-CONTROL-FILE ASSIGN TO CURRCTL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CURRENCY-CONTROL-STATUS.

              *> the maintained masters, written whole from the
              *> tables for the job to copy back over the live ones
              SELECT NEW-SECTION-WEIGHT-FILE ASSIGN TO SECTWGTN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS NEW-MASTER-STATUS.
              SELECT NEW-SOURCE-PROFILE-FILE ASSIGN TO SRCPROFN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS NEW-MASTER-STATUS.
              SELECT NEW-GL-MAP-FILE ASSIGN TO GLMAPN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS NEW-MASTER-STATUS.
              SELECT NEW-TOLERANCE-RULES-FILE ASSIGN TO TOLRNCN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS NEW-MASTER-STATUS.
              SELECT NEW-CURRENCY-CONTROL-FILE ASSIGN TO CURRCTLN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS NEW-MASTER-STATUS.

              *> operator-keyed maintenance transactions applied
              *> against the tables in arrival order
              SELECT MAINT-TRANS-FILE ASSIGN TO REFMTIN
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS MAINT-TRANS-STATUS.

              *> maintenance that failed its edits, with the reason
              SELECT MAINT-ERRORS-FILE ASSIGN TO REFMERR
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS MAINT-ERRORS-STATUS.

              *> audit-trail log appended to on every run
              SELECT AUDIT-LOG-FILE ASSIGN TO CONDAUD
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-WEIGHT-FILE.
              COPY SECTWGT.

       FD  SOURCE-PROFILE-FILE.
              COPY SRCPROF.

       FD  GL-MAP-FILE.
              COPY GLMAPREC.

       FD  TOLERANCE-RULES-FILE.
              COPY TOLREC.

       FD  CURRENCY-CONTROL-FILE.
              COPY CURRREC.

       FD  NEW-SECTION-WEIGHT-FILE.
       01  NEW-SECTION-WEIGHT-LINE    PIC X(37).

       FD  NEW-SOURCE-PROFILE-FILE.
       01  NEW-SOURCE-PROFILE-LINE    PIC X(7).

       FD  NEW-GL-MAP-FILE.
       01  NEW-GL-MAP-LINE            PIC X(26).

       FD  NEW-TOLERANCE-RULES-FILE.
       01  NEW-TOLERANCE-RULES-LINE   PIC X(27).

       FD  NEW-CURRENCY-CONTROL-FILE.
       01  NEW-CURRENCY-CONTROL-LINE  PIC X(3).

       FD  MAINT-TRANS-FILE.
              COPY REFMNT.

       FD  MAINT-ERRORS-FILE.
       01  MAINT-ERROR-REC.
              05 ME-MASTER-ID         PIC X(8).
              05 ME-ACTION            PIC X(1).
              05 ME-MASTER-DATA       PIC X(40).
              05 ME-USER-ID           PIC X(8).
              05 ME-REASON            PIC X(30).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       *> file status fields for the maintenance run
       01 SECTION-WEIGHT-STATUS PIC XX.
         88 SECTION-WEIGHT-EOF VALUE '10'.
         88 SECTION-WEIGHT-NOT-FOUND VALUE '35'.
       01 SOURCE-PROFILE-STATUS PIC XX.
         88 SOURCE-PROFILE-EOF VALUE '10'.
         88 SOURCE-PROFILE-NOT-FOUND VALUE '35'.
       01 GL-MAP-STATUS PIC XX.
         88 GL-MAP-EOF VALUE '10'.
         88 GL-MAP-NOT-FOUND VALUE '35'.
       01 TOLERANCE-RULES-STATUS PIC XX.
         88 TOLERANCE-RULES-EOF VALUE '10'.
         88 TOLERANCE-RULES-NOT-FOUND VALUE '35'.
       01 CURRENCY-CONTROL-STATUS PIC XX.
         88 CURRENCY-CONTROL-EOF VALUE '10'.
         88 CURRENCY-CONTROL-NOT-FOUND VALUE '35'.
       01 NEW-MASTER-STATUS PIC XX.
       01 MAINT-TRANS-STATUS PIC XX.
         88 MAINT-TRANS-EOF VALUE '10'.
         88 MAINT-TRANS-NOT-FOUND VALUE '35'.
       01 MAINT-ERRORS-STATUS PIC XX.
       01 AUDIT-LOG-STATUS PIC XX.
         88 AUDIT-LOG-IS-NEW VALUE '35'.

       *> run date/time stamped on every audit image
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-YYYY         PIC 9(4).
         05 WS-RUN-MM           PIC 9(2).
         05 WS-RUN-DD           PIC 9(2).
         05 WS-RUN-HH           PIC 9(2).
         05 WS-RUN-MIN          PIC 9(2).
         05 WS-RUN-SS           PIC 9(2).
         05 FILLER              PIC X(11).
       01 WS-RUN-CCYYMMDD REDEFINES WS-CURRENT-DATE-TIME PIC 9(8).
       01 WS-RUN-DATE-DISPLAY   PIC X(10).
       01 WS-RUN-TIME-DISPLAY   PIC X(8).

       *> table sizes of the programs that load each master - an
       *> add past these would be dropped by the loader, so it is
       *> rejected here instead
       01 READER-TABLE-LIMITS.
         05 WEIGHT-READER-LIMIT     PIC 9(3) VALUE 10.
         05 PROFILE-READER-LIMIT    PIC 9(3) VALUE 10.
         05 GL-MAP-READER-LIMIT     PIC 9(3) VALUE 50.
         05 TOLERANCE-READER-LIMIT  PIC 9(3) VALUE 50.
         05 CURRENCY-READER-LIMIT   PIC 9(3) VALUE 30.

       *> a master longer than its maintenance table cannot be
       *> written back whole, so no master is written at all
       01 MASTERS-INCOMPLETE-SW PIC X VALUE 'N'.
         88 MASTERS-INCOMPLETE VALUE 'Y'.

       *> maintenance tables, one entry per master record laid out
       *> byte for byte as the master so it is written back as is
       01 WEIGHT-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 SECTION-WEIGHT-TABLE.
         05 WEIGHT-ENTRY OCCURS 100 TIMES
                         INDEXED BY WEIGHT-IDX.
           10 WT-EXAM-TYPE      PIC X(2).
           10 WT-SECTION OCCURS 4 TIMES.
             15 WT-WEIGHT-PCT   PIC 9(3).
             15 WT-SECTION-FLOOR PIC 9(3).
           10 WT-CERT-VALIDITY-MONTHS PIC 9(3).
           10 WT-EFFECTIVE-DATE PIC 9(8).
       01 WEIGHT-FOUND-SW PIC X VALUE 'N'.
         88 WEIGHT-FOUND VALUE 'Y'.
       01 HELD-EFFECTIVE-DATE PIC X(8).

       01 PROFILE-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 SOURCE-PROFILE-TABLE.
         05 PROFILE-ENTRY OCCURS 100 TIMES
                          INDEXED BY PROFILE-IDX.
           10 PR-SOURCE-CODE    PIC X(2).
           10 PR-NAME-CLASS-CHECK PIC X(1).
           10 PR-NAME-REQUIRED  PIC X(1).
           10 PR-ID-REQUIRED    PIC X(1).
           10 PR-AMOUNT-REQUIRED PIC X(1).
           10 PR-AMOUNT-MIN-LEN PIC 9(1).
       01 PROFILE-FOUND-SW PIC X VALUE 'N'.
         88 PROFILE-FOUND VALUE 'Y'.

       01 GL-MAP-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 GL-MAP-TABLE.
         05 GL-MAP-ENTRY OCCURS 100 TIMES
                         INDEXED BY GL-MAP-IDX.
           10 GMT-TYPE-CODE     PIC X(1).
           10 GMT-CURRENCY-CODE PIC X(3).
           10 GMT-DEBIT-ACCOUNT PIC X(8).
           10 GMT-CREDIT-ACCOUNT PIC X(8).
           10 GMT-COST-CENTER   PIC X(6).
       01 GL-MAP-FOUND-SW PIC X VALUE 'N'.
         88 GL-MAP-FOUND VALUE 'Y'.

       01 TOLERANCE-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 TOLERANCE-TABLE.
         05 TOLERANCE-ENTRY OCCURS 100 TIMES
                            INDEXED BY TOLERANCE-IDX.
           10 TLT-CONTROL-ID    PIC X(10).
           10 TLT-CURRENCY-CODE PIC X(3).
           10 TLT-ABS-TOLERANCE PIC 9(7)V99.
           10 TLT-PCT-TOLERANCE PIC 9(3)V99.
       01 TOLERANCE-FOUND-SW PIC X VALUE 'N'.
         88 TOLERANCE-FOUND VALUE 'Y'.

       01 CURRENCY-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 CURRENCY-TABLE.
         05 CURRENCY-ENTRY OCCURS 100 TIMES
                           INDEXED BY CURRENCY-IDX.
           10 CY-CODE           PIC X(3).
       01 CURRENCY-FOUND-SW PIC X VALUE 'N'.
         88 CURRENCY-FOUND VALUE 'Y'.
       01 CURRENCY-LOOKUP-CODE PIC X(3).

       *> delete shifts the entries after the deleted one up a slot
       01 TABLE-SUB PIC 9(3).

       *> edit and audit work fields
       01 WS-EDIT-REASON PIC X(30).
       01 SECTION-SUB PIC 9(1).
       01 WEIGHT-TOTAL PIC 9(4).
       01 WEIGHT-FIELDS-SW PIC X.
         88 WEIGHT-FIELDS-NUMERIC VALUE 'Y'.
       01 KEY-DISPLAY PIC X(13).
       01 BEFORE-IMAGE-DISPLAY PIC X(40).
       01 AFTER-IMAGE-DISPLAY PIC X(40).

       *> batch tally fields for the maintenance run
       01 MAINT-TALLIES.
         05 MAINT-TRANS-READ      PIC 9(7) VALUE ZERO.
         05 MAINT-ADDS-APPLIED    PIC 9(7) VALUE ZERO.
         05 MAINT-CHANGES-APPLIED PIC 9(7) VALUE ZERO.
         05 MAINT-DELETES-APPLIED PIC 9(7) VALUE ZERO.
         05 MAINT-REJECT-COUNT    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              PERFORM STAMP-RUN-DATE-TIME.
              PERFORM LOAD-SECTION-WEIGHTS.
              PERFORM LOAD-SOURCE-PROFILES.
              PERFORM LOAD-GL-MAP.
              PERFORM LOAD-TOLERANCE-RULES.
              PERFORM LOAD-CURRENCY-CONTROL.
              IF MASTERS-INCOMPLETE THEN
                DISPLAY 'A MASTER IS LONGER THAN ITS MAINTENANCE '
                        'TABLE, NO MAINTENANCE APPLIED'
              ELSE
                PERFORM APPLY-MAINTENANCE
                PERFORM WRITE-REFERENCE-MASTERS
              END-IF.
              PERFORM SET-MAINT-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Captures the run date/time once at the start of the run so it
      * can be stamped on every audit-trail image.
      ******************************************************************
       STAMP-RUN-DATE-TIME.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
              STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY
                DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
              STRING WS-RUN-HH ':' WS-RUN-MIN ':' WS-RUN-SS
                DELIMITED BY SIZE INTO WS-RUN-TIME-DISPLAY.

      ******************************************************************
      * Loads the section-weight master; a missing master starts
      * empty and is announced.
      ******************************************************************
       LOAD-SECTION-WEIGHTS.
              OPEN INPUT SECTION-WEIGHT-FILE
              IF SECTION-WEIGHT-NOT-FOUND THEN
                DISPLAY 'SECTION WEIGHT MASTER NOT FOUND, STARTING '
                        'EMPTY'
              ELSE
                READ SECTION-WEIGHT-FILE
                  AT END SET SECTION-WEIGHT-EOF TO TRUE
                END-READ
                PERFORM UNTIL SECTION-WEIGHT-EOF
                  IF WEIGHT-TABLE-COUNT < 100 THEN
                    ADD 1 TO WEIGHT-TABLE-COUNT
                    MOVE SECTION-WEIGHT-REC
                      TO WEIGHT-ENTRY (WEIGHT-TABLE-COUNT)
                  ELSE
                    SET MASTERS-INCOMPLETE TO TRUE
                  END-IF
                  READ SECTION-WEIGHT-FILE
                    AT END SET SECTION-WEIGHT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE SECTION-WEIGHT-FILE
              END-IF.

      ******************************************************************
      * Loads the source-profile master; a missing master starts
      * empty and is announced.
      ******************************************************************
       LOAD-SOURCE-PROFILES.
              OPEN INPUT SOURCE-PROFILE-FILE
              IF SOURCE-PROFILE-NOT-FOUND THEN
                DISPLAY 'SOURCE PROFILE MASTER NOT FOUND, STARTING '
                        'EMPTY'
              ELSE
                READ SOURCE-PROFILE-FILE
                  AT END SET SOURCE-PROFILE-EOF TO TRUE
                END-READ
                PERFORM UNTIL SOURCE-PROFILE-EOF
                  IF PROFILE-TABLE-COUNT < 100 THEN
                    ADD 1 TO PROFILE-TABLE-COUNT
                    MOVE SOURCE-PROFILE-REC
                      TO PROFILE-ENTRY (PROFILE-TABLE-COUNT)
                  ELSE
                    SET MASTERS-INCOMPLETE TO TRUE
                  END-IF
                  READ SOURCE-PROFILE-FILE
                    AT END SET SOURCE-PROFILE-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE SOURCE-PROFILE-FILE
              END-IF.

      ******************************************************************
      * Loads the GL account-mapping master; a missing master starts
      * empty and is announced.
      ******************************************************************
       LOAD-GL-MAP.
              OPEN INPUT GL-MAP-FILE
              IF GL-MAP-NOT-FOUND THEN
                DISPLAY 'GL MAPPING MASTER NOT FOUND, STARTING EMPTY'
              ELSE
                READ GL-MAP-FILE
                  AT END SET GL-MAP-EOF TO TRUE
                END-READ
                PERFORM UNTIL GL-MAP-EOF
                  IF GL-MAP-TABLE-COUNT < 100 THEN
                    ADD 1 TO GL-MAP-TABLE-COUNT
                    MOVE GL-MAP-REC
                      TO GL-MAP-ENTRY (GL-MAP-TABLE-COUNT)
                  ELSE
                    SET MASTERS-INCOMPLETE TO TRUE
                  END-IF
                  READ GL-MAP-FILE
                    AT END SET GL-MAP-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE GL-MAP-FILE
              END-IF.

      ******************************************************************
      * Loads the tolerance-rule master; a missing master starts
      * empty and is announced.
      ******************************************************************
       LOAD-TOLERANCE-RULES.
              OPEN INPUT TOLERANCE-RULES-FILE
              IF TOLERANCE-RULES-NOT-FOUND THEN
                DISPLAY 'TOLERANCE RULE MASTER NOT FOUND, STARTING '
                        'EMPTY'
              ELSE
                READ TOLERANCE-RULES-FILE
                  AT END SET TOLERANCE-RULES-EOF TO TRUE
                END-READ
                PERFORM UNTIL TOLERANCE-RULES-EOF
                  IF TOLERANCE-TABLE-COUNT < 100 THEN
                    ADD 1 TO TOLERANCE-TABLE-COUNT
                    MOVE TOLERANCE-RULE-REC
                      TO TOLERANCE-ENTRY (TOLERANCE-TABLE-COUNT)
                  ELSE
                    SET MASTERS-INCOMPLETE TO TRUE
                  END-IF
                  READ TOLERANCE-RULES-FILE
                    AT END SET TOLERANCE-RULES-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE TOLERANCE-RULES-FILE
              END-IF.

      ******************************************************************
      * Loads the currency-control master; a missing master starts
      * empty and is announced.
      ******************************************************************
       LOAD-CURRENCY-CONTROL.
              OPEN INPUT CURRENCY-CONTROL-FILE
              IF CURRENCY-CONTROL-NOT-FOUND THEN
                DISPLAY 'CURRENCY CONTROL MASTER NOT FOUND, STARTING '
                        'EMPTY'
              ELSE
                READ CURRENCY-CONTROL-FILE
                  AT END SET CURRENCY-CONTROL-EOF TO TRUE
                END-READ
                PERFORM UNTIL CURRENCY-CONTROL-EOF
                  IF CURRENCY-TABLE-COUNT < 100 THEN
                    ADD 1 TO CURRENCY-TABLE-COUNT
                    MOVE CURRENCY-CTL-REC
                      TO CURRENCY-ENTRY (CURRENCY-TABLE-COUNT)
                  ELSE
                    SET MASTERS-INCOMPLETE TO TRUE
                  END-IF
                  READ CURRENCY-CONTROL-FILE
                    AT END SET CURRENCY-CONTROL-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE CURRENCY-CONTROL-FILE
              END-IF.

      ******************************************************************
      * Reads the maintenance transactions in arrival order, edits
      * each one, and applies the good ones against the master it
      * names, writing a before/after image to the audit trail for
      * every applied action and the failed ones to the error file.
      * Later transactions see earlier ones' effect, so a currency
      * can be added and mapped in the same run.
      ******************************************************************
       APPLY-MAINTENANCE.
              OPEN INPUT MAINT-TRANS-FILE
              IF MAINT-TRANS-NOT-FOUND THEN
                DISPLAY 'MAINTENANCE FILE NOT FOUND, NOTHING TO APPLY'
              ELSE
                OPEN OUTPUT MAINT-ERRORS-FILE
                OPEN EXTEND AUDIT-LOG-FILE
                IF AUDIT-LOG-IS-NEW THEN
                  OPEN OUTPUT AUDIT-LOG-FILE
                END-IF

                READ MAINT-TRANS-FILE
                  AT END SET MAINT-TRANS-EOF TO TRUE
                END-READ

                PERFORM UNTIL MAINT-TRANS-EOF
                  ADD 1 TO MAINT-TRANS-READ
                  PERFORM EDIT-MAINT-TRANS

                  IF WS-EDIT-REASON = SPACES THEN
                    MOVE SPACES TO BEFORE-IMAGE-DISPLAY
                    MOVE SPACES TO AFTER-IMAGE-DISPLAY
                    EVALUATE TRUE
                      WHEN RM-SECTWGT-MASTER
                        PERFORM APPLY-WEIGHT-MAINT
                      WHEN RM-SRCPROF-MASTER
                        PERFORM APPLY-PROFILE-MAINT
                      WHEN RM-GLMAP-MASTER
                        PERFORM APPLY-GL-MAP-MAINT
                      WHEN RM-TOLRNC-MASTER
                        PERFORM APPLY-TOLERANCE-MAINT
                      WHEN RM-CURRCTL-MASTER
                        PERFORM APPLY-CURRENCY-MAINT
                    END-EVALUATE
                  END-IF

                  IF WS-EDIT-REASON = SPACES THEN
                    EVALUATE TRUE
                      WHEN RM-ADD-ACTION
                        ADD 1 TO MAINT-ADDS-APPLIED
                      WHEN RM-CHANGE-ACTION
                        ADD 1 TO MAINT-CHANGES-APPLIED
                      WHEN RM-DELETE-ACTION
                        ADD 1 TO MAINT-DELETES-APPLIED
                    END-EVALUATE
                    PERFORM WRITE-AUDIT-IMAGE
                  ELSE
                    PERFORM WRITE-MAINT-ERROR
                  END-IF

                  READ MAINT-TRANS-FILE
                    AT END SET MAINT-TRANS-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE MAINT-TRANS-FILE
                CLOSE MAINT-ERRORS-FILE
                CLOSE AUDIT-LOG-FILE

                DISPLAY 'REFERENCE MASTER MAINTENANCE SUMMARY'
                DISPLAY 'TRANS READ    : ' MAINT-TRANS-READ
                DISPLAY 'ADDS APPLIED  : ' MAINT-ADDS-APPLIED
                DISPLAY 'CHANGES       : ' MAINT-CHANGES-APPLIED
                DISPLAY 'DELETES       : ' MAINT-DELETES-APPLIED
                DISPLAY 'REJECTED      : ' MAINT-REJECT-COUNT
              END-IF.

      ******************************************************************
      * Field edits every maintenance transaction must clear before
      * it touches a table: a known master, a recognized action, an
      * operator ID, and then the edits of the master it names.
      ******************************************************************
       EDIT-MAINT-TRANS.
              MOVE SPACES TO WS-EDIT-REASON

              EVALUATE TRUE
                WHEN NOT RM-SECTWGT-MASTER AND NOT RM-SRCPROF-MASTER
                     AND NOT RM-GLMAP-MASTER AND NOT RM-TOLRNC-MASTER
                     AND NOT RM-CURRCTL-MASTER
                  MOVE 'UNKNOWN MASTER ID' TO WS-EDIT-REASON
                WHEN NOT RM-ADD-ACTION AND NOT RM-CHANGE-ACTION
                     AND NOT RM-DELETE-ACTION
                  MOVE 'UNKNOWN ACTION CODE' TO WS-EDIT-REASON
                WHEN RM-USER-ID = SPACES
                  MOVE 'OPERATOR ID IS BLANK' TO WS-EDIT-REASON
                WHEN RM-SECTWGT-MASTER
                  PERFORM EDIT-WEIGHT-FIELDS
                WHEN RM-SRCPROF-MASTER
                  PERFORM EDIT-PROFILE-FIELDS
                WHEN RM-GLMAP-MASTER
                  PERFORM EDIT-GL-MAP-FIELDS
                WHEN RM-TOLRNC-MASTER
                  PERFORM EDIT-TOLERANCE-FIELDS
                WHEN RM-CURRCTL-MASTER
                  PERFORM EDIT-CURRENCY-FIELDS
              END-EVALUATE.

      ******************************************************************
      * Section-weight edits: exam type present and, for adds and
      * changes, numeric weights summing to one hundred with no
      * section floor above one hundred, and a numeric certificate
      * validity in months (zero when the certificate does not
      * expire).
      ******************************************************************
       EDIT-WEIGHT-FIELDS.
              MOVE 'Y' TO WEIGHT-FIELDS-SW
              MOVE ZERO TO WEIGHT-TOTAL
              PERFORM VARYING SECTION-SUB FROM 1 BY 1
                UNTIL SECTION-SUB > 4
                IF RM-SW-WEIGHT-PCT (SECTION-SUB) IS NUMERIC
                   AND RM-SW-SECTION-FLOOR (SECTION-SUB)
                       IS NUMERIC THEN
                  ADD RM-SW-WEIGHT-PCT (SECTION-SUB) TO WEIGHT-TOTAL
                ELSE
                  MOVE 'N' TO WEIGHT-FIELDS-SW
                END-IF
              END-PERFORM

              EVALUATE TRUE
                WHEN RM-SW-EXAM-TYPE = SPACES
                  MOVE 'EXAM TYPE IS BLANK' TO WS-EDIT-REASON
                WHEN RM-DELETE-ACTION
                  CONTINUE
                WHEN NOT WEIGHT-FIELDS-NUMERIC
                  MOVE 'WEIGHT OR FLOOR NOT NUMERIC'
                    TO WS-EDIT-REASON
                WHEN WEIGHT-TOTAL NOT = 100
                  MOVE 'WEIGHTS DO NOT SUM TO 100' TO WS-EDIT-REASON
                WHEN RM-SW-SECTION-FLOOR (1) > 100
                     OR RM-SW-SECTION-FLOOR (2) > 100
                     OR RM-SW-SECTION-FLOOR (3) > 100
                     OR RM-SW-SECTION-FLOOR (4) > 100
                  MOVE 'SECTION FLOOR ABOVE 100' TO WS-EDIT-REASON
                WHEN RM-SW-CERT-VALIDITY-MONTHS IS NOT NUMERIC
                  MOVE 'VALIDITY MONTHS NOT NUMERIC' TO WS-EDIT-REASON
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

      ******************************************************************
      * Source-profile edits: source code present and, for adds and
      * changes, every switch Y or N and an amount minimum length
      * inside the nine-digit feed amount - at least one digit when
      * the amount is required.
      ******************************************************************
       EDIT-PROFILE-FIELDS.
              EVALUATE TRUE
                WHEN RM-SP-SOURCE-CODE = SPACES
                  MOVE 'SOURCE CODE IS BLANK' TO WS-EDIT-REASON
                WHEN RM-DELETE-ACTION
                  CONTINUE
                WHEN (RM-SP-NAME-CLASS-CHECK NOT = 'Y'
                      AND RM-SP-NAME-CLASS-CHECK NOT = 'N')
                     OR (RM-SP-NAME-REQUIRED NOT = 'Y'
                      AND RM-SP-NAME-REQUIRED NOT = 'N')
                     OR (RM-SP-ID-REQUIRED NOT = 'Y'
                      AND RM-SP-ID-REQUIRED NOT = 'N')
                     OR (RM-SP-AMOUNT-REQUIRED NOT = 'Y'
                      AND RM-SP-AMOUNT-REQUIRED NOT = 'N')
                  MOVE 'PROFILE SWITCH NOT Y OR N' TO WS-EDIT-REASON
                WHEN RM-SP-AMOUNT-MIN-LEN IS NOT NUMERIC
                  MOVE 'AMOUNT MIN LENGTH NOT NUMERIC'
                    TO WS-EDIT-REASON
                WHEN RM-SP-AMOUNT-REQUIRED = 'Y'
                     AND RM-SP-AMOUNT-MIN-LEN = ZERO
                  MOVE 'AMOUNT MIN LENGTH OUT OF RANGE'
                    TO WS-EDIT-REASON
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

      ******************************************************************
      * GL-mapping edits: type and currency present; the suspense
      * row ('*'/'***') can be changed but never deleted; adds and
      * changes need both GL accounts, and a currency other than the
      * suspense row's must be on the currency-control master.
      ******************************************************************
       EDIT-GL-MAP-FIELDS.
              MOVE RM-GM-CURRENCY-CODE TO CURRENCY-LOOKUP-CODE
              PERFORM FIND-CURRENCY-ENTRY

              EVALUATE TRUE
                WHEN RM-GM-TYPE-CODE = SPACES
                  MOVE 'TRANSACTION TYPE IS BLANK' TO WS-EDIT-REASON
                WHEN RM-GM-CURRENCY-CODE = SPACES
                  MOVE 'CURRENCY CODE IS BLANK' TO WS-EDIT-REASON
                WHEN RM-DELETE-ACTION
                     AND RM-GM-TYPE-CODE = '*'
                     AND RM-GM-CURRENCY-CODE = '***'
                  MOVE 'SUSPENSE ROW CANNOT BE DELETED'
                    TO WS-EDIT-REASON
                WHEN RM-DELETE-ACTION
                  CONTINUE
                WHEN RM-GM-DEBIT-ACCOUNT = SPACES
                     OR RM-GM-CREDIT-ACCOUNT = SPACES
                  MOVE 'GL ACCOUNT IS BLANK' TO WS-EDIT-REASON
                WHEN RM-GM-CURRENCY-CODE NOT = '***'
                     AND NOT CURRENCY-FOUND
                  MOVE 'CURRENCY NOT ON CURRCTL' TO WS-EDIT-REASON
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

      ******************************************************************
      * Tolerance-rule edits: control ID and currency present; adds
      * and changes need numeric tolerances, neither negative, a
      * percentage no higher than one hundred, and a currency on the
      * currency-control master.
      ******************************************************************
       EDIT-TOLERANCE-FIELDS.
              MOVE RM-TL-CURRENCY-CODE TO CURRENCY-LOOKUP-CODE
              PERFORM FIND-CURRENCY-ENTRY

              EVALUATE TRUE
                WHEN RM-TL-CONTROL-ID = SPACES
                  MOVE 'CONTROL ID IS BLANK' TO WS-EDIT-REASON
                WHEN RM-TL-CURRENCY-CODE = SPACES
                  MOVE 'CURRENCY CODE IS BLANK' TO WS-EDIT-REASON
                WHEN RM-DELETE-ACTION
                  CONTINUE
                WHEN RM-TL-ABS-TOLERANCE IS NOT NUMERIC
                     OR RM-TL-PCT-TOLERANCE IS NOT NUMERIC
                  MOVE 'TOLERANCE IS NOT NUMERIC' TO WS-EDIT-REASON
                WHEN RM-TL-ABS-TOLERANCE < ZERO
                     OR RM-TL-PCT-TOLERANCE < ZERO
                  MOVE 'TOLERANCE IS NEGATIVE' TO WS-EDIT-REASON
                WHEN RM-TL-PCT-TOLERANCE > 100
                  MOVE 'PERCENT TOLERANCE ABOVE 100'
                    TO WS-EDIT-REASON
                WHEN NOT CURRENCY-FOUND
                  MOVE 'CURRENCY NOT ON CURRCTL' TO WS-EDIT-REASON
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

      ******************************************************************
      * Currency-control edits: code present; the master holds only
      * the code, so there is nothing to change; a currency still
      * used by a GL mapping or a tolerance rule cannot be deleted.
      ******************************************************************
       EDIT-CURRENCY-FIELDS.
              EVALUATE TRUE
                WHEN RM-CU-CURRENCY-CODE = SPACES
                  MOVE 'CURRENCY CODE IS BLANK' TO WS-EDIT-REASON
                WHEN RM-CHANGE-ACTION
                  MOVE 'CURRCTL HAS NO FIELDS TO CHANGE'
                    TO WS-EDIT-REASON
                WHEN RM-DELETE-ACTION
                  MOVE 'N' TO GL-MAP-FOUND-SW
                  IF GL-MAP-TABLE-COUNT > ZERO THEN
                    SET GL-MAP-IDX TO 1
                    SEARCH GL-MAP-ENTRY
                      AT END CONTINUE
                      WHEN GL-MAP-IDX > GL-MAP-TABLE-COUNT
                        CONTINUE
                      WHEN GMT-CURRENCY-CODE (GL-MAP-IDX)
                           = RM-CU-CURRENCY-CODE
                        SET GL-MAP-FOUND TO TRUE
                    END-SEARCH
                  END-IF
                  MOVE 'N' TO TOLERANCE-FOUND-SW
                  IF TOLERANCE-TABLE-COUNT > ZERO THEN
                    SET TOLERANCE-IDX TO 1
                    SEARCH TOLERANCE-ENTRY
                      AT END CONTINUE
                      WHEN TOLERANCE-IDX > TOLERANCE-TABLE-COUNT
                        CONTINUE
                      WHEN TLT-CURRENCY-CODE (TOLERANCE-IDX)
                           = RM-CU-CURRENCY-CODE
                        SET TOLERANCE-FOUND TO TRUE
                    END-SEARCH
                  END-IF
                  EVALUATE TRUE
                    WHEN GL-MAP-FOUND
                      MOVE 'CURRENCY IN USE ON GLMAP'
                        TO WS-EDIT-REASON
                    WHEN TOLERANCE-FOUND
                      MOVE 'CURRENCY IN USE ON TOLRNC'
                        TO WS-EDIT-REASON
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
                WHEN OTHER
                  CONTINUE
              END-EVALUATE.

      ******************************************************************
      * Key lookups on the maintenance tables; each search stops at
      * the live entries so a slot freed by a delete is never hit.
      ******************************************************************
       FIND-WEIGHT-ENTRY.
              MOVE 'N' TO WEIGHT-FOUND-SW
              IF WEIGHT-TABLE-COUNT > ZERO THEN
                SET WEIGHT-IDX TO 1
                SEARCH WEIGHT-ENTRY
                  AT END CONTINUE
                  WHEN WEIGHT-IDX > WEIGHT-TABLE-COUNT
                    CONTINUE
                  WHEN WT-EXAM-TYPE (WEIGHT-IDX) = RM-SW-EXAM-TYPE
                    SET WEIGHT-FOUND TO TRUE
                END-SEARCH
              END-IF.

       FIND-PROFILE-ENTRY.
              MOVE 'N' TO PROFILE-FOUND-SW
              IF PROFILE-TABLE-COUNT > ZERO THEN
                SET PROFILE-IDX TO 1
                SEARCH PROFILE-ENTRY
                  AT END CONTINUE
                  WHEN PROFILE-IDX > PROFILE-TABLE-COUNT
                    CONTINUE
                  WHEN PR-SOURCE-CODE (PROFILE-IDX)
                       = RM-SP-SOURCE-CODE
                    SET PROFILE-FOUND TO TRUE
                END-SEARCH
              END-IF.

       FIND-GL-MAP-ENTRY.
              MOVE 'N' TO GL-MAP-FOUND-SW
              IF GL-MAP-TABLE-COUNT > ZERO THEN
                SET GL-MAP-IDX TO 1
                SEARCH GL-MAP-ENTRY
                  AT END CONTINUE
                  WHEN GL-MAP-IDX > GL-MAP-TABLE-COUNT
                    CONTINUE
                  WHEN GMT-TYPE-CODE (GL-MAP-IDX) = RM-GM-TYPE-CODE
                       AND GMT-CURRENCY-CODE (GL-MAP-IDX)
                           = RM-GM-CURRENCY-CODE
                    SET GL-MAP-FOUND TO TRUE
                END-SEARCH
              END-IF.

       FIND-TOLERANCE-ENTRY.
              MOVE 'N' TO TOLERANCE-FOUND-SW
              IF TOLERANCE-TABLE-COUNT > ZERO THEN
                SET TOLERANCE-IDX TO 1
                SEARCH TOLERANCE-ENTRY
                  AT END CONTINUE
                  WHEN TOLERANCE-IDX > TOLERANCE-TABLE-COUNT
                    CONTINUE
                  WHEN TLT-CONTROL-ID (TOLERANCE-IDX)
                       = RM-TL-CONTROL-ID
                       AND TLT-CURRENCY-CODE (TOLERANCE-IDX)
                           = RM-TL-CURRENCY-CODE
                    SET TOLERANCE-FOUND TO TRUE
                END-SEARCH
              END-IF.

       FIND-CURRENCY-ENTRY.
              MOVE 'N' TO CURRENCY-FOUND-SW
              IF CURRENCY-TABLE-COUNT > ZERO THEN
                SET CURRENCY-IDX TO 1
                SEARCH CURRENCY-ENTRY
                  AT END CONTINUE
                  WHEN CURRENCY-IDX > CURRENCY-TABLE-COUNT
                    CONTINUE
                  WHEN CY-CODE (CURRENCY-IDX) = CURRENCY-LOOKUP-CODE
                    SET CURRENCY-FOUND TO TRUE
                END-SEARCH
              END-IF.

      ******************************************************************
      * Applies a section-weight add, change or delete to the table,
      * holding the old entry for the before image. An add, or a
      * change that moves any weight or floor, takes effect on the
      * run date; a change to the certificate validity alone keeps
      * the date the weights took effect.
      ******************************************************************
       APPLY-WEIGHT-MAINT.
              PERFORM FIND-WEIGHT-ENTRY
              MOVE RM-SW-EXAM-TYPE TO KEY-DISPLAY

              EVALUATE TRUE
                WHEN RM-ADD-ACTION AND WEIGHT-FOUND
                  MOVE 'EXAM TYPE ALREADY ON FILE' TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                     AND WEIGHT-TABLE-COUNT >= WEIGHT-READER-LIMIT
                  MOVE 'SECTWGT IS AT ITS TABLE LIMIT'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                  ADD 1 TO WEIGHT-TABLE-COUNT
                  SET WEIGHT-IDX TO WEIGHT-TABLE-COUNT
                  MOVE '*NEW*' TO BEFORE-IMAGE-DISPLAY
                  MOVE RM-SW-RECORD TO WEIGHT-ENTRY (WEIGHT-IDX)
                  MOVE WS-RUN-CCYYMMDD
                    TO WT-EFFECTIVE-DATE (WEIGHT-IDX)
                  MOVE WEIGHT-ENTRY (WEIGHT-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN NOT WEIGHT-FOUND
                  MOVE 'EXAM TYPE NOT ON FILE' TO WS-EDIT-REASON
                WHEN RM-CHANGE-ACTION
                  MOVE WEIGHT-ENTRY (WEIGHT-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE WEIGHT-ENTRY (WEIGHT-IDX) (30:8)
                    TO HELD-EFFECTIVE-DATE
                  IF WEIGHT-ENTRY (WEIGHT-IDX) (3:24)
                     NOT = RM-SW-RECORD (3:24) THEN
                    MOVE WS-RUN-CCYYMMDD TO HELD-EFFECTIVE-DATE
                  END-IF
                  MOVE RM-SW-RECORD TO WEIGHT-ENTRY (WEIGHT-IDX)
                  MOVE HELD-EFFECTIVE-DATE
                    TO WEIGHT-ENTRY (WEIGHT-IDX) (30:8)
                  MOVE WEIGHT-ENTRY (WEIGHT-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN OTHER
                  MOVE WEIGHT-ENTRY (WEIGHT-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE '*DELETED*' TO AFTER-IMAGE-DISPLAY
                  SET TABLE-SUB TO WEIGHT-IDX
                  PERFORM UNTIL TABLE-SUB >= WEIGHT-TABLE-COUNT
                    MOVE WEIGHT-ENTRY (TABLE-SUB + 1)
                      TO WEIGHT-ENTRY (TABLE-SUB)
                    ADD 1 TO TABLE-SUB
                  END-PERFORM
                  SUBTRACT 1 FROM WEIGHT-TABLE-COUNT
              END-EVALUATE.

      ******************************************************************
      * Applies a source-profile add, change or delete to the table,
      * holding the old entry for the before image.
      ******************************************************************
       APPLY-PROFILE-MAINT.
              PERFORM FIND-PROFILE-ENTRY
              MOVE RM-SP-SOURCE-CODE TO KEY-DISPLAY

              EVALUATE TRUE
                WHEN RM-ADD-ACTION AND PROFILE-FOUND
                  MOVE 'SOURCE CODE ALREADY ON FILE'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                     AND PROFILE-TABLE-COUNT >= PROFILE-READER-LIMIT
                  MOVE 'SRCPROF IS AT ITS TABLE LIMIT'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                  ADD 1 TO PROFILE-TABLE-COUNT
                  SET PROFILE-IDX TO PROFILE-TABLE-COUNT
                  MOVE '*NEW*' TO BEFORE-IMAGE-DISPLAY
                  MOVE RM-SP-RECORD TO PROFILE-ENTRY (PROFILE-IDX)
                  MOVE PROFILE-ENTRY (PROFILE-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN NOT PROFILE-FOUND
                  MOVE 'SOURCE CODE NOT ON FILE' TO WS-EDIT-REASON
                WHEN RM-CHANGE-ACTION
                  MOVE PROFILE-ENTRY (PROFILE-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE RM-SP-RECORD TO PROFILE-ENTRY (PROFILE-IDX)
                  MOVE PROFILE-ENTRY (PROFILE-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN OTHER
                  MOVE PROFILE-ENTRY (PROFILE-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE '*DELETED*' TO AFTER-IMAGE-DISPLAY
                  SET TABLE-SUB TO PROFILE-IDX
                  PERFORM UNTIL TABLE-SUB >= PROFILE-TABLE-COUNT
                    MOVE PROFILE-ENTRY (TABLE-SUB + 1)
                      TO PROFILE-ENTRY (TABLE-SUB)
                    ADD 1 TO TABLE-SUB
                  END-PERFORM
                  SUBTRACT 1 FROM PROFILE-TABLE-COUNT
              END-EVALUATE.

      ******************************************************************
      * Applies a GL-mapping add, change or delete to the table,
      * holding the old entry for the before image.
      ******************************************************************
       APPLY-GL-MAP-MAINT.
              PERFORM FIND-GL-MAP-ENTRY
              MOVE SPACES TO KEY-DISPLAY
              STRING RM-GM-TYPE-CODE '/' RM-GM-CURRENCY-CODE
                DELIMITED BY SIZE INTO KEY-DISPLAY

              EVALUATE TRUE
                WHEN RM-ADD-ACTION AND GL-MAP-FOUND
                  MOVE 'MAPPING ALREADY ON FILE' TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                     AND GL-MAP-TABLE-COUNT >= GL-MAP-READER-LIMIT
                  MOVE 'GLMAP IS AT ITS TABLE LIMIT'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                  ADD 1 TO GL-MAP-TABLE-COUNT
                  SET GL-MAP-IDX TO GL-MAP-TABLE-COUNT
                  MOVE '*NEW*' TO BEFORE-IMAGE-DISPLAY
                  MOVE RM-GM-RECORD TO GL-MAP-ENTRY (GL-MAP-IDX)
                  MOVE GL-MAP-ENTRY (GL-MAP-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN NOT GL-MAP-FOUND
                  MOVE 'MAPPING NOT ON FILE' TO WS-EDIT-REASON
                WHEN RM-CHANGE-ACTION
                  MOVE GL-MAP-ENTRY (GL-MAP-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE RM-GM-RECORD TO GL-MAP-ENTRY (GL-MAP-IDX)
                  MOVE GL-MAP-ENTRY (GL-MAP-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN OTHER
                  MOVE GL-MAP-ENTRY (GL-MAP-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE '*DELETED*' TO AFTER-IMAGE-DISPLAY
                  SET TABLE-SUB TO GL-MAP-IDX
                  PERFORM UNTIL TABLE-SUB >= GL-MAP-TABLE-COUNT
                    MOVE GL-MAP-ENTRY (TABLE-SUB + 1)
                      TO GL-MAP-ENTRY (TABLE-SUB)
                    ADD 1 TO TABLE-SUB
                  END-PERFORM
                  SUBTRACT 1 FROM GL-MAP-TABLE-COUNT
              END-EVALUATE.

      ******************************************************************
      * Applies a tolerance-rule add, change or delete to the table,
      * holding the old entry for the before image; the keyed signed
      * tolerances are stored unsigned once the edits have passed.
      ******************************************************************
       APPLY-TOLERANCE-MAINT.
              PERFORM FIND-TOLERANCE-ENTRY
              MOVE SPACES TO KEY-DISPLAY
              STRING RM-TL-CONTROL-ID RM-TL-CURRENCY-CODE
                DELIMITED BY SIZE INTO KEY-DISPLAY

              EVALUATE TRUE
                WHEN RM-ADD-ACTION AND TOLERANCE-FOUND
                  MOVE 'TOLERANCE RULE ALREADY ON FILE'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                     AND TOLERANCE-TABLE-COUNT
                         >= TOLERANCE-READER-LIMIT
                  MOVE 'TOLRNC IS AT ITS TABLE LIMIT'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                  ADD 1 TO TOLERANCE-TABLE-COUNT
                  SET TOLERANCE-IDX TO TOLERANCE-TABLE-COUNT
                  MOVE '*NEW*' TO BEFORE-IMAGE-DISPLAY
                  PERFORM MOVE-TOLERANCE-FIELDS
                  MOVE TOLERANCE-ENTRY (TOLERANCE-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN NOT TOLERANCE-FOUND
                  MOVE 'TOLERANCE RULE NOT ON FILE' TO WS-EDIT-REASON
                WHEN RM-CHANGE-ACTION
                  MOVE TOLERANCE-ENTRY (TOLERANCE-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  PERFORM MOVE-TOLERANCE-FIELDS
                  MOVE TOLERANCE-ENTRY (TOLERANCE-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN OTHER
                  MOVE TOLERANCE-ENTRY (TOLERANCE-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE '*DELETED*' TO AFTER-IMAGE-DISPLAY
                  SET TABLE-SUB TO TOLERANCE-IDX
                  PERFORM UNTIL TABLE-SUB >= TOLERANCE-TABLE-COUNT
                    MOVE TOLERANCE-ENTRY (TABLE-SUB + 1)
                      TO TOLERANCE-ENTRY (TABLE-SUB)
                    ADD 1 TO TABLE-SUB
                  END-PERFORM
                  SUBTRACT 1 FROM TOLERANCE-TABLE-COUNT
              END-EVALUATE.

       MOVE-TOLERANCE-FIELDS.
              MOVE RM-TL-CONTROL-ID TO TLT-CONTROL-ID (TOLERANCE-IDX)
              MOVE RM-TL-CURRENCY-CODE
                TO TLT-CURRENCY-CODE (TOLERANCE-IDX)
              MOVE RM-TL-ABS-TOLERANCE
                TO TLT-ABS-TOLERANCE (TOLERANCE-IDX)
              MOVE RM-TL-PCT-TOLERANCE
                TO TLT-PCT-TOLERANCE (TOLERANCE-IDX).

      ******************************************************************
      * Applies a currency-control add or delete to the table,
      * holding the old entry for the before image.
      ******************************************************************
       APPLY-CURRENCY-MAINT.
              MOVE RM-CU-CURRENCY-CODE TO CURRENCY-LOOKUP-CODE
              PERFORM FIND-CURRENCY-ENTRY
              MOVE RM-CU-CURRENCY-CODE TO KEY-DISPLAY

              EVALUATE TRUE
                WHEN RM-ADD-ACTION AND CURRENCY-FOUND
                  MOVE 'CURRENCY ALREADY ON FILE' TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                     AND CURRENCY-TABLE-COUNT
                         >= CURRENCY-READER-LIMIT
                  MOVE 'CURRCTL IS AT ITS TABLE LIMIT'
                    TO WS-EDIT-REASON
                WHEN RM-ADD-ACTION
                  ADD 1 TO CURRENCY-TABLE-COUNT
                  SET CURRENCY-IDX TO CURRENCY-TABLE-COUNT
                  MOVE '*NEW*' TO BEFORE-IMAGE-DISPLAY
                  MOVE RM-CU-CURRENCY-CODE TO CY-CODE (CURRENCY-IDX)
                  MOVE CURRENCY-ENTRY (CURRENCY-IDX)
                    TO AFTER-IMAGE-DISPLAY
                WHEN NOT CURRENCY-FOUND
                  MOVE 'CURRENCY NOT ON FILE' TO WS-EDIT-REASON
                WHEN OTHER
                  MOVE CURRENCY-ENTRY (CURRENCY-IDX)
                    TO BEFORE-IMAGE-DISPLAY
                  MOVE '*DELETED*' TO AFTER-IMAGE-DISPLAY
                  SET TABLE-SUB TO CURRENCY-IDX
                  PERFORM UNTIL TABLE-SUB >= CURRENCY-TABLE-COUNT
                    MOVE CURRENCY-ENTRY (TABLE-SUB + 1)
                      TO CURRENCY-ENTRY (TABLE-SUB)
                    ADD 1 TO TABLE-SUB
                  END-PERFORM
                  SUBTRACT 1 FROM CURRENCY-TABLE-COUNT
              END-EVALUATE.

      ******************************************************************
      * Writes every maintained master whole from its table as the
      * new generation the job copies back over the live dataset.
      ******************************************************************
       WRITE-REFERENCE-MASTERS.
              OPEN OUTPUT NEW-SECTION-WEIGHT-FILE
              PERFORM VARYING WEIGHT-IDX FROM 1 BY 1
                UNTIL WEIGHT-IDX > WEIGHT-TABLE-COUNT
                WRITE NEW-SECTION-WEIGHT-LINE
                  FROM WEIGHT-ENTRY (WEIGHT-IDX)
              END-PERFORM
              CLOSE NEW-SECTION-WEIGHT-FILE

              OPEN OUTPUT NEW-SOURCE-PROFILE-FILE
              PERFORM VARYING PROFILE-IDX FROM 1 BY 1
                UNTIL PROFILE-IDX > PROFILE-TABLE-COUNT
                WRITE NEW-SOURCE-PROFILE-LINE
                  FROM PROFILE-ENTRY (PROFILE-IDX)
              END-PERFORM
              CLOSE NEW-SOURCE-PROFILE-FILE

              OPEN OUTPUT NEW-GL-MAP-FILE
              PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
                UNTIL GL-MAP-IDX > GL-MAP-TABLE-COUNT
                WRITE NEW-GL-MAP-LINE
                  FROM GL-MAP-ENTRY (GL-MAP-IDX)
              END-PERFORM
              CLOSE NEW-GL-MAP-FILE

              OPEN OUTPUT NEW-TOLERANCE-RULES-FILE
              PERFORM VARYING TOLERANCE-IDX FROM 1 BY 1
                UNTIL TOLERANCE-IDX > TOLERANCE-TABLE-COUNT
                WRITE NEW-TOLERANCE-RULES-LINE
                  FROM TOLERANCE-ENTRY (TOLERANCE-IDX)
              END-PERFORM
              CLOSE NEW-TOLERANCE-RULES-FILE

              OPEN OUTPUT NEW-CURRENCY-CONTROL-FILE
              PERFORM VARYING CURRENCY-IDX FROM 1 BY 1
                UNTIL CURRENCY-IDX > CURRENCY-TABLE-COUNT
                WRITE NEW-CURRENCY-CONTROL-LINE
                  FROM CURRENCY-ENTRY (CURRENCY-IDX)
              END-PERFORM
              CLOSE NEW-CURRENCY-CONTROL-FILE.

      ******************************************************************
      * Appends one before/after image line to the audit trail for an
      * applied maintenance action, carrying the operator ID and the
      * master and key changed so every reference change is
      * attributable to who changed it and when.
      ******************************************************************
       WRITE-AUDIT-IMAGE.
              MOVE SPACES TO AUDIT-LOG-LINE
              STRING WS-RUN-DATE-DISPLAY ' ' WS-RUN-TIME-DISPLAY
                     ' REFMAINT USER=' RM-USER-ID
                     ' MASTER=' RM-MASTER-ID
                     ' ACTION=' RM-ACTION
                     ' KEY=' KEY-DISPLAY
                     ' BEFORE=' BEFORE-IMAGE-DISPLAY
                     ' AFTER=' AFTER-IMAGE-DISPLAY
                DELIMITED BY SIZE INTO AUDIT-LOG-LINE
              WRITE AUDIT-LOG-LINE.

      ******************************************************************
      * Writes the rejected maintenance transaction and its edit
      * reason to the error file.
      ******************************************************************
       WRITE-MAINT-ERROR.
              ADD 1 TO MAINT-REJECT-COUNT
              MOVE RM-MASTER-ID TO ME-MASTER-ID
              MOVE RM-ACTION TO ME-ACTION
              MOVE RM-MASTER-DATA TO ME-MASTER-DATA
              MOVE RM-USER-ID TO ME-USER-ID
              MOVE WS-EDIT-REASON TO ME-REASON
              WRITE MAINT-ERROR-REC.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: clean when everything
      * applied, warning when maintenance was rejected, and failed
      * when a master could not be held whole - the copy-back steps
      * run only at four or below, so the live masters stand.
      ******************************************************************
       SET-MAINT-RETURN-CODE.
              EVALUATE TRUE
                WHEN MASTERS-INCOMPLETE
                  MOVE 12 TO RETURN-CODE
                WHEN MAINT-REJECT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
                WHEN OTHER
                  MOVE 0 TO RETURN-CODE
              END-EVALUATE.

       END PROGRAM REFMAINT.
