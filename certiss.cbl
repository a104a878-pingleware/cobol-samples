      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Certificate issue run over the day's graded passes -
      *          gives each new passer on SCOREPS the next
      *          certificate number for the exam type off that exam
      *          type's control record on the certificate register,
      *          stamps the issue date and an expiry date the exam
      *          type's validity period (in months, from the section
      *          weight master) past it, and files the certificate
      *          under the candidate ID, the link back to the
      *          candidate history master. A passer already holding
      *          a live certificate for the exam type is skipped, so
      *          rerunning the step over the same pass file issues
      *          nothing twice. A pass whose exam type has no
      *          validity period on file is left unissued and flags
      *          the step RC=4. Amended results from an appeal
      *          run (SCOREAMD) are applied after the passes: an
      *          amended pass is issued the same way, an amended
      *          fail has its live certificate for the exam type
      *          withdrawn. Certificates are dated with the
      *          business date of the run - DATE= in the PARM, or
      *          the latest SCORE business date on the run-control
      *          master. The register replaces the spreadsheet as
      *          the system of record employers' confirmation calls
      *          are answered from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTISS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> the day's graded passes written by the grading pass
              SELECT PASS-FILE ASSIGN TO SCOREPS
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS PASS-STATUS.

              *> amended results from the appeal run; dummied on the
              *> nightly run
              SELECT AMENDMENT-FILE ASSIGN TO SCOREAMD
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS AMENDMENT-STATUS.

              *> run-control master, read for the latest SCORE
              *> business date when no DATE= is given
              SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RN-RUN-KEY
                     FILE STATUS IS RUN-CONTROL-STATUS.

              *> section weight master, for the certificate validity
              *> period per exam type
              SELECT SECTION-WEIGHT-FILE ASSIGN TO SECTWGT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS SECTION-WEIGHT-STATUS.

              *> certificate register, keyed on the certificate
              *> number, with the candidate ID as alternate index
              SELECT CERT-REGISTER-FILE ASSIGN TO CERTREG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CERT-NUMBER
                     ALTERNATE RECORD KEY IS CT-CANDIDATE-ID
                         WITH DUPLICATES
                     FILE STATUS IS CERT-REGISTER-STATUS.

              *> printed issue report
              SELECT ISSUE-REPORT-FILE ASSIGN TO CERTRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ISSUE-REPORT-STATUS.

              *> run-statistics file, one record appended per run
              SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RUN-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE.
              COPY PASSREC.

       FD  AMENDMENT-FILE.
              COPY AMNDREC.

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  SECTION-WEIGHT-FILE.
              COPY SECTWGT.

       FD  CERT-REGISTER-FILE.
              COPY CERTREC.

       FD  ISSUE-REPORT-FILE.
       01  ISSUE-REPORT-LINE          PIC X(90).

       FD  RUN-STAT-FILE.
              COPY RSTATREC.

       WORKING-STORAGE SECTION.
       *> file status fields for the issue run
       01 PASS-STATUS PIC XX.
         88 PASS-EOF VALUE '10'.
         88 PASS-NOT-FOUND VALUE '35'.
       01 AMENDMENT-STATUS PIC XX.
         88 AMENDMENT-EOF VALUE '10'.
         88 AMENDMENT-NOT-FOUND VALUE '35'.
       01 RUN-CONTROL-STATUS PIC XX.
         88 RUN-CONTROL-EOF VALUE '10'.
         88 RUN-CONTROL-NO-FILE VALUE '35'.
       01 SECTION-WEIGHT-STATUS PIC XX.
         88 SECTION-WEIGHT-EOF VALUE '10'.
         88 SECTION-WEIGHT-NOT-FOUND VALUE '35'.
       01 CERT-REGISTER-STATUS PIC XX.
         88 CERT-REGISTER-NO-FILE VALUE '35'.
       01 ISSUE-REPORT-STATUS PIC XX.
       01 RUN-STAT-STATUS PIC XX.
         88 RUN-STAT-IS-NEW VALUE '35'.

       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 WS-RUN-HHMMSS       PIC 9(6).
         05 FILLER              PIC X(7).
       01 WS-RUN-START-DATE PIC 9(8).
       01 WS-RUN-START-TIME PIC 9(6).

       *> issue date taken from the step PARM: DATE=ccyymmdd when a
       *> prior day's pass file is rerun, otherwise the latest
       *> SCORE business date on the run-control master; STAGE=
       *> names the stage the statistics record is filed under
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-DATE-ENTRY PIC X(8).
       01 ISSUE-DATE PIC 9(8) VALUE ZERO.
       01 STAT-STAGE PIC X(8) VALUE 'SCORE'.

       *> certificate validity months per exam type, loaded from
       *> the section weight master; an entry keyed without a
       *> validity period stays non-numeric and issues nothing
       01 VALIDITY-TABLE-COUNT PIC 9(3) VALUE ZERO.
       01 VALIDITY-TABLE.
         05 VALIDITY-ENTRY OCCURS 100 TIMES
                           INDEXED BY VALIDITY-IDX.
           10 VT-EXAM-TYPE      PIC X(2).
           10 VT-VALIDITY-X     PIC X(3).
           10 VT-VALIDITY-MONTHS REDEFINES VT-VALIDITY-X
                                PIC 9(3).
       01 VALIDITY-FOUND-SW PIC X VALUE 'N'.
         88 VALIDITY-FOUND VALUE 'Y'.

       *> a certificate that does not expire carries this date
       01 NO-EXPIRY-DATE PIC 9(8) VALUE 99991231.

       *> expiry arithmetic: the issue date moved on the validity
       *> months, the day held back to the month end where the
       *> target month is shorter
       01 ISSUE-DATE-WORK.
         05 ISSUE-CCYY          PIC 9(4).
         05 ISSUE-MM            PIC 9(2).
         05 ISSUE-DD            PIC 9(2).
       01 EXPIRY-DATE-WORK.
         05 EXPIRY-CCYY         PIC 9(4).
         05 EXPIRY-MM           PIC 9(2).
         05 EXPIRY-DD           PIC 9(2).
       01 EXPIRY-DATE-NUM REDEFINES EXPIRY-DATE-WORK PIC 9(8).
       01 MONTH-WORK PIC 9(5).
       01 YEARS-ADDED PIC 9(4).
       01 MONTH-REMAINDER PIC 9(2).
       01 LEAP-QUOTIENT PIC 9(4).
       01 LEAP-REM-4 PIC 9(3).
       01 LEAP-REM-100 PIC 9(3).
       01 LEAP-REM-400 PIC 9(3).
       01 MONTH-END-DAY PIC 9(2).
       01 MONTH-DAYS-VALUES PIC X(24)
                            VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
         05 MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       *> pass or amended result in hand and its disposition
       01 ISSUE-CANDIDATE-ID PIC X(10).
       01 ISSUE-EXAM-TYPE PIC X(2).
       01 ISSUE-EXAM-SCORE PIC 9(3).
       01 NEW-CERT-SEQ PIC 9(8).
       01 NEW-EXPIRY-DATE PIC 9(8).
       01 CONTROL-NEW-SW PIC X VALUE 'N'.
         88 CONTROL-NEW VALUE 'Y'.
       01 CERT-HELD-SW PIC X VALUE 'N'.
         88 CERT-HELD VALUE 'Y'.
       01 CANDIDATE-SCAN-SW PIC X VALUE 'N'.
         88 CANDIDATE-SCAN-DONE VALUE 'Y'.
       01 ISSUE-REASON PIC X(30).

       *> run tallies
       01 ISSUE-TALLIES.
         05 PASSES-READ           PIC 9(7) VALUE ZERO.
         05 CERTS-ISSUED          PIC 9(7) VALUE ZERO.
         05 ALREADY-CERTIFIED     PIC 9(7) VALUE ZERO.
         05 CERTS-NOT-ISSUED      PIC 9(7) VALUE ZERO.
         05 AMENDMENTS-READ       PIC 9(7) VALUE ZERO.
         05 CERTS-WITHDRAWN       PIC 9(7) VALUE ZERO.
         05 NONE-TO-WITHDRAW      PIC 9(7) VALUE ZERO.

       *> printed detail and summary line layouts
       01 ISSUE-DETAIL-LINE.
         05 ID-ACTION             PIC X(11).
         05 ID-EXAM-TYPE          PIC X(2).
         05 FILLER                PIC X(1) VALUE '-'.
         05 ID-CERT-SEQ           PIC 9(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 ID-CANDIDATE-ID       PIC X(10).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 ID-ISSUE-DATE         PIC 9(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 ID-EXPIRY-DATE        PIC 9(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 ID-REASON             PIC X(30).
       01 ISSUE-SUMMARY-LINE.
         05 XS-LABEL              PIC X(24).
         05 XS-VALUE              PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              MOVE WS-RUN-CCYYMMDD TO WS-RUN-START-DATE.
              MOVE WS-RUN-HHMMSS TO WS-RUN-START-TIME.
              PERFORM PARSE-ISSUE-PARM.
              PERFORM LOAD-VALIDITY-PERIODS.
              PERFORM ISSUE-CERTIFICATES.
              PERFORM PRINT-ISSUE-SUMMARY.
              PERFORM SET-ISSUE-RETURN-CODE.
              PERFORM WRITE-RUN-STATISTICS.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the issue date (DATE=ccyymmdd) and
      * the statistics stage (STAGE=); no date, or a date that is
      * not numeric, issues on the latest SCORE business date.
      ******************************************************************
       PARSE-ISSUE-PARM.
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
                    MOVE WS-DATE-ENTRY TO ISSUE-DATE
                  ELSE
                    DISPLAY 'DATE PARM NOT NUMERIC, USING BUSINESS '
                            'DATE'
                  END-IF
                END-IF
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:6) = 'STAGE=' THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (7:8)
                    TO STAT-STAGE
                END-IF
              END-PERFORM

              IF ISSUE-DATE = ZERO THEN
                PERFORM FIND-BUSINESS-DATE
              END-IF

              DISPLAY 'CERTIFICATE ISSUE DATE: ' ISSUE-DATE.

      ******************************************************************
      * Takes the latest SCORE business date on the run-control
      * master as the issue date; with no run-control master, or no
      * SCORE run on it, the run date stands in.
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
                  IF RN-STAGE = 'SCORE'
                     AND RN-BUSINESS-DATE > ISSUE-DATE THEN
                    MOVE RN-BUSINESS-DATE TO ISSUE-DATE
                  END-IF
                  READ RUN-CONTROL-FILE
                    AT END SET RUN-CONTROL-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE RUN-CONTROL-FILE
              END-IF

              IF ISSUE-DATE = ZERO THEN
                DISPLAY 'NO SCORE RUN ON RUN CONTROL, USING RUN DATE'
                MOVE WS-RUN-CCYYMMDD TO ISSUE-DATE
              END-IF.

      ******************************************************************
      * Loads each exam type's certificate validity period off the
      * section weight master.
      ******************************************************************
       LOAD-VALIDITY-PERIODS.
              OPEN INPUT SECTION-WEIGHT-FILE
              IF SECTION-WEIGHT-NOT-FOUND THEN
                DISPLAY 'SECTION WEIGHT MASTER NOT FOUND, NO '
                        'VALIDITY PERIODS LOADED'
              ELSE
                READ SECTION-WEIGHT-FILE
                  AT END SET SECTION-WEIGHT-EOF TO TRUE
                END-READ
                PERFORM UNTIL SECTION-WEIGHT-EOF
                  IF VALIDITY-TABLE-COUNT < 100 THEN
                    ADD 1 TO VALIDITY-TABLE-COUNT
                    SET VALIDITY-IDX TO VALIDITY-TABLE-COUNT
                    MOVE SW-EXAM-TYPE TO VT-EXAM-TYPE (VALIDITY-IDX)
                    MOVE SW-CERT-VALIDITY-MONTHS
                      TO VT-VALIDITY-X (VALIDITY-IDX)
                  ELSE
                    DISPLAY 'VALIDITY TABLE FULL, EXAM TYPE '
                            SW-EXAM-TYPE ' NOT LOADED'
                  END-IF
                  READ SECTION-WEIGHT-FILE
                    AT END SET SECTION-WEIGHT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE SECTION-WEIGHT-FILE
              END-IF.

      ******************************************************************
      * Reads the day's passes and issues a certificate to each new
      * passer, then applies the amended results, printing one line
      * per pass or amendment with what was done.
      ******************************************************************
       ISSUE-CERTIFICATES.
              OPEN OUTPUT ISSUE-REPORT-FILE
              MOVE SPACES TO ISSUE-REPORT-LINE
              STRING 'CERTIFICATE ISSUE  DATE ' ISSUE-DATE
                DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE
              MOVE SPACES TO ISSUE-REPORT-LINE
              STRING 'ACTION     CERTIFICATE  CANDIDATE   ISSUED    '
                     'EXPIRES'
                DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              OPEN I-O CERT-REGISTER-FILE
              IF CERT-REGISTER-NO-FILE THEN
                OPEN OUTPUT CERT-REGISTER-FILE
                CLOSE CERT-REGISTER-FILE
                OPEN I-O CERT-REGISTER-FILE
              END-IF

              OPEN INPUT PASS-FILE
              IF PASS-NOT-FOUND THEN
                DISPLAY 'PASS FILE NOT FOUND, NOTHING TO ISSUE'
              ELSE
                READ PASS-FILE
                  AT END SET PASS-EOF TO TRUE
                END-READ
                PERFORM UNTIL PASS-EOF
                  ADD 1 TO PASSES-READ
                  MOVE PS-CANDIDATE-ID TO ISSUE-CANDIDATE-ID
                  MOVE PS-EXAM-TYPE TO ISSUE-EXAM-TYPE
                  MOVE PS-EXAM-SCORE TO ISSUE-EXAM-SCORE
                  PERFORM ISSUE-ONE-CERTIFICATE
                  READ PASS-FILE
                    AT END SET PASS-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE PASS-FILE
              END-IF

              OPEN INPUT AMENDMENT-FILE
              IF AMENDMENT-NOT-FOUND THEN
                DISPLAY 'AMENDED RESULT FILE NOT FOUND, NONE APPLIED'
              ELSE
                READ AMENDMENT-FILE
                  AT END SET AMENDMENT-EOF TO TRUE
                END-READ
                PERFORM UNTIL AMENDMENT-EOF
                  ADD 1 TO AMENDMENTS-READ
                  PERFORM APPLY-AMENDED-RESULT
                  READ AMENDMENT-FILE
                    AT END SET AMENDMENT-EOF TO TRUE
                  END-READ
                END-PERFORM
                CLOSE AMENDMENT-FILE
              END-IF

              CLOSE CERT-REGISTER-FILE.

      ******************************************************************
      * Applies one amended result: an amended pass is issued like
      * any other pass; an amended fail withdraws the candidate's
      * live certificate for the exam type as of the issue date.
      ******************************************************************
       APPLY-AMENDED-RESULT.
              MOVE AM-CANDIDATE-ID TO ISSUE-CANDIDATE-ID
              MOVE AM-EXAM-TYPE TO ISSUE-EXAM-TYPE
              MOVE AM-EXAM-SCORE TO ISSUE-EXAM-SCORE

              IF AM-AMENDED-PASS THEN
                PERFORM ISSUE-ONE-CERTIFICATE
              ELSE
                MOVE SPACES TO ISSUE-REASON
                MOVE ZERO TO NEW-CERT-SEQ
                MOVE ZERO TO NEW-EXPIRY-DATE
                PERFORM CHECK-CERTIFICATE-HELD
                IF CERT-HELD THEN
                  SET CT-CERT-WITHDRAWN TO TRUE
                  MOVE ISSUE-DATE TO CT-STATUS-DATE
                  REWRITE CERT-REGISTER-REC
                    INVALID KEY
                      MOVE 'CERTIFICATE NOT UPDATED' TO ISSUE-REASON
                  END-REWRITE
                END-IF

                EVALUATE TRUE
                  WHEN NOT CERT-HELD
                    ADD 1 TO NONE-TO-WITHDRAW
                    MOVE 'NONE HELD' TO ID-ACTION
                    MOVE 'AMENDED FAIL, NO LIVE CERT'
                      TO ISSUE-REASON
                  WHEN ISSUE-REASON NOT = SPACES
                    ADD 1 TO CERTS-NOT-ISSUED
                    MOVE 'NOT WITHDRN' TO ID-ACTION
                    DISPLAY 'CERTIFICATE NOT WITHDRAWN FROM '
                            AM-CANDIDATE-ID ': ' ISSUE-REASON
                            ' STATUS ' CERT-REGISTER-STATUS
                  WHEN OTHER
                    ADD 1 TO CERTS-WITHDRAWN
                    MOVE 'WITHDRAWN' TO ID-ACTION
                    MOVE 'AMENDED TO FAIL ON APPEAL' TO ISSUE-REASON
                END-EVALUATE

                MOVE AM-EXAM-TYPE TO ID-EXAM-TYPE
                MOVE NEW-CERT-SEQ TO ID-CERT-SEQ
                MOVE AM-CANDIDATE-ID TO ID-CANDIDATE-ID
                MOVE ISSUE-DATE TO ID-ISSUE-DATE
                MOVE NEW-EXPIRY-DATE TO ID-EXPIRY-DATE
                MOVE ISSUE-REASON TO ID-REASON
                MOVE ISSUE-DETAIL-LINE TO ISSUE-REPORT-LINE
                WRITE ISSUE-REPORT-LINE
              END-IF.

      ******************************************************************
      * Issues one pass its certificate: the exam type must carry a
      * validity period and the candidate must not already hold a
      * live certificate for it; the exam type's control record then
      * gives up the next number and the certificate is written.
      ******************************************************************
       ISSUE-ONE-CERTIFICATE.
              MOVE SPACES TO ISSUE-REASON
              MOVE 'N' TO CERT-HELD-SW
              MOVE ZERO TO NEW-CERT-SEQ
              MOVE ZERO TO NEW-EXPIRY-DATE

              MOVE 'N' TO VALIDITY-FOUND-SW
              IF VALIDITY-TABLE-COUNT > ZERO THEN
                SET VALIDITY-IDX TO 1
                SEARCH VALIDITY-ENTRY
                  AT END CONTINUE
                  WHEN VALIDITY-IDX > VALIDITY-TABLE-COUNT
                    CONTINUE
                  WHEN VT-EXAM-TYPE (VALIDITY-IDX) = ISSUE-EXAM-TYPE
                    SET VALIDITY-FOUND TO TRUE
                END-SEARCH
              END-IF

              EVALUATE TRUE
                WHEN NOT VALIDITY-FOUND
                  MOVE 'EXAM TYPE NOT ON SECTWGT' TO ISSUE-REASON
                WHEN VT-VALIDITY-X (VALIDITY-IDX) IS NOT NUMERIC
                  MOVE 'NO VALIDITY PERIOD ON SECTWGT'
                    TO ISSUE-REASON
                WHEN OTHER
                  PERFORM CHECK-CERTIFICATE-HELD
              END-EVALUATE

              EVALUATE TRUE
                WHEN ISSUE-REASON NOT = SPACES
                  ADD 1 TO CERTS-NOT-ISSUED
                  MOVE 'NOT ISSUED' TO ID-ACTION
                WHEN CERT-HELD
                  ADD 1 TO ALREADY-CERTIFIED
                  MOVE 'HELD' TO ID-ACTION
                  MOVE 'LIVE CERTIFICATE ALREADY HELD'
                    TO ISSUE-REASON
                WHEN OTHER
                  PERFORM COMPUTE-EXPIRY-DATE
                  PERFORM WRITE-CERTIFICATE
                  IF ISSUE-REASON = SPACES THEN
                    ADD 1 TO CERTS-ISSUED
                    MOVE 'ISSUED' TO ID-ACTION
                  ELSE
                    ADD 1 TO CERTS-NOT-ISSUED
                    MOVE 'NOT ISSUED' TO ID-ACTION
                  END-IF
              END-EVALUATE

              MOVE ISSUE-EXAM-TYPE TO ID-EXAM-TYPE
              MOVE NEW-CERT-SEQ TO ID-CERT-SEQ
              MOVE ISSUE-CANDIDATE-ID TO ID-CANDIDATE-ID
              MOVE ISSUE-DATE TO ID-ISSUE-DATE
              MOVE NEW-EXPIRY-DATE TO ID-EXPIRY-DATE
              MOVE ISSUE-REASON TO ID-REASON
              MOVE ISSUE-DETAIL-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE.

      ******************************************************************
      * Walks the candidate's certificates on the alternate index
      * for a live one under the pass's exam type.
      ******************************************************************
       CHECK-CERTIFICATE-HELD.
              MOVE 'N' TO CERT-HELD-SW
              MOVE 'N' TO CANDIDATE-SCAN-SW
              MOVE ISSUE-CANDIDATE-ID TO CT-CANDIDATE-ID
              START CERT-REGISTER-FILE KEY = CT-CANDIDATE-ID
                INVALID KEY SET CANDIDATE-SCAN-DONE TO TRUE
              END-START

              PERFORM UNTIL CANDIDATE-SCAN-DONE
                READ CERT-REGISTER-FILE NEXT RECORD
                  AT END SET CANDIDATE-SCAN-DONE TO TRUE
                END-READ
                IF NOT CANDIDATE-SCAN-DONE THEN
                  IF CT-CANDIDATE-ID NOT = ISSUE-CANDIDATE-ID THEN
                    SET CANDIDATE-SCAN-DONE TO TRUE
                  ELSE
                    IF CT-EXAM-TYPE = ISSUE-EXAM-TYPE
                       AND CT-CERT-LIVE THEN
                      SET CERT-HELD TO TRUE
                      MOVE CT-CERT-SEQ TO NEW-CERT-SEQ
                      MOVE CT-EXPIRY-DATE TO NEW-EXPIRY-DATE
                      SET CANDIDATE-SCAN-DONE TO TRUE
                    END-IF
                  END-IF
                END-IF
              END-PERFORM.

      ******************************************************************
      * Works out the expiry date: the issue date moved on by the
      * exam type's validity months, held to the last day of the
      * target month where it is shorter (a certificate issued on
      * the thirty-first expires on the thirtieth of a thirty-day
      * month). Zero months is a certificate that does not expire.
      ******************************************************************
       COMPUTE-EXPIRY-DATE.
              IF VT-VALIDITY-MONTHS (VALIDITY-IDX) = ZERO THEN
                MOVE NO-EXPIRY-DATE TO NEW-EXPIRY-DATE
              ELSE
                MOVE ISSUE-DATE TO ISSUE-DATE-WORK
                COMPUTE MONTH-WORK = ISSUE-MM - 1
                                   + VT-VALIDITY-MONTHS (VALIDITY-IDX)
                DIVIDE MONTH-WORK BY 12 GIVING YEARS-ADDED
                  REMAINDER MONTH-REMAINDER
                COMPUTE EXPIRY-CCYY = ISSUE-CCYY + YEARS-ADDED
                COMPUTE EXPIRY-MM = MONTH-REMAINDER + 1

                MOVE MONTH-DAYS (EXPIRY-MM) TO MONTH-END-DAY
                IF EXPIRY-MM = 2 THEN
                  DIVIDE EXPIRY-CCYY BY 4 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REM-4
                  DIVIDE EXPIRY-CCYY BY 100 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REM-100
                  DIVIDE EXPIRY-CCYY BY 400 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REM-400
                  IF LEAP-REM-4 = ZERO
                     AND (LEAP-REM-100 NOT = ZERO
                          OR LEAP-REM-400 = ZERO) THEN
                    MOVE 29 TO MONTH-END-DAY
                  END-IF
                END-IF

                IF ISSUE-DD > MONTH-END-DAY THEN
                  MOVE MONTH-END-DAY TO EXPIRY-DD
                ELSE
                  MOVE ISSUE-DD TO EXPIRY-DD
                END-IF
                MOVE EXPIRY-DATE-NUM TO NEW-EXPIRY-DATE
              END-IF.

      ******************************************************************
      * Takes the next number off the exam type's control record
      * (writing the control record the first time the exam type
      * issues) and writes the certificate under it, live from the
      * issue date.
      ******************************************************************
       WRITE-CERTIFICATE.
              MOVE 'N' TO CONTROL-NEW-SW
              MOVE ISSUE-EXAM-TYPE TO CT-EXAM-TYPE
              MOVE ZERO TO CT-CERT-SEQ
              READ CERT-REGISTER-FILE KEY IS CT-CERT-NUMBER
                INVALID KEY SET CONTROL-NEW TO TRUE
              END-READ

              IF CONTROL-NEW THEN
                MOVE SPACES TO CERT-REGISTER-REC
                MOVE ISSUE-EXAM-TYPE TO CT-EXAM-TYPE
                MOVE ZERO TO CT-CERT-SEQ
                MOVE ZERO TO CT-LAST-SEQ-ISSUED
              END-IF
              ADD 1 TO CT-LAST-SEQ-ISSUED
              MOVE CT-LAST-SEQ-ISSUED TO NEW-CERT-SEQ

              IF CONTROL-NEW THEN
                WRITE CERT-REGISTER-REC
                  INVALID KEY
                    MOVE 'CONTROL RECORD NOT WRITTEN' TO ISSUE-REASON
                END-WRITE
              ELSE
                REWRITE CERT-REGISTER-REC
                  INVALID KEY
                    MOVE 'CONTROL RECORD NOT UPDATED' TO ISSUE-REASON
                END-REWRITE
              END-IF

              IF ISSUE-REASON = SPACES THEN
                MOVE ISSUE-EXAM-TYPE TO CT-EXAM-TYPE
                MOVE NEW-CERT-SEQ TO CT-CERT-SEQ
                MOVE ISSUE-CANDIDATE-ID TO CT-CANDIDATE-ID
                MOVE ISSUE-DATE TO CT-ISSUE-DATE
                MOVE NEW-EXPIRY-DATE TO CT-EXPIRY-DATE
                MOVE ISSUE-EXAM-SCORE TO CT-EXAM-SCORE
                SET CT-CERT-LIVE TO TRUE
                MOVE ISSUE-DATE TO CT-STATUS-DATE
                MOVE ZERO TO CT-NOTICE-DATE
                WRITE CERT-REGISTER-REC
                  INVALID KEY
                    MOVE 'CERTIFICATE NUMBER ALREADY USED'
                      TO ISSUE-REASON
                END-WRITE
              END-IF

              IF ISSUE-REASON NOT = SPACES THEN
                DISPLAY 'CERTIFICATE NOT ISSUED TO ' ISSUE-CANDIDATE-ID
                        ': ' ISSUE-REASON
                        ' STATUS ' CERT-REGISTER-STATUS
              END-IF.

      ******************************************************************
      * Prints the issue tallies after the detail lines.
      ******************************************************************
       PRINT-ISSUE-SUMMARY.
              MOVE SPACES TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'PASSES READ' TO XS-LABEL
              MOVE PASSES-READ TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'CERTIFICATES ISSUED' TO XS-LABEL
              MOVE CERTS-ISSUED TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'ALREADY CERTIFIED' TO XS-LABEL
              MOVE ALREADY-CERTIFIED TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'NOT ISSUED' TO XS-LABEL
              MOVE CERTS-NOT-ISSUED TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'AMENDED RESULTS READ' TO XS-LABEL
              MOVE AMENDMENTS-READ TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'CERTIFICATES WITHDRAWN' TO XS-LABEL
              MOVE CERTS-WITHDRAWN TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              MOVE 'AMENDED FAIL, NONE HELD' TO XS-LABEL
              MOVE NONE-TO-WITHDRAW TO XS-VALUE
              MOVE ISSUE-SUMMARY-LINE TO ISSUE-REPORT-LINE
              WRITE ISSUE-REPORT-LINE

              CLOSE ISSUE-REPORT-FILE

              DISPLAY 'CERTIFICATE ISSUE SUMMARY'
              DISPLAY 'PASSES READ      : ' PASSES-READ
              DISPLAY 'ISSUED           : ' CERTS-ISSUED
              DISPLAY 'ALREADY CERTIFIED: ' ALREADY-CERTIFIED
              DISPLAY 'NOT ISSUED       : ' CERTS-NOT-ISSUED
              DISPLAY 'AMENDMENTS READ  : ' AMENDMENTS-READ
              DISPLAY 'WITHDRAWN        : ' CERTS-WITHDRAWN
              DISPLAY 'NONE TO WITHDRAW : ' NONE-TO-WITHDRAW.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: 4 when any pass was left
      * without a certificate or an amended fail's certificate could
      * not be withdrawn, 0 otherwise.
      ******************************************************************
       SET-ISSUE-RETURN-CODE.
              IF CERTS-NOT-ISSUED > ZERO THEN
                MOVE 4 TO RETURN-CODE
              ELSE
                MOVE 0 TO RETURN-CODE
              END-IF.

      ******************************************************************
      * Appends the issue run's statistics record under the PARM
      * stage (SCORE by default), keyed on the issue date: passes and
      * amended results read, certificates issued or withdrawn as
      * accepted and those left undone as excepted; a pass already
      * certified, or a fail with nothing to withdraw, is neither.
      ******************************************************************
       WRITE-RUN-STATISTICS.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

              OPEN EXTEND RUN-STAT-FILE
              IF RUN-STAT-IS-NEW THEN
                OPEN OUTPUT RUN-STAT-FILE
              END-IF

              MOVE ISSUE-DATE TO SS-BUSINESS-DATE
              MOVE STAT-STAGE TO SS-STAGE
              MOVE 'CERTISS' TO SS-PROGRAM
              MOVE WS-RUN-START-DATE TO SS-START-DATE
              MOVE WS-RUN-START-TIME TO SS-START-TIME
              MOVE WS-RUN-CCYYMMDD TO SS-END-DATE
              MOVE WS-RUN-HHMMSS TO SS-END-TIME
              MOVE RETURN-CODE TO SS-RETURN-CODE
              COMPUTE SS-RECORDS-READ = PASSES-READ + AMENDMENTS-READ
              COMPUTE SS-RECORDS-ACCEPTED = CERTS-ISSUED
                                          + CERTS-WITHDRAWN
              MOVE CERTS-NOT-ISSUED TO SS-RECORDS-EXCEPTED
              MOVE ZERO TO SS-AMOUNT-TOTAL
              WRITE RUN-STAT-REC

              CLOSE RUN-STAT-FILE.

       END PROGRAM CERTISS.
