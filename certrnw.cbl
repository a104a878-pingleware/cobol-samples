      ******************************************************************
      * Author: yvanscher.
      * Date: 2026-10-15
      * Purpose: Monthly certificate renewal run over the certificate
      *          register - marks every live certificate whose expiry
      *          date has passed as expired, and writes a renewal
      *          notice to the letter-shop extract for every live
      *          certificate expiring within the notice window
      *          (WINDOW= days, default ninety) that has not been
      *          noticed yet, stamping the notice date on the
      *          register so the next month's run does not send it
      *          again. Runs ahead of the month-end retention pass so
      *          the live/expired standing MTHEND checks before
      *          purging a candidate is current.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRNW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              *> certificate register, read front to back and
              *> rewritten in place
              SELECT CERT-REGISTER-FILE ASSIGN TO CERTREG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CT-CERT-NUMBER
                     ALTERNATE RECORD KEY IS CT-CANDIDATE-ID
                         WITH DUPLICATES
                     FILE STATUS IS CERT-REGISTER-STATUS.

              *> renewal notices for the letter shop
              SELECT RENEWAL-NOTICE-FILE ASSIGN TO CERTRNW
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RENEWAL-NOTICE-STATUS.

              *> printed renewal report
              SELECT RENEWAL-REPORT-FILE ASSIGN TO CRNWRPT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS RENEWAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REGISTER-FILE.
              COPY CERTREC.

       FD  RENEWAL-NOTICE-FILE.
              COPY CERTNTC.

       FD  RENEWAL-REPORT-FILE.
       01  RENEWAL-REPORT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       *> file status fields for the renewal run
       01 CERT-REGISTER-STATUS PIC XX.
         88 CERT-REGISTER-EOF VALUE '10'.
         88 CERT-REGISTER-NO-FILE VALUE '35'.
       01 RENEWAL-NOTICE-STATUS PIC XX.
       01 RENEWAL-REPORT-STATUS PIC XX.

       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 FILLER              PIC X(13).
       01 WS-TODAY-INTEGER PIC 9(8).
       01 WS-WINDOW-END-INTEGER PIC 9(8).
       01 WS-WINDOW-END-DATE PIC 9(8).

       *> notice window taken from the step PARM: WINDOW=nnn days
       *> ahead of the run date
       01 WS-PARM-TEXT PIC X(100).
       01 WS-PARM-TOKEN-TABLE.
         05 WS-PARM-TOKEN OCCURS 4 TIMES PIC X(20).
       01 WS-PARM-SUB PIC 9(2).
       01 WS-DAYS-ENTRY PIC X(3).
       01 WS-DAYS-LEN PIC 9(1).
       01 WS-DAYS-SUB PIC 9(1).
       01 WS-DAYS-NUM-X PIC X(3).
       01 WS-DAYS-NUM REDEFINES WS-DAYS-NUM-X PIC 9(3).
       01 NOTICE-WINDOW-DAYS PIC 9(3) VALUE 90.

       *> run tallies
       01 RENEWAL-TALLIES.
         05 CERTS-READ            PIC 9(7) VALUE ZERO.
         05 CERTS-LIVE            PIC 9(7) VALUE ZERO.
         05 CERTS-NOTICED         PIC 9(7) VALUE ZERO.
         05 CERTS-EXPIRED         PIC 9(7) VALUE ZERO.
         05 CERTS-NOT-UPDATED     PIC 9(7) VALUE ZERO.

       *> printed detail and summary line layouts
       01 RENEWAL-DETAIL-LINE.
         05 RD-ACTION             PIC X(9).
         05 RD-EXAM-TYPE          PIC X(2).
         05 FILLER                PIC X(1) VALUE '-'.
         05 RD-CERT-SEQ           PIC 9(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-CANDIDATE-ID       PIC X(10).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-ISSUE-DATE         PIC 9(8).
         05 FILLER                PIC X(2) VALUE SPACES.
         05 RD-EXPIRY-DATE        PIC 9(8).
       01 RENEWAL-SUMMARY-LINE.
         05 XS-LABEL              PIC X(24).
         05 XS-VALUE              PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-AREA.
              05 PARM-LENGTH         PIC S9(4) COMP.
              05 PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
              COMPUTE WS-TODAY-INTEGER
                = FUNCTION INTEGER-OF-DATE (WS-RUN-CCYYMMDD).
              PERFORM PARSE-WINDOW-PARM.
              COMPUTE WS-WINDOW-END-INTEGER
                = WS-TODAY-INTEGER + NOTICE-WINDOW-DAYS.
              COMPUTE WS-WINDOW-END-DATE
                = FUNCTION DATE-OF-INTEGER (WS-WINDOW-END-INTEGER).
              PERFORM PROCESS-CERTIFICATE-REGISTER.
              PERFORM SET-RENEWAL-RETURN-CODE.

            STOP RUN.

      ******************************************************************
      * Parses the step PARM for the notice window (WINDOW=nnn days);
      * no PARM keeps the default of ninety days.
      ******************************************************************
       PARSE-WINDOW-PARM.
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
                IF WS-PARM-TOKEN (WS-PARM-SUB) (1:7) = 'WINDOW='
                  THEN
                  MOVE WS-PARM-TOKEN (WS-PARM-SUB) (8:3)
                    TO WS-DAYS-ENTRY
                  PERFORM CONVERT-DAYS-ENTRY
                END-IF
              END-PERFORM

              DISPLAY 'RENEWAL NOTICE WINDOW: ' NOTICE-WINDOW-DAYS
                      ' DAYS'.

      ******************************************************************
      * Right-justifies the keyed WINDOW= digits into a zero-filled
      * numeric field; a non-numeric entry keeps the default.
      ******************************************************************
       CONVERT-DAYS-ENTRY.
              MOVE ZERO TO WS-DAYS-LEN
              PERFORM VARYING WS-DAYS-SUB FROM 3 BY -1
                UNTIL WS-DAYS-SUB < 1 OR WS-DAYS-LEN > ZERO
                IF WS-DAYS-ENTRY (WS-DAYS-SUB:1) NOT = SPACE THEN
                  MOVE WS-DAYS-SUB TO WS-DAYS-LEN
                END-IF
              END-PERFORM

              IF WS-DAYS-LEN > ZERO THEN
                MOVE ALL '0' TO WS-DAYS-NUM-X
                COMPUTE WS-DAYS-SUB = 4 - WS-DAYS-LEN
                MOVE WS-DAYS-ENTRY (1:WS-DAYS-LEN)
                  TO WS-DAYS-NUM-X (WS-DAYS-SUB:WS-DAYS-LEN)
                IF WS-DAYS-NUM-X IS NUMERIC
                   AND WS-DAYS-NUM > ZERO THEN
                  MOVE WS-DAYS-NUM TO NOTICE-WINDOW-DAYS
                ELSE
                  DISPLAY 'WINDOW PARM NOT NUMERIC, USING DEFAULT'
                END-IF
              END-IF.

      ******************************************************************
      * Reads the register front to back: a live certificate past
      * its expiry date is marked expired, one expiring inside the
      * window and not yet noticed gets its renewal notice, and
      * either change is rewritten in place. Control records and
      * certificates already expired are passed over.
      ******************************************************************
       PROCESS-CERTIFICATE-REGISTER.
              OPEN OUTPUT RENEWAL-NOTICE-FILE
              OPEN OUTPUT RENEWAL-REPORT-FILE
              MOVE SPACES TO RENEWAL-REPORT-LINE
              STRING 'CERTIFICATE RENEWAL RUN  DATE ' WS-RUN-CCYYMMDD
                     '  NOTICE WINDOW TO ' WS-WINDOW-END-DATE
                DELIMITED BY SIZE INTO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE
              MOVE SPACES TO RENEWAL-REPORT-LINE
              STRING 'ACTION   CERTIFICATE  CANDIDATE   ISSUED    '
                     'EXPIRES'
                DELIMITED BY SIZE INTO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              OPEN I-O CERT-REGISTER-FILE
              IF CERT-REGISTER-NO-FILE THEN
                DISPLAY 'CERTIFICATE REGISTER NOT FOUND, NOTHING TO '
                        'RENEW'
              ELSE
                READ CERT-REGISTER-FILE NEXT RECORD
                  AT END SET CERT-REGISTER-EOF TO TRUE
                END-READ

                PERFORM UNTIL CERT-REGISTER-EOF
                  IF NOT CT-CONTROL-RECORD THEN
                    ADD 1 TO CERTS-READ
                    IF CT-CERT-LIVE THEN
                      EVALUATE TRUE
                        WHEN CT-EXPIRY-DATE < WS-RUN-CCYYMMDD
                          PERFORM EXPIRE-CERTIFICATE
                        WHEN CT-EXPIRY-DATE NOT > WS-WINDOW-END-DATE
                             AND CT-NOTICE-DATE = ZERO
                          PERFORM WRITE-RENEWAL-NOTICE
                          ADD 1 TO CERTS-LIVE
                        WHEN OTHER
                          ADD 1 TO CERTS-LIVE
                      END-EVALUATE
                    END-IF
                  END-IF

                  READ CERT-REGISTER-FILE NEXT RECORD
                    AT END SET CERT-REGISTER-EOF TO TRUE
                  END-READ
                END-PERFORM

                CLOSE CERT-REGISTER-FILE
              END-IF

              CLOSE RENEWAL-NOTICE-FILE
              PERFORM PRINT-RENEWAL-SUMMARY
              CLOSE RENEWAL-REPORT-FILE.

      ******************************************************************
      * Marks a lapsed certificate expired as of the run date.
      ******************************************************************
       EXPIRE-CERTIFICATE.
              SET CT-CERT-EXPIRED TO TRUE
              MOVE WS-RUN-CCYYMMDD TO CT-STATUS-DATE
              REWRITE CERT-REGISTER-REC
                INVALID KEY
                  DISPLAY 'CERTIFICATE NOT UPDATED: ' CT-CERT-NUMBER
                          ' STATUS ' CERT-REGISTER-STATUS
                  ADD 1 TO CERTS-NOT-UPDATED
                NOT INVALID KEY
                  ADD 1 TO CERTS-EXPIRED
                  MOVE 'EXPIRED' TO RD-ACTION
                  PERFORM PRINT-RENEWAL-DETAIL
              END-REWRITE.

      ******************************************************************
      * Writes a renewal notice for a certificate coming up to its
      * expiry date and stamps the notice date on the register.
      ******************************************************************
       WRITE-RENEWAL-NOTICE.
              MOVE WS-RUN-CCYYMMDD TO CT-NOTICE-DATE
              REWRITE CERT-REGISTER-REC
                INVALID KEY
                  DISPLAY 'CERTIFICATE NOT UPDATED: ' CT-CERT-NUMBER
                          ' STATUS ' CERT-REGISTER-STATUS
                  ADD 1 TO CERTS-NOT-UPDATED
                NOT INVALID KEY
                  MOVE CT-EXAM-TYPE TO NT-EXAM-TYPE
                  MOVE CT-CERT-SEQ TO NT-CERT-SEQ
                  MOVE CT-CANDIDATE-ID TO NT-CANDIDATE-ID
                  MOVE CT-ISSUE-DATE TO NT-ISSUE-DATE
                  MOVE CT-EXPIRY-DATE TO NT-EXPIRY-DATE
                  COMPUTE NT-DAYS-TO-EXPIRY
                    = FUNCTION INTEGER-OF-DATE (CT-EXPIRY-DATE)
                      - WS-TODAY-INTEGER
                  MOVE WS-RUN-CCYYMMDD TO NT-NOTICE-DATE
                  WRITE RENEWAL-NOTICE-REC
                  ADD 1 TO CERTS-NOTICED
                  MOVE 'NOTICED' TO RD-ACTION
                  PERFORM PRINT-RENEWAL-DETAIL
              END-REWRITE.

      ******************************************************************
      * Prints one certificate noticed or expired.
      ******************************************************************
       PRINT-RENEWAL-DETAIL.
              MOVE CT-EXAM-TYPE TO RD-EXAM-TYPE
              MOVE CT-CERT-SEQ TO RD-CERT-SEQ
              MOVE CT-CANDIDATE-ID TO RD-CANDIDATE-ID
              MOVE CT-ISSUE-DATE TO RD-ISSUE-DATE
              MOVE CT-EXPIRY-DATE TO RD-EXPIRY-DATE
              MOVE RENEWAL-DETAIL-LINE TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE.

      ******************************************************************
      * Prints the renewal tallies after the detail lines.
      ******************************************************************
       PRINT-RENEWAL-SUMMARY.
              MOVE SPACES TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              MOVE 'CERTIFICATES READ' TO XS-LABEL
              MOVE CERTS-READ TO XS-VALUE
              MOVE RENEWAL-SUMMARY-LINE TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              MOVE 'STILL LIVE' TO XS-LABEL
              MOVE CERTS-LIVE TO XS-VALUE
              MOVE RENEWAL-SUMMARY-LINE TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              MOVE 'RENEWAL NOTICES WRITTEN' TO XS-LABEL
              MOVE CERTS-NOTICED TO XS-VALUE
              MOVE RENEWAL-SUMMARY-LINE TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              MOVE 'MARKED EXPIRED' TO XS-LABEL
              MOVE CERTS-EXPIRED TO XS-VALUE
              MOVE RENEWAL-SUMMARY-LINE TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              MOVE 'NOT UPDATED' TO XS-LABEL
              MOVE CERTS-NOT-UPDATED TO XS-VALUE
              MOVE RENEWAL-SUMMARY-LINE TO RENEWAL-REPORT-LINE
              WRITE RENEWAL-REPORT-LINE

              DISPLAY 'CERTIFICATE RENEWAL SUMMARY'
              DISPLAY 'CERTIFICATES READ: ' CERTS-READ
              DISPLAY 'NOTICES WRITTEN  : ' CERTS-NOTICED
              DISPLAY 'MARKED EXPIRED   : ' CERTS-EXPIRED
              DISPLAY 'NOT UPDATED      : ' CERTS-NOT-UPDATED.

      ******************************************************************
      * Sets RETURN-CODE for the scheduler: 4 when a certificate
      * could not be rewritten, 0 otherwise.
      ******************************************************************
       SET-RENEWAL-RETURN-CODE.
              IF CERTS-NOT-UPDATED > ZERO THEN
                MOVE 4 TO RETURN-CODE
              ELSE
                MOVE 0 TO RETURN-CODE
              END-IF.

       END PROGRAM CERTRNW.
