      *          front to back, so it must stop growing without
      *          bound), purges passed candidates past their
      *          retention period from the candidate history master,
      *          holding back any candidate who still holds a live
      *          certificate on the certificate register, and prints
      *          a month-end statistics report - runs, exception
      *          volumes and reject volumes by business day - off the
      *          audit lines it archives, so the trend numbers the
      *          auditors ask for come from the archive pass instead
      *          of keeping everything online.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS CANDIDATE-ARCH-STATUS.

              *> certificate register, looked up on the candidate
              *> ID alternate index before a candidate is purged
              SELECT CERT-REGISTER-FILE ASSIGN TO CERTREG
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CERT-NUMBER
                     ALTERNATE RECORD KEY IS CT-CANDIDATE-ID
                         WITH DUPLICATES
                     FILE STATUS IS CERT-REGISTER-STATUS.

              *> printed month-end statistics report
              SELECT MONTH-END-REPORT-FILE ASSIGN TO MTHERPT
                     ORGANIZATION IS LINE SEQUENTIAL
       01  AUDIT-KEEP-LINE            PIC X(400).

       FD  RUN-CONTROL-FILE.
              COPY RUNCREC.

       FD  RUN-CONTROL-ARCHIVE.
       01  RUN-CONTROL-ARCH-REC.
              05 CA-BEST-SECTIONS.
                10 CA-BEST-SECTION-SCORE OCCURS 4 TIMES PIC 9(3).

       FD  CERT-REGISTER-FILE.
              COPY CERTREC.

       FD  MONTH-END-REPORT-FILE.
       01  MONTH-END-REPORT-LINE      PIC X(80).

         88 CANDIDATE-HISTORY-NO-FILE VALUE '35'.
       01 CANDIDATE-ARCH-STATUS PIC XX.
         88 CANDIDATE-ARCH-IS-NEW VALUE '35'.
       01 CERT-REGISTER-STATUS PIC XX.
         88 CERT-REGISTER-NO-FILE VALUE '35'.
       01 MONTH-END-REPORT-STATUS PIC XX.

       *> live-certificate lookup for the candidate in hand; with
       *> no register on hand every passed candidate is held, since
       *> a live certificate cannot be ruled out
       01 CERT-REGISTER-OPEN-SW PIC X VALUE 'N'.
         88 CERT-REGISTER-OPEN VALUE 'Y'.
       01 LIVE-CERT-SW PIC X VALUE 'N'.
         88 LIVE-CERT-HELD VALUE 'Y'.
       01 CERT-SCAN-SW PIC X VALUE 'N'.
         88 CERT-SCAN-DONE VALUE 'Y'.

       *> run date captured once for the retention arithmetic
       01 WS-CURRENT-DATE-TIME.
         05 WS-RUN-CCYYMMDD     PIC 9(8).
         05 RUNCTL-ARCHIVED       PIC 9(7) VALUE ZERO.
         05 CANDIDATES-READ       PIC 9(7) VALUE ZERO.
         05 CANDIDATES-PURGED     PIC 9(7) VALUE ZERO.
         05 CANDIDATES-CERT-HELD  PIC 9(7) VALUE ZERO.

       *> printed detail and summary line layouts
       01 STAT-DETAIL-LINE.
      * and purging passed candidates whose last attempt is older
      * than the candidate retention period; failed and in-progress
      * candidates stay whatever their age, their attempts still
      * count, and a passed candidate who still holds a live
      * certificate stays so the register's link back to the
      * candidate history holds for as long as the certificate does.
      ******************************************************************
       PURGE-CANDIDATE-HISTORY.
              OPEN I-O CANDIDATE-HISTORY-FILE
                  OPEN OUTPUT CANDIDATE-ARCHIVE-FILE
                END-IF

                OPEN INPUT CERT-REGISTER-FILE
                IF CERT-REGISTER-NO-FILE THEN
                  DISPLAY 'CERTIFICATE REGISTER NOT FOUND, PASSED '
                          'CANDIDATES HELD'
                ELSE
                  SET CERT-REGISTER-OPEN TO TRUE
                END-IF

                READ CANDIDATE-HISTORY-FILE
                  AT END SET CANDIDATE-HISTORY-EOF TO TRUE
                END-READ
                     AND FUNCTION INTEGER-OF-DATE
                         (CH-LAST-ATTEMPT-DATE)
                         < WS-CAND-CUTOFF-INTEGER THEN
                    PERFORM CHECK-LIVE-CERTIFICATE
                    IF LIVE-CERT-HELD THEN
                      ADD 1 TO CANDIDATES-CERT-HELD
                    ELSE
                      MOVE CH-CANDIDATE-ID TO CA-CANDIDATE-ID
                      MOVE CH-ATTEMPT-COUNT TO CA-ATTEMPT-COUNT
                      MOVE CH-BEST-SCORE TO CA-BEST-SCORE
                      MOVE CH-FIRST-ATTEMPT-DATE
                        TO CA-FIRST-ATTEMPT-DATE
                      MOVE CH-LAST-ATTEMPT-DATE
                        TO CA-LAST-ATTEMPT-DATE
                      MOVE CH-FINAL-STATUS TO CA-FINAL-STATUS
                      MOVE CH-EXAM-TYPE TO CA-EXAM-TYPE
                      MOVE CH-BEST-SECTIONS TO CA-BEST-SECTIONS
                      WRITE CANDIDATE-ARCH-REC
                      DELETE CANDIDATE-HISTORY-FILE
                      ADD 1 TO CANDIDATES-PURGED
                    END-IF
                  END-IF

                  READ CANDIDATE-HISTORY-FILE

                CLOSE CANDIDATE-HISTORY-FILE
                CLOSE CANDIDATE-ARCHIVE-FILE
                IF CERT-REGISTER-OPEN THEN
                  CLOSE CERT-REGISTER-FILE
                END-IF

                DISPLAY 'CANDIDATES READ     : ' CANDIDATES-READ
                DISPLAY 'CANDIDATES PURGED   : ' CANDIDATES-PURGED
                DISPLAY 'HELD - LIVE CERT    : '
                        CANDIDATES-CERT-HELD
              END-IF.

      ******************************************************************
      * Looks the candidate up on the certificate register's
      * candidate ID index for a certificate still live on the run
      * date - not marked expired and its expiry date not passed,
      * whether or not the renewal run has caught up with it yet.
      ******************************************************************
       CHECK-LIVE-CERTIFICATE.
              MOVE 'N' TO LIVE-CERT-SW
              IF NOT CERT-REGISTER-OPEN THEN
                SET LIVE-CERT-HELD TO TRUE
              ELSE
                MOVE 'N' TO CERT-SCAN-SW
                MOVE CH-CANDIDATE-ID TO CT-CANDIDATE-ID
                START CERT-REGISTER-FILE KEY = CT-CANDIDATE-ID
                  INVALID KEY SET CERT-SCAN-DONE TO TRUE
                END-START

                PERFORM UNTIL CERT-SCAN-DONE
                  READ CERT-REGISTER-FILE NEXT RECORD
                    AT END SET CERT-SCAN-DONE TO TRUE
                  END-READ
                  IF NOT CERT-SCAN-DONE THEN
                    IF CT-CANDIDATE-ID NOT = CH-CANDIDATE-ID THEN
                      SET CERT-SCAN-DONE TO TRUE
                    ELSE
                      IF CT-CERT-LIVE
                         AND CT-EXPIRY-DATE NOT < WS-RUN-CCYYMMDD
                        THEN
                        SET LIVE-CERT-HELD TO TRUE
                        SET CERT-SCAN-DONE TO TRUE
                      END-IF
                    END-IF
                  END-IF
                END-PERFORM
              END-IF.

      ******************************************************************
              MOVE CANDIDATES-PURGED TO ML-VALUE
              MOVE MONTH-END-SUMMARY-LINE TO MONTH-END-REPORT-LINE
              WRITE MONTH-END-REPORT-LINE
              MOVE 'HELD - LIVE CERTIFICATE' TO ML-LABEL
              MOVE CANDIDATES-CERT-HELD TO ML-VALUE
              MOVE MONTH-END-SUMMARY-LINE TO MONTH-END-REPORT-LINE
              WRITE MONTH-END-REPORT-LINE

              CLOSE MONTH-END-REPORT-FILE.

