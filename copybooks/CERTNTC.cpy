      ******************************************************************
      * Certificate renewal-notice extract layout: one record per
      * live certificate coming up to its expiry date inside the
      * notice window, carrying the certificate number, the
      * candidate it was issued to, the issue and expiry dates and
      * the days left to expiry on the notice date. Written by the
      * monthly renewal run for the letter shop.
      ******************************************************************
       01  RENEWAL-NOTICE-REC.
              05 NT-CERT-NUMBER.
                10 NT-EXAM-TYPE      PIC X(2).
                10 NT-CERT-SEQ       PIC 9(8).
              05 NT-CANDIDATE-ID     PIC X(10).
              05 NT-ISSUE-DATE       PIC 9(8).
              05 NT-EXPIRY-DATE      PIC 9(8).
              05 NT-DAYS-TO-EXPIRY   PIC 9(3).
              05 NT-NOTICE-DATE      PIC 9(8).
