      ******************************************************************
      * Certificate register record layout (KSDS keyed on the
      * certificate number - exam type and sequence - with an
      * alternate index on the candidate ID, the link back to the
      * candidate history master): one record per certificate
      * issued, carrying the issue and expiry dates, the composite
      * score that earned it, the live/expired/withdrawn standing
      * with the date it last changed, and the date a renewal notice
      * went out. A certificate is withdrawn when the day that
      * issued it is backed out or an appeal amends the pass to a
      * fail; the record stays on file under its number. Sequence
      * zero under each exam type is that exam type's control
      * record, holding the last certificate number issued. Shared
      * by the issue run that writes certificates off the day's
      * passes and amended results, the backout run, the monthly
      * renewal run that notices and lapses them, and the retention
      * run that will not purge a candidate still holding a live
      * one.
      ******************************************************************
       01  CERT-REGISTER-REC.
              05 CT-CERT-NUMBER.
                10 CT-EXAM-TYPE      PIC X(2).
                10 CT-CERT-SEQ       PIC 9(8).
                  88 CT-CONTROL-RECORD VALUE ZERO.
              05 CT-CANDIDATE-ID     PIC X(10).
              05 CT-CERT-DATA.
                10 CT-ISSUE-DATE     PIC 9(8).
                10 CT-EXPIRY-DATE    PIC 9(8).
                10 CT-EXAM-SCORE     PIC 9(3).
                10 CT-CERT-STATUS    PIC X(1).
                  88 CT-CERT-LIVE    VALUE 'L'.
                  88 CT-CERT-EXPIRED VALUE 'E'.
                  88 CT-CERT-WITHDRAWN VALUE 'W'.
                10 CT-STATUS-DATE    PIC 9(8).
                10 CT-NOTICE-DATE    PIC 9(8).
              05 CT-CONTROL-DATA REDEFINES CT-CERT-DATA.
                10 CT-LAST-SEQ-ISSUED PIC 9(8).
                10 FILLER            PIC X(28).
