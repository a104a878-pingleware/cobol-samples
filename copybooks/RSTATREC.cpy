      ******************************************************************
      * Run-statistics record layout: one fixed-layout record per
      * program (per stage for CONDITIONALS) per run, appended to
      * the RUNSTAT dataset at the end of the run - business date,
      * stage and program as the key, start and end date/time, the
      * final return code, records read, accepted and excepted, and
      * the amount total the program processed. STATCHK reads the
      * file back to compare a day's volumes, exception rates and
      * elapsed times with the rolling average of recent days. A
      * rerun of a date and stage appends a second record; the last
      * one on file for a key is the one that counts.
      ******************************************************************
       01  RUN-STAT-REC.
              05 SS-KEY.
                10 SS-BUSINESS-DATE  PIC 9(8).
                10 SS-STAGE          PIC X(8).
                10 SS-PROGRAM        PIC X(12).
              05 SS-START-DATE       PIC 9(8).
              05 SS-START-TIME       PIC 9(6).
              05 SS-END-DATE         PIC 9(8).
              05 SS-END-TIME         PIC 9(6).
              05 SS-RETURN-CODE      PIC 9(3).
              05 SS-RECORDS-READ     PIC 9(9).
              05 SS-RECORDS-ACCEPTED PIC 9(9).
              05 SS-RECORDS-EXCEPTED PIC 9(9).
              05 SS-AMOUNT-TOTAL     PIC S9(13)V99
                                     SIGN IS LEADING SEPARATE.
