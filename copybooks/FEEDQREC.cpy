      ******************************************************************
      * Feed provider quality history layout: one tally per business
      * date, provider source code, tally type and (for rejects and
      * write-offs) reason code, appended daily by the reject return
      * run and summed by month for the provider quality scorecard.
      * Records sent and corrections carry a blank reason code;
      * rejects are first-pass rejects only, so the reject rate is
      * measured against what the provider sent and not inflated by
      * recycled records failing again.
      ******************************************************************
       01  FEED-QUALITY-REC.
              05 FQ-BUSINESS-DATE    PIC 9(8).
              05 FQ-SOURCE-CODE      PIC X(2).
              05 FQ-TALLY-TYPE       PIC X(1).
                88 FQ-RECORDS-SENT   VALUE 'S'.
                88 FQ-FIRST-REJECTS  VALUE 'R'.
                88 FQ-CORRECTIONS    VALUE 'C'.
                88 FQ-WRITE-OFFS     VALUE 'W'.
              05 FQ-REASON-CODE      PIC X(2).
              05 FQ-TALLY-COUNT      PIC 9(7).
