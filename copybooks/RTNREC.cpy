      ******************************************************************
      * Provider return extract detail layout: one feed record going
      * back to the provider that sent it, either rejected by the
      * day's feed validation (still open, may be corrected and
      * resent) or written off under an operator approval (closed,
      * will not be processed). Carries the provider's own name, ID
      * and amount fields as received, the reason code and text, the
      * validation attempts made, the date it first failed, and for
      * a write-off the date it left the population. Each provider's
      * extract is enveloped with an HDR/TRL pair per the HDRTRL
      * copybook whose header file ID names the provider's source
      * code.
      ******************************************************************
       01  FEED-RETURN-REC.
              05 FR-RETURN-TYPE      PIC X(1).
                88 FR-REJECTED       VALUE 'R'.
                88 FR-WRITTEN-OFF    VALUE 'W'.
              05 FR-NAME             PIC X(20).
              05 FR-ID               PIC X(10).
              05 FR-AMOUNT           PIC X(9).
              05 FR-REASON-CODE      PIC X(2).
              05 FR-REASON-TEXT      PIC X(30).
              05 FR-ATTEMPT-COUNT    PIC 9(2).
              05 FR-FIRST-FAIL-DATE  PIC 9(8).
              05 FR-SOURCE-CODE      PIC X(2).
              05 FR-WRITEOFF-DATE    PIC 9(8).
