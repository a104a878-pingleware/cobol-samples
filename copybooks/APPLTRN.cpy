      ******************************************************************
      * Score appeal regrade transaction layout: the candidate and
      * exam type appealed, the date of the attempt being regraded,
      * the corrected per-section scores (redefined as display so
      * blank and non-numeric entries can be edited before use), and
      * the ID of the exam-board reviewer who keyed the regrade,
      * carried to the audit trail.
      ******************************************************************
       01  APPEAL-TRANS-REC.
              05 AT-CANDIDATE-ID      PIC X(10).
              05 AT-EXAM-TYPE         PIC X(2).
              05 AT-ATTEMPT-DATE      PIC 9(8).
              05 AT-ATTEMPT-DATE-X REDEFINES AT-ATTEMPT-DATE
                                      PIC X(8).
              05 AT-SECTION-SCORES.
                10 AT-SECTION-SCORE OCCURS 4 TIMES PIC 9(3).
              05 AT-SECTION-SCORES-X REDEFINES AT-SECTION-SCORES
                                      PIC X(12).
              05 AT-REVIEWER-ID       PIC X(8).
