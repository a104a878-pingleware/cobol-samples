      ******************************************************************
      * Amended result record layout: an appeal regrade that changed
      * a candidate's outcome - the exam type and attempt date
      * regraded, the amended PASS/FAIL result and the result it
      * replaces, the regraded composite and section scores, the
      * first section under its floor (zero when the composite alone
      * decided a fail), and the reviewer and date of the regrade.
      * Shared by the appeal run that writes it and the notification
      * run that letters the candidate an amended result.
      ******************************************************************
       01  AMENDED-RESULT-REC.
              05 AM-CANDIDATE-ID     PIC X(10).
              05 AM-EXAM-TYPE        PIC X(2).
              05 AM-ATTEMPT-DATE     PIC 9(8).
              05 AM-RESULT           PIC X(1).
                88 AM-AMENDED-PASS VALUE 'P'.
                88 AM-AMENDED-FAIL VALUE 'F'.
              05 AM-PRIOR-RESULT     PIC X(1).
              05 AM-EXAM-SCORE       PIC 9(3).
              05 AM-SECTION-SCORES.
                10 AM-SECTION-SCORE OCCURS 4 TIMES PIC 9(3).
              05 AM-FLOOR-SECTION    PIC 9(1).
              05 AM-REVIEWER-ID      PIC X(8).
              05 AM-AMEND-DATE       PIC 9(8).
