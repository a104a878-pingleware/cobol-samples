      ******************************************************************
      * Master before-image log layout: one record per change the
      * validation run makes to a keyed master it updates in place,
      * written ahead of the change - the business date and stage of
      * the run, the master changed (CANDHIST or VARHIST), whether
      * the key was added, changed or deleted, the key, and for a
      * change or delete the whole record as it stood before. The
      * business-day backout replays a run's before-images last to
      * first to put each master back as it was before that run.
      * Both masters' records are 47 bytes.
      ******************************************************************
       01  BEFORE-IMAGE-REC.
              05 BI-BUSINESS-DATE    PIC 9(8).
              05 BI-STAGE            PIC X(8).
              05 BI-MASTER-ID        PIC X(8).
                88 BI-CANDIDATE-HISTORY VALUE 'CANDHIST'.
                88 BI-VARIANCE-HISTORY  VALUE 'VARHIST'.
              05 BI-ACTION           PIC X(1).
                88 BI-RECORD-ADDED   VALUE 'A'.
                88 BI-RECORD-CHANGED VALUE 'C'.
                88 BI-RECORD-DELETED VALUE 'D'.
              05 BI-RECORD-KEY       PIC X(13).
              05 BI-BEFORE-IMAGE     PIC X(47).
