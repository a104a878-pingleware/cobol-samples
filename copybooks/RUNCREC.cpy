      ******************************************************************
      * Run-control master record layout (KSDS keyed on the business
      * date and stage): one record per business date and stage the
      * validation run has been submitted for - in flight, complete
      * or reopened by a backout - with the start and end date/time
      * and return code of the last run. Shared by the validation run
      * that holds a date already run, the business-day backout that
      * reopens one, the month-end run that proves every date ran,
      * and the downstream runs that take the business date they
      * work for as the latest date on file for their stage.
      ******************************************************************
       01  RUN-CONTROL-REC.
              05 RN-RUN-KEY.
                10 RN-BUSINESS-DATE  PIC 9(8).
                10 RN-STAGE          PIC X(8).
              05 RN-RUN-STATUS       PIC X(1).
                88 RN-RUN-IN-FLIGHT VALUE 'I'.
                88 RN-RUN-COMPLETE  VALUE 'C'.
                88 RN-RUN-REOPENED  VALUE 'R'.
              05 RN-START-DATE       PIC 9(8).
              05 RN-START-TIME       PIC 9(6).
              05 RN-END-DATE         PIC 9(8).
              05 RN-END-TIME         PIC 9(6).
              05 RN-RETURN-CODE      PIC 9(3).
