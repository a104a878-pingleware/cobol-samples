      ******************************************************************
      * Open-suspense master record layout (KSDS keyed on the
      * business date, transaction type, currency and side a
      * suspense journal line posted for): one record per posted
      * suspense line - the suspense account and cost center it
      * posted to, the amount, its age and the date it was last
      * aged - with the item's standing: open, or repost pending
      * once a repost pair moving it to its mapped account has gone
      * out on the journal interface, carrying the account, cost
      * center and date it was reposted on until the ledger's
      * acknowledgement shows the pair posted. Shared by the ledger
      * acknowledgement run that carries, reposts and clears items
      * and the business-day backout that removes a backed-out
      * date's items.
      ******************************************************************
       01  OPEN-SUSPENSE-REC.
              05 SU-SUSPENSE-KEY.
                10 SU-BUSINESS-DATE  PIC 9(8).
                10 SU-SOURCE-TYPE    PIC X(1).
                10 SU-CURRENCY-CODE  PIC X(3).
                10 SU-DRCR-FLAG      PIC X(1).
              05 SU-GL-ACCOUNT       PIC X(8).
              05 SU-COST-CENTER      PIC X(6).
              05 SU-AMOUNT           PIC S9(11)V99.
              05 SU-DAYS-OPEN        PIC 9(5).
              05 SU-LAST-AGED-DATE   PIC 9(8).
              05 SU-ITEM-STATUS      PIC X(1).
                88 SU-ITEM-OPEN      VALUE 'O' SPACE.
                88 SU-REPOST-PENDING VALUE 'P'.
              05 SU-REPOST-ACCOUNT   PIC X(8).
              05 SU-REPOST-COST-CENTER PIC X(6).
              05 SU-REPOST-DATE      PIC 9(8).
