      ******************************************************************
      * GL journal-entry interface record layout: one debit or credit
      * line per posting summary row side - business date, GL account
      * and cost center, DR/CR flag, unsigned amount, currency, the
      * transaction type the line came from, and the suspense flag
      * marking lines routed to the suspense account ('S') or lines
      * reposting a cleared suspense item to its mapped account
      * ('R'). Shared by the GLJRNL journal build that writes the
      * file and the ledger acknowledgement reconciliation that
      * matches the ledger's reply against it.
      ******************************************************************
       01  JOURNAL-OUT-REC.
              05 JE-BUSINESS-DATE    PIC 9(8).
              05 JE-GL-ACCOUNT       PIC X(8).
              05 JE-COST-CENTER      PIC X(6).
              05 JE-DRCR-FLAG        PIC X(1).
                88 JE-IS-DEBIT     VALUE 'D'.
                88 JE-IS-CREDIT    VALUE 'C'.
              05 JE-AMOUNT           PIC S9(11)V99.
              05 JE-CURRENCY-CODE    PIC X(3).
              05 JE-SOURCE-TYPE      PIC X(1).
              05 JE-SUSPENSE-FLAG    PIC X(1).
                88 JE-TO-SUSPENSE      VALUE 'S'.
                88 JE-SUSPENSE-REPOST  VALUE 'R'.
