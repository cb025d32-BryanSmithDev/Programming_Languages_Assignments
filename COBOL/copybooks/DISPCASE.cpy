      *> Record layout for the indexed dispute case file. BankDispute
      *> opens, resolves and denies cases from the case transaction
      *> file and ages the open ones against their deadline. A case
      *> is keyed on its own case number and points at the disputed
      *> item by its posted-items key (account + post date +
      *> sequence, see POSTITEM); the item's type, description and
      *> amount are copied in at open so the case reads on its own
      *> even after the posted-items file has been offloaded.
       01 disputeCaseRecord.
          05 dcCaseNumb            PIC X(10).
          05 dcItemKey.
             10 dcAcctNumb         PIC X(11).
             10 dcPostDate         PIC 9(8).
             10 dcPostSeq          PIC 9(6).
          05 dcTransType           PIC X.
          05 dcTransDesc           PIC X(21).
          05 dcAmount              PIC 9(9)V99.
      *> Open: provisional credit written, decision pending.
      *> Favour: resolved for the customer, the credit stands final.
      *> Denied: resolved against, the credit reversed by a debit.
          05 dcStatus              PIC X.
             88 dcStatusOpen             VALUE "O".
             88 dcStatusFavour           VALUE "F".
             88 dcStatusDenied           VALUE "D".
          05 dcOpenedDate          PIC 9(8).
          05 dcDeadlineDate        PIC 9(8).
          05 dcResolvedDate        PIC 9(8).
