      *> Record layout for the indexed stop-payment file. BankStopMaint
      *> places, extends, releases and purges stops through an audited
      *> batch run; BankReport reads them to refuse stopped items
      *> before they post. A stop is keyed on account + kind + number:
      *> kind S stops one check by its serial (the number IS the
      *> serial), kind R stops any withdrawal inside an amount range,
      *> optionally only to one payee (the number is the stop's own
      *> reference from the stop request).
       01 stopPaymentRecord.
          05 spStopKey.
             10 spAcctNumb         PIC X(11).
             10 spStopKind         PIC X.
                88 spKindSerial          VALUE "S".
                88 spKindRange           VALUE "R".
             10 spStopNumb         PIC 9(10).
          05 spStatus              PIC X.
             88 spStatusActive           VALUE "A".
             88 spStatusReleased         VALUE "R".
      *> Range stops match withdrawals from low through high; a
      *> serial stop may record the check amount here for the hit
      *> report, but the serial alone decides the match.
          05 spAmountLow           PIC 9(9)V99.
          05 spAmountHigh          PIC 9(9)V99.
      *> Blank payee matches any description; otherwise the payee
      *> text must appear in the item's description.
          05 spPayee               PIC X(21).
          05 spPlacedDate          PIC 9(8).
          05 spExpiryDate          PIC 9(8).
          05 spReleasedDate        PIC 9(8).
