          05 piTransDesc           PIC X(21).
          05 piAmount              PIC S9(9)V99.
          05 piResultBal           PIC S9(9)V99.
      *> Where the item came from and which check it paid: the merge's
      *> branch tag (1-3, zero for untagged feeds) so a flagged or
      *> disputed item can be taken back to its till, and the check
      *> serial a withdrawal carried (zero when none).
          05 piBranch              PIC 9.
          05 piCheckSerial         PIC 9(10).
