      *> Record layout for the indexed customer name-and-address file.
      *> BankCustMaint adds, changes and purges customers through an
      *> audited batch run; ACCOUNT-MASTER points each account at its
      *> customer through amCustNumb, and BankReport prints the
      *> address block on the statement and routes it by mail code.
      *> Keyed on cuCustNumb.
       01 customerRecord.
          05 cuCustNumb            PIC X(8).
          05 cuCustName            PIC X(30).
      *> Mailing address as it goes on the envelope; the last line
      *> keyed carries city, state and ZIP. Blank lines are skipped
      *> when the block is printed.
          05 cuAddrLines.
             10 cuAddrLine1        PIC X(40).
             10 cuAddrLine2        PIC X(40).
             10 cuAddrLine3        PIC X(40).
             10 cuAddrLine4        PIC X(40).
          05 cuAddrLine REDEFINES cuAddrLines
                                   PIC X(40) OCCURS 4 TIMES.
      *> How the customer's statements are handled: printed for
      *> mailing, pulled to the hold stack at the branch, suppressed
      *> after mail came back undeliverable, or sent only to the
      *> online-banking vendor as an e-statement.
          05 cuMailCode            PIC X.
             88 cuMailPrint              VALUE "M".
             88 cuMailHold               VALUE "H".
             88 cuMailReturned           VALUE "R".
             88 cuMailEStatement         VALUE "E".
          05 cuOpenedDate          PIC 9(8).
          05 cuLastMaintDate       PIC 9(8).
