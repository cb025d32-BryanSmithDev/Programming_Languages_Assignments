             88 amStatusHold             VALUE "H".
          05 amLastBalance         PIC S9(9)V99.
          05 amLastStmtDate        PIC 9(8).
      *> How far below zero BankReport may pay items; a withdrawal
      *> that would go deeper is returned unpaid. Zero means no
      *> overdraft at all. Set through BankMaint's L action.
          05 amOverdraftLimit      PIC 9(7)V99.
      *> Product the account is priced under -- interest tiers and
      *> the analysis fee schedule come from the product table.
      *> Blank means the control-card house rate and schedule. Set
      *> at open and changed through BankMaint's T action.
          05 amProductCode         PIC X(2).
      *> Customer the account belongs to on the customer file (see
      *> CUSTMAST) -- name, mailing address and mail handling for the
      *> statement. Blank means no customer linked yet; the statement
      *> prints unaddressed. Linked through BankMaint's K action.
          05 amCustNumb            PIC X(8).
