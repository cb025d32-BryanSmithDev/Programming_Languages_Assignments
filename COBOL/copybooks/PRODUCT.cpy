      *> In-memory product table loaded from the product file
      *> (ctlProductFile) by every program that prices or assigns a
      *> product -- BankAccrue, BankAnalysis, BankMaint. Product lines
      *> are colon-delimited like every other file in this shop:
      *>    code:name:rate:floor2:rate2:floor3:rate3:
      *>       freeitems:peritemfee:minbalance:monthlyfee
      *> (one line). The interest rate is tiered on the balance: a
      *> balance at or above floor3 earns rate3, at or above floor2
      *> earns rate2, otherwise rate -- the tier's rate applies to
      *> the whole balance. A blank or zero floor means no such
      *> tier. The last four fields are the account-analysis fee
      *> schedule. An account with no product code is priced by the
      *> control-card house rate and schedule, as before products.
       01 productTable.
          05 productCount          PIC 9(3) VALUE 0.
          05 productEntry OCCURS 50 TIMES INDEXED BY prodIdx.
             10 ptProductCode      PIC X(2).
             10 ptProductName      PIC X(20).
             10 ptRate1            PIC 9V9(4).
             10 ptFloor2           PIC 9(9)V99.
             10 ptRate2            PIC 9V9(4).
             10 ptFloor3           PIC 9(9)V99.
             10 ptRate3            PIC 9V9(4).
             10 ptFreeItems        PIC 9(4).
             10 ptPerItemFee       PIC 9V99.
             10 ptMinBalance       PIC 9(7)V99.
             10 ptMonthlyFee       PIC 99V99.
