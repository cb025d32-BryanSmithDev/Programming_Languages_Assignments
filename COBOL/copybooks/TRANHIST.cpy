      *> floor between posting and history.
          05 hrTotalInt            PIC S9(9)V99.
          05 hrIntCount            PIC 9(6).
      *> Fees posted during the run -- every type F item, analysis
      *> service charges and the overdraft charge alike -- so fee
      *> income per account can be proven from history instead of
      *> being buried in the withdrawal total.
          05 hrTotalFees           PIC S9(9)V99.
          05 hrFeeCount            PIC 9(6).
      *> Transfer legs posted during the run -- T out to and R in
      *> from the customer's other accounts -- kept apart from the
      *> withdrawal and deposit totals because no till moved them.
          05 hrTotalXferOut        PIC S9(9)V99.
          05 hrTotalXferIn         PIC S9(9)V99.
      *> Withdrawals returned unpaid past the overdraft limit, and
      *> the NSF fees charged for them -- counted apart from the
      *> items paid into overdraft in hrOverdraftCount.
          05 hrReturnedCount       PIC 9(6).
          05 hrNsfFees             PIC S9(9)V99.
      *> Dispute provisional credits (P) and the reversals of denied
      *> cases (V) posted during the run, kept apart from deposits
      *> and withdrawals because they moved through dispute suspense.
          05 hrTotalDispCredit     PIC S9(9)V99.
          05 hrTotalDispRev        PIC S9(9)V99.
