          05 ctlConvOldMasterFile  PIC X(100) VALUE "acctmast.old".
          05 ctlConvOldHistFile    PIC X(100) VALUE "history.old".
          05 ctlConvertReportFile  PIC X(100) VALUE "convert.rpt".
      *> Renamed copy of the posted-items file from before it carried
      *> the branch origin and check serial; optional, since a site
      *> that never filed posted items has nothing to convert.
          05 ctlConvOldItemFile    PIC X(100) VALUE "postitem.old".
      *> ACCOUNT-MASTER update journal every master-writing program
      *> appends to, plus what a BankRecover run needs: the backup
      *> copy to rebuild from and the point in time to stop applying
          05 ctlRestartFlag        PIC X      VALUE "N".
             88 ctlRestartRequested       VALUE "Y".
          05 ctlRestartAfterAcct   PIC X(11) VALUE SPACES.
      *> Account-to-account transfer front-end (BankTransfer): the
      *> transfer requests it reads, the two-legged feed it writes
      *> for BankMerge's other-feed slot, and the transfer register.
          05 ctlTransferFile       PIC X(100) VALUE "transfer.txt".
          05 ctlTransferFeedFile   PIC X(100) VALUE "xferfeed.txt".
          05 ctlTransferRptFile    PIC X(100) VALUE "transfer.rpt".
      *> Stop-payment file BankStopMaint maintains and BankReport
      *> enforces, the maintenance transactions and their audit
      *> trail, the daily hit report BankReport writes for the
      *> branches, and how many days a stop placed without an expiry
      *> date stays in force.
          05 ctlStopFile           PIC X(100) VALUE "stoppay.dat".
          05 ctlStopMaintFile      PIC X(100) VALUE "stopmaint.txt".
          05 ctlStopAuditFile      PIC X(100) VALUE "stopaudit.log".
          05 ctlStopHitFile        PIC X(100) VALUE "stophit.rpt".
          05 ctlStopDays           PIC 9(4)   VALUE 0180.
      *> Returned-items file BankReport writes for withdrawals it
      *> refuses to pay past the account's overdraft limit -- sent
      *> back to the originating branch or the payroll processor --
      *> and the NSF fee charged for each returned item.
          05 ctlReturnFile         PIC X(100) VALUE "returned.txt".
          05 ctlNsfFee             PIC 99V99  VALUE 25.00.
      *> Large-cash and structuring monitoring run (BankMonitor): the
      *> compliance worklist and reportable-day extract it writes,
      *> the cash line (a day's deposits or withdrawals OVER it make
      *> a reportable day), the floor of the just-under band, how
      *> many band items inside the look-back window make a pattern,
      *> and the window in days. Zero review dates mean the run date.
          05 ctlMonitorRptFile     PIC X(100) VALUE "monitor.rpt".
          05 ctlMonitorExtFile     PIC X(100) VALUE "monitor.dat".
          05 ctlMonThreshold       PIC 9(7)V99 VALUE 0010000.00.
          05 ctlMonNearFloor       PIC 9(7)V99 VALUE 0009000.00.
          05 ctlMonNearCount       PIC 9(3)   VALUE 003.
          05 ctlMonWindowDays      PIC 9(3)   VALUE 005.
          05 ctlMonFromDate        PIC 9(8)   VALUE 0.
          05 ctlMonToDate          PIC 9(8)   VALUE 0.
      *> Daily master-to-GL proof (BankProof): the control-total file
      *> each proof appends its carried-forward total to -- the next
      *> day's proof starts from the last one -- and the dated trial
      *> balance it prints.
          05 ctlProofCtlFile       PIC X(100) VALUE "glproof.dat".
          05 ctlProofRptFile       PIC X(100) VALUE "proof.rpt".
      *> Product table BankAccrue and BankAnalysis price accounts by
      *> and BankMaint checks product codes against (see PRODUCT).
          05 ctlProductFile        PIC X(100) VALUE "products.txt".
      *> Customer name-and-address file, the maintenance and audit
      *> files BankCustMaint works from, and the two outputs
      *> BankReport adds for mailing: the hold-stack statements
      *> pulled for the branch and the mailing-control report that
      *> counts each class of statement.
          05 ctlCustomerFile       PIC X(100) VALUE "customer.dat".
          05 ctlCustMaintFile      PIC X(100) VALUE "custmaint.txt".
          05 ctlCustAuditFile      PIC X(100) VALUE "custaudit.log".
          05 ctlHoldStmtFile       PIC X(100) VALUE "stmthold.rpt".
          05 ctlMailCtlRptFile     PIC X(100) VALUE "mailctl.rpt".
      *> Dispute case tracking (BankDispute): the indexed case file,
      *> the case transactions it applies, the provisional-credit and
      *> reversal feed it writes for BankMerge's other-feed slot, its
      *> audit trail and the open-case aging report. DISPUTEDAYS is
      *> the regulatory deadline counted from the day a case opens;
      *> cases within DISPUTEWARNDAYS of it are flagged as due soon.
          05 ctlDisputeFile        PIC X(100) VALUE "dispute.dat".
          05 ctlDisputeTranFile    PIC X(100) VALUE "disptran.txt".
          05 ctlDisputeFeedFile    PIC X(100) VALUE "dispfeed.txt".
          05 ctlDisputeAuditFile   PIC X(100) VALUE "dispaudit.log".
          05 ctlDisputeAgingFile   PIC X(100) VALUE "dispaging.rpt".
          05 ctlDisputeDays        PIC 9(3)   VALUE 045.
          05 ctlDisputeWarnDays    PIC 9(3)   VALUE 010.
      *> Retention run (BankRetain): days each ever-growing file is
      *> kept live before its older records are offloaded to a dated
      *> file for tape -- zero keeps that file whole -- and the date
      *> the master backup BankRecover would rebuild from was taken.
      *> Journal records from that date on are never offloaded; zero
      *> (no backup date given) keeps the whole journal.
          05 ctlRetainReportFile   PIC X(100) VALUE "retain.rpt".
          05 ctlRetainHistDays     PIC 9(5)   VALUE 02557.
          05 ctlRetainItemDays     PIC 9(5)   VALUE 02557.
          05 ctlRetainArchDays     PIC 9(5)   VALUE 02557.
          05 ctlRetainJrnlDays     PIC 9(5)   VALUE 00400.
          05 ctlRetainRunCtlDays   PIC 9(5)   VALUE 00400.
          05 ctlRetainAuditDays    PIC 9(5)   VALUE 02557.
          05 ctlMasterBackupDate   PIC 9(8)   VALUE 0.
