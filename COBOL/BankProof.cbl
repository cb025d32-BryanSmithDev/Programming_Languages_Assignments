       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankProof.
       AUTHOR.  Bryan Smith.

      *> Daily master-to-GL proof and deposit trial balance. The GL
      *> extract proves one BankReport run against itself; this run
      *> proves ACCOUNT-MASTER as a whole against the books. It
      *> totals amLastBalance across the master by status (A/C/H)
      *> and compares the total with what the books say it should
      *> be: the prior proof's carried-forward control total, plus
      *> the 20100 CUSTOMER DEPOSITS net change in glextract.dat
      *> (credit raises the liability, debit lowers it), plus every
      *> master change since the prior proof that did NOT come from
      *> BankReport -- BankMaint opens with a keyed balance, closes
      *> and the like -- listed from mstrjrnl.dat as reconciling
      *> items. Anything left over is a master movement the GL never
      *> saw (a recovery replayed to an earlier point, a conversion,
      *> a posting to an account with no master record), and the
      *> report says OUT OF BALANCE and fails the run.
      *>
      *> Each account's latest history ending balance is also
      *> checked against its master balance, account by account, so
      *> the break can be found as well as detected.
      *>
      *> The master total is appended to the proof control file as
      *> the next day's starting total. The first proof on an empty
      *> control file has nothing to prove against and establishes
      *> the opening total instead. The GL extract holds only the
      *> latest BankReport run, so the proof belongs after every
      *> BankReport run in the daily schedule; an extract already
      *> covered by an earlier proof is not counted twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

           SELECT AccountMaster ASSIGN TO ctlMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT GlExtractFile ASSIGN TO ctlGlExtractFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsGlExtractStatus.

           SELECT JournalFile ASSIGN TO ctlJournalFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsJournalStatus.

           SELECT HistoryFile ASSIGN TO ctlHistoryFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsHistoryStatus.

           SELECT ProofControlFile ASSIGN TO ctlProofCtlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsProofCtlStatus.

           SELECT ProofReportFile ASSIGN TO ctlProofRptFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsProofRptStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

       FD AccountMaster.
       COPY ACCTMAST.

       FD GlExtractFile.
       01  glExtractLine     PIC X(80).

       FD JournalFile.
       COPY MSTRJRNL.

       FD HistoryFile.
       COPY TRANHIST.

      *> One record per proof: when it ran, its verdict, and the
      *> master total it carried forward, broken out by status.
       FD ProofControlFile.
       01  proofControlRecord.
           05 pcRunDate          PIC 9(8).
           05 pcRunTime          PIC 9(6).
           05 pcVerdict          PIC X(3).
           05 pcMasterTotal      PIC S9(11)V99.
           05 pcActiveTotal      PIC S9(11)V99.
           05 pcClosedTotal      PIC S9(11)V99.
           05 pcHoldTotal        PIC S9(11)V99.
           05 pcOtherTotal       PIC S9(11)V99.
           05 pcAcctCount        PIC 9(7).
           05 pcDifference       PIC S9(11)V99.

       FD ProofReportFile.
       01  proofLine         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsMasterStatus       PIC XX.
          88 masterReadOk          VALUE "00".
       01 wsGlExtractStatus    PIC XX.
       01 wsJournalStatus      PIC XX.
       01 wsHistoryStatus      PIC XX.
       01 wsProofCtlStatus     PIC XX.
       01 wsProofRptStatus     PIC XX.
       01 wsMasterEof          PIC X VALUE "N".
          88 masterEof             VALUE "Y".
       01 wsGlEof              PIC X VALUE "N".
          88 glEof                 VALUE "Y".
       01 wsJournalEof         PIC X VALUE "N".
          88 journalEof            VALUE "Y".
       01 wsHistoryEof         PIC X VALUE "N".
          88 historyEof            VALUE "Y".
       01 wsProofCtlEof        PIC X VALUE "N".
          88 proofCtlEof           VALUE "Y".

       01 wsCurrentDate        PIC X(21).
       01 runStamp.
          05 runStampDate       PIC 9(8).
          05 runStampTime       PIC 9(6).

      *> The last proof on the control file -- the point this proof
      *> starts from.
       01 wsPriorFound         PIC X VALUE "N".
          88 priorFound            VALUE "Y".
       01 priorStamp.
          05 priorStampDate     PIC 9(8) VALUE 0.
          05 priorStampTime     PIC 9(6) VALUE 0.
       01 priorVerdict         PIC X(3) VALUE SPACES.
       01 priorTotal           PIC S9(11)V99 VALUE 0.
       01 priorDifference      PIC S9(11)V99 VALUE 0.

      *> The GL extract's own layout, as BankReport writes it.
       01 glPostingRecord.
          05 glRecType          PIC X.
          05 glAcctNumb         PIC 9(5).
          05 glAcctName         PIC X(24).
          05 glDrCr             PIC X.
          05 glAmount           PIC 9(9)V99.
          05 FILLER             PIC X(38).
       01 glHeaderRecord.
          05 glHdrType          PIC X.
          05 glHdrSource        PIC X(10).
          05 glHdrRunDate       PIC 9(8).
          05 glHdrRunTime       PIC 9(6).
          05 FILLER             PIC X(55).
       01 glStamp.
          05 glStampDate        PIC 9(8) VALUE 0.
          05 glStampTime        PIC 9(6) VALUE 0.
       01 wsGlAvailable        PIC X VALUE "N".
          88 glAvailable           VALUE "Y".
       01 wsGlDepositsFound    PIC X VALUE "N".
          88 glDepositsFound       VALUE "Y".
       01 wsGlAlreadyProven    PIC X VALUE "N".
          88 glAlreadyProven       VALUE "Y".
       01 glDepositsNet        PIC S9(11)V99 VALUE 0.
       01 glNetUsed            PIC S9(11)V99 VALUE 0.

      *> Journal records since the prior proof: non-BankReport ones
      *> are the reconciling items; BankReport's own are totalled as
      *> a memo so a GL/master gap can be pinned on the posting run.
       01 journalStamp.
          05 journalStampDate   PIC 9(8).
          05 journalStampTime   PIC 9(6).
       01 beforeBal            PIC S9(9)V99.
       01 afterBal             PIC S9(9)V99.
       01 changeBal            PIC S9(9)V99.
       01 reconcilingCount     PIC 9(6) VALUE 0.
       01 reconcilingTotal     PIC S9(11)V99 VALUE 0.
       01 postingMoveCount     PIC 9(6) VALUE 0.
       01 postingMoveTotal     PIC S9(11)V99 VALUE 0.

      *> Master totals by status.
       01 activeCount          PIC 9(7) VALUE 0.
       01 activeTotal          PIC S9(11)V99 VALUE 0.
       01 closedCount          PIC 9(7) VALUE 0.
       01 closedTotal          PIC S9(11)V99 VALUE 0.
       01 holdCount            PIC 9(7) VALUE 0.
       01 holdTotal            PIC S9(11)V99 VALUE 0.
       01 otherCount           PIC 9(7) VALUE 0.
       01 otherTotal           PIC S9(11)V99 VALUE 0.
       01 masterCount          PIC 9(7) VALUE 0.
       01 masterTotal          PIC S9(11)V99 VALUE 0.
       01 overdrawnCount       PIC 9(7) VALUE 0.
       01 overdrawnTotal       PIC S9(11)V99 VALUE 0.

       01 expectedTotal        PIC S9(11)V99 VALUE 0.
       01 proofDifference      PIC S9(11)V99 VALUE 0.
       01 proofVerdict         PIC X(3) VALUE SPACES.
          88 proofInBalance        VALUE "IN ".
          88 proofOutOfBalance     VALUE "OUT".
          88 proofOpening          VALUE "OPN".

      *> Latest history ending balance per account -- history.dat is
      *> appended run by run, so the last record read for an account
      *> is its latest.
       01 histCount            PIC 9(4) VALUE 0.
       01 histFoundIdx         PIC 9(4) VALUE 0.
       01 histLookupAcct       PIC X(11).
       01 histSkipped          PIC 9(6) VALUE 0.
       01 histTable.
          05 histEntry OCCURS 1000 TIMES INDEXED BY histIdx.
             10 htAcctNumb         PIC X(11).
             10 htRunDate          PIC 9(8).
             10 htEndBalance       PIC S9(9)V99.
             10 htMatched          PIC X.
       01 histAgreeCount       PIC 9(7) VALUE 0.
       01 histDisagreeCount    PIC 9(7) VALUE 0.
       01 noHistoryCount       PIC 9(7) VALUE 0.
       01 orphanHistoryCount   PIC 9(7) VALUE 0.

       01 balPrint             PIC $(9)9.99-.
       01 bal2Print            PIC $(9)9.99-.
       01 bal3Print            PIC $(9)9.99-.
       01 totPrint             PIC $(11)9.99-.
       01 countPrint           PIC Z(6)9.
       01 rptLine              PIC X(100).

      *> --- control card (mirrors BankReport's ReadControlCard) ---
       01 wsControlCardStatus   PIC XX.
       01 wsCCEof               PIC X VALUE "N".
          88 ccEof                  VALUE "Y".
       01 ccKey                 PIC X(20).
       01 ccValue                PIC X(100).

       PROCEDURE DIVISION.
       Begin.
          PERFORM ReadControlCard.
          PERFORM SetFileAssignments.
          MOVE FUNCTION CURRENT-DATE TO wsCurrentDate.
          MOVE wsCurrentDate(1:8) TO runStampDate.
          MOVE wsCurrentDate(9:6) TO runStampTime.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus NOT = "00" THEN
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " unavailable, status " wsMasterStatus
                " -- nothing proven"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN OUTPUT ProofReportFile.
          PERFORM LoadPriorProof.
          PERFORM LoadGlDepositsNet.
          PERFORM LoadHistoryBalances.
          PERFORM PrintProofHeader.
          PERFORM ListReconcilingItems.
          PERFORM TotalMasterFile.
          PERFORM ListOrphanHistory.
          PERFORM PrintTrialBalance.
          PERFORM PrintProof.
          PERFORM WriteProofControl.
          CLOSE AccountMaster.
          CLOSE ProofReportFile.
       STOP RUN.

       LoadPriorProof.
          OPEN INPUT ProofControlFile.
          IF wsProofCtlStatus = "35" THEN
             DISPLAY "*Proof control file " ctlProofCtlFile
                " not found -- this proof opens the control total"
          ELSE
             PERFORM ReadNextProofControl
             PERFORM KeepPriorProof UNTIL proofCtlEof
             CLOSE ProofControlFile
          END-IF.

       ReadNextProofControl.
          READ ProofControlFile
             AT END SET proofCtlEof TO TRUE
          END-READ.

       KeepPriorProof.
          MOVE "Y" TO wsPriorFound.
          MOVE pcRunDate TO priorStampDate.
          MOVE pcRunTime TO priorStampTime.
          MOVE pcVerdict TO priorVerdict.
          MOVE pcMasterTotal TO priorTotal.
          MOVE pcDifference TO priorDifference.
          PERFORM ReadNextProofControl.

       LoadGlDepositsNet.
      *> Only the 20100 lines matter here; the extract's own balance
      *> is BankReport's to prove. An extract stamped at or before
      *> the prior proof was already counted by it.
          OPEN INPUT GlExtractFile.
          IF wsGlExtractStatus = "35" THEN
             DISPLAY "*GL extract " ctlGlExtractFile
                " not found -- no deposit movement counted"
          ELSE
             MOVE "Y" TO wsGlAvailable
             PERFORM ReadNextGlLine
             PERFORM TakeOneGlLine UNTIL glEof
             CLOSE GlExtractFile
          END-IF.
          IF glAvailable AND priorFound AND
             glStamp NOT > priorStamp THEN
             MOVE "Y" TO wsGlAlreadyProven
          END-IF.
          IF glAvailable AND NOT glAlreadyProven THEN
             MOVE glDepositsNet TO glNetUsed
          END-IF.

       ReadNextGlLine.
          READ GlExtractFile
             AT END SET glEof TO TRUE
          END-READ.

       TakeOneGlLine.
          MOVE glExtractLine TO glPostingRecord.
          IF glRecType = "H" THEN
             MOVE glExtractLine TO glHeaderRecord
             MOVE glHdrRunDate TO glStampDate
             MOVE glHdrRunTime TO glStampTime
          END-IF.
          IF glRecType = "P" AND glAcctNumb = 20100 THEN
             MOVE "Y" TO wsGlDepositsFound
             IF glDrCr = "C" THEN
                ADD glAmount TO glDepositsNet
             ELSE
                SUBTRACT glAmount FROM glDepositsNet
             END-IF
          END-IF.
          PERFORM ReadNextGlLine.

       LoadHistoryBalances.
          OPEN INPUT HistoryFile.
          IF wsHistoryStatus = "35" THEN
             DISPLAY "*History file " ctlHistoryFile
                " not found -- history cross-check skipped"
          ELSE
             PERFORM ReadNextHistoryRecord
             PERFORM KeepLatestHistory UNTIL historyEof
             CLOSE HistoryFile
          END-IF.

       ReadNextHistoryRecord.
          READ HistoryFile
             AT END SET historyEof TO TRUE
          END-READ.

       KeepLatestHistory.
          MOVE hrAcctNumb TO histLookupAcct.
          PERFORM FindHistoryEntry.
          IF histFoundIdx = 0 THEN
             IF histCount >= 1000 THEN
                ADD 1 TO histSkipped
             ELSE
                ADD 1 TO histCount
                MOVE histCount TO histFoundIdx
                MOVE hrAcctNumb TO htAcctNumb(histFoundIdx)
                MOVE "N" TO htMatched(histFoundIdx)
             END-IF
          END-IF.
          IF histFoundIdx > 0 THEN
             MOVE hrRunDate TO htRunDate(histFoundIdx)
             MOVE hrEndingBalance TO htEndBalance(histFoundIdx)
          END-IF.
          PERFORM ReadNextHistoryRecord.

       FindHistoryEntry.
      *> Looks up histLookupAcct; histFoundIdx comes back zero when the
      *> account has no entry yet.
          MOVE 0 TO histFoundIdx.
          PERFORM CheckOneHistoryEntry
             VARYING histIdx FROM 1 BY 1
             UNTIL histIdx > histCount OR histFoundIdx > 0.

       CheckOneHistoryEntry.
          IF htAcctNumb(histIdx) = histLookupAcct THEN
             SET histFoundIdx TO histIdx
          END-IF.

       ListReconcilingItems.
      *> Before and after images are laid over the master record
      *> area to get at the balances, the same way BankRecover
      *> replays them -- safe here because the master scan has not
      *> started yet. A WRITE has no before image (the account was
      *> opened from zero) and a DELETE no after image.
          MOVE SPACES TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE "Reconciling items -- master changes outside BankReport"
             TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "  Date     Time   Program      Account     A"
             DELIMITED BY SIZE
             "         Before          After         Change"
             DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE proofLine FROM rptLine.
          IF priorFound THEN
             OPEN INPUT JournalFile
             IF wsJournalStatus = "35" THEN
                DISPLAY "*Journal " ctlJournalFile
                   " not found -- no reconciling items"
             ELSE
                PERFORM ReadNextJournalRecord
                PERFORM TakeOneJournalRecord UNTIL journalEof
                CLOSE JournalFile
             END-IF
          END-IF.
          IF reconcilingCount = 0 THEN
             MOVE "  (none)" TO rptLine
             WRITE proofLine FROM rptLine
          END-IF.

       ReadNextJournalRecord.
          READ JournalFile
             AT END SET journalEof TO TRUE
          END-READ.

       TakeOneJournalRecord.
          MOVE jrRunDate TO journalStampDate.
          MOVE jrRunTime TO journalStampTime.
          IF journalStamp > priorStamp THEN
             MOVE 0 TO beforeBal
             MOVE 0 TO afterBal
             IF NOT jrActionWrite THEN
                MOVE jrBeforeImage TO accountMasterRecord
                MOVE amLastBalance TO beforeBal
             END-IF
             IF NOT jrActionDelete THEN
                MOVE jrAfterImage TO accountMasterRecord
                MOVE amLastBalance TO afterBal
             END-IF
             COMPUTE changeBal = afterBal - beforeBal
             IF jrProgram = "BANKREPORT" THEN
                ADD 1 TO postingMoveCount
                ADD changeBal TO postingMoveTotal
             ELSE
                ADD 1 TO reconcilingCount
                ADD changeBal TO reconcilingTotal
                PERFORM PrintReconcilingItem
             END-IF
          END-IF.
          PERFORM ReadNextJournalRecord.

       PrintReconcilingItem.
          MOVE beforeBal TO balPrint.
          MOVE afterBal TO bal2Print.
          MOVE changeBal TO bal3Print.
          MOVE SPACES TO rptLine.
          STRING "  " DELIMITED BY SIZE
             jrRunDate DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             jrRunTime DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             jrProgram DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             jrAcctNumb DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             jrAction DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             balPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             bal2Print DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             bal3Print DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE proofLine FROM rptLine.

       TotalMasterFile.
          MOVE SPACES TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE "History cross-check -- latest ending balance vs master"
             TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "  Account     Hist Date        History"
             DELIMITED BY SIZE
             "         Master     Difference"
             DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE proofLine FROM rptLine.
          PERFORM ReadNextMaster.
          PERFORM TotalOneMasterRecord UNTIL masterEof.

       ReadNextMaster.
          READ AccountMaster NEXT RECORD
             AT END SET masterEof TO TRUE
          END-READ.
          IF NOT masterEof AND NOT masterReadOk THEN
             DISPLAY "*Master read ended the proof early, status "
                wsMasterStatus " -- totals are incomplete"
             MOVE 12 TO RETURN-CODE
             SET masterEof TO TRUE
          END-IF.

       TotalOneMasterRecord.
          ADD 1 TO masterCount.
          ADD amLastBalance TO masterTotal.
          EVALUATE TRUE
             WHEN amStatusActive
                ADD 1 TO activeCount
                ADD amLastBalance TO activeTotal
             WHEN amStatusClosed
                ADD 1 TO closedCount
                ADD amLastBalance TO closedTotal
             WHEN amStatusHold
                ADD 1 TO holdCount
                ADD amLastBalance TO holdTotal
             WHEN OTHER
                ADD 1 TO otherCount
                ADD amLastBalance TO otherTotal
          END-EVALUATE.
          IF amLastBalance < 0 THEN
             ADD 1 TO overdrawnCount
             ADD amLastBalance TO overdrawnTotal
          END-IF.
          PERFORM CrossCheckHistory.
          PERFORM ReadNextMaster.

       CrossCheckHistory.
      *> An account opened since its last statement has no history
      *> yet; that is counted, not listed.
          MOVE amAcctNumb TO histLookupAcct.
          PERFORM FindHistoryEntry.
          IF histFoundIdx = 0 THEN
             ADD 1 TO noHistoryCount
          ELSE
             MOVE "Y" TO htMatched(histFoundIdx)
             IF htEndBalance(histFoundIdx) = amLastBalance THEN
                ADD 1 TO histAgreeCount
             ELSE
                ADD 1 TO histDisagreeCount
                COMPUTE changeBal =
                   amLastBalance - htEndBalance(histFoundIdx)
                MOVE htEndBalance(histFoundIdx) TO balPrint
                MOVE amLastBalance TO bal2Print
                MOVE changeBal TO bal3Print
                MOVE SPACES TO rptLine
                STRING "  " DELIMITED BY SIZE
                   amAcctNumb DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   htRunDate(histFoundIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   balPrint DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bal2Print DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   bal3Print DELIMITED BY SIZE
                   INTO rptLine
                END-STRING
                WRITE proofLine FROM rptLine
             END-IF
          END-IF.

       ListOrphanHistory.
          PERFORM ListOneOrphan
             VARYING histIdx FROM 1 BY 1 UNTIL histIdx > histCount.
          IF histDisagreeCount = 0 AND orphanHistoryCount = 0 THEN
             MOVE "  (none)" TO rptLine
             WRITE proofLine FROM rptLine
          END-IF.
          MOVE SPACES TO rptLine.
          STRING "  Agree=" DELIMITED BY SIZE
             histAgreeCount DELIMITED BY SIZE
             " Disagree=" DELIMITED BY SIZE
             histDisagreeCount DELIMITED BY SIZE
             " NoHistoryYet=" DELIMITED BY SIZE
             noHistoryCount DELIMITED BY SIZE
             " HistoryNotOnMaster=" DELIMITED BY SIZE
             orphanHistoryCount DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE proofLine FROM rptLine.
          IF histSkipped > 0 THEN
             MOVE SPACES TO rptLine
             STRING "  *History table full (1000 accounts) -- "
                DELIMITED BY SIZE
                histSkipped DELIMITED BY SIZE
                " history record(s) not cross-checked"
                DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE proofLine FROM rptLine
             DISPLAY "*History table full -- " histSkipped
                " history record(s) not cross-checked"
          END-IF.

       ListOneOrphan.
          IF htMatched(histIdx) = "N" THEN
             ADD 1 TO orphanHistoryCount
             MOVE htEndBalance(histIdx) TO balPrint
             MOVE SPACES TO rptLine
             STRING "  " DELIMITED BY SIZE
                htAcctNumb(histIdx) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                htRunDate(histIdx) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                balPrint DELIMITED BY SIZE
                "  ** not on master **" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE proofLine FROM rptLine
          END-IF.

       PrintProofHeader.
          MOVE SPACES TO rptLine.
          STRING "BankProof Deposit Trial Balance  Date=" DELIMITED
             BY SIZE
             wsCurrentDate(5:2) "/" wsCurrentDate(7:2) "/"
             wsCurrentDate(1:4) DELIMITED BY SIZE
             "  Run=" DELIMITED BY SIZE
             runStampDate DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             runStampTime DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE proofLine FROM rptLine.
          MOVE SPACES TO rptLine.
          IF priorFound THEN
             STRING "Proving from the control total carried " DELIMITED
                BY SIZE
                priorStampDate DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                priorStampTime DELIMITED BY SIZE
                INTO rptLine
             END-STRING
          ELSE
             MOVE "No prior proof on file -- opening control total"
                TO rptLine
          END-IF.
          WRITE proofLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE proofLine FROM rptLine.

       PrintTrialBalance.
          MOVE SPACES TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE "Trial balance by status        Accounts         Balance"
             TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE "  Active (A)" TO rptLine.
          MOVE activeCount TO countPrint.
          MOVE activeTotal TO totPrint.
          PERFORM PrintTrialBalanceLine.
          MOVE "  Closed (C)" TO rptLine.
          MOVE closedCount TO countPrint.
          MOVE closedTotal TO totPrint.
          PERFORM PrintTrialBalanceLine.
          MOVE "  On hold (H)" TO rptLine.
          MOVE holdCount TO countPrint.
          MOVE holdTotal TO totPrint.
          PERFORM PrintTrialBalanceLine.
          IF otherCount > 0 THEN
             MOVE "  Other status" TO rptLine
             MOVE otherCount TO countPrint
             MOVE otherTotal TO totPrint
             PERFORM PrintTrialBalanceLine
          END-IF.
          MOVE "  MASTER TOTAL" TO rptLine.
          MOVE masterCount TO countPrint.
          MOVE masterTotal TO totPrint.
          PERFORM PrintTrialBalanceLine.
          MOVE "    (overdrawn, included)" TO rptLine.
          MOVE overdrawnCount TO countPrint.
          MOVE overdrawnTotal TO totPrint.
          PERFORM PrintTrialBalanceLine.

       PrintTrialBalanceLine.
          STRING countPrint DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine(32:)
          END-STRING.
          WRITE proofLine FROM rptLine.

       PrintProof.
          MOVE SPACES TO rptLine.
          WRITE proofLine FROM rptLine.
          MOVE "Master-to-GL proof" TO rptLine.
          WRITE proofLine FROM rptLine.
          IF priorFound THEN
             MOVE "  Prior proven control total" TO rptLine
             MOVE priorTotal TO totPrint
             PERFORM PrintProofLine
             EVALUATE TRUE
                WHEN NOT glAvailable
                   MOVE "  GL 20100 net (no extract on file)" TO rptLine
                WHEN glAlreadyProven
                   MOVE "  GL 20100 net (extract already proven)"
                      TO rptLine
                WHEN NOT glDepositsFound
                   MOVE "  GL 20100 net (no 20100 line in extract)"
                      TO rptLine
                WHEN OTHER
                   MOVE SPACES TO rptLine
                   STRING "  GL 20100 CUSTOMER DEPOSITS net, run "
                      DELIMITED BY SIZE
                      glStampDate DELIMITED BY SIZE
                      INTO rptLine
                   END-STRING
             END-EVALUATE
             MOVE glNetUsed TO totPrint
             PERFORM PrintProofLine
             MOVE SPACES TO rptLine
             STRING "  Reconciling items (" DELIMITED BY SIZE
                reconcilingCount DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             MOVE reconcilingTotal TO totPrint
             PERFORM PrintProofLine
             COMPUTE expectedTotal =
                priorTotal + glNetUsed + reconcilingTotal
             MOVE "  Expected master total" TO rptLine
             MOVE expectedTotal TO totPrint
             PERFORM PrintProofLine
             MOVE "  Actual master total" TO rptLine
             MOVE masterTotal TO totPrint
             PERFORM PrintProofLine
             COMPUTE proofDifference = masterTotal - expectedTotal
             MOVE "  Difference" TO rptLine
             MOVE proofDifference TO totPrint
             PERFORM PrintProofLine
             MOVE SPACES TO rptLine
             STRING "  (memo) BankReport master movement per journal ("
                DELIMITED BY SIZE
                postingMoveCount DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             MOVE postingMoveTotal TO totPrint
             PERFORM PrintProofLine
             IF proofDifference = 0 THEN
                SET proofInBalance TO TRUE
             ELSE
                SET proofOutOfBalance TO TRUE
             END-IF
          ELSE
             SET proofOpening TO TRUE
             MOVE 0 TO proofDifference
          END-IF.
          MOVE SPACES TO rptLine.
          WRITE proofLine FROM rptLine.
          EVALUATE TRUE
             WHEN proofInBalance
                MOVE "*** IN BALANCE ***" TO rptLine
             WHEN proofOutOfBalance
                MOVE "*** OUT OF BALANCE ***" TO rptLine
                DISPLAY "*MASTER OUT OF BALANCE WITH GL: difference="
                   proofDifference " -- see " ctlProofRptFile
                MOVE 12 TO RETURN-CODE
             WHEN OTHER
                MOVE "*** OPENING CONTROL TOTAL ESTABLISHED ***"
                   TO rptLine
          END-EVALUATE.
          WRITE proofLine FROM rptLine.
      *> A prior break is carried forward as the master stood, so it
      *> is reported once, not again every day until it is fixed --
      *> but the next proof still says it was never cleared.
          IF priorFound AND priorVerdict = "OUT" THEN
             MOVE priorDifference TO totPrint
             MOVE SPACES TO rptLine
             STRING "  Note: prior proof was OUT OF BALANCE by "
                DELIMITED BY SIZE
                totPrint DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE proofLine FROM rptLine
          END-IF.
          MOVE "Carried forward control total" TO rptLine.
          MOVE masterTotal TO totPrint.
          PERFORM PrintProofLine.

       PrintProofLine.
          STRING totPrint DELIMITED BY SIZE
             INTO rptLine(56:)
          END-STRING.
          WRITE proofLine FROM rptLine.

       WriteProofControl.
          OPEN EXTEND ProofControlFile.
          IF wsProofCtlStatus = "35" THEN
             OPEN OUTPUT ProofControlFile
          END-IF.
          MOVE runStampDate TO pcRunDate.
          MOVE runStampTime TO pcRunTime.
          MOVE proofVerdict TO pcVerdict.
          MOVE masterTotal TO pcMasterTotal.
          MOVE activeTotal TO pcActiveTotal.
          MOVE closedTotal TO pcClosedTotal.
          MOVE holdTotal TO pcHoldTotal.
          MOVE otherTotal TO pcOtherTotal.
          MOVE masterCount TO pcAcctCount.
          MOVE proofDifference TO pcDifference.
          WRITE proofControlRecord.
          CLOSE ProofControlFile.

       ReadControlCard.
      *> CONTROLCARD is optional -- if it isn't present, the compiled-
      *> in CTLPARM defaults are used and the program runs stand-alone.
          OPEN INPUT ControlCard.
          IF wsControlCardStatus NOT = "35" THEN
             PERFORM UNTIL ccEof
                READ ControlCard
                   AT END SET ccEof TO TRUE
                   NOT AT END PERFORM ParseControlCardLine
                END-READ
             END-PERFORM
             CLOSE ControlCard
          END-IF.

       ParseControlCardLine.
          MOVE SPACES TO ccKey.
          MOVE SPACES TO ccValue.
          UNSTRING controlCardLine DELIMITED BY "="
             INTO ccKey, ccValue
          END-UNSTRING.
          EVALUATE FUNCTION TRIM(ccKey)
             WHEN "MASTERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMasterFile
             WHEN "GLEXTRACTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlGlExtractFile
             WHEN "JOURNALFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlJournalFile
             WHEN "HISTORYFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlHistoryFile
             WHEN "PROOFCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlProofCtlFile
             WHEN "PROOFREPORTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlProofRptFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlMasterFile looks up an environment
      *> variable literally named "ctlMasterFile" at OPEN time, not
      *> the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlGlExtractFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlGlExtractFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlJournalFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlJournalFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlHistoryFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlHistoryFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlProofCtlFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlProofCtlFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlProofRptFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlProofRptFile UPON ENVIRONMENT-VALUE.
