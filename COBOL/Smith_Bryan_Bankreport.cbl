               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSettlementStatus.

           SELECT StopPaymentFile ASSIGN TO ctlStopFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS spStopKey
               FILE STATUS IS wsStopStatus.

           SELECT StopHitFile ASSIGN TO ctlStopHitFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsStopHitStatus.

           SELECT ReturnFile ASSIGN TO ctlReturnFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsReturnStatus.

           SELECT CustomerFile ASSIGN TO ctlCustomerFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuCustNumb
               FILE STATUS IS wsCustomerStatus.

           SELECT HoldStmtFile ASSIGN TO ctlHoldStmtFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsHoldStmtStatus.

           SELECT MailCtlRptFile ASSIGN TO ctlMailCtlRptFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsMailCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
           05 excReason          PIC X(40).

       FD AuditFile.
       01  auditLine             PIC X(300).

       FD HistoryFile.
       COPY TRANHIST.
       FD SettlementFile.
       01  settlementLine        PIC X(80).

       FD StopPaymentFile.
       COPY STOPPAY.

       FD StopHitFile.
       01  stopHitLine           PIC X(100).

      *> One record per withdrawal returned unpaid, laid out like the
      *> exception file so the branches and the payroll processor
      *> can take their items back by origin.
       FD ReturnFile.
       01  returnedItemLine.
           05 riAcctNumb         PIC X(11).
           05 riSep1             PIC X.
           05 riOrigin           PIC X(3).
           05 riSep2             PIC X.
           05 riItemDate         PIC 9(8).
           05 riSep3             PIC X.
           05 riTransType        PIC X.
           05 riSep4             PIC X.
           05 riTransDesc        PIC X(21).
           05 riSep5             PIC X.
           05 riCheckSerial      PIC X(10).
           05 riSep6             PIC X.
           05 riAmount           PIC 9(9).99.
           05 riSep7             PIC X.
           05 riReason           PIC X(40).

       FD CustomerFile.
       COPY CUSTMAST.

      *> Statements for hold-mail customers, printed exactly as the
      *> mailing statements are but pulled to the branch's stack.
       FD HoldStmtFile.
       01  holdStmtLine          PIC X(80).

       FD MailCtlRptFile.
       01  mailCtlLine           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 accNumb             PIC X(11).
       01 overdrafts          PIC 999 VALUE 0.
       01 overdraftFeeTotal   PIC S9(9)V99.

      *> --- overdraft limit pay/return decision ---
      *> The limit comes from the ACCOUNT-MASTER record ReconcileBalance
      *> reads. An account with no master record has no limit on file
      *> to enforce and pays as before; every other account's
      *> withdrawals are returned unpaid once they would take the
      *> balance below minus its limit (a zero limit: below zero).
      *> "overdrafts" counts the items paid into overdraft;
      *> returnedCount the items refused -- kept apart on the
      *> statement, the audit log, and history.
       01 wsOverdraftLimit     PIC 9(7)V99 VALUE 0.
       01 wsLimitEnforced      PIC X VALUE "N".
          88 limitEnforced         VALUE "Y".
       01 wsReturnStatus       PIC XX.
       01 returnedCount        PIC 9(6) VALUE 0.
       01 totalReturned        PIC S9(9)V99 VALUE 0.
       01 nsfFeeTotal          PIC S9(9)V99 VALUE 0.
       01 runReturnedCount     PIC 9(6) VALUE 0.
       01 runTotalNsfFees      PIC S9(9)V99 VALUE 0.
       01 intBalance          PIC S9(9)V99.
       01 balance             PIC S9(9)V99.
       01 tmpMoneyStr         PIC $(9)9.99-.
       01 totalWith           PIC S9(9)V99.
       01 totalDep            PIC S9(9)V99.
       01 totalInt            PIC S9(9)V99.
      *> Every fee posted to the account this run, whatever assessed
      *> it -- analysis service charges from the feed and the
      *> overdraft charge computed at the foot of the register.
       01 totalFees           PIC S9(9)V99.
      *> Transfer legs from BankTransfer: T moves money out to the
      *> customer's other account, R receives it. Neither is till
      *> cash, so they are totalled apart from withdrawals/deposits.
       01 totalXferOut        PIC S9(9)V99.
       01 totalXferIn         PIC S9(9)V99.
      *> Dispute lines from BankDispute: P is the provisional credit
      *> for a disputed item, V the debit that reverses it when the
      *> case is denied. Both clear through the dispute suspense
      *> account, not a till, so they are totalled on their own.
       01 totalDispCredit     PIC S9(9)V99.
       01 totalDispRev        PIC S9(9)V99.
       01 regTotalPrint       PIC $(8)9.99-.
       01 runningBalPrint     PIC $(19)9.99-.
       01 runningBalPrintNeg  PIC $(9)9.99.
       01 fill              PIC A(14) VALUE SPACES.

      *> --- multi-account support (control-break over account.txt) ---
          88 archPurgeDone          VALUE "Y".
       01 wsAcctHeaderName      PIC X(30) VALUE SPACES.

      *> --- stop-payment enforcement ---
      *> Stops come from the indexed file BankStopMaint maintains. A
      *> run with no stop file on hand posts as before -- there is
      *> nothing to enforce -- but says so on the console. Every
      *> refused item is listed on the daily hit report the branches
      *> work from.
       01 wsStopStatus          PIC XX.
       01 wsStopAvailable       PIC X VALUE "Y".
          88 stopFileAvailable      VALUE "Y".
       01 wsStopHitStatus       PIC XX.
       01 wsStopHit             PIC X VALUE "N".
          88 stopHit                VALUE "Y".
       01 wsStopScanEof         PIC X VALUE "N".
          88 stopScanEof            VALUE "Y".
       01 stopTestDate          PIC 9(8).
       01 payeeLen              PIC 99.
       01 payeeHits             PIC 99.
       01 stopHitCount          PIC 9(6) VALUE 0.
       01 runStopHitCount       PIC 9(6) VALUE 0.
       01 runStopHitAmount      PIC S9(9)V99 VALUE 0.
       01 stopHitAmtPrint       PIC $(9)9.99-.
       01 stopSerialPrint       PIC X(10).
       01 stopBranchPrint       PIC X(3).

      *> --- statement mailing and routing ---
      *> The customer comes from the link on the ACCOUNT-MASTER
      *> record ReconcileBalance reads; the customer record gives
      *> the address block and the mail code that routes the whole
      *> statement: printed for mailing, printed to the hold stack,
      *> suppressed after returned mail, or left to the vendor
      *> extract alone as an e-statement. Every class is still
      *> archived for reprint and still goes to the vendor extract.
      *> An account with no customer on file prints for mailing as
      *> before, unaddressed, and is listed so ops can address it.
       01 wsCustomerStatus      PIC XX.
       01 wsCustomerAvailable   PIC X VALUE "Y".
          88 customerAvailable      VALUE "Y".
       01 wsAcctCustNumb        PIC X(8) VALUE SPACES.
       01 wsAddressOnFile       PIC X VALUE "N".
          88 addressOnFile          VALUE "Y".
       01 wsStmtRoute           PIC X VALUE "M".
          88 routeMail              VALUE "M".
          88 routeHold              VALUE "H".
          88 routeReturned          VALUE "R".
          88 routeEStatement        VALUE "E".
       01 addrIdx               PIC 9.
       01 wsHoldStmtStatus      PIC XX.
       01 wsMailCtlStatus       PIC XX.
      *> Envelopes: a customer's statements come through together
      *> (BankMerge sorts the feed by customer), so a new envelope
      *> starts whenever the mailed customer changes.
       01 prevMailCust          PIC X(8) VALUE SPACES.
       01 mailStmtCount         PIC 9(6) VALUE 0.
       01 mailEnvelopeCount     PIC 9(6) VALUE 0.
       01 unaddressedCount      PIC 9(6) VALUE 0.
       01 holdStmtCount         PIC 9(6) VALUE 0.
       01 suppressedCount       PIC 9(6) VALUE 0.
       01 eStatementCount       PIC 9(6) VALUE 0.
       01 mailClassText         PIC X(30).

      *> --- item-level posted history ---
      *> Every posted item is filed under account + post date +
      *> sequence as PostRegisterEntry moves the money, so one
      *> period post with a flag on the statement. Undated lines
      *> post as before -- the old feed format keeps working.
       01 rawDateText           PIC X(9).
      *> A withdrawal may also carry a check serial as a ":C<serial>"
      *> field after the date. The optional fields -- date, check
      *> serial, the merge's branch tag -- are unstrung into these
      *> slots and then each is placed into its own receiver by its
      *> leading character, whichever of them the line carries.
       01 rawOptTable.
          05 rawOptText         PIC X(12) OCCURS 3 TIMES.
       01 optIdx                PIC 9.
       01 rawCheckText          PIC X(11).
       01 wsOptDuplicate        PIC X VALUE "N".
          88 optDuplicate           VALUE "Y".
       01 checkDigitCount       PIC 99.
       01 transCheckSerial      PIC 9(10) VALUE 0.
       01 transDate             PIC 9(8) VALUE 0.
       01 wsBackdatedItem       PIC X VALUE "N".
          88 backdatedItem          VALUE "Y".
       01 withCount             PIC 9(6) VALUE 0.
       01 depCount              PIC 9(6) VALUE 0.
       01 intCount              PIC 9(6) VALUE 0.
       01 feeCount              PIC 9(6) VALUE 0.
       01 xferOutCount          PIC 9(6) VALUE 0.
       01 xferInCount           PIC 9(6) VALUE 0.
       01 dispCreditCount       PIC 9(6) VALUE 0.
       01 dispRevCount          PIC 9(6) VALUE 0.
       01 runWithCount          PIC 9(6) VALUE 0.
       01 runDepCount           PIC 9(6) VALUE 0.
       01 runIntCount           PIC 9(6) VALUE 0.
       01 runFeeCount           PIC 9(6) VALUE 0.
       01 runXferOutCount       PIC 9(6) VALUE 0.
       01 runXferInCount        PIC 9(6) VALUE 0.
       01 runDispCreditCount    PIC 9(6) VALUE 0.
       01 runDispRevCount       PIC 9(6) VALUE 0.
       01 runOverdraftCount     PIC 9(6) VALUE 0.
       01 auditWithPrint        PIC --,---,--9.99.
       01 auditDepPrint         PIC --,---,--9.99.
       01 runTotalDep           PIC S9(9)V99 VALUE 0.
       01 runTotalInt           PIC S9(9)V99 VALUE 0.
       01 runTotalFees          PIC S9(9)V99 VALUE 0.
      *> Fees that arrived on the feed as type F (analysis service
      *> charges) -- booked to their own income line, apart from the
      *> overdraft fees this run computes itself.
       01 runTotalSvcFees       PIC S9(9)V99 VALUE 0.
      *> Transfer legs clear through their own account: every T is
      *> matched by an R for the same amount, so on a clean day the
      *> two sides of 10150 TRANSFER CLEARING cancel exactly.
       01 runTotalXferOut       PIC S9(9)V99 VALUE 0.
       01 runTotalXferIn        PIC S9(9)V99 VALUE 0.
      *> Dispute credits and reversals book against 14500 DISPUTE
      *> SUSPENSE: the credit is carried there until the case is
      *> decided, and a denial's reversal takes it back out.
       01 runTotalDispCredit    PIC S9(9)V99 VALUE 0.
       01 runTotalDispRev       PIC S9(9)V99 VALUE 0.
       01 glDebitTotal          PIC S9(11)V99 VALUE 0.
       01 glCreditTotal         PIC S9(11)V99 VALUE 0.
       01 glHashTotal           PIC 9(11)V99 VALUE 0.
             10 stWithCount     PIC 9(6).
             10 stDepCount      PIC 9(6).
             10 stIntCount      PIC 9(6).
             10 stFeeTotal      PIC S9(9)V99.
             10 stFeeCount      PIC 9(6).
             10 stXferOutTotal  PIC S9(9)V99.
             10 stXferInTotal   PIC S9(9)V99.
             10 stXferCount     PIC 9(6).
             10 stDispCrTotal   PIC S9(9)V99.
             10 stDispRevTotal  PIC S9(9)V99.
             10 stDispCount     PIC 9(6).
       01 settleWithSum         PIC S9(9)V99.
       01 settleDepSum          PIC S9(9)V99.
       01 settleWithPrint       PIC $(9)9.99-.
       01 settleDepPrint        PIC $(9)9.99-.
       01 settleIntPrint        PIC $(9)9.99-.
       01 settleFeePrint        PIC $(9)9.99-.
       01 settleXferOutPrint    PIC $(9)9.99-.
       01 settleXferInPrint     PIC $(9)9.99-.
       01 settleDispCrPrint     PIC $(9)9.99-.
       01 settleDispRevPrint    PIC $(9)9.99-.
       01 settleRowName         PIC X(10).
       01 settleItemCount       PIC 9(6).

          05 seAhPeriodStart    PIC 9(8).
          05 seAhPeriodEnd      PIC 9(8).
          05 seAhBeginBalance   PIC S9(9)V99.
      *> The statement's mail class (see wsStmtRoute) -- an "E"
      *> statement reaches the customer through the vendor only.
          05 seAhMailClass      PIC X.
          05 FILLER             PIC X(30) VALUE SPACES.
       01 seItemRecord.
          05 seItRecType        PIC X VALUE "T".
          05 seItAcctNumb       PIC X(11).
          05 seToTotalInt       PIC S9(9)V99.
          05 seToFees           PIC S9(9)V99.
          05 seToEndBalance     PIC S9(9)V99.
          05 seToXferOut        PIC S9(9)V99.
          05 seToXferIn         PIC S9(9)V99.
      *> Dispute credits less dispute reversals posted this period.
          05 seToDisputeNet     PIC S9(9)V99.

      *> --- master-update journal ---
      *> Every balance REWRITE UpdateAccountMaster applies is
             IF wsStmtExtractStatus = "35" THEN
                OPEN OUTPUT StmtExtractFile
             END-IF
             OPEN EXTEND StopHitFile
             IF wsStopHitStatus = "35" THEN
                OPEN OUTPUT StopHitFile
                PERFORM WriteStopHitHeader
             END-IF
             OPEN EXTEND ReturnFile
             IF wsReturnStatus = "35" THEN
                OPEN OUTPUT ReturnFile
             END-IF
             OPEN EXTEND HoldStmtFile
             IF wsHoldStmtStatus = "35" THEN
                OPEN OUTPUT HoldStmtFile
             END-IF
             OPEN EXTEND MailCtlRptFile
             IF wsMailCtlStatus = "35" THEN
                OPEN OUTPUT MailCtlRptFile
             END-IF
             PERFORM WriteMailControlHeader
          ELSE
             OPEN OUTPUT ReportFile
             OPEN OUTPUT ExceptionFile
             OPEN OUTPUT StmtExtractFile
             OPEN OUTPUT StopHitFile
             PERFORM WriteStopHitHeader
             OPEN OUTPUT ReturnFile
             OPEN OUTPUT HoldStmtFile
             OPEN OUTPUT MailCtlRptFile
             PERFORM WriteMailControlHeader
          END-IF.
          OPEN EXTEND AuditFile.
          IF wsAuditStatus = "35" THEN
          MOVE ZEROS TO settleTable.
          PERFORM OpenStatementArchive.
          PERFORM OpenPostedItemFile.
          PERFORM OpenStopPaymentFile.
          PERFORM OpenCustomerFile.
          IF ctlRestartRequested THEN
             PERFORM ReadCheckpointFile
          END-IF.
          PERFORM WriteRunSummaryAuditRecord.
          PERFORM WriteGlExtract.
          PERFORM WriteSettlementReport.
          PERFORM WriteStopHitSummary.
          PERFORM WriteMailControlSummary.
          MOVE "POSTED  " TO rcStatus.
          PERFORM WriteRunControlStamp.
          CLOSE TransFile.
          IF itemFileAvailable THEN
             CLOSE PostedItemFile
          END-IF.
          IF stopFileAvailable THEN
             CLOSE StopPaymentFile
          END-IF.
          CLOSE StopHitFile.
          CLOSE ReturnFile.
          IF customerAvailable THEN
             CLOSE CustomerFile
          END-IF.
          CLOSE HoldStmtFile.
          CLOSE MailCtlRptFile.
       STOP RUN.

       CheckRunControl.
             MOVE "N" TO wsPostedItemAvailable
          END-IF.

       OpenStopPaymentFile.
      *> Read-only here: stops are placed and released only through
      *> BankStopMaint's audited run, never by the posting run.
          OPEN INPUT StopPaymentFile.
          IF wsStopStatus NOT = "00" THEN
             DISPLAY "*Stop-payment file " ctlStopFile
                " unavailable, status " wsStopStatus
                " -- no stop payments enforced this run"
             MOVE "N" TO wsStopAvailable
          END-IF.

       OpenCustomerFile.
      *> Read-only here: customers are kept by BankCustMaint. Without
      *> the file every statement prints for mailing, unaddressed,
      *> as it did before there was a customer file.
          OPEN INPUT CustomerFile.
          IF wsCustomerStatus NOT = "00" THEN
             DISPLAY "*Customer file " ctlCustomerFile
                " unavailable, status " wsCustomerStatus
                " -- statements print unaddressed this run"
             MOVE "N" TO wsCustomerAvailable
          END-IF.

       PurgeStaleArchiveTail.
      *> A same-day rerun can legitimately print a SHORTER statement
      *> than the one already archived (a bad record repaired out of
          IF lineCount >= linesPerPage THEN
             PERFORM PrintPageHeader
          END-IF.
          PERFORM PrintStatementLine.
          PERFORM ArchiveStatementLine.
          ADD 1 TO lineCount.

       WritePageHeaderLine.
          PERFORM PrintStatementLine.
          PERFORM ArchiveStatementLine.

       PrintStatementLine.
      *> Returned-mail and e-statement statements are not printed at
      *> all; they are still archived and extracted by the callers.
          EVALUATE TRUE
             WHEN routeMail
                WRITE reportLine FROM rptLine
             WHEN routeHold
                WRITE holdStmtLine FROM rptLine
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       PrintPageHeader.
          ADD 1 TO pageCount.
          MOVE pageCount TO rptPageNum.
             INTO rptLine
          END-STRING.
          PERFORM WritePageHeaderLine.
      *> The address block goes on the first page only, where the
      *> envelope window is.
          IF pageCount = 1 AND addressOnFile THEN
             PERFORM PrintAddressBlock
          END-IF.
          MOVE SPACES TO rptLine.
      *> With a statement period on the control card the header
      *> shows the period covered; without one it shows the run
          PERFORM WritePageHeaderLine.
          MOVE 0 TO lineCount.

       PrintAddressBlock.
          MOVE SPACES TO rptLine.
          PERFORM WritePageHeaderLine.
          MOVE SPACES TO rptLine.
          MOVE cuCustName TO rptLine(6:30).
          PERFORM WritePageHeaderLine.
          PERFORM PrintAddressLine
             VARYING addrIdx FROM 1 BY 1 UNTIL addrIdx > 4.
          MOVE SPACES TO rptLine.
          PERFORM WritePageHeaderLine.

       PrintAddressLine.
          IF cuAddrLine(addrIdx) NOT = SPACES THEN
             MOVE SPACES TO rptLine
             MOVE cuAddrLine(addrIdx) TO rptLine(6:40)
             PERFORM WritePageHeaderLine
          END-IF.

       ReadNextRecord.
          READ TransFile
             AT END SET EndOfFile TO TRUE
          IF wsColonCount >= 2 THEN
             MOVE "Y" TO isTransRec
      *> 2 colons = the old undated shape, 3 = dated (or undated
      *> with the merge's branch tag), 4 = dated and tagged, 5 =
      *> dated, check serial and tagged; anything past that is a
      *> corrupted record.
             IF wsColonCount >= 2 AND wsColonCount <= 5 THEN
                MOVE "Y" TO wsTransShapeOk
             ELSE
                MOVE "N" TO wsTransShapeOk
          END-UNSTRING.
          MOVE intBalance TO balance.
          PERFORM ReconcileBalance.
          PERFORM SelectStatementRoute.
          PERFORM WriteExtractAccountHeader.
          PERFORM PrintPageHeader.
          MOVE intBalance TO tmpMoneyStr.
          PERFORM ReadNextRecord.
          PERFORM ProcessAccountTransaction
             UNTIL EndOfFile OR NOT recIsTransaction.
          PERFORM AssessNsfFees.
          PERFORM AssessOverdraftFee.
          PERFORM PrintRegisterTotals.
          PERFORM PrintFooter.
          PERFORM WriteExtractTotalsRecord.
             ELSE
                MOVE amAcctStatus TO wsAcctStatus
                MOVE amAcctName TO wsAcctHeaderName
                MOVE amOverdraftLimit TO wsOverdraftLimit
                MOVE "Y" TO wsLimitEnforced
                MOVE amCustNumb TO wsAcctCustNumb
                IF amLastBalance NOT = balance THEN
                   DISPLAY "*Reconciliation discrepancy for " accNumb
                      ": master=" amLastBalance
             END-IF
          END-IF.

       SelectStatementRoute.
      *> The customer record read here stays in the record area for
      *> PrintAddressBlock -- nothing else reads the customer file
      *> while this account's statement is being printed.
          IF wsAcctCustNumb NOT = SPACES AND customerAvailable THEN
             MOVE wsAcctCustNumb TO cuCustNumb
             MOVE "00" TO wsCustomerStatus
             READ CustomerFile
                INVALID KEY MOVE "23" TO wsCustomerStatus
             END-READ
             IF wsCustomerStatus = "00" THEN
                MOVE "Y" TO wsAddressOnFile
                IF cuMailHold OR cuMailReturned OR
                   cuMailEStatement THEN
                   MOVE cuMailCode TO wsStmtRoute
                END-IF
             END-IF
          END-IF.
          EVALUATE TRUE
             WHEN routeHold
                ADD 1 TO holdStmtCount
                MOVE "Held for branch pickup" TO mailClassText
                PERFORM WriteMailControlLine
             WHEN routeReturned
                ADD 1 TO suppressedCount
                MOVE "Suppressed - returned mail" TO mailClassText
                PERFORM WriteMailControlLine
             WHEN routeEStatement
                ADD 1 TO eStatementCount
             WHEN OTHER
                ADD 1 TO mailStmtCount
                IF addressOnFile THEN
                   IF wsAcctCustNumb NOT = prevMailCust THEN
                      ADD 1 TO mailEnvelopeCount
                      MOVE wsAcctCustNumb TO prevMailCust
                   END-IF
                ELSE
      *> Each unaddressed statement goes in its own envelope, hand-
      *> addressed, so it never joins the previous customer's.
                   ADD 1 TO unaddressedCount
                   ADD 1 TO mailEnvelopeCount
                   MOVE SPACES TO prevMailCust
                   IF wsAcctCustNumb = SPACES THEN
                      MOVE "Unaddressed - no customer link"
                         TO mailClassText
                   ELSE
                      MOVE "Unaddressed - customer missing"
                         TO mailClassText
                   END-IF
                   PERFORM WriteMailControlLine
                END-IF
          END-EVALUATE.

       WriteMailControlHeader.
          MOVE SPACES TO mailCtlLine.
          STRING "BankReport Mailing Control  Run=" DELIMITED BY SIZE
             wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.
          MOVE SPACES TO mailCtlLine.
          WRITE mailCtlLine.
          MOVE "Account     Customer  Handling" TO mailCtlLine.
          WRITE mailCtlLine.
          MOVE "-------------------------------------------------------"
             TO mailCtlLine.
          WRITE mailCtlLine.

       WriteMailControlLine.
      *> Only the statements that need someone's hands are listed:
      *> held, suppressed, and unaddressed. Mailed and e-statement
      *> statements are counted in the summary.
          MOVE SPACES TO mailCtlLine.
          STRING accNumb DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsAcctCustNumb DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             mailClassText DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.

       WriteMailControlSummary.
          MOVE "-------------------------------------------------------"
             TO mailCtlLine.
          WRITE mailCtlLine.
          MOVE SPACES TO mailCtlLine.
          STRING "Printed for mailing   " DELIMITED BY SIZE
             mailStmtCount DELIMITED BY SIZE
             "  in envelopes " DELIMITED BY SIZE
             mailEnvelopeCount DELIMITED BY SIZE
             "  unaddressed " DELIMITED BY SIZE
             unaddressedCount DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.
          MOVE SPACES TO mailCtlLine.
          STRING "Held for pickup       " DELIMITED BY SIZE
             holdStmtCount DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.
          MOVE SPACES TO mailCtlLine.
          STRING "Suppressed, returned  " DELIMITED BY SIZE
             suppressedCount DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.
          MOVE SPACES TO mailCtlLine.
          STRING "E-statement only      " DELIMITED BY SIZE
             eStatementCount DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.
          MOVE SPACES TO mailCtlLine.
          STRING "Statements this run   " DELIMITED BY SIZE
             acctsProcessed DELIMITED BY SIZE
             INTO mailCtlLine
          END-STRING.
          WRITE mailCtlLine.
          IF NOT customerAvailable THEN
             MOVE "** Customer file unavailable - nothing addressed"
                TO mailCtlLine
             WRITE mailCtlLine
          END-IF.

       UpdateAccountMaster.
      *> Keeps ACCOUNT-MASTER's balance current so the next run's
      *> reconciliation compares against this run's ending balance
      *> The date receiver is cleared first: a 2-colon line leaves
      *> it untouched, and stale text from the previous record would
      *> otherwise read as this record's date.
             MOVE SPACES TO rawOptTable
             MOVE SPACES TO rawDateText
             MOVE SPACES TO rawCheckText
             MOVE SPACES TO rawBranchText
             MOVE "N" TO wsOptDuplicate
             UNSTRING AccountInfo DELIMITED BY ":"
                INTO transType, transName, rawAmountText,
                   rawOptText(1), rawOptText(2), rawOptText(3)
             END-UNSTRING
      *> The optional fields are told apart by their first byte --
      *> the branch tag starts "B", the check serial "C", and a real
      *> date never starts with either -- so an undated or untagged
      *> line still lands each field in its own receiver.
             PERFORM PlaceOptionalField
                VARYING optIdx FROM 1 BY 1 UNTIL optIdx > 3
             PERFORM ValidateTransaction
             IF transValid THEN
                MOVE FUNCTION NUMVAL(rawAmountText) TO transAmount
          END-IF.
          PERFORM ReadNextRecord.

       PlaceOptionalField.
      *> Moving the slot into the narrower receiver truncates the
      *> same way the direct UNSTRING always did, so the over-long
      *> field edits below still see the byte past the field. The
      *> same field twice on one line is a damaged record.
          EVALUATE TRUE
             WHEN rawOptText(optIdx) = SPACES
                CONTINUE
             WHEN rawOptText(optIdx)(1:1) = "B"
                IF rawBranchText NOT = SPACES THEN
                   MOVE "Y" TO wsOptDuplicate
                END-IF
                MOVE rawOptText(optIdx) TO rawBranchText
             WHEN rawOptText(optIdx)(1:1) = "C"
                IF rawCheckText NOT = SPACES THEN
                   MOVE "Y" TO wsOptDuplicate
                END-IF
                MOVE rawOptText(optIdx)(2:11) TO rawCheckText
                IF rawCheckText = SPACES THEN
                   MOVE "?" TO rawCheckText
                END-IF
             WHEN OTHER
                IF rawDateText NOT = SPACES THEN
                   MOVE "Y" TO wsOptDuplicate
                END-IF
                MOVE rawOptText(optIdx) TO rawDateText
          END-EVALUATE.

       RouteTransactionByPeriod.
      *> Future-dated items are held back whole -- raw line, date
      *> and all -- for the next cycle's feed before any status edit
                END-STRING
                PERFORM WriteReportLine
             ELSE
      *> A hold blocks withdrawals only. A transfer's T leg posts
      *> like its R leg: BankTransfer refused a held debit account
      *> before writing either leg, and refusing one leg here would
      *> leave the pair half-posted.
                PERFORM CheckStopPayment
                IF stopHit THEN
                   PERFORM RefuseStoppedItem
                ELSE
                   PERFORM PayOrReturnItem
                END-IF
             END-IF
          END-IF.

       CheckStopPayment.
      *> Every withdrawal the account could otherwise pay is tested
      *> against the account's stops in force on the item's date: a
      *> check carrying a serial against its own serial stop by key,
      *> then every withdrawal against the account's amount-range
      *> stops, which sit together under the account's "R" keys.
          MOVE "N" TO wsStopHit.
          IF stopFileAvailable AND transType = "W" THEN
             IF transDate > 0 THEN
                MOVE transDate TO stopTestDate
             ELSE
                MOVE wsCurrentDate(1:8) TO stopTestDate
             END-IF
             IF transCheckSerial > 0 THEN
                MOVE accNumb TO spAcctNumb
                MOVE "S" TO spStopKind
                MOVE transCheckSerial TO spStopNumb
                READ StopPaymentFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF spStatusActive AND
                         spExpiryDate >= stopTestDate THEN
                         MOVE "Y" TO wsStopHit
                      END-IF
                END-READ
             END-IF
             IF NOT stopHit THEN
                MOVE "N" TO wsStopScanEof
                MOVE accNumb TO spAcctNumb
                MOVE "R" TO spStopKind
                MOVE 0 TO spStopNumb
                START StopPaymentFile KEY IS >= spStopKey
                   INVALID KEY MOVE "Y" TO wsStopScanEof
                END-START
                PERFORM ScanOneRangeStop
                   UNTIL stopScanEof OR stopHit
             END-IF
          END-IF.

       ScanOneRangeStop.
          READ StopPaymentFile NEXT RECORD
             AT END MOVE "Y" TO wsStopScanEof
          END-READ.
          IF NOT stopScanEof THEN
             IF spAcctNumb NOT = accNumb OR NOT spKindRange THEN
                MOVE "Y" TO wsStopScanEof
             ELSE
                IF spStatusActive AND
                   spExpiryDate >= stopTestDate AND
                   transAmount >= spAmountLow AND
                   transAmount <= spAmountHigh THEN
                   PERFORM MatchStopPayee
                END-IF
             END-IF
          END-IF.

       MatchStopPayee.
      *> A range stop with no payee stops every withdrawal in the
      *> range; with a payee, only items whose description names it.
          IF spPayee = SPACES THEN
             MOVE "Y" TO wsStopHit
          ELSE
             MOVE FUNCTION LENGTH(FUNCTION TRIM(spPayee TRAILING))
                TO payeeLen
             MOVE 0 TO payeeHits
             INSPECT transName TALLYING payeeHits
                FOR ALL spPayee(1:payeeLen)
             IF payeeHits > 0 THEN
                MOVE "Y" TO wsStopHit
             END-IF
          END-IF.

       RefuseStoppedItem.
      *> Refused the way a hold-blocked withdrawal is: onto the
      *> exception file with its own reason and shown in place on
      *> the statement -- and listed on the hit report so the branch
      *> can tell the customer the stop did its job.
          ADD 1 TO stopHitCount.
          ADD transAmount TO runStopHitAmount.
          IF spKindSerial THEN
             MOVE "Stop payment - check serial"
                TO wsExceptionReason
          ELSE
             MOVE "Stop payment - amount/payee"
                TO wsExceptionReason
          END-IF.
          PERFORM WriteExceptionRecord.
          MOVE SPACES TO rptLine.
          STRING transName DELIMITED BY SIZE
             " **STOP PAYMENT - ITEM REFUSED**"
             DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          PERFORM WriteReportLine.
          PERFORM WriteStopHitLine.

       PayOrReturnItem.
      *> Only withdrawals are returned: a deposit or interest credit
      *> cannot overdraw, a fee is the bank's own charge, and a
      *> transfer-out leg was held to the limit by BankTransfer --
      *> returning it here would leave its credit leg posted alone.
          IF transType = "W" AND limitEnforced AND
             balance - transAmount < 0 - wsOverdraftLimit THEN
             PERFORM ReturnUnpaidItem
          ELSE
             PERFORM PostRegisterEntry
          END-IF.

       ReturnUnpaidItem.
      *> The item never touches the balance: it goes to the returned-
      *> items file for its origin to take back, shows in place on
      *> the statement, and draws an NSF fee at the foot of the
      *> register.
          ADD 1 TO returnedCount.
          ADD transAmount TO totalReturned.
          MOVE accNumb TO riAcctNumb.
          IF wsItemBranch >= 1 AND wsItemBranch <= 3 THEN
             MOVE SPACES TO riOrigin
             STRING "B" DELIMITED BY SIZE
                wsItemBranch DELIMITED BY SIZE
                INTO riOrigin
             END-STRING
          ELSE
             MOVE "UNT" TO riOrigin
          END-IF.
          IF transDate > 0 THEN
             MOVE transDate TO riItemDate
          ELSE
             MOVE wsCurrentDate(1:8) TO riItemDate
          END-IF.
          MOVE transType TO riTransType.
          MOVE transName TO riTransDesc.
          IF transCheckSerial > 0 THEN
             MOVE transCheckSerial TO riCheckSerial
          ELSE
             MOVE SPACES TO riCheckSerial
          END-IF.
          MOVE transAmount TO riAmount.
          MOVE "NSF - exceeds overdraft limit" TO riReason.
          MOVE SPACE TO riSep1.
          MOVE SPACE TO riSep2.
          MOVE SPACE TO riSep3.
          MOVE SPACE TO riSep4.
          MOVE SPACE TO riSep5.
          MOVE SPACE TO riSep6.
          MOVE SPACE TO riSep7.
          WRITE returnedItemLine.
          MOVE transAmount TO tmpMoneyStr.
          MOVE SPACES TO rptLine.
          STRING transName DELIMITED BY SIZE
             SPACE DELIMITED BY SIZE
             tmpMoneyStr DELIMITED BY SIZE
             " **RETURNED UNPAID - NSF**" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          PERFORM WriteReportLine.

       AssessNsfFees.
      *> One NSF fee per returned item, each posted as its own type F
      *> item so a customer disputing one can find it by inquiry,
      *> the same way AssessOverdraftFee posts the overdraft charge.
          MOVE 0 TO nsfFeeTotal.
          IF returnedCount > 0 AND ctlNsfFee > 0 THEN
             PERFORM PostOneNsfFee returnedCount TIMES
          END-IF.

       PostOneNsfFee.
          MOVE "F" TO transType.
          MOVE "NSF Fee" TO transName.
          MOVE ctlNsfFee TO transAmount.
          MOVE wsArchStmtDate TO transDate.
          MOVE 0 TO wsItemBranch.
          MOVE 0 TO transCheckSerial.
          MOVE "N" TO wsBackdatedItem.
          PERFORM PostRegisterEntry.
          ADD ctlNsfFee TO nsfFeeTotal.

       WriteStopHitHeader.
          MOVE SPACES TO stopHitLine.
          STRING "BankReport Stop-Payment Hits  Run=" DELIMITED BY SIZE
             wsCurrentDate(1:8) DELIMITED BY SIZE
             INTO stopHitLine
          END-STRING.
          WRITE stopHitLine.
          MOVE SPACES TO stopHitLine.
          WRITE stopHitLine.
          MOVE SPACES TO stopHitLine.
          STRING "Org Account     Serial             Amount "
             DELIMITED BY SIZE
             "Description           Stop        Expires"
             DELIMITED BY SIZE
             INTO stopHitLine
          END-STRING.
          WRITE stopHitLine.
          MOVE "-------------------------------------------------------"
             TO stopHitLine.
          WRITE stopHitLine.

       WriteStopHitLine.
      *> The origin column is the till the item came through, so
      *> each branch can pick out its own refused items.
          IF wsItemBranch >= 1 AND wsItemBranch <= 3 THEN
             MOVE SPACES TO stopBranchPrint
             STRING "B" DELIMITED BY SIZE
                wsItemBranch DELIMITED BY SIZE
                INTO stopBranchPrint
             END-STRING
          ELSE
             MOVE "--" TO stopBranchPrint
          END-IF.
          IF transCheckSerial > 0 THEN
             MOVE transCheckSerial TO stopSerialPrint
          ELSE
             MOVE "(none)" TO stopSerialPrint
          END-IF.
          MOVE transAmount TO stopHitAmtPrint.
          MOVE SPACES TO stopHitLine.
          STRING stopBranchPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             accNumb DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             stopSerialPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             stopHitAmtPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             transName DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             spStopKind DELIMITED BY SIZE
             spStopNumb DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             spExpiryDate DELIMITED BY SIZE
             INTO stopHitLine
          END-STRING.
          WRITE stopHitLine.

       WriteStopHitSummary.
          MOVE "-------------------------------------------------------"
             TO stopHitLine.
          WRITE stopHitLine.
          MOVE runStopHitAmount TO stopHitAmtPrint.
          MOVE SPACES TO stopHitLine.
          STRING "Items refused on stop=" DELIMITED BY SIZE
             runStopHitCount DELIMITED BY SIZE
             "  Amount " DELIMITED BY SIZE
             stopHitAmtPrint DELIMITED BY SIZE
             INTO stopHitLine
          END-STRING.
          WRITE stopHitLine.
          IF NOT stopFileAvailable THEN
             MOVE "** Stop-payment file unavailable - no stops enforced"
                TO stopHitLine
             WRITE stopHitLine
          END-IF.

       WriteStatusRejection.
          MOVE "Y" TO wsTransValid.
          MOVE SPACES TO wsExceptionReason.
          IF transType NOT = "W" AND transType NOT = "D"
             AND transType NOT = "I" AND transType NOT = "F"
             AND transType NOT = "T" AND transType NOT = "R"
             AND transType NOT = "P" AND transType NOT = "V" THEN
             MOVE "N" TO wsTransValid
             MOVE "Invalid transaction type" TO wsExceptionReason
          ELSE
                END-IF
             END-IF
          END-IF.
      *> A fee is income the bank books against the customer, so it
      *> must say what it is for and must actually charge something:
      *> a blank description cannot be explained to a customer who
      *> disputes it, and a zero fee is a keying error, not a charge.
          IF transValid AND transType = "F" THEN
             IF transName = SPACES THEN
                MOVE "N" TO wsTransValid
                MOVE "Fee has no description" TO wsExceptionReason
             ELSE
                IF FUNCTION NUMVAL(rawAmountText) = 0 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "Zero fee amount" TO wsExceptionReason
                END-IF
             END-IF
          END-IF.
      *> A transfer leg is only traceable to its other half through
      *> the "Transfer <ref>" description BankTransfer writes, and a
      *> zero leg proves nothing -- either means the line was not
      *> built by the transfer run and is refused.
          IF transValid AND (transType = "T" OR transType = "R") THEN
             IF transName = SPACES THEN
                MOVE "N" TO wsTransValid
                MOVE "Transfer has no reference" TO wsExceptionReason
             ELSE
                IF FUNCTION NUMVAL(rawAmountText) = 0 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "Zero transfer amount" TO wsExceptionReason
                END-IF
             END-IF
          END-IF.
      *> A dispute line is tied to its case only by the "Dispute
      *> <case>" description BankDispute writes, and a zero credit or
      *> reversal settles nothing -- either means the line was keyed
      *> by hand rather than built from the case file.
          IF transValid AND (transType = "P" OR transType = "V") THEN
             IF transName = SPACES THEN
                MOVE "N" TO wsTransValid
                MOVE "Dispute has no case reference"
                   TO wsExceptionReason
             ELSE
                IF FUNCTION NUMVAL(rawAmountText) = 0 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "Zero dispute amount" TO wsExceptionReason
                END-IF
             END-IF
          END-IF.
          IF transValid AND optDuplicate THEN
             MOVE "N" TO wsTransValid
             MOVE "Malformed transaction record" TO wsExceptionReason
          END-IF.
      *> A check serial is up to 10 digits and only a withdrawal
      *> (a check being paid) can carry one -- a serial on anything
      *> else, or one with bad digits, means the line was damaged.
          MOVE 0 TO transCheckSerial.
          IF transValid AND rawCheckText NOT = SPACES THEN
             MOVE 0 TO checkDigitCount
             INSPECT rawCheckText TALLYING checkDigitCount
                FOR CHARACTERS BEFORE INITIAL SPACE
             IF transType NOT = "W" THEN
                MOVE "N" TO wsTransValid
                MOVE "Check serial on non-withdrawal"
                   TO wsExceptionReason
             ELSE
                IF checkDigitCount = 0 OR checkDigitCount > 10 THEN
                   MOVE "N" TO wsTransValid
                   MOVE "Invalid check serial" TO wsExceptionReason
                ELSE
                   IF rawCheckText(1:checkDigitCount) IS NOT NUMERIC
                      THEN
                      MOVE "N" TO wsTransValid
                      MOVE "Invalid check serial"
                         TO wsExceptionReason
                   ELSE
                      MOVE rawCheckText(1:checkDigitCount)
                         TO transCheckSerial
                   END-IF
                END-IF
             END-IF
          END-IF.
      *> An undated line (old feed format) is still good; a dated
      *> one must carry a full 8-digit yyyymmdd or it is rejected
      *> rather than guessed at.
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          IF feeCount > 0 THEN
             MOVE totalFees TO regTotalPrint
             MOVE "Total Fees" TO transName
             MOVE SPACES TO rptLine
             STRING transName DELIMITED BY SIZE SPACE DELIMITED BY SIZE
                regTotalPrint DELIMITED BY SIZE INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          IF xferOutCount > 0 THEN
             MOVE totalXferOut TO regTotalPrint
             MOVE "Total Transfers Out" TO transName
             MOVE SPACES TO rptLine
             STRING transName DELIMITED BY SIZE SPACE DELIMITED BY SIZE
                regTotalPrint DELIMITED BY SIZE INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          IF xferInCount > 0 THEN
             MOVE totalXferIn TO regTotalPrint
             MOVE "Total Transfers In" TO transName
             MOVE SPACES TO rptLine
             STRING transName DELIMITED BY SIZE SPACE DELIMITED BY SIZE
                regTotalPrint DELIMITED BY SIZE INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          IF dispCreditCount > 0 THEN
             MOVE totalDispCredit TO regTotalPrint
             MOVE "Total Dispute Credits" TO transName
             MOVE SPACES TO rptLine
             STRING transName DELIMITED BY SIZE SPACE DELIMITED BY SIZE
                regTotalPrint DELIMITED BY SIZE INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          IF dispRevCount > 0 THEN
             MOVE totalDispRev TO regTotalPrint
             MOVE "Total Dispute Reversals" TO transName
             MOVE SPACES TO rptLine
             STRING transName DELIMITED BY SIZE SPACE DELIMITED BY SIZE
                regTotalPrint DELIMITED BY SIZE INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
      *> Items paid into overdraft and items returned unpaid are
      *> counted apart: the first moved the balance below zero, the
      *> second never posted at all.
          IF overdrafts > 0 THEN
             MOVE SPACES TO rptLine
             STRING "Items Paid Into Overdraft: " DELIMITED BY SIZE
                overdrafts DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          IF returnedCount > 0 THEN
             MOVE totalReturned TO regTotalPrint
             MOVE SPACES TO rptLine
             STRING "Items Returned Unpaid:     " DELIMITED BY SIZE
                returnedCount DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                regTotalPrint DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             PERFORM WriteReportLine
          END-IF.
          MOVE SPACES TO rptLine.
          PERFORM WriteReportLine.

      *> Type I is an interest credit generated by the accrual run --
      *> it moves the balance like a deposit but is totalled and
      *> counted on its own so the statement and audit log can show
      *> "Interest Credit" distinctly from teller deposits. Type F
      *> is a fee: it debits the balance like a withdrawal but is
      *> bank income, not money leaving through a till, so it is
      *> totalled on its own and never counts as an overdraft.
      *> Types T and R are the two legs of a transfer between the
      *> customer's own accounts: T debits like a withdrawal (and
      *> like one can overdraw), R credits like a deposit, and both
      *> are totalled apart because no till handled the money.
      *> Types P and V are a dispute's provisional credit and, when
      *> the case is denied, its reversal: P credits like a deposit,
      *> V debits like a fee -- the bank's own correction, so it is
      *> never returned and never counts as an overdraft item.
          EVALUATE transType
             WHEN "W"
                ADD transAmount TO totalWith
                SUBTRACT transAmount FROM balance
                ADD 1 TO withCount
             WHEN "F"
                ADD transAmount TO totalFees
                SUBTRACT transAmount FROM balance
                ADD 1 TO feeCount
             WHEN "T"
                ADD transAmount TO totalXferOut
                SUBTRACT transAmount FROM balance
                ADD 1 TO xferOutCount
             WHEN "R"
                ADD transAmount TO totalXferIn
                ADD transAmount TO balance
                ADD 1 TO xferInCount
             WHEN "P"
                ADD transAmount TO totalDispCredit
                ADD transAmount TO balance
                ADD 1 TO dispCreditCount
             WHEN "V"
                ADD transAmount TO totalDispRev
                SUBTRACT transAmount FROM balance
                ADD 1 TO dispRevCount
             WHEN "I"
                ADD transAmount TO totalInt
                ADD transAmount TO balance
          MOVE SPACES TO rptLine.
          IF balance < 0.00 THEN
             MOVE balance TO runningBalPrintNeg
             IF transType = "W" OR transType = "T" THEN
                ADD 1 TO overdrafts
             END-IF
             STRING transName DELIMITED BY SIZE
          MOVE ctlPeriodStart TO seAhPeriodStart.
          MOVE wsArchStmtDate TO seAhPeriodEnd.
          MOVE intBalance TO seAhBeginBalance.
          MOVE wsStmtRoute TO seAhMailClass.
          WRITE stmtExtractLine FROM seAccountHeader.

       WriteExtractItemRecord.

       WriteExtractTotalsRecord.
      *> Written after PrintFooter so the ending balance already
      *> reflects every fee, same as the printed statement; the fee
      *> total is all type F items, each also sent as a "T" record.
          MOVE accNumb TO seToAcctNumb.
          MOVE totalWith TO seToTotalWith.
          MOVE totalDep TO seToTotalDep.
          MOVE totalInt TO seToTotalInt.
          MOVE totalFees TO seToFees.
          MOVE totalXferOut TO seToXferOut.
          MOVE totalXferIn TO seToXferIn.
          COMPUTE seToDisputeNet = totalDispCredit - totalDispRev.
          MOVE balance TO seToEndBalance.
          WRITE stmtExtractLine FROM seTotalsRecord.

             MOVE transName TO piTransDesc
             MOVE transAmount TO piAmount
             MOVE balance TO piResultBal
             MOVE wsItemBranch TO piBranch
             MOVE transCheckSerial TO piCheckSerial
             WRITE postedItemRecord
                INVALID KEY REWRITE postedItemRecord
             END-WRITE
             WHEN "I"
                ADD transAmount TO stIntTotal(settleIdx)
                ADD 1 TO stIntCount(settleIdx)
             WHEN "F"
                ADD transAmount TO stFeeTotal(settleIdx)
                ADD 1 TO stFeeCount(settleIdx)
             WHEN "T"
                ADD transAmount TO stXferOutTotal(settleIdx)
                ADD 1 TO stXferCount(settleIdx)
             WHEN "R"
                ADD transAmount TO stXferInTotal(settleIdx)
                ADD 1 TO stXferCount(settleIdx)
             WHEN "P"
                ADD transAmount TO stDispCrTotal(settleIdx)
                ADD 1 TO stDispCount(settleIdx)
             WHEN "V"
                ADD transAmount TO stDispRevTotal(settleIdx)
                ADD 1 TO stDispCount(settleIdx)
             WHEN OTHER
                ADD transAmount TO stDepTotal(settleIdx)
                ADD 1 TO stDepCount(settleIdx)
          END-STRING.
          PERFORM WriteReportLine.

       AssessOverdraftFee.
      *> The overdraft charge is posted as a type F item in its own
      *> right -- through PostRegisterEntry like any fed item -- so it
      *> reaches the posted-items file, the vendor extract, the fee
      *> totals, and the GL fee-income line instead of being quietly
      *> netted off the ending balance. It is dated the statement
      *> date and carries no branch: no till assessed it.
          MOVE 0 TO overdraftFeeTotal.
          IF overdrafts > ctlFreeOverdrafts THEN
             COMPUTE overdraftFeeTotal =
                (overdrafts - ctlFreeOverdrafts) * ctlOverdraftFee
             MOVE SPACES TO rptLine
             STRING "*Overdraft Fees (" DELIMITED BY SIZE
                overdrafts DELIMITED BY SIZE
                " occurrence(s), " DELIMITED BY SIZE
                ctlFreeOverdrafts DELIMITED BY SIZE
                " free)" DELIMITED BY SIZE INTO rptLine
             END-STRING
             PERFORM WriteReportLine
             IF overdraftFeeTotal > 0 THEN
                MOVE "F" TO transType
                MOVE "Overdraft Fee" TO transName
                MOVE overdraftFeeTotal TO transAmount
                MOVE wsArchStmtDate TO transDate
                MOVE 0 TO wsItemBranch
                MOVE 0 TO transCheckSerial
                MOVE "N" TO wsBackdatedItem
                PERFORM PostRegisterEntry
             END-IF
          END-IF.

       PrintFooter.
      *> Fees are already in the balance -- the overdraft charge
      *> posted as an item in AssessOverdraftFee.
          MOVE "Ending Balance:" TO transName.
          MOVE balance TO tmpMoneyStr.
          MOVE SPACES TO rptLine.
          MOVE 0 TO totalWith
          MOVE 0 TO totalDep
          MOVE 0 TO totalInt
          MOVE 0 TO totalFees
          MOVE 0 TO totalXferOut
          MOVE 0 TO totalXferIn
          MOVE 0 TO totalDispCredit
          MOVE 0 TO totalDispRev
          MOVE 0 TO overdraftFeeTotal
          MOVE 0 TO withCount
          MOVE 0 TO depCount
          MOVE 0 TO intCount
          MOVE 0 TO feeCount
          MOVE 0 TO xferOutCount
          MOVE 0 TO xferInCount
          MOVE 0 TO dispCreditCount
          MOVE 0 TO dispRevCount
          MOVE 0 TO stopHitCount
          MOVE 0 TO returnedCount
          MOVE 0 TO totalReturned
          MOVE 0 TO nsfFeeTotal
          MOVE 0 TO wsOverdraftLimit
          MOVE "N" TO wsLimitEnforced
          MOVE 0 TO statusRejCount
          MOVE 0 TO closedPostCount
          MOVE 0 TO carryoverCount
          MOVE "N" TO wsClosedBanner
          MOVE "A" TO wsAcctStatus
          MOVE SPACES TO wsAcctHeaderName
          MOVE SPACES TO wsAcctCustNumb
          MOVE "N" TO wsAddressOnFile
          MOVE "M" TO wsStmtRoute
          MOVE 0 TO archLineSeq
          MOVE SPACES TO seqScanAcct
          MOVE 0 TO seqScanDate
             depCount DELIMITED BY SIZE
             " Int=" DELIMITED BY SIZE
             intCount DELIMITED BY SIZE
             " Fee=" DELIMITED BY SIZE
             feeCount DELIMITED BY SIZE
             " XfrOut=" DELIMITED BY SIZE
             xferOutCount DELIMITED BY SIZE
             " XfrIn=" DELIMITED BY SIZE
             xferInCount DELIMITED BY SIZE
             " DspCr=" DELIMITED BY SIZE
             dispCreditCount DELIMITED BY SIZE
             " DspRev=" DELIMITED BY SIZE
             dispRevCount DELIMITED BY SIZE
             " TotWith=" DELIMITED BY SIZE
             auditWithPrint DELIMITED BY SIZE
             " TotDep=" DELIMITED BY SIZE
             auditDepPrint DELIMITED BY SIZE
             " Overdrafts=" DELIMITED BY SIZE
             overdrafts DELIMITED BY SIZE
             " Returned=" DELIMITED BY SIZE
             returnedCount DELIMITED BY SIZE
             " StatusRej=" DELIMITED BY SIZE
             statusRejCount DELIMITED BY SIZE
             " StopHit=" DELIMITED BY SIZE
             stopHitCount DELIMITED BY SIZE
             " Carry=" DELIMITED BY SIZE
             carryoverCount DELIMITED BY SIZE
             " Back=" DELIMITED BY SIZE
          ADD withCount TO runWithCount.
          ADD depCount TO runDepCount.
          ADD intCount TO runIntCount.
          ADD feeCount TO runFeeCount.
          ADD xferOutCount TO runXferOutCount.
          ADD xferInCount TO runXferInCount.
          ADD totalXferOut TO runTotalXferOut.
          ADD totalXferIn TO runTotalXferIn.
          ADD dispCreditCount TO runDispCreditCount.
          ADD dispRevCount TO runDispRevCount.
          ADD totalDispCredit TO runTotalDispCredit.
          ADD totalDispRev TO runTotalDispRev.
          ADD overdrafts TO runOverdraftCount.
          ADD statusRejCount TO runStatusRejCount.
          ADD stopHitCount TO runStopHitCount.
          ADD totalWith TO runTotalWith.
          ADD totalDep TO runTotalDep.
          ADD totalInt TO runTotalInt.
          ADD overdraftFeeTotal TO runTotalFees.
          ADD returnedCount TO runReturnedCount.
          ADD nsfFeeTotal TO runTotalNsfFees.
          COMPUTE runTotalSvcFees =
             runTotalSvcFees + totalFees - overdraftFeeTotal
             - nsfFeeTotal.

       WriteHistoryRecord.
          MOVE accNumb TO hrAcctNumb.
          MOVE depCount TO hrDepCount.
          MOVE totalInt TO hrTotalInt.
          MOVE intCount TO hrIntCount.
          MOVE totalFees TO hrTotalFees.
          MOVE feeCount TO hrFeeCount.
          MOVE totalXferOut TO hrTotalXferOut.
          MOVE totalXferIn TO hrTotalXferIn.
          MOVE returnedCount TO hrReturnedCount.
          MOVE nsfFeeTotal TO hrNsfFees.
          MOVE totalDispCredit TO hrTotalDispCredit.
          MOVE totalDispRev TO hrTotalDispRev.
          WRITE historyRecord.

       WriteRunSummaryAuditRecord.
             runDepCount DELIMITED BY SIZE
             " Int=" DELIMITED BY SIZE
             runIntCount DELIMITED BY SIZE
             " Fee=" DELIMITED BY SIZE
             runFeeCount DELIMITED BY SIZE
             " XfrOut=" DELIMITED BY SIZE
             runXferOutCount DELIMITED BY SIZE
             " XfrIn=" DELIMITED BY SIZE
             runXferInCount DELIMITED BY SIZE
             " DspCr=" DELIMITED BY SIZE
             runDispCreditCount DELIMITED BY SIZE
             " DspRev=" DELIMITED BY SIZE
             runDispRevCount DELIMITED BY SIZE
             " Overdrafts=" DELIMITED BY SIZE
             runOverdraftCount DELIMITED BY SIZE
             " Returned=" DELIMITED BY SIZE
             runReturnedCount DELIMITED BY SIZE
             " StatusRej=" DELIMITED BY SIZE
             runStatusRejCount DELIMITED BY SIZE
             " StopHit=" DELIMITED BY SIZE
             runStopHitCount DELIMITED BY SIZE
             " Carry=" DELIMITED BY SIZE
             runCarryCount DELIMITED BY SIZE
             " Back=" DELIMITED BY SIZE
       WriteGlExtract.
      *> Fixed-layout GL interface file, one balanced posting set per
      *> run: cash movement for deposits and withdrawals, overdraft
      *> fee, NSF fee and service-charge income on their own lines
      *> (fees are type F items, never cash), transfer legs through
      *> their own clearing account, dispute credits and reversals
      *> through the dispute suspense account, interest expense, and
      *> the net change to the
      *> customer-deposits liability as the balancing entry. Header
      *> and trailer carry record counts and hash totals so the
      *> receiving GL system can verify the file, and the program
          MOVE wsCurrentDate(9:6) TO glHdrRunTime.
          WRITE glExtractLine FROM glHeaderRecord.
          COMPUTE glNetChange =
             runTotalDep + runTotalInt - runTotalWith - runTotalFees
             - runTotalSvcFees - runTotalNsfFees
             + runTotalXferIn - runTotalXferOut
             + runTotalDispCredit - runTotalDispRev.
          MOVE 10100 TO glAcctNumb.
          MOVE "CASH CLEARING" TO glAcctName.
          MOVE "D" TO glDrCr.
          MOVE "C" TO glDrCr.
          MOVE runTotalWith TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 10150 TO glAcctNumb.
          MOVE "TRANSFER CLEARING" TO glAcctName.
          MOVE "D" TO glDrCr.
          MOVE runTotalXferIn TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 10150 TO glAcctNumb.
          MOVE "TRANSFER CLEARING" TO glAcctName.
          MOVE "C" TO glDrCr.
          MOVE runTotalXferOut TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 14500 TO glAcctNumb.
          MOVE "DISPUTE SUSPENSE" TO glAcctName.
          MOVE "D" TO glDrCr.
          MOVE runTotalDispCredit TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 14500 TO glAcctNumb.
          MOVE "DISPUTE SUSPENSE" TO glAcctName.
          MOVE "C" TO glDrCr.
          MOVE runTotalDispRev TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 40100 TO glAcctNumb.
          MOVE "OVERDRAFT FEE INCOME" TO glAcctName.
          MOVE "C" TO glDrCr.
          MOVE runTotalFees TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 40200 TO glAcctNumb.
          MOVE "SERVICE CHARGE INCOME" TO glAcctName.
          MOVE "C" TO glDrCr.
          MOVE runTotalSvcFees TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 40300 TO glAcctNumb.
          MOVE "NSF FEE INCOME" TO glAcctName.
          MOVE "C" TO glDrCr.
          MOVE runTotalNsfFees TO glAmount.
          PERFORM WriteGlPosting.
          MOVE 51100 TO glAcctNumb.
          MOVE "INTEREST EXPENSE" TO glAcctName.
          MOVE "D" TO glDrCr.
             MOVE glNetChange TO glNetAbs
          END-IF.
          IF glHashTotal NOT = runTotalDep + runTotalWith
                + runTotalFees + runTotalSvcFees + runTotalNsfFees
                + runTotalInt + runTotalXferOut + runTotalXferIn
                + runTotalDispCredit + runTotalDispRev
                + glNetAbs THEN
             DISPLAY "*GL EXTRACT DOES NOT AGREE WITH AUDIT TOTALS"
                ": hash=" glHashTotal
                " -- extract must not be posted"
             MOVE 12 TO RETURN-CODE
          END-IF.
      *> Transfers move money between customers' own accounts, so
      *> the clearing account must come back to zero. A balance left
      *> in 10150 means one leg posted without its other half -- an
      *> account closed after BankTransfer vouched for it --
      *> and the exception file holds the leg that did not post.
          IF runTotalXferOut NOT = runTotalXferIn THEN
             DISPLAY "*TRANSFER CLEARING DOES NOT NET TO ZERO: out="
                runTotalXferOut " in=" runTotalXferIn
                " -- see exception file for the unmatched leg"
             MOVE 12 TO RETURN-CODE
          END-IF.

       WriteSettlementReport.
      *> Per-branch posted money and item counts, footed against
          ADD stWithTotal(settleIdx) TO settleWithSum.
          ADD stDepTotal(settleIdx) TO settleDepSum.
          COMPUTE settleItemCount = stWithCount(settleIdx)
             + stDepCount(settleIdx) + stIntCount(settleIdx)
             + stFeeCount(settleIdx) + stXferCount(settleIdx)
             + stDispCount(settleIdx).
          MOVE stWithTotal(settleIdx) TO settleWithPrint.
          MOVE stDepTotal(settleIdx) TO settleDepPrint.
          MOVE stIntTotal(settleIdx) TO settleIntPrint.
             END-STRING
             WRITE settlementLine FROM rptLine
          END-IF.
          IF stFeeCount(settleIdx) > 0 THEN
             MOVE stFeeTotal(settleIdx) TO settleFeePrint
             MOVE SPACES TO rptLine
             STRING "            fee charges      " DELIMITED BY SIZE
                settleFeePrint DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                stFeeCount(settleIdx) DELIMITED BY SIZE
                " items, not till cash)" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE settlementLine FROM rptLine
          END-IF.
          IF stXferCount(settleIdx) > 0 THEN
             MOVE stXferOutTotal(settleIdx) TO settleXferOutPrint
             MOVE stXferInTotal(settleIdx) TO settleXferInPrint
             MOVE SPACES TO rptLine
             STRING "            transfers out/in " DELIMITED BY SIZE
                settleXferOutPrint DELIMITED BY SIZE
                settleXferInPrint DELIMITED BY SIZE
                " (not till cash)" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE settlementLine FROM rptLine
          END-IF.
          IF stDispCount(settleIdx) > 0 THEN
             MOVE stDispCrTotal(settleIdx) TO settleDispCrPrint
             MOVE stDispRevTotal(settleIdx) TO settleDispRevPrint
             MOVE SPACES TO rptLine
             STRING "            dispute cr/rev   " DELIMITED BY SIZE
                settleDispCrPrint DELIMITED BY SIZE
                settleDispRevPrint DELIMITED BY SIZE
                " (not till cash)" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE settlementLine FROM rptLine
          END-IF.

       ReadCheckpointFile.
          OPEN INPUT CheckpointFile.
                MOVE FUNCTION TRIM(ccValue) TO ctlStmtExtractFile
             WHEN "SETTLEMENTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlSettlementFile
             WHEN "STOPFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlStopFile
             WHEN "STOPHITFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlStopHitFile
             WHEN "RETURNFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlReturnFile
             WHEN "CUSTOMERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlCustomerFile
             WHEN "HOLDSTMTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlHoldStmtFile
             WHEN "MAILCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMailCtlRptFile
             WHEN "NSFFEE"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlNsfFee
             WHEN "PERIODSTART"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlPeriodStart
             WHEN "PERIODEND"
          DISPLAY ctlStmtExtractFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlSettlementFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlSettlementFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlStopFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlStopFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlStopHitFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlStopHitFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlReturnFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlReturnFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlCustomerFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlCustomerFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlHoldStmtFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlHoldStmtFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMailCtlRptFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMailCtlRptFile UPON ENVIRONMENT-VALUE.
