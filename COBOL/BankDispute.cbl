       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankDispute.
       AUTHOR.  Bryan Smith.

      *> Dispute case tracking. A customer's disputed withdrawal is
      *> found with BankInquiry; this run puts the case on file,
      *> keyed by its case number and pointing at the item's
      *> posted-items key, and writes the money side of it into an
      *> account.txt-shaped feed for BankMerge's other-feed slot so
      *> no credit or reversal is keyed by hand again:
      *>    open    -- provisional credit, type P, for the item amount
      *>    favour  -- the provisional credit stands; no money moves,
      *>               the case is closed out as final
      *>    deny    -- reversing debit, type V, for the same amount
      *> Every feed line carries "Dispute <case>" as its description,
      *> so the statement, the posted-items file and the GL suspense
      *> line all lead back to the case. Every applied or rejected
      *> action goes to the dispute audit trail with before and after
      *> case images, the same way BankStopMaint audits stops.
      *>
      *> Case transaction lines are colon-delimited like every other
      *> feed in this shop:
      *>    O:case:acct:postdate:seq   open a case on the posted item
      *>                               keyed acct + postdate + seq
      *>    F:case                     resolve in the customer's favour
      *>    D:case                     deny and reverse the credit
      *> case is the case's own number (up to 10 bytes).
      *>
      *> The run ends with the daily aging report: every case still
      *> open, oldest first, against its regulatory deadline
      *> (DISPUTEDAYS from the day it opened), with cases already
      *> past it or within DISPUTEWARNDAYS of it flagged. The report
      *> is written even on a day with no case transactions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

           SELECT DisputeTranFile ASSIGN TO ctlDisputeTranFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsDisputeTranStatus.

           SELECT DisputeCaseFile ASSIGN TO ctlDisputeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dcCaseNumb
               FILE STATUS IS wsCaseStatus.

           SELECT PostedItemFile ASSIGN TO ctlPostedItemFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS piItemKey
               FILE STATUS IS wsPostedItemStatus.

           SELECT AccountMaster ASSIGN TO ctlMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT DisputeFeedFile ASSIGN TO ctlDisputeFeedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsDisputeFeedStatus.

           SELECT DisputeAuditFile ASSIGN TO ctlDisputeAuditFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsDisputeAuditStatus.

           SELECT DisputeAgingFile ASSIGN TO ctlDisputeAgingFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsDisputeAgingStatus.

           SELECT RunControlFile ASSIGN TO ctlRunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRunCtlStatus.

           SELECT SortFile ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

       FD DisputeTranFile.
       01  disputeTranLine   PIC X(80).
          88 EndOfDisputeTran VALUE HIGH-VALUES.

       FD DisputeCaseFile.
       COPY DISPCASE.

       FD PostedItemFile.
       COPY POSTITEM.

       FD AccountMaster.
       COPY ACCTMAST.

       FD DisputeFeedFile.
       01  disputeFeedLine   PIC X(60).

       FD DisputeAuditFile.
       01  disputeAuditLine  PIC X(160).

       FD DisputeAgingFile.
       01  disputeAgingLine  PIC X(100).

       FD RunControlFile.
       COPY RUNCTL.

       SD SortFile.
       01  sortRecord.
           05 sdOpenedDate       PIC 9(8).
           05 sdCaseNumb         PIC X(10).
           05 sdAcctNumb         PIC X(11).
           05 sdDeadlineDate     PIC 9(8).
           05 sdAmount           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsDisputeTranStatus  PIC XX.
       01 wsCaseStatus         PIC XX.
          88 caseNotFound          VALUE "23".
       01 wsPostedItemStatus   PIC XX.
          88 itemNotFound          VALUE "23".
       01 wsMasterStatus       PIC XX.
          88 masterNotFound        VALUE "23".
       01 wsDisputeFeedStatus  PIC XX.
       01 wsDisputeAuditStatus PIC XX.
       01 wsDisputeAgingStatus PIC XX.
       01 wsRunCtlStatus       PIC XX.

       01 wsTranAvailable      PIC X VALUE "Y".
          88 tranAvailable         VALUE "Y".
       01 wsItemFileAvailable  PIC X VALUE "Y".
          88 itemFileAvailable     VALUE "Y".
       01 wsMasterAvailable    PIC X VALUE "Y".
          88 masterAvailable       VALUE "Y".
       01 wsCaseScanEof        PIC X VALUE "N".
          88 caseScanEof           VALUE "Y".
       01 wsSortEof            PIC X VALUE "N".
          88 sortEof               VALUE "Y".

       01 wsCurrentDate        PIC X(21).
       01 runDate              PIC 9(8).
       01 deadlineInteger      PIC 9(8).

      *> --- one parsed case transaction ---
      *> The case receiver is one byte wider than a case number so
      *> an over-long number shows up instead of truncating into a
      *> different, valid-looking case.
       01 dtAction             PIC X.
       01 dtCaseNumb           PIC X(11).
       01 dtAcctNumb           PIC X(11).
       01 dtRawDate            PIC X(21).
       01 dtRawSeq             PIC X(21).
       01 dtPostDate           PIC 9(8).
       01 dtPostSeq            PIC 9(6).
       01 digitCount           PIC 99.
       01 dupCaseNumb          PIC X(10).

       01 wsActionValid        PIC X VALUE "Y".
          88 actionValid           VALUE "Y".
       01 wsRejectReason       PIC X(40).
       01 beforeImage          PIC X(100).
       01 afterImage           PIC X(100).

       01 appliedCount         PIC 9(6) VALUE 0.
       01 rejectedCount        PIC 9(6) VALUE 0.
       01 openedCount          PIC 9(6) VALUE 0.
       01 favourCount          PIC 9(6) VALUE 0.
       01 deniedCount          PIC 9(6) VALUE 0.
       01 creditTotal          PIC 9(9)V99 VALUE 0.
       01 finalTotal           PIC 9(9)V99 VALUE 0.
       01 reversalTotal        PIC 9(9)V99 VALUE 0.

      *> --- feed line build ---
       01 feedType             PIC X.
       01 feedDesc             PIC X(21).
       01 amountText           PIC 9(9).99.

      *> --- aging report ---
       01 daysOpen             PIC S9(5).
       01 daysLeft             PIC S9(5).
       01 daysOpenPrint        PIC ZZZ9.
       01 daysLeftPrint        PIC ---9.
       01 agingFlag            PIC X(13).
       01 openCaseCount        PIC 9(6) VALUE 0.
       01 openCaseTotal        PIC 9(9)V99 VALUE 0.
       01 pastDueCount         PIC 9(6) VALUE 0.
       01 dueSoonCount         PIC 9(6) VALUE 0.
       01 dateWork             PIC 9(8).
       01 datePrint            PIC X(10).
       01 openedPrint          PIC X(10).
       01 deadlinePrint        PIC X(10).
       01 amtPrint             PIC $(9)9.99-.
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
          MOVE wsCurrentDate(1:8) TO runDate.
          OPEN INPUT DisputeTranFile.
          IF wsDisputeTranStatus = "35" THEN
             DISPLAY "*Dispute case transaction file "
                ctlDisputeTranFile
                " not found -- no cases applied, aging only"
             MOVE "N" TO wsTranAvailable
          END-IF.
      *> A case can only be opened on an item that really posted to
      *> an account still open; without either file no open can be
      *> vouched for, but resolutions and the aging report still run.
          OPEN INPUT PostedItemFile.
          IF wsPostedItemStatus NOT = "00" THEN
             DISPLAY "*Posted-items file " ctlPostedItemFile
                " unavailable, status " wsPostedItemStatus
                " -- new cases will be refused"
             MOVE "N" TO wsItemFileAvailable
          END-IF.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus NOT = "00" THEN
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " unavailable, status " wsMasterStatus
                " -- new cases will be refused"
             MOVE "N" TO wsMasterAvailable
          END-IF.
          OPEN I-O DisputeCaseFile.
          IF wsCaseStatus = "35" THEN
      *> First-ever dispute run: create an empty file, then reopen
      *> I-O so WRITE and REWRITE are both available.
             OPEN OUTPUT DisputeCaseFile
             CLOSE DisputeCaseFile
             OPEN I-O DisputeCaseFile
          END-IF.
          OPEN EXTEND DisputeAuditFile.
          IF wsDisputeAuditStatus = "35" THEN
             OPEN OUTPUT DisputeAuditFile
          END-IF.
      *> The feed is rewritten every run, empty on a quiet day, so
      *> yesterday's credits can never be picked up a second time.
          MOVE "STARTED " TO rcStatus.
          PERFORM WriteRunControlStamp.
          OPEN OUTPUT DisputeFeedFile.
          IF tranAvailable THEN
             PERFORM ReadNextDisputeTran
             PERFORM ApplyDisputeTran UNTIL EndOfDisputeTran
             CLOSE DisputeTranFile
          END-IF.
          CLOSE DisputeFeedFile.
          PERFORM WriteDisputeSummary.
          MOVE "COMPLETE" TO rcStatus.
          PERFORM WriteRunControlStamp.
          OPEN OUTPUT DisputeAgingFile.
          PERFORM WriteAgingHeader.
          SORT SortFile
             ON ASCENDING KEY sdOpenedDate sdCaseNumb
             INPUT PROCEDURE IS ReleaseOpenCases
             OUTPUT PROCEDURE IS ListAgedCases.
          PERFORM WriteAgingTotals.
          CLOSE DisputeAgingFile.
          CLOSE DisputeCaseFile.
          CLOSE DisputeAuditFile.
          IF itemFileAvailable THEN
             CLOSE PostedItemFile
          END-IF.
          IF masterAvailable THEN
             CLOSE AccountMaster
          END-IF.
       STOP RUN.

       WriteRunControlStamp.
      *> STARTED before the dispute feed is opened, COMPLETE only
      *> after it is written and closed -- same discipline as the
      *> transfer run, so a feed this run died building is refused.
      *> rcStatus is set by the caller.
          MOVE "BANKDISPUTE" TO rcProgram.
          MOVE ctlDisputeFeedFile TO rcFeedFile.
          MOVE wsCurrentDate(1:8) TO rcRunDate.
          MOVE wsCurrentDate(9:6) TO rcRunTime.
          OPEN EXTEND RunControlFile.
          IF wsRunCtlStatus = "35" THEN
             OPEN OUTPUT RunControlFile
          END-IF.
          WRITE runControlRecord.
          CLOSE RunControlFile.

       ReadNextDisputeTran.
          READ DisputeTranFile
             AT END SET EndOfDisputeTran TO TRUE
          END-READ.

       ApplyDisputeTran.
      *> Every receiver is cleared before the UNSTRING -- the same
      *> short-line defence BankMaint's ApplyMaintRecord uses, so a
      *> truncated line cannot inherit the previous line's case or
      *> item key and credit the wrong account.
          MOVE "Y" TO wsActionValid.
          MOVE SPACES TO wsRejectReason.
          MOVE SPACES TO dtAction.
          MOVE SPACES TO dtCaseNumb.
          MOVE SPACES TO dtAcctNumb.
          MOVE SPACES TO dtRawDate.
          MOVE SPACES TO dtRawSeq.
          UNSTRING disputeTranLine DELIMITED BY ":"
             INTO dtAction, dtCaseNumb, dtAcctNumb, dtRawDate,
                dtRawSeq
          END-UNSTRING.
          MOVE SPACES TO beforeImage.
          MOVE SPACES TO afterImage.
          IF dtCaseNumb = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Missing case number" TO wsRejectReason
          ELSE
             IF dtCaseNumb(11:1) NOT = SPACE THEN
                MOVE "N" TO wsActionValid
                MOVE "Case number too long" TO wsRejectReason
             END-IF
          END-IF.
          IF actionValid THEN
             EVALUATE dtAction
                WHEN "O"
                   PERFORM OpenCase
                WHEN "F"
                   PERFORM ResolveInFavour
                WHEN "D"
                   PERFORM DenyCase
                WHEN OTHER
                   MOVE "N" TO wsActionValid
                   MOVE "Unknown dispute action" TO wsRejectReason
             END-EVALUATE
          END-IF.
          IF actionValid THEN
             ADD 1 TO appliedCount
             PERFORM WriteDisputeAuditRecord
          ELSE
             ADD 1 TO rejectedCount
             PERFORM WriteDisputeRejectRecord
          END-IF.
          PERFORM ReadNextDisputeTran.

       OpenCase.
      *> O:case:acct:postdate:seq
          IF NOT itemFileAvailable OR NOT masterAvailable THEN
             MOVE "N" TO wsActionValid
             MOVE "Item or master file unavailable"
                TO wsRejectReason
          END-IF.
          IF actionValid AND dtAcctNumb = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Missing account number" TO wsRejectReason
          END-IF.
          IF actionValid THEN
             PERFORM ParseItemKey
          END-IF.
          IF actionValid THEN
             PERFORM CheckAccountOpen
          END-IF.
          IF actionValid THEN
             PERFORM ReadDisputedItem
          END-IF.
          IF actionValid THEN
             PERFORM CheckItemNotDisputed
          END-IF.
          IF actionValid THEN
             MOVE "(none)" TO beforeImage
             MOVE dtCaseNumb TO dcCaseNumb
             MOVE piAcctNumb TO dcAcctNumb
             MOVE piPostDate TO dcPostDate
             MOVE piPostSeq TO dcPostSeq
             MOVE piTransType TO dcTransType
             MOVE piTransDesc TO dcTransDesc
             MOVE piAmount TO dcAmount
             MOVE "O" TO dcStatus
             MOVE runDate TO dcOpenedDate
             COMPUTE deadlineInteger =
                FUNCTION INTEGER-OF-DATE(runDate) + ctlDisputeDays
             MOVE FUNCTION DATE-OF-INTEGER(deadlineInteger)
                TO dcDeadlineDate
             MOVE 0 TO dcResolvedDate
             WRITE disputeCaseRecord
                INVALID KEY
                   MOVE "N" TO wsActionValid
                   MOVE "Case already on file" TO wsRejectReason
             END-WRITE
          END-IF.
          IF actionValid THEN
             MOVE disputeCaseRecord TO afterImage
             MOVE "P" TO feedType
             PERFORM WriteDisputeFeedLines
             ADD 1 TO openedCount
             ADD dcAmount TO creditTotal
          END-IF.

       ParseItemKey.
      *> The post date is a full yyyymmdd and the sequence up to six
      *> digits, nothing else -- UNSTRING into a numeric field would
      *> zero bad text and open the case on the wrong item.
          IF dtRawDate(1:8) IS NOT NUMERIC OR
             dtRawDate(9:) NOT = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Invalid item post date" TO wsRejectReason
          ELSE
             MOVE dtRawDate(1:8) TO dtPostDate
          END-IF.
          IF actionValid THEN
             MOVE 0 TO digitCount
             INSPECT dtRawSeq TALLYING digitCount
                FOR CHARACTERS BEFORE INITIAL SPACE
             IF digitCount = 0 OR digitCount > 6 THEN
                MOVE "N" TO wsActionValid
                MOVE "Invalid item sequence" TO wsRejectReason
             ELSE
                IF dtRawSeq(1:digitCount) IS NOT NUMERIC OR
                   dtRawSeq(digitCount + 1:) NOT = SPACES THEN
                   MOVE "N" TO wsActionValid
                   MOVE "Invalid item sequence" TO wsRejectReason
                ELSE
                   MOVE dtRawSeq(1:digitCount) TO dtPostSeq
                END-IF
             END-IF
          END-IF.

       CheckAccountOpen.
      *> The provisional credit has to be able to post, so a closed
      *> account is refused here rather than in the posting run's
      *> exception file.
          MOVE dtAcctNumb TO amAcctNumb.
          MOVE "00" TO wsMasterStatus.
          READ AccountMaster
             INVALID KEY SET masterNotFound TO TRUE
          END-READ.
          IF masterNotFound THEN
             MOVE "N" TO wsActionValid
             MOVE "No ACCOUNT-MASTER record found" TO wsRejectReason
          ELSE
             IF amStatusClosed THEN
                MOVE "N" TO wsActionValid
                MOVE "Account is closed" TO wsRejectReason
             END-IF
          END-IF.

       ReadDisputedItem.
      *> Only a withdrawal that actually posted can be disputed; the
      *> amount credited is the amount the item took, never keyed.
          MOVE dtAcctNumb TO piAcctNumb.
          MOVE dtPostDate TO piPostDate.
          MOVE dtPostSeq TO piPostSeq.
          MOVE "00" TO wsPostedItemStatus.
          READ PostedItemFile
             INVALID KEY SET itemNotFound TO TRUE
          END-READ.
          IF itemNotFound THEN
             MOVE "N" TO wsActionValid
             MOVE "No posted item for that key" TO wsRejectReason
          ELSE
             IF piTransType NOT = "W" THEN
                MOVE "N" TO wsActionValid
                MOVE "Disputed item is not a withdrawal"
                   TO wsRejectReason
             ELSE
                IF piAmount NOT > 0 THEN
                   MOVE "N" TO wsActionValid
                   MOVE "Disputed item has no amount"
                      TO wsRejectReason
                END-IF
             END-IF
          END-IF.

       CheckItemNotDisputed.
      *> One item, one credit: a case already open or resolved in
      *> the customer's favour on the same item would pay it twice.
      *> A denied case does not block a new one -- that is how a
      *> reopened dispute with new evidence gets its credit again.
      *> The case file is small and keyed on case number only, so
      *> it is simply read through.
          MOVE SPACES TO dupCaseNumb.
          MOVE "N" TO wsCaseScanEof.
          MOVE LOW-VALUES TO dcCaseNumb.
          START DisputeCaseFile KEY IS > dcCaseNumb
             INVALID KEY MOVE "Y" TO wsCaseScanEof
          END-START.
          PERFORM ScanOneCaseForItem
             UNTIL caseScanEof OR dupCaseNumb NOT = SPACES.
          IF dupCaseNumb NOT = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE SPACES TO wsRejectReason
             STRING "Item already disputed, case " DELIMITED BY SIZE
                dupCaseNumb DELIMITED BY SPACE
                INTO wsRejectReason
             END-STRING
          END-IF.

       ScanOneCaseForItem.
          READ DisputeCaseFile NEXT RECORD
             AT END MOVE "Y" TO wsCaseScanEof
          END-READ.
          IF NOT caseScanEof THEN
             IF dcItemKey = piItemKey AND NOT dcStatusDenied THEN
                MOVE dcCaseNumb TO dupCaseNumb
             END-IF
          END-IF.

       ResolveInFavour.
      *> F:case -- the provisional credit becomes final. No money
      *> moves and nothing goes to the feed; the case itself, its
      *> audit images and the summary carry the decision.
          PERFORM ReadCaseForUpdate.
          IF actionValid THEN
             MOVE "F" TO dcStatus
             MOVE runDate TO dcResolvedDate
             PERFORM RewriteCase
          END-IF.
          IF actionValid THEN
             ADD 1 TO favourCount
             ADD dcAmount TO finalTotal
          END-IF.

       DenyCase.
      *> D:case -- the dispute failed, so the provisional credit is
      *> taken back with a debit for exactly the amount credited.
          PERFORM ReadCaseForUpdate.
          IF actionValid THEN
             MOVE "D" TO dcStatus
             MOVE runDate TO dcResolvedDate
             PERFORM RewriteCase
          END-IF.
          IF actionValid THEN
             MOVE "V" TO feedType
             PERFORM WriteDisputeFeedLines
             ADD 1 TO deniedCount
             ADD dcAmount TO reversalTotal
          END-IF.

       ReadCaseForUpdate.
          MOVE dtCaseNumb TO dcCaseNumb.
          MOVE "00" TO wsCaseStatus.
          READ DisputeCaseFile
             INVALID KEY SET caseNotFound TO TRUE
          END-READ.
          IF caseNotFound THEN
             MOVE "N" TO wsActionValid
             MOVE "No case on file" TO wsRejectReason
          ELSE
             MOVE disputeCaseRecord TO beforeImage
             IF NOT dcStatusOpen THEN
                MOVE "N" TO wsActionValid
                MOVE "Case already resolved" TO wsRejectReason
             END-IF
          END-IF.

       RewriteCase.
          REWRITE disputeCaseRecord
             INVALID KEY
                MOVE "N" TO wsActionValid
                MOVE "Rewrite failed" TO wsRejectReason
          END-REWRITE.
          IF actionValid THEN
             MOVE disputeCaseRecord TO afterImage
          END-IF.

       WriteDisputeFeedLines.
      *> An account header, then the one dispute line under it, in
      *> the shape the transfer run writes its legs -- BankMerge sorts
      *> it into the account's block, untagged, with the rest of the
      *> non-branch feeds. feedType is set by the caller.
          MOVE SPACES TO disputeFeedLine.
          STRING dcAcctNumb DELIMITED BY SPACE
             ":" DELIMITED BY SIZE
             dcAcctNumb DELIMITED BY SPACE
             INTO disputeFeedLine
          END-STRING.
          WRITE disputeFeedLine.
          MOVE SPACES TO feedDesc.
          STRING "Dispute " DELIMITED BY SIZE
             dcCaseNumb DELIMITED BY SPACE
             INTO feedDesc
          END-STRING.
          MOVE dcAmount TO amountText.
          MOVE SPACES TO disputeFeedLine.
          STRING feedType DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             FUNCTION TRIM(feedDesc TRAILING) DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             amountText DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             runDate DELIMITED BY SIZE
             INTO disputeFeedLine
          END-STRING.
          WRITE disputeFeedLine.

       WriteDisputeAuditRecord.
          MOVE SPACES TO disputeAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             dtAction DELIMITED BY SIZE
             " Case=" DELIMITED BY SIZE
             dtCaseNumb DELIMITED BY SIZE
             " BEFORE=" DELIMITED BY SIZE
             beforeImage DELIMITED BY SIZE
             INTO disputeAuditLine
          END-STRING.
          WRITE disputeAuditLine.
          MOVE SPACES TO disputeAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             dtAction DELIMITED BY SIZE
             " Case=" DELIMITED BY SIZE
             dtCaseNumb DELIMITED BY SIZE
             " AFTER=" DELIMITED BY SIZE
             afterImage DELIMITED BY SIZE
             INTO disputeAuditLine
          END-STRING.
          WRITE disputeAuditLine.

       WriteDisputeRejectRecord.
          DISPLAY "*Dispute case action rejected for " dtCaseNumb
             ": " wsRejectReason.
          MOVE SPACES TO disputeAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             dtAction DELIMITED BY SIZE
             " Case=" DELIMITED BY SIZE
             dtCaseNumb DELIMITED BY SIZE
             " REJECTED=" DELIMITED BY SIZE
             wsRejectReason DELIMITED BY SIZE
             " RAW=" DELIMITED BY SIZE
             disputeTranLine(1:60) DELIMITED BY SIZE
             INTO disputeAuditLine
          END-STRING.
          WRITE disputeAuditLine.

       WriteDisputeSummary.
          MOVE SPACES TO disputeAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " DISPUTE SUMMARY Applied=" DELIMITED BY SIZE
             appliedCount DELIMITED BY SIZE
             " Rejected=" DELIMITED BY SIZE
             rejectedCount DELIMITED BY SIZE
             " Opened=" DELIMITED BY SIZE
             openedCount DELIMITED BY SIZE
             " Favour=" DELIMITED BY SIZE
             favourCount DELIMITED BY SIZE
             " Denied=" DELIMITED BY SIZE
             deniedCount DELIMITED BY SIZE
             INTO disputeAuditLine
          END-STRING.
          WRITE disputeAuditLine.

       ReleaseOpenCases.
      *> Only open cases age; resolved ones have met their deadline.
          MOVE "N" TO wsCaseScanEof.
          MOVE LOW-VALUES TO dcCaseNumb.
          START DisputeCaseFile KEY IS > dcCaseNumb
             INVALID KEY MOVE "Y" TO wsCaseScanEof
          END-START.
          PERFORM ReleaseOneOpenCase UNTIL caseScanEof.

       ReleaseOneOpenCase.
          READ DisputeCaseFile NEXT RECORD
             AT END MOVE "Y" TO wsCaseScanEof
          END-READ.
          IF NOT caseScanEof AND dcStatusOpen THEN
             MOVE dcOpenedDate TO sdOpenedDate
             MOVE dcCaseNumb TO sdCaseNumb
             MOVE dcAcctNumb TO sdAcctNumb
             MOVE dcDeadlineDate TO sdDeadlineDate
             MOVE dcAmount TO sdAmount
             RELEASE sortRecord
          END-IF.

       ListAgedCases.
          PERFORM ReturnNextSorted.
          PERFORM ListOneAgedCase UNTIL sortEof.

       ReturnNextSorted.
          RETURN SortFile
             AT END SET sortEof TO TRUE
          END-RETURN.

       ListOneAgedCase.
          COMPUTE daysOpen = FUNCTION INTEGER-OF-DATE(runDate)
             - FUNCTION INTEGER-OF-DATE(sdOpenedDate).
          COMPUTE daysLeft = FUNCTION INTEGER-OF-DATE(sdDeadlineDate)
             - FUNCTION INTEGER-OF-DATE(runDate).
          EVALUATE TRUE
             WHEN daysLeft < 0
                MOVE "PAST DEADLINE" TO agingFlag
                ADD 1 TO pastDueCount
             WHEN daysLeft <= ctlDisputeWarnDays
                MOVE "DUE SOON" TO agingFlag
                ADD 1 TO dueSoonCount
             WHEN OTHER
                MOVE SPACES TO agingFlag
          END-EVALUATE.
          ADD 1 TO openCaseCount.
          ADD sdAmount TO openCaseTotal.
          MOVE sdOpenedDate TO dateWork.
          PERFORM FormatDate.
          MOVE datePrint TO openedPrint.
          MOVE sdDeadlineDate TO dateWork.
          PERFORM FormatDate.
          MOVE datePrint TO deadlinePrint.
          MOVE daysOpen TO daysOpenPrint.
          MOVE daysLeft TO daysLeftPrint.
          MOVE sdAmount TO amtPrint.
          MOVE SPACES TO rptLine.
          STRING sdCaseNumb DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             sdAcctNumb DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             openedPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             deadlinePrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             daysOpenPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             daysLeftPrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             amtPrint DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             agingFlag DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          PERFORM ReturnNextSorted.

       FormatDate.
          MOVE SPACES TO datePrint.
          STRING dateWork(5:2) "/" dateWork(7:2) "/"
             dateWork(1:4) DELIMITED BY SIZE
             INTO datePrint
          END-STRING.

       WriteAgingHeader.
          MOVE SPACES TO rptLine.
          STRING "BankDispute Open Case Aging  Run=" DELIMITED BY SIZE
             wsCurrentDate(1:8) DELIMITED BY SIZE
             "  Deadline=" DELIMITED BY SIZE
             ctlDisputeDays DELIMITED BY SIZE
             " days" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          MOVE SPACES TO rptLine.
          WRITE disputeAgingLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Case       Account     Opened     Deadline   "
             DELIMITED BY SIZE
             "Open Left         Amount" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE disputeAgingLine FROM rptLine.

       WriteAgingTotals.
      *> Today's case activity closes the report, so the feed this run
      *> wrote can be tied to the posting run's dispute totals.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE disputeAgingLine FROM rptLine.
          MOVE openCaseTotal TO amtPrint.
          MOVE SPACES TO rptLine.
          STRING "Open cases=" DELIMITED BY SIZE
             openCaseCount DELIMITED BY SIZE
             " Past deadline=" DELIMITED BY SIZE
             pastDueCount DELIMITED BY SIZE
             " Due soon=" DELIMITED BY SIZE
             dueSoonCount DELIMITED BY SIZE
             " Amount=" DELIMITED BY SIZE
             amtPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          MOVE SPACES TO rptLine.
          WRITE disputeAgingLine FROM rptLine.
          MOVE creditTotal TO amtPrint.
          MOVE SPACES TO rptLine.
          STRING "Opened today        " DELIMITED BY SIZE
             openedCount DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             amtPrint DELIMITED BY SIZE
             "  provisional credit (P)" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          MOVE finalTotal TO amtPrint.
          MOVE SPACES TO rptLine.
          STRING "Resolved in favour  " DELIMITED BY SIZE
             favourCount DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             amtPrint DELIMITED BY SIZE
             "  credit made final" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          MOVE reversalTotal TO amtPrint.
          MOVE SPACES TO rptLine.
          STRING "Denied              " DELIMITED BY SIZE
             deniedCount DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             amtPrint DELIMITED BY SIZE
             "  reversing debit (V)" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Rejected actions    " DELIMITED BY SIZE
             rejectedCount DELIMITED BY SIZE
             "  see " DELIMITED BY SIZE
             FUNCTION TRIM(ctlDisputeAuditFile TRAILING)
                DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE disputeAgingLine FROM rptLine.
          IF pastDueCount > 0 THEN
             DISPLAY "*" pastDueCount
                " DISPUTE CASE(S) PAST REGULATORY DEADLINE -- see "
                FUNCTION TRIM(ctlDisputeAgingFile TRAILING)
          END-IF.

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
             WHEN "DISPUTEFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlDisputeFile
             WHEN "DISPUTETRANFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlDisputeTranFile
             WHEN "DISPUTEFEEDFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlDisputeFeedFile
             WHEN "DISPUTEAUDITFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlDisputeAuditFile
             WHEN "DISPUTEAGINGFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlDisputeAgingFile
             WHEN "DISPUTEDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlDisputeDays
             WHEN "DISPUTEWARNDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlDisputeWarnDays
             WHEN "POSTEDITEMFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlPostedItemFile
             WHEN "MASTERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMasterFile
             WHEN "RUNCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlRunControlFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlDisputeFile looks up an environment
      *> variable literally named "ctlDisputeFile" at OPEN time,
      *> not the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around.
          DISPLAY "ctlDisputeFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlDisputeFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlDisputeTranFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlDisputeTranFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlDisputeFeedFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlDisputeFeedFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlDisputeAuditFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlDisputeAuditFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlDisputeAgingFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlDisputeAgingFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlPostedItemFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlPostedItemFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlRunControlFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlRunControlFile UPON ENVIRONMENT-VALUE.
