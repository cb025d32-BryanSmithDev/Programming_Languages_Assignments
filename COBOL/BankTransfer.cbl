       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankTransfer.
       AUTHOR.  Bryan Smith.

      *> Account-to-account transfer front-end. Customers move rent
      *> and savings money between their own accounts, and keying a
      *> W on one account and a separate D on the other left every
      *> transfer one lost line away from being half-posted. This
      *> run reads the transfer requests, checks BOTH accounts
      *> against ACCOUNT-MASTER before either leg is written, and
      *> emits the debit leg (type T) and the credit leg (type R)
      *> together into an account.txt-shaped feed for BankMerge, each
      *> leg carrying the request's transfer reference so the pair
      *> can be matched anywhere downstream. A request with anything
      *> wrong with either side -- malformed, an account missing,
      *> closed, or (debit side) on hold -- is rejected whole: no leg
      *> of it reaches the feed, and neither does one that would take
      *> the debit account past its overdraft limit -- counting the
      *> transfers already accepted from it this run. The transfer
      *> register lists every request and proves the debit legs
      *> foot to the credit legs.
      *>
      *> Transfer request lines are colon-delimited like every other
      *> feed in this shop:
      *>    reference:fromacct:toacct:amount:yyyymmdd
      *> reference is the transfer's own number (up to 10 bytes);
      *> the date is optional and defaults to the run date.
      *>
      *> The feed carries account headers and transfer legs only --
      *> no beginning-balance lines; like the analysis and standing-
      *> order feeds it goes through BankMerge's other-feed slot,
      *> untagged, and the balance line comes from the main feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

           SELECT TransferFile ASSIGN TO ctlTransferFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsTransferStatus.

           SELECT AccountMaster ASSIGN TO ctlMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT TransferFeedFile ASSIGN TO ctlTransferFeedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsXferFeedStatus.

           SELECT TransferRptFile ASSIGN TO ctlTransferRptFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsXferRptStatus.

           SELECT RunControlFile ASSIGN TO ctlRunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRunCtlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

       FD TransferFile.
       01  transferLine      PIC X(80).
          88 EndOfTransfers  VALUE HIGH-VALUES.

       FD AccountMaster.
       COPY ACCTMAST.

       FD TransferFeedFile.
       01  xferFeedLine      PIC X(60).

       FD TransferRptFile.
       01  xferRptLine       PIC X(100).

       FD RunControlFile.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsTransferStatus     PIC XX.
       01 wsMasterStatus       PIC XX.
          88 masterReadOk          VALUE "00".
          88 masterNotFound        VALUE "23".
       01 wsXferFeedStatus     PIC XX.
       01 wsXferRptStatus      PIC XX.
       01 wsRunCtlStatus       PIC XX.

       01 wsCurrentDate        PIC X(21).

      *> --- one parsed transfer request ---
       01 xfRef                PIC X(10).
       01 xfFromAcct           PIC X(11).
       01 xfToAcct             PIC X(11).
       01 xfRawAmount          PIC X(12).
       01 xfRawDate            PIC X(9).
       01 xfAmount             PIC S9(9)V99.
       01 xfDate               PIC 9(8).
       01 xfLegDesc            PIC X(21).

       01 wsXferValid          PIC X VALUE "Y".
          88 xferValid             VALUE "Y".
       01 wsRejectReason       PIC X(40).

       01 requestsRead         PIC 9(6) VALUE 0.
       01 acceptedCount        PIC 9(6) VALUE 0.
       01 rejectedCount        PIC 9(6) VALUE 0.
       01 debitLegTotal        PIC S9(9)V99 VALUE 0.
       01 creditLegTotal       PIC S9(9)V99 VALUE 0.
       01 debitLegCount        PIC 9(6) VALUE 0.
       01 creditLegCount       PIC 9(6) VALUE 0.

      *> --- transfers accepted so far this run, per from account ---
      *> Every request is tested against the master's balance, which
      *> does not move during this run, so the amounts already sent
      *> out of each account are carried here and counted against
      *> its overdraft limit along with the request in hand.
       01 xdAcctCount          PIC 9(4) VALUE 0.
       01 xdSlot               PIC 9(4) VALUE 0.
       01 acceptedSoFar        PIC S9(9)V99 VALUE 0.
       01 wsDebitFound         PIC X VALUE "N".
          88 debitFound            VALUE "Y".
       01 xdTable.
          05 xdEntry OCCURS 200 TIMES INDEXED BY xdIdx.
             10 xdAcctNumb        PIC X(11).
             10 xdAcceptedAmt     PIC S9(9)V99.

       01 amountText           PIC 9(9).99.
       01 amtPrint             PIC $(9)9.99-.
       01 totPrint             PIC $(9)9.99-.
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
          OPEN INPUT TransferFile.
          IF wsTransferStatus = "35" THEN
             DISPLAY "*Transfer file " ctlTransferFile
                " not found -- nothing generated"
             STOP RUN
          END-IF.
      *> Both legs are vouched for against the master or neither is
      *> written -- without it there is nothing to check a transfer
      *> against, so the run stops rather than guess.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus = "35" THEN
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " not found -- transfers cannot be verified, "
                "nothing generated"
             STOP RUN
          END-IF.
          MOVE "STARTED " TO rcStatus.
          PERFORM WriteRunControlStamp.
          OPEN OUTPUT TransferFeedFile.
          OPEN OUTPUT TransferRptFile.
          PERFORM WriteTransferReportHeader.
          PERFORM ReadNextTransfer.
          PERFORM ProcessOneTransfer UNTIL EndOfTransfers.
          PERFORM WriteTransferSummary.
          CLOSE TransferFile.
          CLOSE AccountMaster.
          CLOSE TransferFeedFile.
          CLOSE TransferRptFile.
          MOVE "COMPLETE" TO rcStatus.
          PERFORM WriteRunControlStamp.
       STOP RUN.

       WriteRunControlStamp.
      *> STARTED before the transfer feed is opened, COMPLETE only
      *> after it is written and closed -- same discipline as the
      *> accrual run, so a feed this run died building is refused.
      *> rcStatus is set by the caller.
          MOVE "BANKTRANSFER" TO rcProgram.
          MOVE ctlTransferFeedFile TO rcFeedFile.
          MOVE wsCurrentDate(1:8) TO rcRunDate.
          MOVE wsCurrentDate(9:6) TO rcRunTime.
          OPEN EXTEND RunControlFile.
          IF wsRunCtlStatus = "35" THEN
             OPEN OUTPUT RunControlFile
          END-IF.
          WRITE runControlRecord.
          CLOSE RunControlFile.

       ReadNextTransfer.
          READ TransferFile
             AT END SET EndOfTransfers TO TRUE
          END-READ.
          IF NOT EndOfTransfers THEN
             ADD 1 TO requestsRead
          END-IF.

       ProcessOneTransfer.
          PERFORM ParseTransferRequest.
          IF xferValid THEN
             MOVE xfFromAcct TO amAcctNumb
             PERFORM CheckDebitAccount
          END-IF.
          IF xferValid THEN
             MOVE xfToAcct TO amAcctNumb
             PERFORM CheckCreditAccount
          END-IF.
          IF xferValid THEN
             PERFORM WriteTransferLegs
             PERFORM RecordAcceptedDebit
             ADD 1 TO acceptedCount
          ELSE
             ADD 1 TO rejectedCount
          END-IF.
          PERFORM WriteTransferRegisterLine.
          PERFORM ReadNextTransfer.

       ParseTransferRequest.
      *> Every receiver is cleared before the UNSTRING -- the same
      *> short-line defence BankMaint's ApplyMaintRecord uses, so a
      *> truncated request cannot inherit the previous request's
      *> accounts or amount.
          MOVE "Y" TO wsXferValid.
          MOVE SPACES TO wsRejectReason.
          MOVE SPACES TO xfRef.
          MOVE SPACES TO xfFromAcct.
          MOVE SPACES TO xfToAcct.
          MOVE SPACES TO xfRawAmount.
          MOVE SPACES TO xfRawDate.
          MOVE 0 TO xfAmount.
          UNSTRING transferLine DELIMITED BY ":"
             INTO xfRef, xfFromAcct, xfToAcct, xfRawAmount,
                xfRawDate
          END-UNSTRING.
          IF xfRef = SPACES THEN
             MOVE "N" TO wsXferValid
             MOVE "Missing transfer reference" TO wsRejectReason
          END-IF.
          IF xferValid AND
             (xfFromAcct = SPACES OR xfToAcct = SPACES) THEN
             MOVE "N" TO wsXferValid
             MOVE "Missing account number" TO wsRejectReason
          END-IF.
          IF xferValid AND xfFromAcct = xfToAcct THEN
             MOVE "N" TO wsXferValid
             MOVE "From and to accounts are the same"
                TO wsRejectReason
          END-IF.
          IF xferValid THEN
             IF FUNCTION TEST-NUMVAL(xfRawAmount) NOT = 0 THEN
                MOVE "N" TO wsXferValid
                MOVE "Non-numeric transfer amount" TO wsRejectReason
             ELSE
                MOVE FUNCTION NUMVAL(xfRawAmount) TO xfAmount
                IF xfAmount <= 0 THEN
                   MOVE "N" TO wsXferValid
                   MOVE "Transfer amount not positive"
                      TO wsRejectReason
                END-IF
             END-IF
          END-IF.
      *> Same full-8-digit date rule the main run's validation
      *> applies, ninth receiver byte catching over-long fields.
          IF xferValid THEN
             IF xfRawDate = SPACES THEN
                MOVE wsCurrentDate(1:8) TO xfDate
             ELSE
                IF xfRawDate(1:8) IS NUMERIC AND
                   xfRawDate(9:1) = SPACE THEN
                   MOVE xfRawDate(1:8) TO xfDate
                ELSE
                   MOVE "N" TO wsXferValid
                   MOVE "Invalid transfer date" TO wsRejectReason
                END-IF
             END-IF
          END-IF.

       CheckDebitAccount.
      *> The debit side must be able to post a withdrawal: it must
      *> exist and be Active -- a hold blocks withdrawals at posting,
      *> and letting the credit leg through alone is exactly the
      *> half-posted transfer this run exists to stop.
          MOVE "00" TO wsMasterStatus.
          READ AccountMaster
             INVALID KEY SET masterNotFound TO TRUE
          END-READ.
          IF masterNotFound THEN
             MOVE "N" TO wsXferValid
             MOVE "No ACCOUNT-MASTER record for from acct"
                TO wsRejectReason
          ELSE
             IF amAcctStatus = "C" THEN
                MOVE "N" TO wsXferValid
                MOVE "From account closed" TO wsRejectReason
             ELSE
                IF amAcctStatus = "H" THEN
                   MOVE "N" TO wsXferValid
                   MOVE "From account on hold" TO wsRejectReason
                END-IF
             END-IF
          END-IF.
      *> The posting run returns withdrawals past the overdraft limit
      *> but cannot return one leg of a transfer without leaving the
      *> other posted alone, so the limit is applied here, against
      *> the balance the master carried out of the last statement
      *> less every transfer already accepted from the account.
          IF xferValid THEN
             PERFORM FindAcceptedDebits
          END-IF.
          IF xferValid AND
             amLastBalance - (acceptedSoFar + xfAmount)
                < 0 - amOverdraftLimit THEN
             MOVE "N" TO wsXferValid
             MOVE "Transfer exceeds overdraft limit" TO wsRejectReason
          END-IF.

       FindAcceptedDebits.
      *> An account new to the table when it is already full cannot
      *> have its later transfers counted, so the request is refused
      *> rather than let through unchecked.
          MOVE "N" TO wsDebitFound.
          MOVE 0 TO acceptedSoFar.
          MOVE 0 TO xdSlot.
          PERFORM MatchOneAcceptedDebit
             VARYING xdIdx FROM 1 BY 1
             UNTIL xdIdx > xdAcctCount OR debitFound.
          IF NOT debitFound AND xdAcctCount >= 200 THEN
             MOVE "N" TO wsXferValid
             MOVE "Transfer account table full (200 max)"
                TO wsRejectReason
             DISPLAY "*Transfer account table full (200 max) -- "
                xfRef " from " xfFromAcct " rejected"
          END-IF.

       MatchOneAcceptedDebit.
          IF xdAcctNumb(xdIdx) = xfFromAcct THEN
             MOVE "Y" TO wsDebitFound
             SET xdSlot TO xdIdx
             MOVE xdAcceptedAmt(xdIdx) TO acceptedSoFar
          END-IF.

       RecordAcceptedDebit.
      *> Only once both legs are in the feed does the amount count
      *> against the account; debitFound and xdSlot still hold what
      *> CheckDebitAccount found for this request.
          IF debitFound THEN
             ADD xfAmount TO xdAcceptedAmt(xdSlot)
          ELSE
             ADD 1 TO xdAcctCount
             SET xdIdx TO xdAcctCount
             MOVE xfFromAcct TO xdAcctNumb(xdIdx)
             MOVE xfAmount TO xdAcceptedAmt(xdIdx)
          END-IF.

       CheckCreditAccount.
      *> The credit side only has to accept a deposit: a hold does
      *> not block credits, a closed account refuses everything.
          MOVE "00" TO wsMasterStatus.
          READ AccountMaster
             INVALID KEY SET masterNotFound TO TRUE
          END-READ.
          IF masterNotFound THEN
             MOVE "N" TO wsXferValid
             MOVE "No ACCOUNT-MASTER record for to acct"
                TO wsRejectReason
          ELSE
             IF amAcctStatus = "C" THEN
                MOVE "N" TO wsXferValid
                MOVE "To account closed" TO wsRejectReason
             END-IF
          END-IF.

       WriteTransferLegs.
      *> Both legs go out back to back under their own account
      *> headers, the same description -- and so the same transfer
      *> reference -- on each. BankMerge sorts them into the two
      *> accounts' blocks; the reference is what pairs them again.
          MOVE SPACES TO xfLegDesc.
          STRING "Transfer " DELIMITED BY SIZE
             xfRef DELIMITED BY SPACE
             INTO xfLegDesc
          END-STRING.
          MOVE xfAmount TO amountText.
          MOVE xfFromAcct TO amAcctNumb.
          PERFORM WriteLegAccountHeader.
          MOVE SPACES TO xferFeedLine.
          STRING "T:" DELIMITED BY SIZE
             FUNCTION TRIM(xfLegDesc TRAILING) DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             amountText DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             xfDate DELIMITED BY SIZE
             INTO xferFeedLine
          END-STRING.
          WRITE xferFeedLine.
          ADD xfAmount TO debitLegTotal.
          ADD 1 TO debitLegCount.
          MOVE xfToAcct TO amAcctNumb.
          PERFORM WriteLegAccountHeader.
          MOVE SPACES TO xferFeedLine.
          STRING "R:" DELIMITED BY SIZE
             FUNCTION TRIM(xfLegDesc TRAILING) DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             amountText DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             xfDate DELIMITED BY SIZE
             INTO xferFeedLine
          END-STRING.
          WRITE xferFeedLine.
          ADD xfAmount TO creditLegTotal.
          ADD 1 TO creditLegCount.

       WriteLegAccountHeader.
          MOVE SPACES TO xferFeedLine.
          STRING amAcctNumb DELIMITED BY SPACE
             ":" DELIMITED BY SIZE
             amAcctNumb DELIMITED BY SPACE
             INTO xferFeedLine
          END-STRING.
          WRITE xferFeedLine.

       WriteTransferReportHeader.
          MOVE SPACES TO rptLine.
          STRING "BankTransfer Register  Run=" DELIMITED BY SIZE
             wsCurrentDate(1:8) DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE xferRptLine FROM rptLine.
          MOVE SPACES TO rptLine.
          WRITE xferRptLine FROM rptLine.
          MOVE "Reference  From        To                 Amount  Disp"
             TO rptLine.
          WRITE xferRptLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE xferRptLine FROM rptLine.

       WriteTransferRegisterLine.
          MOVE xfAmount TO amtPrint.
          MOVE SPACES TO rptLine.
          IF xferValid THEN
             STRING xfRef DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                xfFromAcct DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                xfToAcct DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                amtPrint DELIMITED BY SIZE
                "  POSTED BOTH LEGS" DELIMITED BY SIZE
                INTO rptLine
             END-STRING
          ELSE
             STRING xfRef DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                xfFromAcct DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                xfToAcct DELIMITED BY SIZE
                " REJECTED: " DELIMITED BY SIZE
                FUNCTION TRIM(wsRejectReason TRAILING)
                   DELIMITED BY SIZE
                INTO rptLine
             END-STRING
          END-IF.
          WRITE xferRptLine FROM rptLine.

       WriteTransferSummary.
      *> The proof line: every accepted transfer wrote exactly one
      *> debit leg and one credit leg for the same amount, so the
      *> two sides must foot to each other and net to zero. Anything
      *> else means a leg was dropped or doubled -- fail the run
      *> loudly rather than hand BankMerge a half-posted transfer.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE xferRptLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Requests read=" DELIMITED BY SIZE
             requestsRead DELIMITED BY SIZE
             " Accepted=" DELIMITED BY SIZE
             acceptedCount DELIMITED BY SIZE
             " Rejected=" DELIMITED BY SIZE
             rejectedCount DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE xferRptLine FROM rptLine.
          MOVE debitLegTotal TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Debit legs  (T) " DELIMITED BY SIZE
             debitLegCount DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE xferRptLine FROM rptLine.
          MOVE creditLegTotal TO totPrint.
          MOVE SPACES TO rptLine.
          STRING "Credit legs (R) " DELIMITED BY SIZE
             creditLegCount DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             totPrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE xferRptLine FROM rptLine.
          IF debitLegTotal NOT = creditLegTotal OR
             debitLegCount NOT = creditLegCount OR
             debitLegCount NOT = acceptedCount THEN
             MOVE "** TRANSFER LEGS DO NOT NET TO ZERO **" TO rptLine
             WRITE xferRptLine FROM rptLine
             DISPLAY "*TRANSFER LEGS DO NOT NET TO ZERO: debits="
                debitLegTotal " credits=" creditLegTotal
                " -- feed must not be merged"
             MOVE 12 TO RETURN-CODE
          ELSE
             MOVE "Debit legs equal credit legs - transfers net to zero"
                TO rptLine
             WRITE xferRptLine FROM rptLine
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
             WHEN "TRANSFERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlTransferFile
             WHEN "TRANSFERFEEDFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlTransferFeedFile
             WHEN "TRANSFERREPORTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlTransferRptFile
             WHEN "MASTERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMasterFile
             WHEN "RUNCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlRunControlFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlTransferFile looks up an environment
      *> variable literally named "ctlTransferFile" at OPEN time,
      *> not the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around.
          DISPLAY "ctlTransferFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlTransferFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlTransferFeedFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlTransferFeedFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlTransferRptFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlTransferRptFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlRunControlFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlRunControlFile UPON ENVIRONMENT-VALUE.
