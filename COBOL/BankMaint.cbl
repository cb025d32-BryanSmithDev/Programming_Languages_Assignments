
      *> Applies a keyed maintenance transaction file against the
      *> indexed ACCOUNT-MASTER so operations can open, rename,
      *> close, hold, reactivate, set the overdraft limit, product
      *> code and customer link on, and purge accounts through a
      *> controlled, audited batch run instead of editing acctmast.dat
      *> offline. Every applied or rejected action is written to its
      *> own maintenance audit trail with before and after record
      *> images.
      *>
      *> Maintenance file lines are colon-delimited like every other
      *> feed in this shop:
      *>    O:acctnumb:name:balance[:product[:customer]]
      *>                                open new account (WRITE)
      *>    N:acctnumb:newname          change name      (REWRITE)
      *>    C:acctnumb                  set status C     (REWRITE)
      *>    H:acctnumb                  set status H     (REWRITE)
      *>    A:acctnumb                  reactivate to A  (REWRITE)
      *>    L:acctnumb:limit            overdraft limit  (REWRITE)
      *>    T:acctnumb:product          product code     (REWRITE)
      *>    K:acctnumb:customer         customer link    (REWRITE)
      *>    P:acctnumb                  purge closed acct (DELETE)

       ENVIRONMENT DIVISION.
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT ProductFile ASSIGN TO ctlProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsProductStatus.

           SELECT CustomerFile ASSIGN TO ctlCustomerFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuCustNumb
               FILE STATUS IS wsCustomerStatus.

           SELECT MaintAuditFile ASSIGN TO ctlMaintAuditFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsMaintAuditStatus.
       FD AccountMaster.
       COPY ACCTMAST.

       FD ProductFile.
       01  productLine       PIC X(100).

       FD CustomerFile.
       COPY CUSTMAST.

       FD MaintAuditFile.
       01  maintAuditLine    PIC X(150).

          88 masterReadOk          VALUE "00".
          88 masterNotFound        VALUE "23".
       01 wsMaintAuditStatus   PIC XX.
       01 wsCustomerStatus     PIC XX.
          88 customerNotFound      VALUE "23".
       01 wsCustomerAvailable  PIC X VALUE "Y".
          88 customerAvailable     VALUE "Y".
       01 wsJournalStatus      PIC XX.

       01 wsCurrentDate        PIC X(21).
       01 maAcctNumb           PIC X(11).
       01 maName               PIC X(30).
       01 maRawBalance         PIC X(12).
      *> The L action keys its limit in the third field, the one the
      *> O action uses for the name.
       01 maRawLimit           PIC X(12).
      *> The product code rides as the optional fifth field of an O,
      *> and in the third field of a T, like the L action's limit.
      *> One byte wider than the code so an over-long one is caught.
       01 maRawProduct         PIC X(3).
      *> The customer number rides as the optional sixth field of an
      *> O, and in the third field of a K; one byte wider again.
       01 maRawCustomer        PIC X(9).

       01 wsActionValid        PIC X VALUE "Y".
          88 actionValid           VALUE "Y".
       01 appliedCount         PIC 9(6) VALUE 0.
       01 rejectedCount        PIC 9(6) VALUE 0.

      *> --- product table, and one product line being edited ---
       COPY PRODUCT.
       01 wsProductStatus      PIC XX.
       01 wsProductEof         PIC X VALUE "N".
          88 productEof            VALUE "Y".
       01 wsProductValid       PIC X VALUE "Y".
          88 productValid          VALUE "Y".
       01 productRejects       PIC 9(4) VALUE 0.
       01 prodLookupCode       PIC X(2).
       01 prodFoundIdx         PIC 9(3) VALUE 0.
       01 productWork.
          05 pwProductCode      PIC X(2).
          05 pwProductName      PIC X(20).
          05 pwRate1            PIC 9V9(4).
          05 pwFloor2           PIC 9(9)V99.
          05 pwRate2            PIC 9V9(4).
          05 pwFloor3           PIC 9(9)V99.
          05 pwRate3            PIC 9V9(4).
          05 pwFreeItems        PIC 9(4).
          05 pwPerItemFee       PIC 9V99.
          05 pwMinBalance       PIC 9(7)V99.
          05 pwMonthlyFee       PIC 99V99.
       01 prRawCode            PIC X(3).
       01 prRawName            PIC X(20).
       01 prRawRate1           PIC X(12).
       01 prRawFloor2          PIC X(12).
       01 prRawRate2           PIC X(12).
       01 prRawFloor3          PIC X(12).
       01 prRawRate3           PIC X(12).
       01 prRawFreeItems       PIC X(12).
       01 prRawItemFee         PIC X(12).
       01 prRawMinBal          PIC X(12).
       01 prRawMonthlyFee      PIC X(12).
       01 prRawField           PIC X(12).
       01 prFieldValue         PIC S9(9)V9(4).

      *> --- control card (mirrors BankReport's ReadControlCard) ---
       01 wsControlCardStatus   PIC XX.
       01 wsCCEof               PIC X VALUE "N".
             OPEN OUTPUT JournalFile
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO wsCurrentDate.
          PERFORM LoadProductTable.
      *> Read-only: customers are kept by BankCustMaint. Without the
      *> file no link can be vouched for, so links are refused and
      *> everything else still applies.
          OPEN INPUT CustomerFile.
          IF wsCustomerStatus NOT = "00" THEN
             DISPLAY "*Customer file " ctlCustomerFile
                " unavailable, status " wsCustomerStatus
                " -- customer links will be refused"
             MOVE "N" TO wsCustomerAvailable
          END-IF.
          PERFORM ReadNextMaintRecord.
          PERFORM ApplyMaintRecord UNTIL EndOfMaint.
          PERFORM WriteMaintSummary.
          CLOSE AccountMaster.
          CLOSE MaintAuditFile.
          CLOSE JournalFile.
          IF customerAvailable THEN
             CLOSE CustomerFile
          END-IF.
       STOP RUN.

       ReadNextMaintRecord.
          MOVE SPACES TO maAcctNumb.
          MOVE SPACES TO maName.
          MOVE SPACES TO maRawBalance.
          MOVE SPACES TO maRawProduct.
          MOVE SPACES TO maRawCustomer.
          UNSTRING maintLine DELIMITED BY ":"
             INTO maAction, maAcctNumb, maName, maRawBalance,
                maRawProduct, maRawCustomer
          END-UNSTRING.
          MOVE SPACES TO beforeImage.
          MOVE SPACES TO afterImage.
                   PERFORM ChangeAccountStatus
                WHEN "A"
                   PERFORM ChangeAccountStatus
                WHEN "L"
                   PERFORM ChangeOverdraftLimit
                WHEN "T"
                   PERFORM ChangeProductCode
                WHEN "K"
                   PERFORM ChangeCustomerLink
                WHEN "P"
                   PERFORM PurgeAccount
                WHEN OTHER
                MOVE "N" TO wsActionValid
                MOVE "Non-numeric opening balance" TO wsRejectReason
             ELSE
                PERFORM ValidateProductCode
             END-IF
             IF actionValid THEN
                PERFORM ValidateCustomerLink
             END-IF
             IF actionValid THEN
                MOVE "(none)" TO beforeImage
                MOVE maAcctNumb TO amAcctNumb
                MOVE maName TO amAcctName
                MOVE "A" TO amAcctStatus
                MOVE FUNCTION NUMVAL(maRawBalance) TO amLastBalance
                MOVE 0 TO amLastStmtDate
                MOVE 0 TO amOverdraftLimit
                MOVE maRawProduct TO amProductCode
                MOVE maRawCustomer TO amCustNumb
                WRITE accountMasterRecord
                   INVALID KEY
                      MOVE "N" TO wsActionValid
             PERFORM RewriteMaster
          END-IF.

       ChangeOverdraftLimit.
      *> A new account opens with no overdraft; the limit is granted
      *> here, as its own audited action, and zero takes it away.
          MOVE maName TO maRawLimit.
          IF maRawLimit = SPACES OR
             FUNCTION TEST-NUMVAL(maRawLimit) NOT = 0 THEN
             MOVE "N" TO wsActionValid
             MOVE "Non-numeric overdraft limit" TO wsRejectReason
          ELSE
             IF FUNCTION NUMVAL(maRawLimit) < 0 OR
                FUNCTION NUMVAL(maRawLimit) > 9999999.99 THEN
                MOVE "N" TO wsActionValid
                MOVE "Overdraft limit out of range" TO wsRejectReason
             ELSE
                PERFORM ReadMasterForUpdate
                IF actionValid THEN
                   MOVE FUNCTION NUMVAL(maRawLimit) TO amOverdraftLimit
                   PERFORM RewriteMaster
                END-IF
             END-IF
          END-IF.

       ChangeProductCode.
      *> Blank is a valid code here -- it moves the account back to
      *> the house rate and fee schedule.
          MOVE maName TO maRawProduct.
          PERFORM ValidateProductCode.
          IF actionValid THEN
             PERFORM ReadMasterForUpdate
             IF actionValid THEN
                MOVE maRawProduct TO amProductCode
                PERFORM RewriteMaster
             END-IF
          END-IF.

       ValidateProductCode.
      *> A code must be on the product file -- an account carrying
      *> one the table doesn't know is never accrued or charged.
          IF maRawProduct NOT = SPACES THEN
             IF maRawProduct(3:1) NOT = SPACE THEN
                MOVE "N" TO wsActionValid
                MOVE "Unknown product code" TO wsRejectReason
             ELSE
                MOVE maRawProduct TO prodLookupCode
                PERFORM FindProductEntry
                IF prodFoundIdx = 0 THEN
                   MOVE "N" TO wsActionValid
                   MOVE "Unknown product code" TO wsRejectReason
                END-IF
             END-IF
          END-IF.

       ChangeCustomerLink.
      *> Blank unlinks the account; its statements then print with
      *> no address block until it is linked again.
          MOVE maName TO maRawCustomer.
          IF maName(10:) NOT = SPACES THEN
             MOVE "X" TO maRawCustomer(9:1)
          END-IF.
          PERFORM ValidateCustomerLink.
          IF actionValid THEN
             PERFORM ReadMasterForUpdate
             IF actionValid THEN
                MOVE maRawCustomer TO amCustNumb
                PERFORM RewriteMaster
             END-IF
          END-IF.

       ValidateCustomerLink.
      *> A link must name a customer on file -- a statement cannot
      *> be addressed from a customer number nobody has keyed.
          IF maRawCustomer NOT = SPACES THEN
             IF maRawCustomer(9:1) NOT = SPACE THEN
                MOVE "N" TO wsActionValid
                MOVE "Customer number too long" TO wsRejectReason
             ELSE
                IF NOT customerAvailable THEN
                   MOVE "N" TO wsActionValid
                   MOVE "Customer file unavailable"
                      TO wsRejectReason
                ELSE
                   MOVE maRawCustomer TO cuCustNumb
                   MOVE "00" TO wsCustomerStatus
                   READ CustomerFile
                      INVALID KEY SET customerNotFound TO TRUE
                   END-READ
                   IF customerNotFound THEN
                      MOVE "N" TO wsActionValid
                      MOVE "No customer on file" TO wsRejectReason
                   END-IF
                END-IF
             END-IF
          END-IF.

       PurgeAccount.
      *> DELETE is restricted to accounts already closed so a fat-
      *> fingered purge cannot drop a live account from the master.
          END-STRING.
          WRITE maintAuditLine.

       LoadProductTable.
      *> The whole table is read before any account is looked at. A
      *> line that fails its edits is left out and shown, so its
      *> accounts come out unpriced rather than priced from half a
      *> schedule.
          OPEN INPUT ProductFile.
          IF wsProductStatus = "35" THEN
             DISPLAY "*Product file " ctlProductFile
                " not found -- only accounts with no product code"
                " can be priced"
          ELSE
             PERFORM ReadNextProductLine
             PERFORM LoadOneProduct UNTIL productEof
             CLOSE ProductFile
          END-IF.

       ReadNextProductLine.
          READ ProductFile
             AT END SET productEof TO TRUE
          END-READ.

       LoadOneProduct.
          IF productLine NOT = SPACES THEN
             PERFORM ParseProductLine
             IF productValid THEN
                ADD 1 TO productCount
                MOVE productWork TO productEntry(productCount)
             ELSE
                ADD 1 TO productRejects
                DISPLAY "*Product line rejected: " productLine(1:50)
             END-IF
          END-IF.
          PERFORM ReadNextProductLine.

       ParseProductLine.
      *> Receivers cleared first -- the same short-line defence
      *> ApplyMaintRecord uses. Each amount is moved into
      *> its table picture and compared back, so a negative or
      *> over-wide value is refused instead of silently truncated.
          MOVE "Y" TO wsProductValid.
          MOVE SPACES TO prRawCode.
          MOVE SPACES TO prRawName.
          MOVE SPACES TO prRawRate1.
          MOVE SPACES TO prRawFloor2.
          MOVE SPACES TO prRawRate2.
          MOVE SPACES TO prRawFloor3.
          MOVE SPACES TO prRawRate3.
          MOVE SPACES TO prRawFreeItems.
          MOVE SPACES TO prRawItemFee.
          MOVE SPACES TO prRawMinBal.
          MOVE SPACES TO prRawMonthlyFee.
          UNSTRING productLine DELIMITED BY ":"
             INTO prRawCode, prRawName, prRawRate1, prRawFloor2,
                prRawRate2, prRawFloor3, prRawRate3, prRawFreeItems,
                prRawItemFee, prRawMinBal, prRawMonthlyFee
          END-UNSTRING.
          IF prRawCode = SPACES OR prRawCode(3:1) NOT = SPACE THEN
             MOVE "N" TO wsProductValid
          ELSE
             MOVE prRawCode TO pwProductCode
             MOVE pwProductCode TO prodLookupCode
             PERFORM FindProductEntry
             IF prodFoundIdx > 0 OR productCount >= 50 THEN
                MOVE "N" TO wsProductValid
             END-IF
          END-IF.
          MOVE prRawName TO pwProductName.
          MOVE prRawRate1 TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwRate1.
          IF pwRate1 NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawFloor2 TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwFloor2.
          IF pwFloor2 NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawRate2 TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwRate2.
          IF pwRate2 NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawFloor3 TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwFloor3.
          IF pwFloor3 NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawRate3 TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwRate3.
          IF pwRate3 NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawFreeItems TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwFreeItems.
          IF pwFreeItems NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawItemFee TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwPerItemFee.
          IF pwPerItemFee NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawMinBal TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwMinBalance.
          IF pwMinBalance NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
          MOVE prRawMonthlyFee TO prRawField.
          PERFORM EditProductField.
          MOVE prFieldValue TO pwMonthlyFee.
          IF pwMonthlyFee NOT = prFieldValue THEN
             MOVE "N" TO wsProductValid
          END-IF.
      *> Tiers climb: a third tier needs a second one below it.
          IF pwFloor3 > 0 AND
             (pwFloor2 = 0 OR pwFloor3 NOT > pwFloor2) THEN
             MOVE "N" TO wsProductValid
          END-IF.

       EditProductField.
      *> A blank field is zero; anything else must be a number.
          MOVE 0 TO prFieldValue.
          IF prRawField NOT = SPACES THEN
             IF FUNCTION TEST-NUMVAL(prRawField) NOT = 0 THEN
                MOVE "N" TO wsProductValid
             ELSE
                MOVE FUNCTION NUMVAL(prRawField) TO prFieldValue
             END-IF
          END-IF.

       FindProductEntry.
      *> Looks up prodLookupCode; prodFoundIdx comes back zero when
      *> the table has no such product.
          MOVE 0 TO prodFoundIdx.
          PERFORM CheckOneProduct
             VARYING prodIdx FROM 1 BY 1
             UNTIL prodIdx > productCount OR prodFoundIdx > 0.

       CheckOneProduct.
          IF ptProductCode(prodIdx) = prodLookupCode THEN
             SET prodFoundIdx TO prodIdx
          END-IF.

       ReadControlCard.
      *> CONTROLCARD is optional -- if it isn't present, the compiled-
      *> in CTLPARM defaults are used and the program runs stand-alone.
                MOVE FUNCTION TRIM(ccValue) TO ctlMaintAuditFile
             WHEN "JOURNALFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlJournalFile
             WHEN "PRODUCTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlProductFile
             WHEN "CUSTOMERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlCustomerFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          DISPLAY ctlMaintAuditFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlJournalFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlJournalFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlProductFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlProductFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlCustomerFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlCustomerFile UPON ENVIRONMENT-VALUE.
