       AUTHOR.  Bryan Smith.

      *> Periodic interest accrual run. Reads every ACCOUNT-MASTER
      *> record, computes interest on positive last balances at the
      *> rate of the account's product -- tiered on the balance, per
      *> the product table -- or at the house ctlInterestRate for an
      *> account with no product code, and writes properly formed
      *> transaction lines (type I, "Interest Credit") into an
      *> account.txt-shaped feed for the next day's BankReport run --
      *> replacing the hand-keyed "D:Interest:..." lines the
      *> spreadsheet used to produce. Also prints an accrual register
      *> with a total-interest line for the auditors.
      *>
      *> The output feed carries, per accruing account, the header
      *> line, a beginning-balance line taken from amLastBalance, and
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT ProductFile ASSIGN TO ctlProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsProductStatus.

           SELECT AccrualFile ASSIGN TO ctlAccrualFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAccrualStatus.
       FD AccountMaster.
       COPY ACCTMAST.

       FD ProductFile.
       01  productLine       PIC X(100).

       FD AccrualFile.
       01  accrualLine       PIC X(60).

       01 totalInterest        PIC S9(9)V99 VALUE 0.
       01 accruedCount         PIC 9(6) VALUE 0.
       01 readCount            PIC 9(6) VALUE 0.
       01 unpricedCount        PIC 9(6) VALUE 0.
      *> The rate the account was priced at, and the product it
      *> came from ("--" for the house rate).
       01 appliedRate          PIC 9V9(4).
       01 appliedProduct       PIC X(2).
       01 wsProductKnown       PIC X VALUE "Y".
          88 productKnown          VALUE "Y".

       01 balanceText          PIC 9(9).99.
       01 amountText           PIC 9(9).99.
       01 intPrint             PIC $(8)9.99-.
       01 totPrint             PIC $(8)9.99-.
       01 ratePrint            PIC 9.9999.
       01 rate2Print           PIC 9.9999.
       01 rate3Print           PIC 9.9999.
       01 floor2Print          PIC $(9)9.99.
       01 floor3Print          PIC $(9)9.99.

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
             STOP RUN
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO wsCurrentDate.
          PERFORM LoadProductTable.
          MOVE "STARTED " TO rcStatus.
          PERFORM WriteRunControlStamp.
          OPEN OUTPUT AccrualFile.
          ADD 1 TO readCount.
      *> Closed accounts earn nothing; Active and Hold both accrue
      *> (a hold only blocks withdrawals, and interest is a credit).
      *> An account whose product code is not in the table is
      *> listed, not accrued at some other product's rate.
          IF amAcctStatus NOT = "C" AND amLastBalance > 0 THEN
             PERFORM SelectAccrualRate
             IF NOT productKnown THEN
                ADD 1 TO unpricedCount
                MOVE SPACES TO rptLine
                STRING amAcctNumb DELIMITED BY SIZE
                   "  ** UNKNOWN PRODUCT " DELIMITED BY SIZE
                   amProductCode DELIMITED BY SIZE
                   " -- NOT ACCRUED **" DELIMITED BY SIZE
                   INTO rptLine
                END-STRING
                WRITE accrualRptLine FROM rptLine
             ELSE
                COMPUTE interestAmount ROUNDED =
                   amLastBalance * appliedRate
                IF interestAmount > 0 THEN
                   PERFORM WriteAccrualTransaction
                   PERFORM PrintAccrualRegisterLine
                   ADD interestAmount TO totalInterest
                   ADD 1 TO accruedCount
                END-IF
             END-IF
          END-IF.
          PERFORM ReadNextMasterRecord.

       SelectAccrualRate.
      *> The tier the balance reaches sets the rate for the whole
      *> balance.
          MOVE "Y" TO wsProductKnown.
          IF amProductCode = SPACES THEN
             MOVE "--" TO appliedProduct
             MOVE ctlInterestRate TO appliedRate
          ELSE
             MOVE amProductCode TO appliedProduct
             MOVE amProductCode TO prodLookupCode
             PERFORM FindProductEntry
             IF prodFoundIdx = 0 THEN
                MOVE "N" TO wsProductKnown
             ELSE
                MOVE ptRate1(prodFoundIdx) TO appliedRate
                IF ptFloor2(prodFoundIdx) > 0 AND
                   amLastBalance NOT < ptFloor2(prodFoundIdx) THEN
                   MOVE ptRate2(prodFoundIdx) TO appliedRate
                END-IF
                IF ptFloor3(prodFoundIdx) > 0 AND
                   amLastBalance NOT < ptFloor3(prodFoundIdx) THEN
                   MOVE ptRate3(prodFoundIdx) TO appliedRate
                END-IF
             END-IF
          END-IF.

       WriteAccrualTransaction.
          MOVE SPACES TO accrualLine.
          STRING amAcctNumb DELIMITED BY SPACE
       PrintAccrualHeader.
          MOVE ctlInterestRate TO ratePrint.
          MOVE SPACES TO rptLine.
          STRING "BankAccrue Interest Register  House rate=" DELIMITED
             BY SIZE
             ratePrint DELIMITED BY SIZE
             "  Run=" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE accrualRptLine FROM rptLine.
          PERFORM PrintProductRateLine
             VARYING prodIdx FROM 1 BY 1 UNTIL prodIdx > productCount.
          MOVE SPACES TO rptLine.
          WRITE accrualRptLine FROM rptLine.
          MOVE "Account      Pr  Rate    Last Balance     Interest"
             TO rptLine.
          WRITE accrualRptLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE accrualRptLine FROM rptLine.

       PrintProductRateLine.
          MOVE ptRate1(prodIdx) TO ratePrint.
          MOVE SPACES TO rptLine.
          STRING "  Product " DELIMITED BY SIZE
             ptProductCode(prodIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             ptProductName(prodIdx) DELIMITED BY SIZE
             " rate " DELIMITED BY SIZE
             ratePrint DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE accrualRptLine FROM rptLine.
          IF ptFloor2(prodIdx) > 0 THEN
             MOVE ptFloor2(prodIdx) TO floor2Print
             MOVE ptRate2(prodIdx) TO rate2Print
             MOVE SPACES TO rptLine
             STRING "     balance from " DELIMITED BY SIZE
                floor2Print DELIMITED BY SIZE
                " rate " DELIMITED BY SIZE
                rate2Print DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE accrualRptLine FROM rptLine
          END-IF.
          IF ptFloor3(prodIdx) > 0 THEN
             MOVE ptFloor3(prodIdx) TO floor3Print
             MOVE ptRate3(prodIdx) TO rate3Print
             MOVE SPACES TO rptLine
             STRING "     balance from " DELIMITED BY SIZE
                floor3Print DELIMITED BY SIZE
                " rate " DELIMITED BY SIZE
                rate3Print DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE accrualRptLine FROM rptLine
          END-IF.

       PrintAccrualRegisterLine.
          MOVE amLastBalance TO balPrint.
          MOVE interestAmount TO intPrint.
          MOVE appliedRate TO ratePrint.
          MOVE SPACES TO rptLine.
          STRING amAcctNumb DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             appliedProduct DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             ratePrint DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             balPrint DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             readCount DELIMITED BY SIZE
             " accrued=" DELIMITED BY SIZE
             accruedCount DELIMITED BY SIZE
             " unpriced=" DELIMITED BY SIZE
             unpricedCount DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE accrualRptLine FROM rptLine.
          IF unpricedCount > 0 THEN
             DISPLAY "*" unpricedCount " account(s) carry a product "
                "code not in " ctlProductFile " -- not accrued"
          END-IF.

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
      *> BankMaint's ApplyMaintRecord uses. Each amount is moved into
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
                MOVE FUNCTION NUMVAL(ccValue) TO ctlInterestRate
             WHEN "RUNCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlRunControlFile
             WHEN "PRODUCTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlProductFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          DISPLAY ctlAccrualReportFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlRunControlFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlRunControlFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlProductFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlProductFile UPON ENVIRONMENT-VALUE.
