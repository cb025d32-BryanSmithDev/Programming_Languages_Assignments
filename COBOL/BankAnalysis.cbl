      *> Monthly account-analysis run. Reads the per-run item counts
      *> BankReport files into the statement history, folds one
      *> month's runs together per account, prices the activity
      *> against the fee schedule of the account's product, or the
      *> house control-card schedule for an account with no product
      *> code (per-item price past a free allowance, plus a monthly
      *> fee when the master balance sits below the product minimum),
      *> and writes properly formed
      *> "F:Service Charge:amount:date" fee lines into an account.txt-
      *> shaped feed for the next BankMerge consolidation -- replacing
      *> the spreadsheet the charges used to be computed in and
      *> hand-keyed from. An analysis register shows, account by
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT ProductFile ASSIGN TO ctlProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsProductStatus.

           SELECT AnalysisFile ASSIGN TO ctlAnalysisFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAnalysisStatus.
       FD AccountMaster.
       COPY ACCTMAST.

       FD ProductFile.
       01  productLine       PIC X(100).

       FD AnalysisFile.
       01  analysisLine      PIC X(60).

       01 skippedClosedCount   PIC 9(6) VALUE 0.
       01 noChargeCount        PIC 9(6) VALUE 0.
       01 noMasterCount        PIC 9(6) VALUE 0.
       01 unpricedCount        PIC 9(6) VALUE 0.

      *> The schedule the account was priced from, and the product it
      *> came from ("--" for the house schedule).
       01 appliedProduct       PIC X(2).
       01 appliedFreeItems     PIC 9(4).
       01 appliedPerItemFee    PIC 9V99.
       01 appliedMinBalance    PIC 9(7)V99.
       01 appliedMonthlyFee    PIC 99V99.
       01 wsProductKnown       PIC X VALUE "Y".
          88 productKnown          VALUE "Y".

       01 amountText           PIC 9(9).99.
       01 rptLine              PIC X(100).
       01 minChgPrint          PIC $(6)9.99-.
       01 totChgPrint          PIC $(8)9.99-.

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
                " not found -- no accounts analyzed"
             STOP RUN
          END-IF.
          PERFORM LoadProductTable.
          OPEN OUTPUT AnalysisFile.
          OPEN OUTPUT AnalysisReportFile.
          PERFORM PrintAnalysisHeader.
                END-STRING
                WRITE analysisRptLine FROM rptLine
             ELSE
                PERFORM SelectFeeSchedule
                IF productKnown THEN
                   PERFORM PriceOneAccount
                ELSE
      *> A product code the table doesn't know is reported, not
      *> charged from some other product's schedule.
                   ADD 1 TO unpricedCount
                   MOVE SPACES TO rptLine
                   STRING anAcctNumb(anaIdx) DELIMITED BY SIZE
                      "  ** UNKNOWN PRODUCT " DELIMITED BY SIZE
                      amProductCode DELIMITED BY SIZE
                      " -- NOT CHARGED **" DELIMITED BY SIZE
                      INTO rptLine
                   END-STRING
                   WRITE analysisRptLine FROM rptLine
                END-IF
             END-IF
          END-IF.

       SelectFeeSchedule.
          MOVE "Y" TO wsProductKnown.
          IF amProductCode = SPACES THEN
             MOVE "--" TO appliedProduct
             MOVE ctlFreeItems TO appliedFreeItems
             MOVE ctlPerItemFee TO appliedPerItemFee
             MOVE ctlMinBalance TO appliedMinBalance
             MOVE ctlMonthlyFee TO appliedMonthlyFee
          ELSE
             MOVE amProductCode TO appliedProduct
             MOVE amProductCode TO prodLookupCode
             PERFORM FindProductEntry
             IF prodFoundIdx = 0 THEN
                MOVE "N" TO wsProductKnown
             ELSE
                MOVE ptFreeItems(prodFoundIdx) TO appliedFreeItems
                MOVE ptPerItemFee(prodFoundIdx) TO appliedPerItemFee
                MOVE ptMinBalance(prodFoundIdx) TO appliedMinBalance
                MOVE ptMonthlyFee(prodFoundIdx) TO appliedMonthlyFee
             END-IF
          END-IF.

       PriceOneAccount.
          IF anItemCount(anaIdx) > appliedFreeItems THEN
             COMPUTE chargeItems =
                anItemCount(anaIdx) - appliedFreeItems
          ELSE
             MOVE 0 TO chargeItems
          END-IF.
          COMPUTE itemCharge = chargeItems * appliedPerItemFee.
          IF amLastBalance < appliedMinBalance THEN
             MOVE appliedMonthlyFee TO minBalCharge
          ELSE
             MOVE 0 TO minBalCharge
          END-IF.
          MOVE totalCharge TO amountText.
          MOVE SPACES TO analysisLine.
      *> The charge date rides as the fourth field so the statement
      *> run can place the debit in the right statement period. It
      *> goes out as a type F fee, not a W withdrawal, so BankReport
      *> totals it as a fee and books it to service-charge income
      *> rather than cash clearing.
          STRING "F:Service Charge:" DELIMITED BY SIZE
             amountText DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             wsCurrentDate(1:8) DELIMITED BY SIZE
          END-STRING.
          WRITE analysisRptLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "House schedule: per item past " DELIMITED BY SIZE
             ctlFreeItems DELIMITED BY SIZE
             " free=" DELIMITED BY SIZE
             ctlPerItemFee DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE analysisRptLine FROM rptLine.
          PERFORM PrintProductScheduleLine
             VARYING prodIdx FROM 1 BY 1 UNTIL prodIdx > productCount.
          MOVE SPACES TO rptLine.
          WRITE analysisRptLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Account     Pr  Items  ItemChg    Balance  MinChg"
             DELIMITED BY SIZE
             "  Total" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE analysisRptLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE analysisRptLine FROM rptLine.

       PrintProductScheduleLine.
          MOVE SPACES TO rptLine.
          STRING "  Product " DELIMITED BY SIZE
             ptProductCode(prodIdx) DELIMITED BY SIZE
             ": per item past " DELIMITED BY SIZE
             ptFreeItems(prodIdx) DELIMITED BY SIZE
             " free=" DELIMITED BY SIZE
             ptPerItemFee(prodIdx) DELIMITED BY SIZE
             "  min balance=" DELIMITED BY SIZE
             ptMinBalance(prodIdx) DELIMITED BY SIZE
             "  monthly fee=" DELIMITED BY SIZE
             ptMonthlyFee(prodIdx) DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE analysisRptLine FROM rptLine.

       PrintAnalysisRegisterLine.
          MOVE itemCharge TO itemChgPrint.
          MOVE amLastBalance TO balPrint.
          MOVE totalCharge TO totChgPrint.
          MOVE SPACES TO rptLine.
          STRING anAcctNumb(anaIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             appliedProduct DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             anItemCount(anaIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             skippedClosedCount DELIMITED BY SIZE
             " NoMaster=" DELIMITED BY SIZE
             noMasterCount DELIMITED BY SIZE
             " Unpriced=" DELIMITED BY SIZE
             unpricedCount DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE analysisRptLine FROM rptLine.
          IF unpricedCount > 0 THEN
             DISPLAY "*" unpricedCount " account(s) carry a product "
                "code not in " ctlProductFile " -- not charged"
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
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMinBalance
             WHEN "MONTHLYFEE"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonthlyFee
             WHEN "PRODUCTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlProductFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          DISPLAY ctlAnalysisFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlAnalysisReportFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlAnalysisReportFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlProductFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlProductFile UPON ENVIRONMENT-VALUE.
