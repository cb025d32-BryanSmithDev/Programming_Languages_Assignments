       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankStopMaint.
       AUTHOR.  Bryan Smith.

      *> Applies a keyed stop-payment transaction file against the
      *> indexed stop-payment file so a customer's stop request is
      *> on file, audited, and enforced by the next posting run
      *> instead of being watched for by eye at the branch. Every
      *> applied or rejected action is written to the stop audit
      *> trail with before and after record images, the same way
      *> BankMaint audits ACCOUNT-MASTER maintenance.
      *>
      *> Stop transaction lines are colon-delimited like every other
      *> feed in this shop:
      *>    S:acct:serial:expiry:payee:amount   stop one check (WRITE)
      *>    R:acct:stopno:expiry:low:high:payee stop an amount range,
      *>                                        optionally one payee
      *>    E:acct:kind:number:expiry           extend      (REWRITE)
      *>    X:acct:kind:number                  release     (REWRITE)
      *>    P:acct:kind:number                  purge a released or
      *>                                        expired stop (DELETE)
      *> kind is S or R, number the check serial or stop number the
      *> stop was placed under. expiry is yyyymmdd; left blank on a
      *> placement it defaults to STOPDAYS days from the run date.
      *> payee and amount are optional on a check stop (kept for the
      *> hit report); payee is optional on a range stop.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

           SELECT StopMaintFile ASSIGN TO ctlStopMaintFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsStopMaintStatus.

           SELECT StopPaymentFile ASSIGN TO ctlStopFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS spStopKey
               FILE STATUS IS wsStopStatus.

           SELECT AccountMaster ASSIGN TO ctlMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT StopAuditFile ASSIGN TO ctlStopAuditFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsStopAuditStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

       FD StopMaintFile.
       01  stopMaintLine     PIC X(100).
          88 EndOfStopMaint   VALUE HIGH-VALUES.

       FD StopPaymentFile.
       COPY STOPPAY.

       FD AccountMaster.
       COPY ACCTMAST.

       FD StopAuditFile.
       01  stopAuditLine     PIC X(160).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsStopMaintStatus    PIC XX.
       01 wsStopStatus         PIC XX.
          88 stopNotFound          VALUE "23".
       01 wsMasterStatus       PIC XX.
          88 masterNotFound        VALUE "23".
       01 wsStopAuditStatus    PIC XX.

       01 wsCurrentDate        PIC X(21).
       01 runDate              PIC 9(8).
       01 expiryInteger        PIC 9(8).

       01 smAction             PIC X.
       01 smAcctNumb           PIC X(11).
       01 smArg1               PIC X(21).
       01 smArg2               PIC X(21).
       01 smArg3               PIC X(21).
       01 smArg4               PIC X(21).
       01 smArg5               PIC X(21).

      *> Parsed forms of the arguments above; which argument feeds
      *> which depends on the action (see the header comment).
       01 smStopKind           PIC X.
       01 smStopNumb           PIC 9(10).
       01 smExpiry             PIC 9(8).
       01 smAmountLow          PIC 9(9)V99.
       01 smAmountHigh         PIC 9(9)V99.
       01 digitText            PIC X(21).
       01 digitCount           PIC 99.
       01 digitValue           PIC 9(10).
       01 dateText             PIC X(21).
       01 dateValue            PIC 9(8).
       01 amountText           PIC X(21).
       01 amountValue          PIC 9(9)V99.
       01 wsFieldValid         PIC X VALUE "Y".
          88 fieldValid            VALUE "Y".

       01 wsActionValid        PIC X VALUE "Y".
          88 actionValid           VALUE "Y".
       01 wsRejectReason       PIC X(40).
       01 beforeImage          PIC X(90).
       01 afterImage           PIC X(90).

       01 appliedCount         PIC 9(6) VALUE 0.
       01 rejectedCount        PIC 9(6) VALUE 0.

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
          OPEN INPUT StopMaintFile.
          IF wsStopMaintStatus = "35" THEN
             DISPLAY "*Stop-payment maintenance file " ctlStopMaintFile
                " not found -- nothing to apply"
             STOP RUN
          END-IF.
      *> A stop can only be placed on an account that exists and is
      *> still open, so without the master nothing can be vouched for.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus = "35" THEN
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " not found -- stops cannot be verified, "
                "nothing applied"
             STOP RUN
          END-IF.
          OPEN I-O StopPaymentFile.
          IF wsStopStatus = "35" THEN
      *> First-ever stop run: create an empty file, then reopen I-O
      *> so WRITE, REWRITE and DELETE are all available.
             OPEN OUTPUT StopPaymentFile
             CLOSE StopPaymentFile
             OPEN I-O StopPaymentFile
          END-IF.
          OPEN EXTEND StopAuditFile.
          IF wsStopAuditStatus = "35" THEN
             OPEN OUTPUT StopAuditFile
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO wsCurrentDate.
          MOVE wsCurrentDate(1:8) TO runDate.
          PERFORM ReadNextStopMaintRecord.
          PERFORM ApplyStopMaintRecord UNTIL EndOfStopMaint.
          PERFORM WriteStopMaintSummary.
          CLOSE StopMaintFile.
          CLOSE AccountMaster.
          CLOSE StopPaymentFile.
          CLOSE StopAuditFile.
       STOP RUN.

       ReadNextStopMaintRecord.
          READ StopMaintFile
             AT END SET EndOfStopMaint TO TRUE
          END-READ.

       ApplyStopMaintRecord.
      *> Every receiver is cleared before the UNSTRING -- the same
      *> short-line defence BankMaint's ApplyMaintRecord uses, so a
      *> truncated line cannot inherit the previous line's account
      *> or serial and stop the wrong check with a clean audit image.
          MOVE "Y" TO wsActionValid.
          MOVE SPACES TO wsRejectReason.
          MOVE SPACES TO smAction.
          MOVE SPACES TO smAcctNumb.
          MOVE SPACES TO smArg1.
          MOVE SPACES TO smArg2.
          MOVE SPACES TO smArg3.
          MOVE SPACES TO smArg4.
          MOVE SPACES TO smArg5.
          UNSTRING stopMaintLine DELIMITED BY ":"
             INTO smAction, smAcctNumb, smArg1, smArg2, smArg3,
                smArg4, smArg5
          END-UNSTRING.
          MOVE SPACES TO beforeImage.
          MOVE SPACES TO afterImage.
          IF smAcctNumb = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Missing account number" TO wsRejectReason
          ELSE
             EVALUATE smAction
                WHEN "S"
                   PERFORM PlaceCheckStop
                WHEN "R"
                   PERFORM PlaceRangeStop
                WHEN "E"
                   PERFORM ExtendStop
                WHEN "X"
                   PERFORM ReleaseStop
                WHEN "P"
                   PERFORM PurgeStop
                WHEN OTHER
                   MOVE "N" TO wsActionValid
                   MOVE "Unknown stop-payment action" TO wsRejectReason
             END-EVALUATE
          END-IF.
          IF actionValid THEN
             ADD 1 TO appliedCount
             PERFORM WriteStopAuditRecord
          ELSE
             ADD 1 TO rejectedCount
             PERFORM WriteStopRejectRecord
          END-IF.
          PERFORM ReadNextStopMaintRecord.

       PlaceCheckStop.
      *> S:acct:serial:expiry:payee:amount
          PERFORM CheckAccountOpen.
          IF actionValid THEN
             MOVE smArg1 TO digitText
             PERFORM ParseDigitField
             IF NOT fieldValid OR digitValue = 0 THEN
                MOVE "N" TO wsActionValid
                MOVE "Invalid check serial" TO wsRejectReason
             ELSE
                MOVE digitValue TO smStopNumb
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE smArg2 TO dateText
             PERFORM ParseExpiryField
          END-IF.
          MOVE 0 TO smAmountLow.
          IF actionValid AND smArg4 NOT = SPACES THEN
             MOVE smArg4 TO amountText
             PERFORM ParseAmountField
             IF fieldValid THEN
                MOVE amountValue TO smAmountLow
             ELSE
                MOVE "N" TO wsActionValid
                MOVE "Invalid check amount" TO wsRejectReason
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE "(none)" TO beforeImage
             MOVE smAcctNumb TO spAcctNumb
             MOVE "S" TO spStopKind
             MOVE smStopNumb TO spStopNumb
             MOVE "A" TO spStatus
             MOVE smAmountLow TO spAmountLow
             MOVE smAmountLow TO spAmountHigh
             MOVE smArg3 TO spPayee
             MOVE runDate TO spPlacedDate
             MOVE smExpiry TO spExpiryDate
             MOVE 0 TO spReleasedDate
             PERFORM WriteNewStop
          END-IF.

       PlaceRangeStop.
      *> R:acct:stopno:expiry:low:high:payee
          PERFORM CheckAccountOpen.
          IF actionValid THEN
             MOVE smArg1 TO digitText
             PERFORM ParseDigitField
             IF NOT fieldValid OR digitValue = 0 THEN
                MOVE "N" TO wsActionValid
                MOVE "Invalid stop number" TO wsRejectReason
             ELSE
                MOVE digitValue TO smStopNumb
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE smArg2 TO dateText
             PERFORM ParseExpiryField
          END-IF.
          IF actionValid THEN
             MOVE smArg3 TO amountText
             PERFORM ParseAmountField
             IF fieldValid THEN
                MOVE amountValue TO smAmountLow
             ELSE
                MOVE "N" TO wsActionValid
                MOVE "Invalid low amount" TO wsRejectReason
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE smArg4 TO amountText
             PERFORM ParseAmountField
             IF fieldValid THEN
                MOVE amountValue TO smAmountHigh
             ELSE
                MOVE "N" TO wsActionValid
                MOVE "Invalid high amount" TO wsRejectReason
             END-IF
          END-IF.
      *> A zero high amount would never match anything, and a range
      *> stop matches on amount first -- refuse it rather than file
      *> a stop that silently stops nothing.
          IF actionValid AND
             (smAmountHigh = 0 OR smAmountHigh < smAmountLow) THEN
             MOVE "N" TO wsActionValid
             MOVE "Amount range is empty" TO wsRejectReason
          END-IF.
          IF actionValid THEN
             MOVE "(none)" TO beforeImage
             MOVE smAcctNumb TO spAcctNumb
             MOVE "R" TO spStopKind
             MOVE smStopNumb TO spStopNumb
             MOVE "A" TO spStatus
             MOVE smAmountLow TO spAmountLow
             MOVE smAmountHigh TO spAmountHigh
             MOVE smArg5 TO spPayee
             MOVE runDate TO spPlacedDate
             MOVE smExpiry TO spExpiryDate
             MOVE 0 TO spReleasedDate
             PERFORM WriteNewStop
          END-IF.

       WriteNewStop.
          WRITE stopPaymentRecord
             INVALID KEY
                MOVE "N" TO wsActionValid
                MOVE "Stop already on file" TO wsRejectReason
          END-WRITE.
          IF actionValid THEN
             MOVE stopPaymentRecord TO afterImage
          END-IF.

       ExtendStop.
      *> E:acct:kind:number:expiry -- a renewed stop keeps its
      *> original placed date; only the expiry moves. A released
      *> stop is not brought back this way: place a new one.
          PERFORM ReadStopForUpdate.
          IF actionValid AND spStatusReleased THEN
             MOVE "N" TO wsActionValid
             MOVE "Stop already released" TO wsRejectReason
          END-IF.
          IF actionValid THEN
             IF smArg3 = SPACES THEN
                MOVE "N" TO wsActionValid
                MOVE "Extend requires an expiry date" TO wsRejectReason
             ELSE
                MOVE smArg3 TO dateText
                PERFORM ParseExpiryField
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE smExpiry TO spExpiryDate
             PERFORM RewriteStop
          END-IF.

       ReleaseStop.
      *> X:acct:kind:number -- the customer withdrew the stop; the
      *> record stays on file, released, until it is purged.
          PERFORM ReadStopForUpdate.
          IF actionValid AND spStatusReleased THEN
             MOVE "N" TO wsActionValid
             MOVE "Stop already released" TO wsRejectReason
          END-IF.
          IF actionValid THEN
             MOVE "R" TO spStatus
             MOVE runDate TO spReleasedDate
             PERFORM RewriteStop
          END-IF.

       PurgeStop.
      *> DELETE is restricted to stops no longer in force -- released
      *> or past expiry -- so a fat-fingered purge cannot let a live
      *> stopped check through.
          PERFORM ReadStopForUpdate.
          IF actionValid THEN
             IF spStatusActive AND spExpiryDate >= runDate THEN
                MOVE "N" TO wsActionValid
                MOVE "Purge requires released or expired stop"
                   TO wsRejectReason
             ELSE
                MOVE "(deleted)" TO afterImage
                DELETE StopPaymentFile
                   INVALID KEY
                      MOVE "N" TO wsActionValid
                      MOVE "Delete failed" TO wsRejectReason
                END-DELETE
             END-IF
          END-IF.

       ReadStopForUpdate.
          IF smArg1 NOT = "S" AND smArg1 NOT = "R" THEN
             MOVE "N" TO wsActionValid
             MOVE "Stop kind must be S or R" TO wsRejectReason
          ELSE
             MOVE smArg1 TO smStopKind
             MOVE smArg2 TO digitText
             PERFORM ParseDigitField
             IF NOT fieldValid THEN
                MOVE "N" TO wsActionValid
                MOVE "Invalid stop number" TO wsRejectReason
             ELSE
                MOVE digitValue TO smStopNumb
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE smAcctNumb TO spAcctNumb
             MOVE smStopKind TO spStopKind
             MOVE smStopNumb TO spStopNumb
             MOVE "00" TO wsStopStatus
             READ StopPaymentFile
                INVALID KEY SET stopNotFound TO TRUE
             END-READ
             IF stopNotFound THEN
                MOVE "N" TO wsActionValid
                MOVE "No stop on file" TO wsRejectReason
             ELSE
                MOVE stopPaymentRecord TO beforeImage
             END-IF
          END-IF.

       RewriteStop.
          REWRITE stopPaymentRecord
             INVALID KEY
                MOVE "N" TO wsActionValid
                MOVE "Rewrite failed" TO wsRejectReason
          END-REWRITE.
          IF actionValid THEN
             MOVE stopPaymentRecord TO afterImage
          END-IF.

       CheckAccountOpen.
          MOVE smAcctNumb TO amAcctNumb.
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

       ParseDigitField.
      *> A serial or stop number is up to 10 digits, nothing else --
      *> UNSTRING into a numeric field would zero bad text and turn
      *> a mistyped serial into a stop on the wrong check.
          MOVE "Y" TO wsFieldValid.
          MOVE 0 TO digitValue.
          MOVE 0 TO digitCount.
          INSPECT digitText TALLYING digitCount
             FOR CHARACTERS BEFORE INITIAL SPACE.
          IF digitCount = 0 OR digitCount > 10 THEN
             MOVE "N" TO wsFieldValid
          ELSE
             IF digitText(1:digitCount) IS NOT NUMERIC OR
                digitText(digitCount + 1:) NOT = SPACES THEN
                MOVE "N" TO wsFieldValid
             ELSE
                MOVE digitText(1:digitCount) TO digitValue
             END-IF
          END-IF.

       ParseExpiryField.
      *> Blank means the default life from the control card; a
      *> keyed expiry must be a full yyyymmdd no earlier than today.
          IF dateText = SPACES THEN
             COMPUTE expiryInteger =
                FUNCTION INTEGER-OF-DATE(runDate) + ctlStopDays
             MOVE FUNCTION DATE-OF-INTEGER(expiryInteger) TO smExpiry
          ELSE
             IF dateText(1:8) IS NOT NUMERIC OR
                dateText(9:) NOT = SPACES THEN
                MOVE "N" TO wsActionValid
                MOVE "Invalid expiry date" TO wsRejectReason
             ELSE
                MOVE dateText(1:8) TO dateValue
                IF dateValue < runDate THEN
                   MOVE "N" TO wsActionValid
                   MOVE "Expiry date already past" TO wsRejectReason
                ELSE
                   MOVE dateValue TO smExpiry
                END-IF
             END-IF
          END-IF.

       ParseAmountField.
          MOVE "Y" TO wsFieldValid.
          MOVE 0 TO amountValue.
          IF FUNCTION TEST-NUMVAL(amountText) NOT = 0 THEN
             MOVE "N" TO wsFieldValid
          ELSE
             IF FUNCTION NUMVAL(amountText) < 0 THEN
                MOVE "N" TO wsFieldValid
             ELSE
                MOVE FUNCTION NUMVAL(amountText) TO amountValue
             END-IF
          END-IF.

       WriteStopAuditRecord.
          MOVE SPACES TO stopAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             smAction DELIMITED BY SIZE
             " Acct=" DELIMITED BY SIZE
             smAcctNumb DELIMITED BY SIZE
             " BEFORE=" DELIMITED BY SIZE
             beforeImage DELIMITED BY SIZE
             INTO stopAuditLine
          END-STRING.
          WRITE stopAuditLine.
          MOVE SPACES TO stopAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             smAction DELIMITED BY SIZE
             " Acct=" DELIMITED BY SIZE
             smAcctNumb DELIMITED BY SIZE
             " AFTER=" DELIMITED BY SIZE
             afterImage DELIMITED BY SIZE
             INTO stopAuditLine
          END-STRING.
          WRITE stopAuditLine.

       WriteStopRejectRecord.
          DISPLAY "*Stop-payment maintenance rejected for " smAcctNumb
             ": " wsRejectReason.
          MOVE SPACES TO stopAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             smAction DELIMITED BY SIZE
             " Acct=" DELIMITED BY SIZE
             smAcctNumb DELIMITED BY SIZE
             " REJECTED=" DELIMITED BY SIZE
             wsRejectReason DELIMITED BY SIZE
             " RAW=" DELIMITED BY SIZE
             stopMaintLine(1:60) DELIMITED BY SIZE
             INTO stopAuditLine
          END-STRING.
          WRITE stopAuditLine.

       WriteStopMaintSummary.
          MOVE SPACES TO stopAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " STOP MAINT SUMMARY Applied=" DELIMITED BY SIZE
             appliedCount DELIMITED BY SIZE
             " Rejected=" DELIMITED BY SIZE
             rejectedCount DELIMITED BY SIZE
             INTO stopAuditLine
          END-STRING.
          WRITE stopAuditLine.

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
             WHEN "STOPFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlStopFile
             WHEN "STOPMAINTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlStopMaintFile
             WHEN "STOPAUDITFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlStopAuditFile
             WHEN "STOPDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlStopDays
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlStopFile looks up an environment
      *> variable literally named "ctlStopFile" at OPEN time, not
      *> the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around.
          DISPLAY "ctlStopMaintFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlStopMaintFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlStopFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlStopFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlStopAuditFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlStopAuditFile UPON ENVIRONMENT-VALUE.
