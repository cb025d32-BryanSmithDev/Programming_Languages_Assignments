       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankCustMaint.
       AUTHOR.  Bryan Smith.

      *> Applies a keyed customer transaction file against the indexed
      *> customer name-and-address file, so the address a statement
      *> is mailed to -- and whether it is mailed at all -- is on
      *> file and audited instead of kept on the list ops used to
      *> staple from. Every applied or rejected action is written to
      *> the customer audit trail with before and after record
      *> images, the same way BankMaint audits ACCOUNT-MASTER
      *> maintenance.
      *>
      *> Customer transaction lines are colon-delimited like every
      *> other feed in this shop:
      *>    A:cust:name:addr1:addr2:addr3:addr4:mailcode
      *>                                   add a customer   (WRITE)
      *>    N:cust:name                    change name      (REWRITE)
      *>    D:cust:addr1:addr2:addr3:addr4 change address   (REWRITE)
      *>    M:cust:mailcode                mail handling    (REWRITE)
      *>    P:cust                         purge a customer no
      *>                                   account points at (DELETE)
      *> mailcode is M (mail), H (hold mail), R (returned mail, bad
      *> address) or E (e-statement only); left blank on an add it
      *> defaults to M. Unused address lines are left empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

           SELECT CustMaintFile ASSIGN TO ctlCustMaintFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCustMaintStatus.

           SELECT CustomerFile ASSIGN TO ctlCustomerFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuCustNumb
               FILE STATUS IS wsCustomerStatus.

           SELECT AccountMaster ASSIGN TO ctlMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT CustAuditFile ASSIGN TO ctlCustAuditFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCustAuditStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

       FD CustMaintFile.
       01  custMaintLine     PIC X(250).
          88 EndOfCustMaint   VALUE HIGH-VALUES.

       FD CustomerFile.
       COPY CUSTMAST.

       FD AccountMaster.
       COPY ACCTMAST.

       FD CustAuditFile.
       01  custAuditLine     PIC X(270).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsCustMaintStatus    PIC XX.
       01 wsCustomerStatus     PIC XX.
          88 customerNotFound      VALUE "23".
       01 wsMasterStatus       PIC XX.
          88 masterReadOk          VALUE "00".
       01 wsMasterAvailable    PIC X VALUE "Y".
          88 masterAvailable       VALUE "Y".
       01 wsMasterEof          PIC X VALUE "N".
          88 masterEof             VALUE "Y".
       01 wsCustAuditStatus    PIC XX.

       01 wsCurrentDate        PIC X(21).
       01 runDate              PIC 9(8).

       01 cmAction             PIC X.
      *> One byte wider than the key so an over-long customer number
      *> is caught rather than cut down to somebody else's.
       01 cmCustNumb           PIC X(9).
       01 cmArg1               PIC X(41).
       01 cmArg2               PIC X(41).
       01 cmArg3               PIC X(41).
       01 cmArg4               PIC X(41).
       01 cmArg5               PIC X(41).
       01 cmArg6               PIC X(41).
      *> The address lines and mail code sit in different arguments
      *> for different actions; each is moved here to be edited.
       01 addrWork1            PIC X(41).
       01 addrWork2            PIC X(41).
       01 addrWork3            PIC X(41).
       01 addrWork4            PIC X(41).
       01 mailCodeText         PIC X(41).
       01 cmMailCode           PIC X.
       01 linkedAcctCount      PIC 9(6).

       01 wsActionValid        PIC X VALUE "Y".
          88 actionValid           VALUE "Y".
       01 wsRejectReason       PIC X(40).
       01 beforeImage          PIC X(215).
       01 afterImage           PIC X(215).

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
          OPEN INPUT CustMaintFile.
          IF wsCustMaintStatus = "35" THEN
             DISPLAY "*Customer maintenance file " ctlCustMaintFile
                " not found -- nothing to apply"
             STOP RUN
          END-IF.
      *> The master is only needed to prove a customer is no longer
      *> linked before it is purged; without it every purge is
      *> refused, but the other actions still apply.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus NOT = "00" THEN
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " unavailable, status " wsMasterStatus
                " -- customer purges will be refused"
             MOVE "N" TO wsMasterAvailable
          END-IF.
          OPEN I-O CustomerFile.
          IF wsCustomerStatus = "35" THEN
      *> First-ever customer run: create an empty file, then reopen
      *> I-O so WRITE, REWRITE and DELETE are all available.
             OPEN OUTPUT CustomerFile
             CLOSE CustomerFile
             OPEN I-O CustomerFile
          END-IF.
          OPEN EXTEND CustAuditFile.
          IF wsCustAuditStatus = "35" THEN
             OPEN OUTPUT CustAuditFile
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO wsCurrentDate.
          MOVE wsCurrentDate(1:8) TO runDate.
          PERFORM ReadNextCustMaintRecord.
          PERFORM ApplyCustMaintRecord UNTIL EndOfCustMaint.
          PERFORM WriteCustMaintSummary.
          CLOSE CustMaintFile.
          IF masterAvailable THEN
             CLOSE AccountMaster
          END-IF.
          CLOSE CustomerFile.
          CLOSE CustAuditFile.
       STOP RUN.

       ReadNextCustMaintRecord.
          READ CustMaintFile
             AT END SET EndOfCustMaint TO TRUE
          END-READ.

       ApplyCustMaintRecord.
      *> Every receiver is cleared before the UNSTRING -- the same
      *> short-line defence BankMaint's ApplyMaintRecord uses, so a
      *> truncated line cannot inherit the previous line's customer
      *> or address and readdress the wrong envelope.
          MOVE "Y" TO wsActionValid.
          MOVE SPACES TO wsRejectReason.
          MOVE SPACES TO cmAction.
          MOVE SPACES TO cmCustNumb.
          MOVE SPACES TO cmArg1.
          MOVE SPACES TO cmArg2.
          MOVE SPACES TO cmArg3.
          MOVE SPACES TO cmArg4.
          MOVE SPACES TO cmArg5.
          MOVE SPACES TO cmArg6.
          UNSTRING custMaintLine DELIMITED BY ":"
             INTO cmAction, cmCustNumb, cmArg1, cmArg2, cmArg3,
                cmArg4, cmArg5, cmArg6
          END-UNSTRING.
          MOVE SPACES TO beforeImage.
          MOVE SPACES TO afterImage.
          IF cmCustNumb = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Missing customer number" TO wsRejectReason
          ELSE
             IF cmCustNumb(9:1) NOT = SPACE THEN
                MOVE "N" TO wsActionValid
                MOVE "Customer number too long" TO wsRejectReason
             ELSE
                EVALUATE cmAction
                   WHEN "A"
                      PERFORM AddCustomer
                   WHEN "N"
                      PERFORM ChangeCustomerName
                   WHEN "D"
                      PERFORM ChangeCustomerAddress
                   WHEN "M"
                      PERFORM ChangeMailCode
                   WHEN "P"
                      PERFORM PurgeCustomer
                   WHEN OTHER
                      MOVE "N" TO wsActionValid
                      MOVE "Unknown customer action" TO wsRejectReason
                END-EVALUATE
             END-IF
          END-IF.
          IF actionValid THEN
             ADD 1 TO appliedCount
             PERFORM WriteCustAuditRecord
          ELSE
             ADD 1 TO rejectedCount
             PERFORM WriteCustRejectRecord
          END-IF.
          PERFORM ReadNextCustMaintRecord.

       AddCustomer.
      *> A:cust:name:addr1:addr2:addr3:addr4:mailcode
          IF cmArg1 = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Add requires a customer name" TO wsRejectReason
          ELSE
             PERFORM CheckNameLength
          END-IF.
          IF actionValid THEN
             MOVE cmArg2 TO addrWork1
             MOVE cmArg3 TO addrWork2
             MOVE cmArg4 TO addrWork3
             MOVE cmArg5 TO addrWork4
             PERFORM CheckAddressLines
          END-IF.
          IF actionValid THEN
             IF cmArg6 = SPACES THEN
                MOVE "M" TO cmMailCode
             ELSE
                MOVE cmArg6 TO mailCodeText
                PERFORM CheckMailCode
             END-IF
          END-IF.
          IF actionValid THEN
             MOVE "(none)" TO beforeImage
             MOVE SPACES TO customerRecord
             MOVE cmCustNumb TO cuCustNumb
             MOVE cmArg1 TO cuCustName
             MOVE addrWork1 TO cuAddrLine1
             MOVE addrWork2 TO cuAddrLine2
             MOVE addrWork3 TO cuAddrLine3
             MOVE addrWork4 TO cuAddrLine4
             MOVE cmMailCode TO cuMailCode
             MOVE runDate TO cuOpenedDate
             MOVE runDate TO cuLastMaintDate
             WRITE customerRecord
                INVALID KEY
                   MOVE "N" TO wsActionValid
                   MOVE "Customer already exists" TO wsRejectReason
             END-WRITE
             IF actionValid THEN
                MOVE customerRecord TO afterImage
             END-IF
          END-IF.

       ChangeCustomerName.
      *> N:cust:name
          IF cmArg1 = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Name change requires a new name" TO wsRejectReason
          ELSE
             PERFORM CheckNameLength
          END-IF.
          IF actionValid THEN
             PERFORM ReadCustomerForUpdate
             IF actionValid THEN
                MOVE cmArg1 TO cuCustName
                PERFORM RewriteCustomer
             END-IF
          END-IF.

       ChangeCustomerAddress.
      *> D:cust:addr1:addr2:addr3:addr4 -- all four lines are
      *> replaced, so a shorter new address cannot keep a line of
      *> the old one. A customer marked returned-mail goes back to
      *> mail: the new address is the fix for the returned envelope.
          MOVE cmArg1 TO addrWork1.
          MOVE cmArg2 TO addrWork2.
          MOVE cmArg3 TO addrWork3.
          MOVE cmArg4 TO addrWork4.
          PERFORM CheckAddressLines.
          IF actionValid THEN
             PERFORM ReadCustomerForUpdate
          END-IF.
          IF actionValid THEN
             MOVE addrWork1 TO cuAddrLine1
             MOVE addrWork2 TO cuAddrLine2
             MOVE addrWork3 TO cuAddrLine3
             MOVE addrWork4 TO cuAddrLine4
             IF cuMailReturned THEN
                MOVE "M" TO cuMailCode
             END-IF
             PERFORM RewriteCustomer
          END-IF.

       ChangeMailCode.
      *> M:cust:mailcode
          MOVE cmArg1 TO mailCodeText.
          PERFORM CheckMailCode.
          IF actionValid THEN
             PERFORM ReadCustomerForUpdate
          END-IF.
          IF actionValid THEN
             MOVE cmMailCode TO cuMailCode
             PERFORM RewriteCustomer
          END-IF.

       PurgeCustomer.
      *> DELETE is restricted to customers no account still points
      *> at -- a purged customer with a linked account would send
      *> that account's next statement out unaddressed.
          IF NOT masterAvailable THEN
             MOVE "N" TO wsActionValid
             MOVE "Master unavailable, purge refused" TO wsRejectReason
          ELSE
             PERFORM ReadCustomerForUpdate
          END-IF.
          IF actionValid THEN
             PERFORM CountLinkedAccounts
             IF linkedAcctCount > 0 THEN
                MOVE "N" TO wsActionValid
                MOVE "Accounts still linked to customer"
                   TO wsRejectReason
             ELSE
                MOVE "(deleted)" TO afterImage
                DELETE CustomerFile
                   INVALID KEY
                      MOVE "N" TO wsActionValid
                      MOVE "Delete failed" TO wsRejectReason
                END-DELETE
             END-IF
          END-IF.

       CountLinkedAccounts.
      *> A full pass of the master per purge: purges are rare, and
      *> the master carries no index on the customer number.
          MOVE 0 TO linkedAcctCount.
          MOVE "N" TO wsMasterEof.
          MOVE LOW-VALUES TO amAcctNumb.
          START AccountMaster KEY IS NOT LESS THAN amAcctNumb
             INVALID KEY SET masterEof TO TRUE
          END-START.
          PERFORM CheckOneMasterLink UNTIL masterEof.

       CheckOneMasterLink.
          READ AccountMaster NEXT RECORD
             AT END SET masterEof TO TRUE
          END-READ.
          IF NOT masterEof THEN
             IF NOT masterReadOk THEN
      *> A master that cannot be read to the end cannot prove the
      *> customer unlinked -- count it as linked and refuse.
                ADD 1 TO linkedAcctCount
                SET masterEof TO TRUE
             ELSE
                IF amCustNumb = cmCustNumb THEN
                   ADD 1 TO linkedAcctCount
                END-IF
             END-IF
          END-IF.

       CheckNameLength.
      *> The name arrives in cmArg1; one past the 30 bytes the
      *> record holds is refused rather than cut off.
          IF cmArg1(31:) NOT = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Name over 30 characters" TO wsRejectReason
          END-IF.

       CheckAddressLines.
      *> A line longer than the 40 bytes an envelope window takes is
      *> refused, not cut off, and an address needs its first line.
          IF addrWork1 = SPACES THEN
             MOVE "N" TO wsActionValid
             MOVE "Address requires a first line" TO wsRejectReason
          ELSE
             IF addrWork1(41:1) NOT = SPACE OR
                addrWork2(41:1) NOT = SPACE OR
                addrWork3(41:1) NOT = SPACE OR
                addrWork4(41:1) NOT = SPACE THEN
                MOVE "N" TO wsActionValid
                MOVE "Address line over 40 characters"
                   TO wsRejectReason
             END-IF
          END-IF.

       CheckMailCode.
          IF mailCodeText = "M" OR mailCodeText = "H" OR
             mailCodeText = "R" OR mailCodeText = "E" THEN
             MOVE mailCodeText TO cmMailCode
          ELSE
             MOVE "N" TO wsActionValid
             MOVE "Mail code must be M, H, R or E" TO wsRejectReason
          END-IF.

       ReadCustomerForUpdate.
          MOVE cmCustNumb TO cuCustNumb.
          MOVE "00" TO wsCustomerStatus.
          READ CustomerFile
             INVALID KEY SET customerNotFound TO TRUE
          END-READ.
          IF customerNotFound THEN
             MOVE "N" TO wsActionValid
             MOVE "No customer on file" TO wsRejectReason
          ELSE
             MOVE customerRecord TO beforeImage
          END-IF.

       RewriteCustomer.
          MOVE runDate TO cuLastMaintDate.
          REWRITE customerRecord
             INVALID KEY
                MOVE "N" TO wsActionValid
                MOVE "Rewrite failed" TO wsRejectReason
          END-REWRITE.
          IF actionValid THEN
             MOVE customerRecord TO afterImage
          END-IF.

       WriteCustAuditRecord.
          MOVE SPACES TO custAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             cmAction DELIMITED BY SIZE
             " Cust=" DELIMITED BY SIZE
             cmCustNumb(1:8) DELIMITED BY SIZE
             " BEFORE=" DELIMITED BY SIZE
             beforeImage DELIMITED BY SIZE
             INTO custAuditLine
          END-STRING.
          WRITE custAuditLine.
          MOVE SPACES TO custAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             cmAction DELIMITED BY SIZE
             " Cust=" DELIMITED BY SIZE
             cmCustNumb(1:8) DELIMITED BY SIZE
             " AFTER=" DELIMITED BY SIZE
             afterImage DELIMITED BY SIZE
             INTO custAuditLine
          END-STRING.
          WRITE custAuditLine.

       WriteCustRejectRecord.
          DISPLAY "*Customer maintenance rejected for " cmCustNumb
             ": " wsRejectReason.
          MOVE SPACES TO custAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " Action=" DELIMITED BY SIZE
             cmAction DELIMITED BY SIZE
             " Cust=" DELIMITED BY SIZE
             cmCustNumb DELIMITED BY SIZE
             " REJECTED=" DELIMITED BY SIZE
             wsRejectReason DELIMITED BY SIZE
             " RAW=" DELIMITED BY SIZE
             custMaintLine(1:80) DELIMITED BY SIZE
             INTO custAuditLine
          END-STRING.
          WRITE custAuditLine.

       WriteCustMaintSummary.
          MOVE SPACES TO custAuditLine.
          STRING wsCurrentDate(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wsCurrentDate(9:6) DELIMITED BY SIZE
             " CUSTOMER MAINT SUMMARY Applied=" DELIMITED BY SIZE
             appliedCount DELIMITED BY SIZE
             " Rejected=" DELIMITED BY SIZE
             rejectedCount DELIMITED BY SIZE
             INTO custAuditLine
          END-STRING.
          WRITE custAuditLine.

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
             WHEN "CUSTOMERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlCustomerFile
             WHEN "CUSTMAINTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlCustMaintFile
             WHEN "CUSTAUDITFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlCustAuditFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlCustomerFile looks up an environment
      *> variable literally named "ctlCustomerFile" at OPEN time, not
      *> the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around.
          DISPLAY "ctlCustMaintFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlCustMaintFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlCustomerFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlCustomerFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlCustAuditFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlCustAuditFile UPON ENVIRONMENT-VALUE.
