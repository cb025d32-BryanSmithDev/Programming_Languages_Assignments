       PROGRAM-ID.  BankConvert.
       AUTHOR.  Bryan Smith.

      *> One-time layout-conversion run for the master and history
      *> records' growth. The cutover is a single controlled run:
      *> rename the live acctmast.dat and history.dat to the .old
      *> names first, then this program reads the old layouts and
      *> writes fresh files in the new layouts under the live names
      *> -- every field the old record had carried over as filed,
      *> the fields added since zero-filled or blank. The master
      *> gains the overdraft limit (zero: no overdraft), product
      *> code and customer number (blank: house pricing, no customer
      *> linked yet). History gains the fee, transfer, returned-item
      *> and dispute totals, all zero -- old runs never captured
      *> them. A recap report carries the record counts so the
      *> operator can prove nothing was lost before releasing the
      *> files.
      *>
      *> stmtarch.dat is NOT converted: the archive record is key
      *> plus an 80-byte print line, and no amount field in it
      *> changed shape. The recap says so explicitly so the cutover
      *> checklist has an answer for all three files.
      *>
      *> The old layouts read here are the ones in production before
      *> this release: the 61-byte master (S9(9)V99 balance and the
      *> last statement date) and the eleven-field history record
      *> that already carries the item counts and interest.
      *>
      *> acctmast.bak and mstrjrnl.dat are not converted. Take a
      *> fresh master backup straight after the cutover -- a backup
      *> taken before it is in the old layout and is no longer a
      *> rebuild point. Journal images written before the cutover
      *> are replayed by BankRecover, which zero-fills an overdraft
      *> limit the image did not carry.
      *>
      *> postitem.dat is converted the same way when a renamed
      *> postitem.old is present: keys, amounts and balances carry
      *> over as filed, and the branch origin and check serial the
      *> record gained are zero-filled -- those items predate the
      *> tagging, and zero reads as "untagged, no serial". A site
      *> with no posted-items file has nothing to convert and the
      *> recap says so; that is not a failed cutover.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsHistoryStatus.

           SELECT OldPostedItemFile ASSIGN TO ctlConvOldItemFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS opItemKey
               FILE STATUS IS wsOldItemStatus.

           SELECT PostedItemFile ASSIGN TO ctlPostedItemFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS piItemKey
               FILE STATUS IS wsItemStatus.

           SELECT ConvertReportFile ASSIGN TO ctlConvertReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsConvertRptStatus.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

      *> Master layout before the overdraft limit, product code and
      *> customer number were appended, frozen here on purpose --
      *> the live copybook moved on and this program is the only
      *> reader the old shape has left.
       FD OldMasterFile.
       01  oldMasterRecord.
           05 omAcctNumb         PIC X(11).
           05 omAcctName         PIC X(30).
           05 omAcctStatus       PIC X.
           05 omLastBalance      PIC S9(9)V99.
           05 omLastStmtDate     PIC 9(8).

       FD AccountMaster.
       COPY ACCTMAST.

      *> History layout before the fee, transfer, returned-item and
      *> dispute totals were appended: the eleven fields through
      *> the interest count.
       FD OldHistoryFile.
       01  oldHistoryRecord.
           05 ohAcctNumb         PIC X(11).
           05 ohRunDate          PIC 9(8).
           05 ohTotalWith        PIC S9(9)V99.
           05 ohTotalDep         PIC S9(9)V99.
           05 ohOverdraftCount   PIC 9(4).
           05 ohOverdraftFees    PIC S9(9)V99.
           05 ohEndingBalance    PIC S9(9)V99.
           05 ohWithCount        PIC 9(6).
           05 ohDepCount         PIC 9(6).
           05 ohTotalInt         PIC S9(9)V99.
           05 ohIntCount         PIC 9(6).

       FD HistoryFile.
       COPY TRANHIST.

      *> Posted-item layout before the branch origin and check
      *> serial were appended.
       FD OldPostedItemFile.
       01  oldPostedItemRecord.
           05 opItemKey.
              10 opAcctNumb      PIC X(11).
              10 opPostDate      PIC 9(8).
              10 opPostSeq       PIC 9(6).
           05 opTransType        PIC X.
           05 opTransDesc        PIC X(21).
           05 opAmount           PIC S9(9)V99.
           05 opResultBal        PIC S9(9)V99.

       FD PostedItemFile.
       COPY POSTITEM.

       FD ConvertReportFile.
       01  convertRptLine    PIC X(80).

       01 wsOldHistoryStatus   PIC XX.
          88 endOfOldHistory       VALUE "10".
       01 wsHistoryStatus      PIC XX.
       01 wsOldItemStatus      PIC XX.
          88 oldItemReadOk         VALUE "00".
          88 endOfOldItems         VALUE "10".
       01 wsItemStatus         PIC XX.
       01 wsConvertRptStatus   PIC XX.

       01 wsCurrentDate        PIC X(21).

       01 masterConvCount      PIC 9(6) VALUE 0.
       01 historyConvCount     PIC 9(6) VALUE 0.
       01 itemConvCount        PIC 9(8) VALUE 0.
       01 wsMasterDone         PIC X VALUE "N".
       01 wsHistoryDone        PIC X VALUE "N".
       01 wsItemsDone          PIC X VALUE "N".
       01 rptLine              PIC X(80).

      *> --- control card (mirrors BankReport's ReadControlCard) ---
          OPEN OUTPUT ConvertReportFile.
          PERFORM ConvertMasterFile.
          PERFORM ConvertHistoryFile.
          PERFORM ConvertPostedItemFile.
          PERFORM WriteConvertReport.
          CLOSE ConvertReportFile.
       STOP RUN.
          MOVE omAcctStatus TO amAcctStatus.
          MOVE omLastBalance TO amLastBalance.
          MOVE omLastStmtDate TO amLastStmtDate.
          MOVE 0 TO amOverdraftLimit.
      *> No product code: a converted account stays on the house
      *> rate and schedule it has always been priced by.
          MOVE SPACES TO amProductCode.
      *> No customer either -- linked afterwards through BankMaint.
          MOVE SPACES TO amCustNumb.
          WRITE accountMasterRecord
             INVALID KEY
                DISPLAY "*Duplicate key in old master: " omAcctNumb

       ConvertOneHistoryRecord.
      *> Fields the record gained after the old layout was cut are
      *> zero-filled -- the fee, transfer, returned-item and dispute
      *> totals for old runs were never captured, and zero says so
      *> honestly.
          MOVE ohAcctNumb TO hrAcctNumb.
          MOVE ohRunDate TO hrRunDate.
          MOVE ohTotalWith TO hrTotalWith.
          MOVE ohOverdraftCount TO hrOverdraftCount.
          MOVE ohOverdraftFees TO hrOverdraftFees.
          MOVE ohEndingBalance TO hrEndingBalance.
          MOVE ohWithCount TO hrWithCount.
          MOVE ohDepCount TO hrDepCount.
          MOVE ohTotalInt TO hrTotalInt.
          MOVE ohIntCount TO hrIntCount.
          MOVE 0 TO hrTotalFees.
          MOVE 0 TO hrFeeCount.
          MOVE 0 TO hrTotalXferOut.
          MOVE 0 TO hrTotalXferIn.
          MOVE 0 TO hrReturnedCount.
          MOVE 0 TO hrNsfFees.
          MOVE 0 TO hrTotalDispCredit.
          MOVE 0 TO hrTotalDispRev.
          WRITE historyRecord.
          ADD 1 TO historyConvCount.
          PERFORM ReadNextOldHistory.

       ConvertPostedItemFile.
          OPEN INPUT OldPostedItemFile.
          IF wsOldItemStatus = "35" THEN
             DISPLAY "*Old posted items " ctlConvOldItemFile
                " not found -- no posted items to convert"
             MOVE "-" TO wsItemsDone
          ELSE
             IF wsOldItemStatus NOT = "00" THEN
                DISPLAY "*Old posted items " ctlConvOldItemFile
                   " unavailable, status " wsOldItemStatus
                   " -- posted items not converted"
             ELSE
                OPEN OUTPUT PostedItemFile
                PERFORM ReadNextOldItem
                PERFORM ConvertOnePostedItem UNTIL endOfOldItems
                CLOSE OldPostedItemFile
                CLOSE PostedItemFile
                MOVE "Y" TO wsItemsDone
             END-IF
          END-IF.

       ReadNextOldItem.
          READ OldPostedItemFile NEXT RECORD
             AT END SET endOfOldItems TO TRUE
          END-READ.
          IF NOT endOfOldItems AND NOT oldItemReadOk THEN
             DISPLAY "*Old posted-item read ended the conversion "
                "early, status " wsOldItemStatus
             SET endOfOldItems TO TRUE
          END-IF.

       ConvertOnePostedItem.
          MOVE opAcctNumb TO piAcctNumb.
          MOVE opPostDate TO piPostDate.
          MOVE opPostSeq TO piPostSeq.
          MOVE opTransType TO piTransType.
          MOVE opTransDesc TO piTransDesc.
          MOVE opAmount TO piAmount.
          MOVE opResultBal TO piResultBal.
          MOVE 0 TO piBranch.
          MOVE 0 TO piCheckSerial.
          WRITE postedItemRecord
             INVALID KEY
                DISPLAY "*Duplicate key in old posted items: "
                   opAcctNumb " " opPostDate " " opPostSeq
          END-WRITE.
          ADD 1 TO itemConvCount.
          PERFORM ReadNextOldItem.

       WriteConvertReport.
          MOVE SPACES TO rptLine.
          STRING "BankConvert Recap  Run=" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE convertRptLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Posted items converted=" DELIMITED BY SIZE
             itemConvCount DELIMITED BY SIZE
             " (done=" DELIMITED BY SIZE
             wsItemsDone DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE convertRptLine FROM rptLine.
          IF wsItemsDone = "-" THEN
             MOVE "postitem.dat: none on file, nothing to convert"
                TO rptLine
             WRITE convertRptLine FROM rptLine
          END-IF.
          MOVE "stmtarch.dat: no conversion needed (print text only)"
             TO rptLine.
          WRITE convertRptLine FROM rptLine.
          IF wsMasterDone = "N" OR wsHistoryDone = "N" OR
             wsItemsDone = "N" THEN
             DISPLAY "*CONVERSION INCOMPLETE -- do not release the "
                "new files until every input converts"
             MOVE 12 TO RETURN-CODE
          END-IF.

                MOVE FUNCTION TRIM(ccValue) TO ctlConvOldMasterFile
             WHEN "CONVOLDHISTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlConvOldHistFile
             WHEN "CONVOLDITEMFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlConvOldItemFile
             WHEN "POSTEDITEMFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlPostedItemFile
             WHEN "CONVERTREPORTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlConvertReportFile
             WHEN OTHER
          DISPLAY ctlConvOldMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlConvOldHistFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlConvOldHistFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlConvOldItemFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlConvOldItemFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlPostedItemFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlPostedItemFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlConvertReportFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlConvertReportFile UPON ENVIRONMENT-VALUE.
