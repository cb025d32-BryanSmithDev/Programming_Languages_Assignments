       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankMonitor.
       AUTHOR.  Bryan Smith.

      *> Large-cash and structuring monitoring run over the indexed
      *> posted-items file. Reads every account's items in key order
      *> (account, post date, sequence) and, for each post date in
      *> the review range, sums the day's deposits and withdrawals
      *> separately. A day whose deposits or withdrawals come to MORE
      *> than the MONTHRESHOLD cash line is a reportable day: it goes
      *> on the compliance worklist and into a fixed-layout extract
      *> (header, detail per day, trailer with record count and a
      *> hash total) for the currency-transaction filing.
      *>
      *> Structuring is watched separately: a deposit or withdrawal
      *> from MONNEARFLOOR up to the cash line is a just-under item,
      *> and when MONNEARCOUNT or more of them fall inside a look-
      *> back window of MONWINDOWDAYS days ending on a review date
      *> that itself had one, the pattern goes on the worklist with
      *> every item in the window. Those are for the investigators,
      *> not a filing, so they are not extracted. The window reaches
      *> back before the first review date, so a pattern that started
      *> the day before the range is still seen whole.
      *>
      *> Each flagged item shows the merge's branch tag (B1-B3, UNT
      *> for untagged feeds and items filed before the tag was kept)
      *> so the branch can be contacted, and each flag carries the
      *> account's name and status from ACCOUNT-MASTER. The review
      *> range defaults to the run date; a catch-up run names it
      *> with MONFROMDATE/MONTODATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

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

           SELECT MonitorReportFile ASSIGN TO ctlMonitorRptFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsMonitorRptStatus.

           SELECT MonitorExtractFile ASSIGN TO ctlMonitorExtFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsMonitorExtStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

       FD PostedItemFile.
       COPY POSTITEM.

       FD AccountMaster.
       COPY ACCTMAST.

       FD MonitorReportFile.
       01  monitorLine       PIC X(100).

       FD MonitorExtractFile.
       01  monitorExtLine    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsPostedItemStatus   PIC XX.
          88 itemReadOk            VALUE "00".
       01 wsMasterStatus       PIC XX.
          88 masterReadOk          VALUE "00".
          88 masterNotFound        VALUE "23".
       01 wsMonitorRptStatus   PIC XX.
       01 wsMonitorExtStatus   PIC XX.
       01 wsItemEof            PIC X VALUE "N".
          88 itemEof               VALUE "Y".
       01 wsMasterAvailable    PIC X VALUE "Y".
          88 masterAvailable       VALUE "Y".

       01 wsCurrentDate        PIC X(21).
       01 runDate              PIC 9(8).
       01 reviewFromDate       PIC 9(8).
       01 reviewToDate         PIC 9(8).
       01 lookBackDate         PIC 9(8).
       01 lookBackInteger      PIC 9(7).
       01 windowStartInteger   PIC 9(7).

      *> The account and post date being gathered, and what the
      *> master says about the account.
       01 curAcct              PIC X(11).
       01 curDate              PIC 9(8).
       01 curAcctName          PIC X(30).
       01 curAcctStatus        PIC X.

      *> One post date's deposits and withdrawals for the account,
      *> kept item by item so a reportable day can list them.
       01 dayCashIn            PIC S9(9)V99 VALUE 0.
       01 dayCashOut           PIC S9(9)V99 VALUE 0.
       01 dayInCount           PIC 9(4) VALUE 0.
       01 dayOutCount          PIC 9(4) VALUE 0.
       01 dayNearCount         PIC 9(4) VALUE 0.
       01 dayItemCount         PIC 9(4) VALUE 0.
       01 wsDayTableFull       PIC X VALUE "N".
          88 dayTableFull          VALUE "Y".
       01 dayTable.
          05 dayItem OCCURS 100 TIMES INDEXED BY dayIdx.
             10 dyPostSeq          PIC 9(6).
             10 dyTransType        PIC X.
             10 dyTransDesc        PIC X(21).
             10 dyAmount           PIC S9(9)V99.
             10 dyBranch           PIC 9.

      *> Just-under items inside the look-back window for the
      *> account, oldest first; dropped as the window moves on.
       01 windowCount          PIC 9(4) VALUE 0.
       01 keepCount            PIC 9(4) VALUE 0.
       01 wsWindowFull         PIC X VALUE "N".
          88 windowFull            VALUE "Y".
       01 windowTable.
          05 windowItem OCCURS 100 TIMES INDEXED BY winIdx.
             10 wnPostDate         PIC 9(8).
             10 wnPostSeq          PIC 9(6).
             10 wnTransType        PIC X.
             10 wnTransDesc        PIC X(21).
             10 wnAmount           PIC S9(9)V99.
             10 wnBranch           PIC 9.

      *> Origins seen on a reportable day: positions 1-3 for the
      *> branches, position 4 for untagged items.
       01 dayOrigins           PIC X(4).
       01 originBranch         PIC 9.
       01 originText           PIC X(3).
       01 printDate            PIC 9(8).

       01 acctsReviewed        PIC 9(6) VALUE 0.
       01 itemsReviewed        PIC 9(8) VALUE 0.
       01 reportableDays       PIC 9(6) VALUE 0.
       01 structuringFlags     PIC 9(6) VALUE 0.
       01 extRecCount          PIC 9(6) VALUE 0.
       01 extHashTotal         PIC 9(11)V99 VALUE 0.
       01 reportableTotal      PIC 9(11)V99 VALUE 0.

       01 monDetailRecord.
          05 mxdRecType         PIC X VALUE "D".
          05 mxdAcctNumb        PIC X(11).
          05 mxdPostDate        PIC 9(8).
          05 mxdAcctStatus      PIC X.
          05 mxdAcctName        PIC X(30).
          05 mxdCashIn          PIC 9(9)V99.
          05 mxdInCount         PIC 9(4).
          05 mxdCashOut         PIC 9(9)V99.
          05 mxdOutCount        PIC 9(4).
          05 mxdOrigins         PIC X(4).
          05 FILLER             PIC X(15) VALUE SPACES.
       01 monHeaderRecord.
          05 mxhRecType         PIC X VALUE "H".
          05 mxhSource          PIC X(10) VALUE "BANKMON   ".
          05 mxhRunDate         PIC 9(8).
          05 mxhFromDate        PIC 9(8).
          05 mxhToDate          PIC 9(8).
          05 mxhThreshold       PIC 9(7)V99.
          05 FILLER             PIC X(56) VALUE SPACES.
       01 monTrailerRecord.
          05 mxtRecType         PIC X VALUE "T".
          05 mxtRecCount        PIC 9(6).
          05 mxtHashTotal       PIC 9(11)V99.
          05 FILLER             PIC X(80) VALUE SPACES.

       01 datePrint            PIC X(10).
       01 amountPrint          PIC $(9)9.99-.
       01 inPrint              PIC $(9)9.99-.
       01 outPrint             PIC $(9)9.99-.
       01 linePrint            PIC $(7)9.99.
       01 floorPrint           PIC $(7)9.99.
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
          PERFORM SetReviewRange.
          OPEN INPUT PostedItemFile.
          IF wsPostedItemStatus NOT = "00" THEN
             DISPLAY "*Posted-items file " ctlPostedItemFile
                " unavailable, status " wsPostedItemStatus
                " -- nothing monitored"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus NOT = "00" THEN
             MOVE "N" TO wsMasterAvailable
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " unavailable, status " wsMasterStatus
                " -- worklist names and status will be blank"
          END-IF.
          OPEN OUTPUT MonitorReportFile.
          OPEN OUTPUT MonitorExtractFile.
          PERFORM WriteWorklistHeader.
          PERFORM WriteExtractHeader.
          PERFORM ReadNextPostedItem.
          PERFORM MonitorOneAccount UNTIL itemEof.
          PERFORM WriteExtractTrailer.
          PERFORM WriteWorklistTotals.
          CLOSE PostedItemFile.
          IF masterAvailable THEN
             CLOSE AccountMaster
          END-IF.
          CLOSE MonitorReportFile.
          CLOSE MonitorExtractFile.
       STOP RUN.

       SetReviewRange.
      *> The range is checked before any file opens -- a backwards
      *> range or a band that reaches the cash line would produce an
      *> empty or meaningless worklist that looks like a clean day.
          IF ctlMonToDate = 0 THEN
             MOVE runDate TO reviewToDate
          ELSE
             MOVE ctlMonToDate TO reviewToDate
          END-IF.
          IF ctlMonFromDate = 0 THEN
             MOVE reviewToDate TO reviewFromDate
          ELSE
             MOVE ctlMonFromDate TO reviewFromDate
          END-IF.
          IF reviewFromDate > reviewToDate THEN
             DISPLAY "*MONFROMDATE " reviewFromDate
                " is after MONTODATE " reviewToDate
                " -- nothing monitored"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ctlMonNearFloor = 0 OR
             ctlMonNearFloor NOT < ctlMonThreshold THEN
             DISPLAY "*MONNEARFLOOR " ctlMonNearFloor
                " must be above zero and below MONTHRESHOLD "
                ctlMonThreshold " -- nothing monitored"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ctlMonWindowDays = 0 THEN
             MOVE 1 TO ctlMonWindowDays
          END-IF.
          IF ctlMonNearCount < 2 THEN
             DISPLAY "*MONNEARCOUNT " ctlMonNearCount
                " is below 2 -- a pattern needs two items, 2 used"
             MOVE 2 TO ctlMonNearCount
          END-IF.
          COMPUTE lookBackInteger =
             FUNCTION INTEGER-OF-DATE(reviewFromDate)
             - ctlMonWindowDays + 1.
          MOVE FUNCTION DATE-OF-INTEGER(lookBackInteger)
             TO lookBackDate.

       ReadNextPostedItem.
          READ PostedItemFile NEXT RECORD
             AT END SET itemEof TO TRUE
          END-READ.
          IF NOT itemEof AND NOT itemReadOk THEN
             DISPLAY "*Posted-items read ended the run early, "
                "status " wsPostedItemStatus
             MOVE 12 TO RETURN-CODE
             SET itemEof TO TRUE
          END-IF.

       MonitorOneAccount.
          MOVE piAcctNumb TO curAcct.
          ADD 1 TO acctsReviewed.
          MOVE 0 TO windowCount.
          MOVE "N" TO wsWindowFull.
          PERFORM LookUpAccount.
          PERFORM MonitorOneDay
             UNTIL itemEof OR piAcctNumb NOT = curAcct.

       LookUpAccount.
          MOVE "(not on master)" TO curAcctName.
          MOVE "?" TO curAcctStatus.
          IF masterAvailable THEN
             MOVE "00" TO wsMasterStatus
             MOVE curAcct TO amAcctNumb
             READ AccountMaster
                INVALID KEY SET masterNotFound TO TRUE
             END-READ
             IF masterReadOk THEN
                MOVE amAcctName TO curAcctName
                MOVE amAcctStatus TO curAcctStatus
             END-IF
          END-IF.

       MonitorOneDay.
          MOVE piPostDate TO curDate.
          MOVE 0 TO dayCashIn.
          MOVE 0 TO dayCashOut.
          MOVE 0 TO dayInCount.
          MOVE 0 TO dayOutCount.
          MOVE 0 TO dayNearCount.
          MOVE 0 TO dayItemCount.
          MOVE "N" TO wsDayTableFull.
          PERFORM DropExpiredWindowItems.
          PERFORM GatherDayItem
             UNTIL itemEof OR piAcctNumb NOT = curAcct
                OR piPostDate NOT = curDate.
          IF curDate NOT < reviewFromDate AND
             curDate NOT > reviewToDate THEN
             PERFORM EvaluateDay
          END-IF.

       GatherDayItem.
      *> Only deposits and withdrawals count toward the cash line;
      *> interest, fees and transfers never crossed a counter.
      *> Days before the look-back date are read past untouched.
          IF curDate NOT < lookBackDate AND
             curDate NOT > reviewToDate AND
             (piTransType = "D" OR piTransType = "W") THEN
             ADD 1 TO itemsReviewed
             IF piTransType = "D" THEN
                ADD piAmount TO dayCashIn
                ADD 1 TO dayInCount
             ELSE
                ADD piAmount TO dayCashOut
                ADD 1 TO dayOutCount
             END-IF
             PERFORM KeepDayItem
             IF piAmount NOT < ctlMonNearFloor AND
                piAmount NOT > ctlMonThreshold THEN
                ADD 1 TO dayNearCount
                PERFORM KeepWindowItem
             END-IF
          END-IF.
          PERFORM ReadNextPostedItem.

       KeepDayItem.
          IF dayItemCount >= 100 THEN
             MOVE "Y" TO wsDayTableFull
          ELSE
             ADD 1 TO dayItemCount
             SET dayIdx TO dayItemCount
             MOVE piPostSeq TO dyPostSeq(dayIdx)
             MOVE piTransType TO dyTransType(dayIdx)
             MOVE piTransDesc TO dyTransDesc(dayIdx)
             MOVE piAmount TO dyAmount(dayIdx)
             MOVE piBranch TO dyBranch(dayIdx)
          END-IF.

       KeepWindowItem.
          IF windowCount >= 100 THEN
             MOVE "Y" TO wsWindowFull
          ELSE
             ADD 1 TO windowCount
             SET winIdx TO windowCount
             MOVE piPostDate TO wnPostDate(winIdx)
             MOVE piPostSeq TO wnPostSeq(winIdx)
             MOVE piTransType TO wnTransType(winIdx)
             MOVE piTransDesc TO wnTransDesc(winIdx)
             MOVE piAmount TO wnAmount(winIdx)
             MOVE piBranch TO wnBranch(winIdx)
          END-IF.

       DropExpiredWindowItems.
      *> The window ends on the day being gathered; anything older
      *> than its first day slides out and the survivors close up.
          COMPUTE windowStartInteger =
             FUNCTION INTEGER-OF-DATE(curDate)
             - ctlMonWindowDays + 1.
          MOVE 0 TO keepCount.
          PERFORM KeepOneWindowItem
             VARYING winIdx FROM 1 BY 1 UNTIL winIdx > windowCount.
          IF keepCount < windowCount THEN
             MOVE "N" TO wsWindowFull
          END-IF.
          MOVE keepCount TO windowCount.

       KeepOneWindowItem.
          IF FUNCTION INTEGER-OF-DATE(wnPostDate(winIdx))
             NOT < windowStartInteger THEN
             ADD 1 TO keepCount
             IF keepCount NOT = winIdx THEN
                MOVE windowItem(winIdx) TO windowItem(keepCount)
             END-IF
          END-IF.

       EvaluateDay.
          IF dayCashIn > ctlMonThreshold OR
             dayCashOut > ctlMonThreshold THEN
             PERFORM FlagReportableDay
          END-IF.
          IF dayNearCount > 0 AND windowCount NOT < ctlMonNearCount
             THEN
             PERFORM FlagStructuring
          END-IF.

       FlagReportableDay.
          ADD 1 TO reportableDays.
          MOVE dayCashIn TO inPrint.
          MOVE dayCashOut TO outPrint.
          MOVE SPACES TO rptLine.
          STRING "REPORTABLE CASH  " DELIMITED BY SIZE
             curAcct DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          PERFORM FinishFlagLine.
          MOVE SPACES TO rptLine.
          STRING "  Cash in " DELIMITED BY SIZE
             inPrint DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             dayInCount DELIMITED BY SIZE
             " item(s))  Cash out " DELIMITED BY SIZE
             outPrint DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             dayOutCount DELIMITED BY SIZE
             " item(s))" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
          MOVE SPACES TO dayOrigins.
          PERFORM PrintDayItem
             VARYING dayIdx FROM 1 BY 1 UNTIL dayIdx > dayItemCount.
          IF dayTableFull THEN
             MOVE "    (further items not listed -- see BankInquiry)"
                TO rptLine
             WRITE monitorLine FROM rptLine
          END-IF.
          MOVE SPACES TO rptLine.
          WRITE monitorLine FROM rptLine.
          PERFORM WriteExtractDetail.

       FlagStructuring.
          ADD 1 TO structuringFlags.
          MOVE SPACES TO rptLine.
          STRING "STRUCTURING      " DELIMITED BY SIZE
             curAcct DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          PERFORM FinishFlagLine.
          MOVE ctlMonNearFloor TO floorPrint.
          MOVE ctlMonThreshold TO linePrint.
          MOVE SPACES TO rptLine.
          STRING "  " DELIMITED BY SIZE
             windowCount DELIMITED BY SIZE
             " item(s) from " DELIMITED BY SIZE
             floorPrint DELIMITED BY SIZE
             " to " DELIMITED BY SIZE
             linePrint DELIMITED BY SIZE
             " within " DELIMITED BY SIZE
             ctlMonWindowDays DELIMITED BY SIZE
             " day(s)" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
          PERFORM PrintWindowItem
             VARYING winIdx FROM 1 BY 1 UNTIL winIdx > windowCount.
          IF windowFull THEN
             MOVE "    (further items not listed -- see BankInquiry)"
                TO rptLine
             WRITE monitorLine FROM rptLine
          END-IF.
          MOVE SPACES TO rptLine.
          WRITE monitorLine FROM rptLine.

       FinishFlagLine.
      *> Date, name and status follow the account on every flag, so
      *> the worklist can be worked without the master in hand.
          MOVE curDate TO printDate.
          PERFORM FormatItemDate.
          STRING "  " DELIMITED BY SIZE
             datePrint DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             curAcctName DELIMITED BY SIZE
             "  Status=" DELIMITED BY SIZE
             curAcctStatus DELIMITED BY SIZE
             INTO rptLine(29:)
          END-STRING.
          WRITE monitorLine FROM rptLine.

       PrintDayItem.
          MOVE dyBranch(dayIdx) TO originBranch.
          PERFORM FormatOrigin.
          IF dyBranch(dayIdx) >= 1 AND dyBranch(dayIdx) <= 3 THEN
             MOVE dyBranch(dayIdx) TO dayOrigins(dyBranch(dayIdx):1)
          ELSE
             MOVE "U" TO dayOrigins(4:1)
          END-IF.
          MOVE curDate TO printDate.
          PERFORM FormatItemDate.
          MOVE dyAmount(dayIdx) TO amountPrint.
          MOVE SPACES TO rptLine.
          STRING "    " DELIMITED BY SIZE
             datePrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             dyPostSeq(dayIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             dyTransType(dayIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             dyTransDesc(dayIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             amountPrint DELIMITED BY SIZE
             "  Origin=" DELIMITED BY SIZE
             originText DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.

       PrintWindowItem.
          MOVE wnBranch(winIdx) TO originBranch.
          PERFORM FormatOrigin.
          MOVE wnPostDate(winIdx) TO printDate.
          PERFORM FormatItemDate.
          MOVE wnAmount(winIdx) TO amountPrint.
          MOVE SPACES TO rptLine.
          STRING "    " DELIMITED BY SIZE
             datePrint DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wnPostSeq(winIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wnTransType(winIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             wnTransDesc(winIdx) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             amountPrint DELIMITED BY SIZE
             "  Origin=" DELIMITED BY SIZE
             originText DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.

       FormatItemDate.
          MOVE SPACES TO datePrint.
          STRING printDate(5:2) "/" printDate(7:2) "/"
             printDate(1:4) DELIMITED BY SIZE
             INTO datePrint
          END-STRING.

       FormatOrigin.
          IF originBranch >= 1 AND originBranch <= 3 THEN
             MOVE SPACES TO originText
             STRING "B" DELIMITED BY SIZE
                originBranch DELIMITED BY SIZE
                INTO originText
             END-STRING
          ELSE
             MOVE "UNT" TO originText
          END-IF.

       WriteExtractHeader.
          MOVE runDate TO mxhRunDate.
          MOVE reviewFromDate TO mxhFromDate.
          MOVE reviewToDate TO mxhToDate.
          MOVE ctlMonThreshold TO mxhThreshold.
          WRITE monitorExtLine FROM monHeaderRecord.

       WriteExtractDetail.
          MOVE curAcct TO mxdAcctNumb.
          MOVE curDate TO mxdPostDate.
          MOVE curAcctStatus TO mxdAcctStatus.
          MOVE curAcctName TO mxdAcctName.
          MOVE dayCashIn TO mxdCashIn.
          MOVE dayInCount TO mxdInCount.
          MOVE dayCashOut TO mxdCashOut.
          MOVE dayOutCount TO mxdOutCount.
          MOVE dayOrigins TO mxdOrigins.
          WRITE monitorExtLine FROM monDetailRecord.
          ADD 1 TO extRecCount.
          ADD mxdCashIn TO extHashTotal.
          ADD mxdCashOut TO extHashTotal.
          ADD dayCashIn TO reportableTotal.
          ADD dayCashOut TO reportableTotal.

       WriteExtractTrailer.
          MOVE extRecCount TO mxtRecCount.
          MOVE extHashTotal TO mxtHashTotal.
          WRITE monitorExtLine FROM monTrailerRecord.

       WriteWorklistHeader.
          MOVE SPACES TO rptLine.
          STRING "BankMonitor Large-Cash/Structuring Worklist  Run="
             DELIMITED BY SIZE
             runDate DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Review dates " DELIMITED BY SIZE
             reviewFromDate DELIMITED BY SIZE
             " thru " DELIMITED BY SIZE
             reviewToDate DELIMITED BY SIZE
             "  Look-back from " DELIMITED BY SIZE
             lookBackDate DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
          MOVE ctlMonThreshold TO linePrint.
          MOVE ctlMonNearFloor TO floorPrint.
          MOVE SPACES TO rptLine.
          STRING "Cash line " DELIMITED BY SIZE
             linePrint DELIMITED BY SIZE
             "  Just-under band from " DELIMITED BY SIZE
             floorPrint DELIMITED BY SIZE
             "  Pattern=" DELIMITED BY SIZE
             ctlMonNearCount DELIMITED BY SIZE
             " item(s) in " DELIMITED BY SIZE
             ctlMonWindowDays DELIMITED BY SIZE
             " day(s)" DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE monitorLine FROM rptLine.

       WriteWorklistTotals.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE monitorLine FROM rptLine.
          IF reportableDays = 0 AND structuringFlags = 0 THEN
             MOVE "** Nothing to review for this range **" TO rptLine
             WRITE monitorLine FROM rptLine
          END-IF.
          MOVE SPACES TO rptLine.
          STRING "Accounts reviewed=" DELIMITED BY SIZE
             acctsReviewed DELIMITED BY SIZE
             " Deposits/withdrawals reviewed=" DELIMITED BY SIZE
             itemsReviewed DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "Reportable days=" DELIMITED BY SIZE
             reportableDays DELIMITED BY SIZE
             " Structuring patterns=" DELIMITED BY SIZE
             structuringFlags DELIMITED BY SIZE
             " Extracted=" DELIMITED BY SIZE
             extRecCount DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE monitorLine FROM rptLine.
      *> The extract must prove against the worklist -- a mismatch
      *> means a reportable day was dropped or doubled on its way to
      *> the filing, and a bad file must not be sent.
          IF extRecCount NOT = reportableDays OR
             extHashTotal NOT = reportableTotal THEN
             DISPLAY "*MONITOR EXTRACT DOES NOT AGREE WITH WORKLIST: "
                "hash=" extHashTotal " records=" extRecCount
                " -- extract must not be sent"
             MOVE 12 TO RETURN-CODE
          END-IF.

       ReadControlCard.
      *> CONTROLCARD is optional -- if it isn't present, the compiled-
      *> in CTLPARM defaults are used and the run reviews today.
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
             WHEN "POSTEDITEMFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlPostedItemFile
             WHEN "MASTERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMasterFile
             WHEN "MONITORREPORTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMonitorRptFile
             WHEN "MONITOREXTRACTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMonitorExtFile
             WHEN "MONTHRESHOLD"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonThreshold
             WHEN "MONNEARFLOOR"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonNearFloor
             WHEN "MONNEARCOUNT"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonNearCount
             WHEN "MONWINDOWDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonWindowDays
             WHEN "MONFROMDATE"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonFromDate
             WHEN "MONTODATE"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMonToDate
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlPostedItemFile looks up an environment
      *> variable literally named "ctlPostedItemFile" at OPEN time,
      *> not the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around.
          DISPLAY "ctlPostedItemFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlPostedItemFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMonitorRptFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMonitorRptFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMonitorExtFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMonitorExtFile UPON ENVIRONMENT-VALUE.
