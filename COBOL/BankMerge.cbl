      *> whichever other feed has one is kept.
      *>
      *> A fourth input slot takes the non-branch feeds -- payroll
      *> translation, accrual, analysis, standing orders, transfers,
      *> dispute credits and reversals -- and its lines are released
      *> without a branch-origin tag: that money never crossed a
      *> till, and tagging it would put it on a branch's settlement
      *> column.
      *>
      *> Account blocks come out grouped by the customer each account
      *> is linked to on ACCOUNT-MASTER, then by account number, so a
      *> customer's statements print one after another and go in one
      *> envelope. Accounts with no customer link (or a run with no
      *> master) sort ahead of them in plain account order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRunCtlStatus.

           SELECT AccountMaster ASSIGN TO ctlMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS amAcctNumb
               FILE STATUS IS wsMasterStatus.

           SELECT SortFile ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FD RunControlFile.
       COPY RUNCTL.

       FD AccountMaster.
       COPY ACCTMAST.

       SD SortFile.
       01  sortRecord.
           05 srCustNumb         PIC X(8).
           05 srAcctNumb         PIC X(11).
      *> class 1 = beginning-balance line, 2 = transaction line, so
      *> the kept balance line always sorts to the front of its
       01 wsMergedStatus       PIC XX.
       01 wsMergeRptStatus     PIC XX.
       01 wsRunCtlStatus       PIC XX.
       01 wsMasterStatus       PIC XX.
          88 masterNotFound        VALUE "23".
       01 wsMasterAvailable    PIC X VALUE "Y".
          88 masterAvailable       VALUE "Y".
       01 wsSortEof            PIC X VALUE "N".
          88 sortEof              VALUE "Y".

       01 curBranchFile        PIC X(100).
       01 releaseSeq           PIC 9(6) VALUE 0.
       01 curFeedAcct          PIC X(11) VALUE SPACES.
       01 curFeedCust          PIC X(8) VALUE SPACES.
       01 wsFeedState          PIC X VALUE "H".
          88 expectingHeader       VALUE "H".
          88 expectingBalance      VALUE "B".
       01 dupAcctCount         PIC 9(6) VALUE 0.
       01 dupBalanceCount      PIC 9(6) VALUE 0.
       01 mergedLineCount      PIC 9(6) VALUE 0.
       01 custLinkedCount      PIC 9(6) VALUE 0.

       01 rptLine              PIC X(80).

          END-PERFORM.
          MOVE "STARTED " TO rcStatus.
          PERFORM WriteRunControlStamp.
      *> The master only supplies the customer grouping; without it
      *> the feed still merges, in plain account order.
          OPEN INPUT AccountMaster.
          IF wsMasterStatus NOT = "00" THEN
             DISPLAY "*ACCOUNT-MASTER file " ctlMasterFile
                " unavailable, status " wsMasterStatus
                " -- accounts will not be grouped by customer"
             MOVE "N" TO wsMasterAvailable
          END-IF.
          OPEN OUTPUT MergedFile.
          OPEN OUTPUT MergeReportFile.
          PERFORM WriteMergeReportHeader.
          SORT SortFile
             ON ASCENDING KEY srCustNumb srAcctNumb srLineClass
                srBranch srSeq
             INPUT PROCEDURE IS ReleaseAllBranches
             OUTPUT PROCEDURE IS WriteMergedFeed.
          PERFORM WriteMergeReport.
          CLOSE MergedFile.
          CLOSE MergeReportFile.
          IF masterAvailable THEN
             CLOSE AccountMaster
          END-IF.
          MOVE "COMPLETE" TO rcStatus.
          PERFORM WriteRunControlStamp.
       STOP RUN.
                MOVE "H" TO wsFeedState
             ELSE
                MOVE ctrlFirstHalf TO curFeedAcct
                PERFORM LookUpFeedCustomer
                MOVE "B" TO wsFeedState
             END-IF
          END-IF.
             END-STRING
          END-IF.

       LookUpFeedCustomer.
      *> Once per account header; every line of the block then
      *> carries the same customer, whichever branch sent it.
          MOVE SPACES TO curFeedCust.
          IF masterAvailable THEN
             MOVE curFeedAcct TO amAcctNumb
             MOVE "00" TO wsMasterStatus
             READ AccountMaster
                INVALID KEY SET masterNotFound TO TRUE
             END-READ
             IF wsMasterStatus = "00" THEN
                MOVE amCustNumb TO curFeedCust
             END-IF
          END-IF.

       ReleaseSortRecord.
          ADD 1 TO releaseSeq.
          MOVE curFeedCust TO srCustNumb.
          MOVE curFeedAcct TO srAcctNumb.
          MOVE curBranch TO srBranch.
          MOVE releaseSeq TO srSeq.
          MOVE "N" TO wsBalanceSeen.
          MOVE "N" TO wsMultiBranch.
          ADD 1 TO acctsWritten.
          IF srCustNumb NOT = SPACES THEN
             ADD 1 TO custLinkedCount
          END-IF.
          MOVE SPACES TO mergedLine.
          STRING srAcctNumb DELIMITED BY SPACE
             ":" DELIMITED BY SIZE
             acctsWritten DELIMITED BY SIZE
             " Lines written=" DELIMITED BY SIZE
             mergedLineCount DELIMITED BY SIZE
             " Grouped by customer=" DELIMITED BY SIZE
             custLinkedCount DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE mergeRptLine FROM rptLine.
                MOVE FUNCTION TRIM(ccValue) TO ctlMergeReportFile
             WHEN "RUNCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlRunControlFile
             WHEN "MASTERFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlMasterFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
          DISPLAY ctlMergeReportFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlRunControlFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlRunControlFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlMasterFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlMasterFile UPON ENVIRONMENT-VALUE.
