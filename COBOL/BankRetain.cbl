       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BankRetain.
       AUTHOR.  Bryan Smith.

      *> Retention run. The history files this shop keeps only ever
      *> grow -- statement history, posted items, the statement
      *> archive, the master journal, the run-control stamps and the
      *> posting audit log -- and every scan of them gets slower
      *> each month. This run takes a retention period in days per
      *> file from the control card, copies every record dated
      *> before that file's cutoff to a dated offload file for tape
      *> (<live name>.<run date>.off, appended to if the run is
      *> repeated the same day) and removes it from the live file.
      *> A retention of zero keeps that file whole.
      *>
      *> Two floors are never crossed, whatever the retention says:
      *>    history  -- nothing from the tax year BankTax1099 would
      *>                report (TAXYEAR, else last year) or later
      *>    journal  -- nothing from the day of the master backup
      *>                BankRecover would rebuild from
      *>                (MASTERBACKUPDATE) or later; with no backup
      *>                date on the card the journal is kept whole
      *>
      *> The indexed files are purged in place, each record written
      *> to the offload file before it is deleted. A sequential file
      *> is split into the offload file and a work copy of the kept
      *> records (<live name>.new), and the work copy is then written
      *> back over the live file; the count written back must equal
      *> the count kept, or the run ends RC 12 with the work copy
      *> left intact to restore from; once it proves, the work copy
      *> is emptied. A file with nothing old enough to move is not
      *> rewritten at all, and a file not on file is noted as such.
      *>
      *> Old run-control stamps stop refusing a repost of a feed
      *> that old, and an account whose history is all offloaded
      *> drops into BankProof's no-history count -- pick the
      *> retention periods with both in mind.
      *>
      *> The retention report shows, per file, the retention asked
      *> for, the cutoff actually used and why, records read, kept
      *> and offloaded, the date range moved and where it went, so
      *> audit can prove what went where.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlCard ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsControlCardStatus.

      *> The three sequential files share one live FD, one work FD
      *> and one offload FD, each pointed at the file in hand just
      *> before it is opened -- same technique BankMerge uses to walk
      *> its branch feeds.
           SELECT LiveSeqFile ASSIGN TO ctlLiveSeqFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsLiveSeqStatus.

           SELECT RetainWorkFile ASSIGN TO ctlRetainWorkFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsWorkStatus.

           SELECT OffloadFile ASSIGN TO ctlOffloadFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOffloadStatus.

           SELECT PostedItemFile ASSIGN TO ctlPostedItemFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS piItemKey
               FILE STATUS IS wsPostedItemStatus.

           SELECT StatementArchive ASSIGN TO ctlArchiveFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS arArchKey
               FILE STATUS IS wsArchiveStatus.

           SELECT RetainReportFile ASSIGN TO ctlRetainReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRetainRptStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ControlCard.
       01  controlCardLine   PIC X(100).

      *> One record area, three views: whichever file is in hand,
      *> its date is read from its own layout.
       FD LiveSeqFile.
       01  liveSeqLine       PIC X(300).
       COPY TRANHIST.
       COPY MSTRJRNL.
       COPY RUNCTL.

       FD RetainWorkFile.
       01  workLine          PIC X(300).

       FD OffloadFile.
       01  offloadLine       PIC X(300).

       FD PostedItemFile.
       COPY POSTITEM.

       FD StatementArchive.
       COPY STMTARCH.

       FD RetainReportFile.
       01  retainReportLine  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CTLPARM.

       01 wsLiveSeqStatus      PIC XX.
       01 wsWorkStatus         PIC XX.
       01 wsOffloadStatus      PIC XX.
       01 wsPostedItemStatus   PIC XX.
       01 wsArchiveStatus      PIC XX.
       01 wsRetainRptStatus    PIC XX.

       01 wsLiveSeqEof         PIC X VALUE "N".
          88 liveSeqEof            VALUE "Y".
       01 wsWorkEof            PIC X VALUE "N".
          88 workEof               VALUE "Y".
       01 wsIndexEof           PIC X VALUE "N".
          88 indexEof              VALUE "Y".
       01 wsOffloadOpen        PIC X VALUE "N".
          88 offloadOpen           VALUE "Y".
       01 wsMoveRecord         PIC X VALUE "N".
          88 moveRecord            VALUE "Y".
       01 wsFileAvailable      PIC X VALUE "Y".
          88 fileAvailable         VALUE "Y".

       01 wsCurrentDate        PIC X(21).
       01 runDate              PIC 9(8).
       01 runYear              PIC 9(4).
       01 taxFloorYear         PIC 9(4).
       01 taxFloorDate         PIC 9(8).
       01 cutoffInteger        PIC 9(8).

      *> --- the file in hand ---
      *> seqKind says which layout the shared live record is read
      *> through: H history, J journal, C run control, A audit log.
       01 seqKind              PIC X.
       01 curFileLabel         PIC X(12).
       01 curLiveFile          PIC X(100).
       01 curWorkFile          PIC X(100).
       01 curOffloadFile       PIC X(100).
       01 curRetainDays        PIC 9(5).
       01 requestedCutoff      PIC 9(8).
       01 cutoffDate           PIC 9(8).
       01 cutoffNote           PIC X(50).
       01 recDate              PIC 9(8).
       01 readCount            PIC 9(9).
       01 keptCount            PIC 9(9).
       01 offloadCount         PIC 9(9).
       01 copyBackCount        PIC 9(9).
       01 lowDateMoved         PIC 9(8).
       01 highDateMoved        PIC 9(8).

       01 filesPurged          PIC 9(2) VALUE 0.
       01 grandRead            PIC 9(9) VALUE 0.
       01 grandKept            PIC 9(9) VALUE 0.
       01 grandOffload         PIC 9(9) VALUE 0.
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
          MOVE wsCurrentDate(1:4) TO runYear.
      *> Same tax-year rule as BankTax1099: the card's TAXYEAR, else
      *> the year just ended. History from January 1 of that year
      *> on stays live.
          IF ctlTaxYear > 0 THEN
             MOVE ctlTaxYear TO taxFloorYear
          ELSE
             COMPUTE taxFloorYear = runYear - 1
          END-IF.
          COMPUTE taxFloorDate = taxFloorYear * 10000 + 0101.
          OPEN OUTPUT RetainReportFile.
          PERFORM WriteRetainHeader.
          PERFORM RetainHistory.
          PERFORM RetainPostedItems.
          PERFORM RetainArchive.
          PERFORM RetainJournal.
          PERFORM RetainRunControl.
          PERFORM RetainAuditLog.
          PERFORM WriteRetainTotals.
          CLOSE RetainReportFile.
       STOP RUN.

       RetainHistory.
          MOVE "HISTORY" TO curFileLabel.
          MOVE ctlHistoryFile TO curLiveFile.
          MOVE ctlRetainHistDays TO curRetainDays.
          MOVE "H" TO seqKind.
          PERFORM StartFilePass.
          IF cutoffDate > taxFloorDate THEN
             MOVE taxFloorDate TO cutoffDate
             MOVE SPACES TO cutoffNote
             STRING "Held to tax year " DELIMITED BY SIZE
                taxFloorYear DELIMITED BY SIZE
                " for BankTax1099" DELIMITED BY SIZE
                INTO cutoffNote
             END-STRING
          END-IF.
          PERFORM SeqFilePass.

       RetainJournal.
          MOVE "JOURNAL" TO curFileLabel.
          MOVE ctlJournalFile TO curLiveFile.
          MOVE ctlRetainJrnlDays TO curRetainDays.
          MOVE "J" TO seqKind.
          PERFORM StartFilePass.
      *> BankRecover replays the journal over the backup copy, so
      *> everything from the backup's own day forward must stay.
          IF cutoffDate > 0 THEN
             IF ctlMasterBackupDate = 0 THEN
                MOVE 0 TO cutoffDate
                MOVE "No MASTERBACKUPDATE -- journal kept whole"
                   TO cutoffNote
             ELSE
                IF cutoffDate > ctlMasterBackupDate THEN
                   MOVE ctlMasterBackupDate TO cutoffDate
                   MOVE SPACES TO cutoffNote
                   STRING "Held to master backup of "
                      DELIMITED BY SIZE
                      ctlMasterBackupDate DELIMITED BY SIZE
                      INTO cutoffNote
                   END-STRING
                END-IF
             END-IF
          END-IF.
          PERFORM SeqFilePass.

       RetainRunControl.
          MOVE "RUN CONTROL" TO curFileLabel.
          MOVE ctlRunControlFile TO curLiveFile.
          MOVE ctlRetainRunCtlDays TO curRetainDays.
          MOVE "C" TO seqKind.
          PERFORM StartFilePass.
          PERFORM SeqFilePass.

       RetainAuditLog.
          MOVE "AUDIT LOG" TO curFileLabel.
          MOVE ctlAuditFile TO curLiveFile.
          MOVE ctlRetainAuditDays TO curRetainDays.
          MOVE "A" TO seqKind.
          PERFORM StartFilePass.
          PERFORM SeqFilePass.

       StartFilePass.
      *> Records dated strictly before cutoffDate are offloaded; a
      *> cutoff of zero moves nothing. The caller may only lower
      *> the cutoff after this, never raise it.
          MOVE 0 TO readCount.
          MOVE 0 TO keptCount.
          MOVE 0 TO offloadCount.
          MOVE 0 TO copyBackCount.
          MOVE 99999999 TO lowDateMoved.
          MOVE 0 TO highDateMoved.
          MOVE "N" TO wsOffloadOpen.
          MOVE "Y" TO wsFileAvailable.
          MOVE SPACES TO cutoffNote.
          MOVE SPACES TO curOffloadFile.
          STRING FUNCTION TRIM(curLiveFile) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             runDate DELIMITED BY SIZE
             ".off" DELIMITED BY SIZE
             INTO curOffloadFile
          END-STRING.
          MOVE SPACES TO curWorkFile.
          STRING FUNCTION TRIM(curLiveFile) DELIMITED BY SIZE
             ".new" DELIMITED BY SIZE
             INTO curWorkFile
          END-STRING.
          IF curRetainDays = 0 THEN
             MOVE 0 TO cutoffDate
             MOVE "Retention zero -- file kept whole" TO cutoffNote
          ELSE
             COMPUTE cutoffInteger =
                FUNCTION INTEGER-OF-DATE(runDate) - curRetainDays
             COMPUTE cutoffDate =
                FUNCTION DATE-OF-INTEGER(cutoffInteger)
          END-IF.
          MOVE cutoffDate TO requestedCutoff.

       ClassifyRecord.
      *> recDate is set by the caller; a record with no usable date
      *> is always kept rather than guessed at.
          IF recDate > 0 AND recDate < cutoffDate THEN
             MOVE "Y" TO wsMoveRecord
             ADD 1 TO offloadCount
             IF recDate < lowDateMoved THEN
                MOVE recDate TO lowDateMoved
             END-IF
             IF recDate > highDateMoved THEN
                MOVE recDate TO highDateMoved
             END-IF
             IF NOT offloadOpen THEN
                PERFORM OpenOffloadFile
             END-IF
          ELSE
             MOVE "N" TO wsMoveRecord
             ADD 1 TO keptCount
          END-IF.

       OpenOffloadFile.
      *> Opened only when the first record is moved, so a file with
      *> nothing old enough leaves no empty offload behind. A second
      *> run the same day appends to that day's offload.
          DISPLAY "ctlOffloadFile" UPON ENVIRONMENT-NAME.
          DISPLAY curOffloadFile UPON ENVIRONMENT-VALUE.
          OPEN EXTEND OffloadFile.
          IF wsOffloadStatus = "35" THEN
             OPEN OUTPUT OffloadFile
          END-IF.
          MOVE "Y" TO wsOffloadOpen.

       SeqFilePass.
          DISPLAY "ctlLiveSeqFile" UPON ENVIRONMENT-NAME.
          DISPLAY curLiveFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlRetainWorkFile" UPON ENVIRONMENT-NAME.
          DISPLAY curWorkFile UPON ENVIRONMENT-VALUE.
          MOVE "N" TO wsLiveSeqEof.
          OPEN INPUT LiveSeqFile.
          EVALUATE TRUE
             WHEN wsLiveSeqStatus = "35"
                MOVE "Not on file -- nothing to retain" TO cutoffNote
             WHEN wsLiveSeqStatus NOT = "00"
                MOVE "N" TO wsFileAvailable
                MOVE SPACES TO cutoffNote
                STRING "Not processed, open status " DELIMITED BY SIZE
                   wsLiveSeqStatus DELIMITED BY SIZE
                   INTO cutoffNote
                END-STRING
             WHEN OTHER
                OPEN OUTPUT RetainWorkFile
                PERFORM ReadNextLiveSeq
                PERFORM SplitOneLiveSeq UNTIL liveSeqEof
                CLOSE LiveSeqFile
                CLOSE RetainWorkFile
                IF offloadOpen THEN
                   CLOSE OffloadFile
                END-IF
                IF offloadCount > 0 THEN
                   PERFORM CopyWorkBackToLive
                ELSE
                   MOVE keptCount TO copyBackCount
                END-IF
      *> Once the live file proves, the work copy is emptied rather
      *> than left as a second full copy of the kept records.
                IF copyBackCount = keptCount THEN
                   OPEN OUTPUT RetainWorkFile
                   CLOSE RetainWorkFile
                END-IF
          END-EVALUATE.
          PERFORM WriteFileBlock.

       ReadNextLiveSeq.
          READ LiveSeqFile
             AT END SET liveSeqEof TO TRUE
          END-READ.

       SplitOneLiveSeq.
          ADD 1 TO readCount.
          MOVE 0 TO recDate.
          EVALUATE seqKind
             WHEN "H"
                IF hrRunDate IS NUMERIC THEN
                   MOVE hrRunDate TO recDate
                END-IF
             WHEN "J"
                IF jrRunDate IS NUMERIC THEN
                   MOVE jrRunDate TO recDate
                END-IF
             WHEN "C"
                IF rcRunDate IS NUMERIC THEN
                   MOVE rcRunDate TO recDate
                END-IF
             WHEN "A"
                IF liveSeqLine(1:8) IS NUMERIC THEN
                   MOVE liveSeqLine(1:8) TO recDate
                END-IF
          END-EVALUATE.
          PERFORM ClassifyRecord.
          IF moveRecord THEN
             WRITE offloadLine FROM liveSeqLine
          ELSE
             WRITE workLine FROM liveSeqLine
          END-IF.
          PERFORM ReadNextLiveSeq.

       CopyWorkBackToLive.
      *> The offload is already closed and complete; only now is the
      *> live file replaced by the kept records.
          MOVE "N" TO wsWorkEof.
          OPEN INPUT RetainWorkFile.
          OPEN OUTPUT LiveSeqFile.
          PERFORM ReadNextWork.
          PERFORM CopyOneWorkLine UNTIL workEof.
          CLOSE RetainWorkFile.
          CLOSE LiveSeqFile.
          IF copyBackCount NOT = keptCount THEN
             DISPLAY "*" FUNCTION TRIM(curLiveFile TRAILING)
                " rewritten with " copyBackCount
                " records but " keptCount " were kept -- restore it"
                " from " FUNCTION TRIM(curWorkFile TRAILING)
             MOVE 12 TO RETURN-CODE
          END-IF.

       ReadNextWork.
          READ RetainWorkFile
             AT END SET workEof TO TRUE
          END-READ.

       CopyOneWorkLine.
          WRITE liveSeqLine FROM workLine.
          ADD 1 TO copyBackCount.
          PERFORM ReadNextWork.

       RetainPostedItems.
          MOVE "POSTED ITEMS" TO curFileLabel.
          MOVE ctlPostedItemFile TO curLiveFile.
          MOVE ctlRetainItemDays TO curRetainDays.
          PERFORM StartFilePass.
          OPEN I-O PostedItemFile.
          EVALUATE TRUE
             WHEN wsPostedItemStatus = "35"
                MOVE "Not on file -- nothing to retain" TO cutoffNote
             WHEN wsPostedItemStatus NOT = "00"
                MOVE "N" TO wsFileAvailable
                MOVE SPACES TO cutoffNote
                STRING "Not processed, open status " DELIMITED BY SIZE
                   wsPostedItemStatus DELIMITED BY SIZE
                   INTO cutoffNote
                END-STRING
             WHEN OTHER
                MOVE "N" TO wsIndexEof
                MOVE LOW-VALUES TO piItemKey
                START PostedItemFile KEY IS NOT < piItemKey
                   INVALID KEY SET indexEof TO TRUE
                END-START
                IF NOT indexEof THEN
                   PERFORM ReadNextPostedItem
                END-IF
                PERFORM PurgeOnePostedItem UNTIL indexEof
                CLOSE PostedItemFile
                IF offloadOpen THEN
                   CLOSE OffloadFile
                END-IF
          END-EVALUATE.
          MOVE keptCount TO copyBackCount.
          PERFORM WriteFileBlock.

       ReadNextPostedItem.
          READ PostedItemFile NEXT RECORD
             AT END SET indexEof TO TRUE
          END-READ.

       PurgeOnePostedItem.
          ADD 1 TO readCount.
          MOVE 0 TO recDate.
          IF piPostDate IS NUMERIC THEN
             MOVE piPostDate TO recDate
          END-IF.
          PERFORM ClassifyRecord.
          IF moveRecord THEN
             WRITE offloadLine FROM postedItemRecord
             DELETE PostedItemFile RECORD
                INVALID KEY
                   DISPLAY "*Posted item " piItemKey
                      " offloaded but not deleted, status "
                      wsPostedItemStatus
                   MOVE 12 TO RETURN-CODE
             END-DELETE
          END-IF.
          PERFORM ReadNextPostedItem.

       RetainArchive.
          MOVE "STMT ARCHIVE" TO curFileLabel.
          MOVE ctlArchiveFile TO curLiveFile.
          MOVE ctlRetainArchDays TO curRetainDays.
          PERFORM StartFilePass.
          OPEN I-O StatementArchive.
          EVALUATE TRUE
             WHEN wsArchiveStatus = "35"
                MOVE "Not on file -- nothing to retain" TO cutoffNote
             WHEN wsArchiveStatus NOT = "00"
                MOVE "N" TO wsFileAvailable
                MOVE SPACES TO cutoffNote
                STRING "Not processed, open status " DELIMITED BY SIZE
                   wsArchiveStatus DELIMITED BY SIZE
                   INTO cutoffNote
                END-STRING
             WHEN OTHER
                MOVE "N" TO wsIndexEof
                MOVE LOW-VALUES TO arArchKey
                START StatementArchive KEY IS NOT < arArchKey
                   INVALID KEY SET indexEof TO TRUE
                END-START
                IF NOT indexEof THEN
                   PERFORM ReadNextArchive
                END-IF
                PERFORM PurgeOneArchiveLine UNTIL indexEof
                CLOSE StatementArchive
                IF offloadOpen THEN
                   CLOSE OffloadFile
                END-IF
          END-EVALUATE.
          MOVE keptCount TO copyBackCount.
          PERFORM WriteFileBlock.

       ReadNextArchive.
          READ StatementArchive NEXT RECORD
             AT END SET indexEof TO TRUE
          END-READ.

       PurgeOneArchiveLine.
          ADD 1 TO readCount.
          MOVE 0 TO recDate.
          IF arStmtDate IS NUMERIC THEN
             MOVE arStmtDate TO recDate
          END-IF.
          PERFORM ClassifyRecord.
          IF moveRecord THEN
             WRITE offloadLine FROM archiveRecord
             DELETE StatementArchive RECORD
                INVALID KEY
                   DISPLAY "*Archive line " arArchKey
                      " offloaded but not deleted, status "
                      wsArchiveStatus
                   MOVE 12 TO RETURN-CODE
             END-DELETE
          END-IF.
          PERFORM ReadNextArchive.

       WriteRetainHeader.
          MOVE SPACES TO rptLine.
          STRING "BankRetain Retention Report  Run=" DELIMITED BY SIZE
             runDate DELIMITED BY SIZE
             "  Tax year held=" DELIMITED BY SIZE
             taxFloorYear DELIMITED BY SIZE
             "  Backup=" DELIMITED BY SIZE
             ctlMasterBackupDate DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE retainReportLine FROM rptLine.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE retainReportLine FROM rptLine.

       WriteFileBlock.
      *> Read must equal kept plus offloaded, and a rewritten file
      *> must hold exactly the kept records; either miss is RC 12.
          MOVE SPACES TO rptLine.
          STRING curFileLabel DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(curLiveFile TRAILING) DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE retainReportLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "  Retain=" DELIMITED BY SIZE
             curRetainDays DELIMITED BY SIZE
             " days  Requested cutoff=" DELIMITED BY SIZE
             requestedCutoff DELIMITED BY SIZE
             "  Cutoff used=" DELIMITED BY SIZE
             cutoffDate DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE retainReportLine FROM rptLine.
          IF cutoffNote NOT = SPACES THEN
             MOVE SPACES TO rptLine
             STRING "  " DELIMITED BY SIZE
                cutoffNote DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE retainReportLine FROM rptLine
          END-IF.
          IF fileAvailable THEN
             MOVE SPACES TO rptLine
             STRING "  Read=" DELIMITED BY SIZE
                readCount DELIMITED BY SIZE
                "  Kept=" DELIMITED BY SIZE
                keptCount DELIMITED BY SIZE
                "  Offloaded=" DELIMITED BY SIZE
                offloadCount DELIMITED BY SIZE
                INTO rptLine
             END-STRING
             WRITE retainReportLine FROM rptLine
             IF offloadCount > 0 THEN
                ADD 1 TO filesPurged
                MOVE SPACES TO rptLine
                STRING "  Moved " DELIMITED BY SIZE
                   lowDateMoved DELIMITED BY SIZE
                   " thru " DELIMITED BY SIZE
                   highDateMoved DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(curOffloadFile TRAILING)
                   DELIMITED BY SIZE
                   INTO rptLine
                END-STRING
                WRITE retainReportLine FROM rptLine
             END-IF
             IF readCount NOT = keptCount + offloadCount
                OR copyBackCount NOT = keptCount THEN
                MOVE "  ** COUNTS DO NOT PROVE -- see run log **"
                   TO rptLine
                WRITE retainReportLine FROM rptLine
                DISPLAY "*" curFileLabel " retention counts do not"
                   " prove: read " readCount " kept " keptCount
                   " offloaded " offloadCount
                MOVE 12 TO RETURN-CODE
             END-IF
             ADD readCount TO grandRead
             ADD keptCount TO grandKept
             ADD offloadCount TO grandOffload
          ELSE
             DISPLAY "*" curFileLabel " "
                FUNCTION TRIM(curLiveFile TRAILING)
                " not processed -- see retention report"
          END-IF.

       WriteRetainTotals.
          MOVE "-------------------------------------------------------"
             TO rptLine.
          WRITE retainReportLine FROM rptLine.
          MOVE SPACES TO rptLine.
          STRING "TOTAL  Read=" DELIMITED BY SIZE
             grandRead DELIMITED BY SIZE
             "  Kept=" DELIMITED BY SIZE
             grandKept DELIMITED BY SIZE
             "  Offloaded=" DELIMITED BY SIZE
             grandOffload DELIMITED BY SIZE
             "  Files purged=" DELIMITED BY SIZE
             filesPurged DELIMITED BY SIZE
             INTO rptLine
          END-STRING.
          WRITE retainReportLine FROM rptLine.
          DISPLAY "Retention: " grandOffload " records offloaded from "
             filesPurged " file(s), " grandKept " kept -- see "
             FUNCTION TRIM(ctlRetainReportFile TRAILING).

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
             WHEN "RETAINHISTDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlRetainHistDays
             WHEN "RETAINITEMDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlRetainItemDays
             WHEN "RETAINARCHDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlRetainArchDays
             WHEN "RETAINJRNLDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlRetainJrnlDays
             WHEN "RETAINRUNCTLDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlRetainRunCtlDays
             WHEN "RETAINAUDITDAYS"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlRetainAuditDays
             WHEN "MASTERBACKUPDATE"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlMasterBackupDate
             WHEN "TAXYEAR"
                MOVE FUNCTION NUMVAL(ccValue) TO ctlTaxYear
             WHEN "RETAINREPORTFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlRetainReportFile
             WHEN "HISTORYFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlHistoryFile
             WHEN "POSTEDITEMFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlPostedItemFile
             WHEN "ARCHIVEFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlArchiveFile
             WHEN "JOURNALFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlJournalFile
             WHEN "RUNCONTROLFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlRunControlFile
             WHEN "AUDITFILE"
                MOVE FUNCTION TRIM(ccValue) TO ctlAuditFile
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       SetFileAssignments.
      *> Under -std=ibm the ASSIGN-clause is resolved like an MVS
      *> DD-name: ASSIGN TO ctlPostedItemFile looks up an environment
      *> variable literally named "ctlPostedItemFile" at OPEN time,
      *> not the data item's contents directly -- same dialect quirk
      *> BankReport's SetFileAssignments works around. The shared
      *> sequential, work and offload files are pointed per file as
      *> each is opened.
          DISPLAY "ctlPostedItemFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlPostedItemFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlArchiveFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlArchiveFile UPON ENVIRONMENT-VALUE.
          DISPLAY "ctlRetainReportFile" UPON ENVIRONMENT-NAME.
          DISPLAY ctlRetainReportFile UPON ENVIRONMENT-VALUE.
