      *> run that died mid-file or a bad maintenance batch costs
      *> minutes, not a weekend of re-keying.
      *>
      *> Every image laid over the master record -- backup record or
      *> journal after image -- has its overdraft limit zero-filled
      *> when the limit is not numeric. Images journaled before the
      *> master gained the limit, product code and customer number
      *> are the shorter record padded with spaces; blank product and
      *> customer already read as house pricing and no customer, but
      *> a blank limit would reach the pay/return and transfer limit
      *> tests as garbage. Zero -- no overdraft -- is what the
      *> conversion gave every account at the cutover.
      *>
      *> The rebuild OVERWRITES the live master named by MASTERFILE.
      *> Point MASTERFILE at a scratch name first if the damaged
      *> file still needs to be kept for inspection.
       FD MasterBackupFile.
       01  backupRecord.
           05 bkAcctNumb         PIC X(11).
           05 bkRecordRest       PIC X(69).

       FD AccountMaster.
       COPY ACCTMAST.
          END-IF.

       CopyOneBackupRecord.
          MOVE backupRecord TO accountMasterRecord.
          PERFORM NormalizeMasterImage.
          WRITE accountMasterRecord
             INVALID KEY
                DISPLAY "*Duplicate key in backup: " bkAcctNumb
          END-WRITE.
          EVALUATE TRUE
             WHEN jrActionWrite
                MOVE jrAfterImage TO accountMasterRecord
                PERFORM NormalizeMasterImage
                WRITE accountMasterRecord
                   INVALID KEY REWRITE accountMasterRecord
                END-WRITE
                ADD 1 TO appliedWriteCount
             WHEN jrActionRewrite
                MOVE jrAfterImage TO accountMasterRecord
                PERFORM NormalizeMasterImage
                REWRITE accountMasterRecord
                   INVALID KEY WRITE accountMasterRecord
                END-REWRITE
                   "' for " jrAcctNumb " -- not applied"
          END-EVALUATE.

       NormalizeMasterImage.
          IF amOverdraftLimit IS NOT NUMERIC THEN
             MOVE 0 TO amOverdraftLimit
          END-IF.

       WriteRecoverReport.
          MOVE SPACES TO rptLine.
          STRING "BankRecover Report  Run=" DELIMITED BY SIZE
