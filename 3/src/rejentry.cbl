            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BatchListStatus.

            SELECT RepairLog ASSIGN TO 'rprlog.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RepairLogStatus.

            SELECT RepairLogWork ASSIGN TO DYNAMIC WS-RepairLogWorkName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RepairLogWorkStatus.

      DATA DIVISION.
         FILE SECTION.
         FD Resubmit.
         FD BatchList.
         01 BatchListRecord PIC X(20).

         FD RepairLog.
         01 RepairLogRecord.
            02 RL-SourceFile PIC X(20).
            02 RL-LineNum PIC 9(6).
            02 RL-Action PIC X(1).
            02 RL-RejectDate PIC X(8).
            02 RL-RepairDate PIC X(8).
            02 RL-Age PIC 9(3).
            02 RL-FeedName PIC X(20).

         FD RepairLogWork.
         01 RepairLogWorkRecord PIC X(66).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-ResubmitStatus PIC XX VALUE '00'.
         01 WS-BatchNameTable.
           02 WS-BatchName PIC X(20) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BatchCount.

         01 WS-RepairLogStatus PIC XX VALUE '00'.
         01 WS-RepairLogWorkName PIC X(12) VALUE 'rprlwrk.dat'.
         01 WS-RepairLogWorkStatus PIC XX VALUE '00'.
         01 WS-StampedCount PIC 9(6) VALUE 0.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'REJ-REENTRY'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineBitWidth.
         PERFORM BuildFeedName.
         MOVE 'batchlist.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         PERFORM LoadBatchList.

         IF WS-FeedListed = 'Y' THEN
             ' before re-entering more repaired records;'
             ' resubmit.txt was left untouched'
           MOVE 8 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

             ' entries - the resubmission feed cannot be added;'
             ' resubmit.txt was left untouched'
           MOVE 8 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

         IF WS-FeedCount = 0 THEN
           DISPLAY 'NOTE: resubmit.txt holds no repaired records -'
             ' no resubmission feed was produced'
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

         PERFORM AppendFeedToBatchList.
         PERFORM ClearResubmitFile.
         PERFORM StampRepairLog.
         PERFORM ReleaseFileLocks.

         DISPLAY 'Repaired Records Re-Entered: ' WS-FeedCount.
         DISPLAY 'Resubmission Feed Written: ' WS-FeedName.
         IF WS-StampedCount NOT = WS-FeedCount THEN
           DISPLAY 'WARNING: ' WS-StampedCount ' repair log entries were'
             ' stamped with the feed name but ' WS-FeedCount
             ' records were re-entered - check rprlog.dat'
           MOVE 8 TO RETURN-CODE
         END-IF
      STOP RUN.

      DetermineBitWidth.
         MOVE 12 TO WS-BitWidth
         MOVE WS-ControlFileName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT ControlFile
         IF WS-ControlFileStatus = '00' THEN
           READ ControlFile INTO WS-ControlRecord
           END-READ
           CLOSE ControlFile
         END-IF
         PERFORM ReleaseFileLock
         IF WS-BitWidth < WS-MinBitWidth OR WS-BitWidth > WS-MaxBitWidth THEN
           DISPLAY 'WARNING: bit width in ' WS-ControlFileName
             ' is out of the supported 1-20 range - defaulting to 12'
         OPEN OUTPUT Resubmit
         CLOSE Resubmit
      .

      StampRepairLog.
         MOVE 0 TO WS-StampedCount
         MOVE 'rprlog.dat' TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         MOVE 'N' TO WS-Eof
         OPEN INPUT RepairLog
         IF WS-RepairLogStatus = '00' THEN
           OPEN OUTPUT RepairLogWork
           IF WS-RepairLogWorkStatus NOT = '00' THEN
             CLOSE RepairLog
             DISPLAY 'FATAL: cannot create the work file ' WS-RepairLogWorkName
               ' - status ' WS-RepairLogWorkStatus ' - rprlog.dat was left'
               ' unchanged'
             PERFORM ReportUnstampedFeed
           END-IF
           PERFORM UNTIL WS-Eof = 'Y'
             READ RepairLog
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF RL-Action = 'R' AND RL-FeedName = SPACES THEN
                   MOVE WS-FeedName TO RL-FeedName
                   ADD 1 TO WS-StampedCount
                 END-IF
                 MOVE RepairLogRecord TO RepairLogWorkRecord
                 WRITE RepairLogWorkRecord
             END-READ
           END-PERFORM
           CLOSE RepairLogWork
           CLOSE RepairLog
           PERFORM CopyWorkToRepairLog
         END-IF
         MOVE 'N' TO WS-Eof
         PERFORM ReleaseFileLock
      .

      CopyWorkToRepairLog.
         MOVE 'N' TO WS-Eof
         OPEN INPUT RepairLogWork
         IF WS-RepairLogWorkStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot reread the work file ' WS-RepairLogWorkName
             ' - status ' WS-RepairLogWorkStatus ' - rprlog.dat was left'
             ' unchanged'
           PERFORM ReportUnstampedFeed
         END-IF
         OPEN OUTPUT RepairLog
         PERFORM UNTIL WS-Eof = 'Y'
           READ RepairLogWork
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               MOVE RepairLogWorkRecord TO RepairLogRecord
               WRITE RepairLogRecord
           END-READ
         END-PERFORM
         CLOSE RepairLog
         CLOSE RepairLogWork
         CALL 'CBL_DELETE_FILE' USING WS-RepairLogWorkName
      .

      ReportUnstampedFeed.
         DISPLAY '       resubmission feed ' WS-FeedName ' WAS written and'
           ' added to the batch list, but its repair log entries were not'
           ' stamped - stamp the unstamped R entries in rprlog.dat with '
           WS-FeedName ' before the next ACCT-LDGR run'
         MOVE 16 TO RETURN-CODE
         PERFORM ReleaseFileLocks
         STOP RUN
      .

      AcquireFileLock.
         MOVE 'A' TO WS-LQ-Function
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
         IF WS-LQ-Result NOT = 'G' THEN
           IF WS-LQ-Result = 'B' THEN
             DISPLAY 'FATAL: ' WS-LQ-Resource ' is in use by ' WS-LQ-HolderProgram
               ' (process ' WS-LQ-HolderProcessId ' since ' WS-LQ-HolderSince
               ') - rerun when it has finished'
             MOVE 20 TO RETURN-CODE
           ELSE
             DISPLAY 'FATAL: the lock registry could not be updated for '
               WS-LQ-Resource
             MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .

      ReleaseFileLock.
         MOVE 'R' TO WS-LQ-Function
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
      .

      ReleaseFileLocks.
         MOVE 'F' TO WS-LQ-Function
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
      .
