            FILE STATUS IS WS-ControlFileStatus.

            SELECT Resubmit ASSIGN TO 'resubmit.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ResubmitStatus.

            SELECT ResubmitWork ASSIGN TO DYNAMIC WS-ResubmitWorkName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ResubmitWorkStatus.

            SELECT RepairLog ASSIGN TO 'rprlog.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RepairLogStatus.

            SELECT RepairLogWork ASSIGN TO DYNAMIC WS-RepairLogWorkName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RepairLogWorkStatus.

            SELECT WriteOffFile ASSIGN TO DYNAMIC WS-WriteOffFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WriteOffStatus.

            SELECT Suspense ASSIGN TO 'suspense.dat'
            ORGANIZATION IS LINE SEQUENTIAL
         FD Resubmit.
         01 ResubmitRecord PIC X(20).

         FD ResubmitWork.
         01 ResubmitWorkRecord PIC X(20).

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

         FD WriteOffFile.
         01 WriteOffFileRecord PIC X(3).

         FD Suspense.
         01 SuspenseRecord.
            02 SU-SourceFile PIC X(20).

         01 WS-RejectIntfStatus PIC XX VALUE '00'.
         01 WS-SuspenseStatus PIC XX VALUE '00'.
         01 WS-ResubmitStatus PIC XX VALUE '00'.
         01 WS-ResubmitWorkName PIC X(12) VALUE 'rsubnew.dat'.
         01 WS-ResubmitWorkStatus PIC XX VALUE '00'.
         01 WS-RepairLogStatus PIC XX VALUE '00'.
         01 WS-RepairLogWorkName PIC X(12) VALUE 'rprlnew.dat'.
         01 WS-RepairLogWorkStatus PIC XX VALUE '00'.
         01 WS-WriteOffFileName PIC X(12) VALUE 'wrtoff.dat'.
         01 WS-WriteOffStatus PIC XX VALUE '00'.
         01 WS-WriteOffRecord PIC X(3).
         01 WS-WriteOffAge PIC 9(3) VALUE 0.
         01 WS-RunDate PIC X(10).

         01 WS-RepairLogLine.
           02 WS-RG-SourceFile PIC X(20).
           02 WS-RG-LineNum PIC 9(6).
           02 WS-RG-Action PIC X(1).
           02 WS-RG-RejectDate PIC X(8).
           02 WS-RG-RepairDate PIC X(8).
           02 WS-RG-Age PIC 9(3).
           02 WS-RG-FeedName PIC X(20).

         01 WS-IntfProcessed PIC A(1) VALUE 'N'.
         01 WS-SuspenseOverflow PIC A(1) VALUE 'N'.
         01 WS-RepairedCount PIC 9(6) VALUE 0.
         01 WS-SuspendedCount PIC 9(6) VALUE 0.
         01 WS-CarriedCount PIC 9(6) VALUE 0.
         01 WS-LoadedCount PIC 9(4) VALUE 0.
         01 WS-WrittenOffCount PIC 9(6) VALUE 0.

         01 WS-MaxSuspense PIC 9(4) VALUE 1000.
         01 WS-SuspenseCount PIC 9(4) VALUE 0.
             03 WS-SE-RunDate PIC X(8).
             03 WS-SE-Age PIC 9(3).

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'REJ-REPAIR'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineBitWidth.
         PERFORM DetermineWriteOffAge.
         MOVE 'rejintf.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'rprlog.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         PERFORM LoadSuspenseTable.

         IF WS-SuspenseOverflow = 'Y' THEN
             ' entries - raise the suspense capacity before repairing;'
             ' nothing was repaired, truncated or rewritten'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

         OPEN OUTPUT ResubmitWork.
         IF WS-ResubmitWorkStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot create the work file ' WS-ResubmitWorkName
             ' - status ' WS-ResubmitWorkStatus ' - nothing was repaired;'
             ' rejintf.dat and suspense.dat were left unchanged'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         OPEN OUTPUT RepairLogWork.
         IF WS-RepairLogWorkStatus NOT = '00' THEN
           CLOSE ResubmitWork
           CALL 'CBL_DELETE_FILE' USING WS-ResubmitWorkName
           DISPLAY 'FATAL: cannot create the work file ' WS-RepairLogWorkName
             ' - status ' WS-RepairLogWorkStatus ' - nothing was repaired;'
             ' rejintf.dat and suspense.dat were left unchanged'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         MOVE 'N' TO WS-Eof
         OPEN INPUT RejectIntf
         IF WS-RejectIntfStatus = '00' THEN
         ELSE
           DISPLAY 'NOTE: no reject interface file rejintf.dat to repair'
         END-IF
         CLOSE ResubmitWork.
         CLOSE RepairLogWork.

         IF WS-SuspenseOverflow = 'Y' THEN
           DISPLAY 'ERROR: the suspense table filled during repair - '
             'rejintf.dat and suspense.dat were left unchanged;'
             ' raise the suspense capacity and rerun'
           CALL 'CBL_DELETE_FILE' USING WS-ResubmitWorkName
           CALL 'CBL_DELETE_FILE' USING WS-RepairLogWorkName
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

         OPEN EXTEND RepairLogWork.
         IF WS-RepairLogWorkStatus NOT = '00' THEN
           CALL 'CBL_DELETE_FILE' USING WS-ResubmitWorkName
           CALL 'CBL_DELETE_FILE' USING WS-RepairLogWorkName
           DISPLAY 'FATAL: cannot reopen the work file ' WS-RepairLogWorkName
             ' - status ' WS-RepairLogWorkStatus ' - nothing was repaired;'
             ' rejintf.dat and suspense.dat were left unchanged'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM RewriteSuspenseFile.
         CLOSE RepairLogWork.

         IF WS-IntfProcessed = 'Y' THEN
           OPEN OUTPUT RejectIntf
           CLOSE RejectIntf
         END-IF

         PERFORM AppendResubmitWork.
         PERFORM AppendRepairLogWork.

         DISPLAY 'Repaired Records Written To resubmit.txt: ' WS-RepairedCount.
         DISPLAY 'New Records Placed In Suspense: ' WS-SuspendedCount.
         DISPLAY 'Suspense Records Carried Forward: ' WS-CarriedCount.
         DISPLAY 'Suspense Records Written Off: ' WS-WrittenOffCount.
         PERFORM ReleaseFileLocks.
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
         END-IF
      .

      DetermineWriteOffAge.
         MOVE 0 TO WS-WriteOffAge
         OPEN INPUT WriteOffFile
         IF WS-WriteOffStatus = '00' THEN
           READ WriteOffFile INTO WS-WriteOffRecord
             AT END
               CONTINUE
             NOT AT END
               IF WS-WriteOffRecord IS NUMERIC THEN
                 MOVE WS-WriteOffRecord TO WS-WriteOffAge
               ELSE
                 DISPLAY 'WARNING: write-off age in ' WS-WriteOffFileName
                   ' is not numeric - nothing will be written off'
               END-IF
           END-READ
           CLOSE WriteOffFile
         END-IF
         IF WS-WriteOffAge > 0 THEN
           DISPLAY 'Suspense records aged ' WS-WriteOffAge
             ' or more will be written off'
         END-IF
      .

      LoadSuspenseTable.
         MOVE 0 TO WS-SuspenseCount
         MOVE 'N' TO WS-Eof
           CLOSE Suspense
         END-IF
         MOVE WS-SuspenseCount TO WS-CarriedCount
         MOVE WS-SuspenseCount TO WS-LoadedCount
         MOVE 'N' TO WS-Eof
      .

         END-IF
         IF WS-Repairable = 'Y' THEN
           ADD 1 TO WS-RepairedCount
           MOVE WS-RepairedData TO ResubmitWorkRecord
           WRITE ResubmitWorkRecord
           MOVE 'R' TO WS-RG-Action
           MOVE RI-SourceFile TO WS-RG-SourceFile
           MOVE RI-LineNum TO WS-RG-LineNum
           MOVE RI-RunDate TO WS-RG-RejectDate
           MOVE 0 TO WS-RG-Age
           PERFORM WriteRepairLogWork
         ELSE
           PERFORM AddToSuspense
         END-IF
           MOVE RI-Data TO WS-SE-Data (WS-SuspenseCount)
           MOVE RI-RunDate TO WS-SE-RunDate (WS-SuspenseCount)
           MOVE 0 TO WS-SE-Age (WS-SuspenseCount)
           MOVE 'S' TO WS-RG-Action
           MOVE RI-SourceFile TO WS-RG-SourceFile
           MOVE RI-LineNum TO WS-RG-LineNum
           MOVE RI-RunDate TO WS-RG-RejectDate
           MOVE 0 TO WS-RG-Age
           PERFORM WriteRepairLogWork
         END-IF
      .

      WriteRepairLogWork.
         MOVE WS-RunDate (1:8) TO WS-RG-RepairDate
         MOVE SPACES TO WS-RG-FeedName
         MOVE WS-RepairLogLine TO RepairLogWorkRecord
         WRITE RepairLogWorkRecord
      .

      RewriteSuspenseFile.
         OPEN OUTPUT Suspense
         PERFORM WriteSuspenseEntry VARYING WS-SuspenseIterator FROM 1 BY 1 UNTIL WS-SuspenseIterator > WS-SuspenseCount
      .

      WriteSuspenseEntry.
         IF WS-WriteOffAge > 0
             AND WS-SE-Age (WS-SuspenseIterator) NOT < WS-WriteOffAge THEN
           PERFORM WriteOffSuspenseEntry
         ELSE
           PERFORM KeepSuspenseEntry
         END-IF
      .

      WriteOffSuspenseEntry.
         ADD 1 TO WS-WrittenOffCount
         IF WS-SuspenseIterator NOT > WS-LoadedCount THEN
           SUBTRACT 1 FROM WS-CarriedCount
         END-IF
         MOVE 'W' TO WS-RG-Action
         MOVE WS-SE-SourceFile (WS-SuspenseIterator) TO WS-RG-SourceFile
         MOVE WS-SE-LineNum (WS-SuspenseIterator) TO WS-RG-LineNum
         MOVE WS-SE-RunDate (WS-SuspenseIterator) TO WS-RG-RejectDate
         MOVE WS-SE-Age (WS-SuspenseIterator) TO WS-RG-Age
         PERFORM WriteRepairLogWork
      .

      KeepSuspenseEntry.
         MOVE WS-SE-SourceFile (WS-SuspenseIterator) TO SU-SourceFile
         MOVE WS-SE-LineNum (WS-SuspenseIterator) TO SU-LineNum
         MOVE WS-SE-BadPos (WS-SuspenseIterator) TO SU-BadPos
         MOVE WS-SE-Age (WS-SuspenseIterator) TO SU-Age
         WRITE SuspenseRecord
      .

      AppendResubmitWork.
         OPEN EXTEND Resubmit
         IF WS-ResubmitStatus NOT = '00' THEN
           OPEN OUTPUT Resubmit
         END-IF
         MOVE 'N' TO WS-Eof
         OPEN INPUT ResubmitWork
         IF WS-ResubmitWorkStatus NOT = '00' THEN
           CLOSE Resubmit
           DISPLAY 'FATAL: cannot reread the work file ' WS-ResubmitWorkName
             ' - status ' WS-ResubmitWorkStatus ' - rejintf.dat and'
             ' suspense.dat were already rewritten; append '
             WS-ResubmitWorkName ' to resubmit.txt and ' WS-RepairLogWorkName
             ' to rprlog.dat before the next repair run'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y'
           READ ResubmitWork
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               MOVE ResubmitWorkRecord TO ResubmitRecord
               WRITE ResubmitRecord
           END-READ
         END-PERFORM
         CLOSE ResubmitWork
         CLOSE Resubmit
         MOVE 'N' TO WS-Eof
         CALL 'CBL_DELETE_FILE' USING WS-ResubmitWorkName
      .

      AppendRepairLogWork.
         OPEN EXTEND RepairLog
         IF WS-RepairLogStatus NOT = '00' THEN
           OPEN OUTPUT RepairLog
         END-IF
         MOVE 'N' TO WS-Eof
         OPEN INPUT RepairLogWork
         IF WS-RepairLogWorkStatus NOT = '00' THEN
           CLOSE RepairLog
           DISPLAY 'FATAL: cannot reread the work file ' WS-RepairLogWorkName
             ' - status ' WS-RepairLogWorkStatus ' - rejintf.dat, suspense.dat'
             ' and resubmit.txt were already updated; append '
             WS-RepairLogWorkName ' to rprlog.dat before the next repair run'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y'
           READ RepairLogWork
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               MOVE RepairLogWorkRecord TO RepairLogRecord
               WRITE RepairLogRecord
           END-READ
         END-PERFORM
         CLOSE RepairLogWork
         CLOSE RepairLog
         MOVE 'N' TO WS-Eof
         CALL 'CBL_DELETE_FILE' USING WS-RepairLogWorkName
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
