      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ControlFile ASSIGN TO DYNAMIC WS-ControlFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ControlFileStatus.

            SELECT StageFile ASSIGN TO 'stage.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StageFileStatus.

            SELECT StageControl ASSIGN TO 'stagectl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StageControlStatus.

            SELECT ReadingMaster ASSIGN TO 'diagmstr.dat'
            ORGANIZATION IS INDEXED

      DATA DIVISION.
         FILE SECTION.
         FD ControlFile.
         01 ControlFileRecord PIC X(2).

         FD StageFile.
         01 StageRecord.
            02 SG-SourceFile PIC X(20).
            02 SG-LineNum PIC 9(6).
            02 SG-SensorId PIC X(8).
            02 SG-Timestamp PIC X(14).
            02 SG-Bits PIC X(20).
            02 SG-Width PIC 9(2).

         FD StageControl.
         01 StageControlRecord.
            02 SC-SourceFile PIC X(20).
            02 SC-StageDate PIC X(8).
            02 SC-Width PIC 9(2).
            02 SC-LinesRead PIC 9(6).
            02 SC-RecordCount PIC 9(6).
            02 SC-RejectCount PIC 9(6).
            02 SC-StagedCount PIC 9(6).
            02 SC-FileFound PIC A(1).
            02 SC-HeaderSeen PIC A(1).
            02 SC-HeaderFeedDate PIC X(8).
            02 SC-HeaderSource PIC X(8).
            02 SC-HeaderWidth PIC X(2).
            02 SC-TrailerSeen PIC A(1).
            02 SC-TrailerCount PIC X(6).
            02 SC-ControlValid PIC A(1).

         FD ReadingMaster.
         01 MasterRecord.
         01 WS-LineNumber PIC 9(6) VALUE 0.
         01 WS-RecordCount PIC 9(6) VALUE 0.
         01 WS-RejectCount PIC 9(6) VALUE 0.

         01 WS-MinBitWidth PIC 9(2) VALUE 1.
         01 WS-MaxBitWidth PIC 9(2) VALUE 20.

         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
         01 WS-ReadingData PIC X(20) VALUE SPACES.
         01 WS-SensorId PIC X(8) VALUE SPACES.
         01 WS-RunDate PIC X(10).

         01 WS-StageFileStatus PIC XX VALUE '00'.
         01 WS-StageControlStatus PIC XX VALUE '00'.
         01 WS-StageStale PIC A(1) VALUE 'N'.
         01 WS-StageWidth PIC 9(2) VALUE 0.
         01 WS-StagedIterator PIC 9(6) VALUE 0.
         01 WS-StagedBatchTable.
           02 WS-StagedBatch OCCURS 20 TIMES.
             03 WS-SB-StageDate PIC X(8).
             03 WS-SB-RecordCount PIC 9(6).
             03 WS-SB-RejectCount PIC 9(6).
             03 WS-SB-StagedCount PIC 9(6).
             03 WS-SB-FileFound PIC A(1).
             03 WS-SB-HeaderSeen PIC A(1).
             03 WS-SB-HeaderFeedDate PIC X(8).
             03 WS-SB-ControlValid PIC A(1).
         01 WS-MaxBatch PIC 9(2) VALUE 20.
         01 WS-BatchCount PIC 9(2) VALUE 0.
         01 WS-BatchIterator PIC 9(2) VALUE 0.
           02 WS-DB-Label4    PIC X(8)  VALUE 'XBATCH: '.
           02 WS-DB-XBatch    PIC ZZZZZ9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'DIAG-MASTER'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM DetermineBitWidth.
         PERFORM LoadStagedBatches.

         OPEN OUTPUT DupReport.
         CLOSE DupReport.

         MOVE 'diagmstr.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'mstrjrnl.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.

         PERFORM OpenReadingMaster.

         PERFORM ProcessBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         CLOSE StageFile.

         CLOSE ReadingMaster.

         DISPLAY 'Grand Total Readings Posted: ' WS-GrandPostedCount.
         DISPLAY 'Grand Total Duplicate Readings: ' WS-GrandDupCount.
         PERFORM ReleaseFileLocks.
      STOP RUN.

      LoadStagedBatches.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD
         MOVE 0 TO WS-BatchCount
         MOVE 'N' TO WS-StageStale
         MOVE 'N' TO WS-Eof
         MOVE 'stagectl.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         MOVE 'stage.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT StageControl
         IF WS-StageControlStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open staging control file stagectl.dat'
             ' - status ' WS-StageControlStatus ' - run FEED-STG first'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y' OR WS-BatchCount = WS-MaxBatch
           READ StageControl
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               ADD 1 TO WS-BatchCount
               MOVE SC-SourceFile TO WS-BatchName (WS-BatchCount)
               MOVE SC-StageDate TO WS-SB-StageDate (WS-BatchCount)
               MOVE SC-RecordCount TO WS-SB-RecordCount (WS-BatchCount)
               MOVE SC-RejectCount TO WS-SB-RejectCount (WS-BatchCount)
               MOVE SC-StagedCount TO WS-SB-StagedCount (WS-BatchCount)
               MOVE SC-FileFound TO WS-SB-FileFound (WS-BatchCount)
               MOVE SC-HeaderSeen TO WS-SB-HeaderSeen (WS-BatchCount)
               MOVE SC-HeaderFeedDate TO WS-SB-HeaderFeedDate (WS-BatchCount)
               MOVE SC-ControlValid TO WS-SB-ControlValid (WS-BatchCount)
               IF SC-Width NOT = WS-BitWidth THEN
                 MOVE 'Y' TO WS-StageStale
                 MOVE SC-Width TO WS-StageWidth
               END-IF
           END-READ
         END-PERFORM
         CLOSE StageControl
         MOVE 'N' TO WS-Eof

         IF WS-BatchCount = 0 THEN
           DISPLAY 'FATAL: staging control file stagectl.dat holds no batches'
             ' - rerun FEED-STG'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         IF WS-StageStale = 'Y' THEN
           DISPLAY 'FATAL: the feeds were staged at bit width ' WS-StageWidth
             ' but ' WS-ControlFileName ' now holds width ' WS-BitWidth
             ' - rerun FEED-STG'
           MOVE 12 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         IF WS-SB-StageDate (1) NOT = WS-RunDate (1:8) THEN
           DISPLAY 'NOTE: the feeds were staged on ' WS-SB-StageDate (1)
             ' - FEED-STG has not been run today'
         END-IF

         OPEN INPUT StageFile
         IF WS-StageFileStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open staging file stage.dat - status '
             WS-StageFileStatus ' - rerun FEED-STG'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .

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
         IF WS-MasterStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open reading master diagmstr.dat - status ' WS-MasterStatus
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .

      ProcessBatch.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         MOVE WS-SB-RecordCount (WS-BatchIterator) TO WS-RecordCount
         MOVE WS-SB-RejectCount (WS-BatchIterator) TO WS-RejectCount
         MOVE 0 TO WS-PostedCount WS-ResubDupCount WS-XBatchDupCount
         ACCEPT WS-RunDate FROM DATE YYYYMMDD

         OPEN EXTEND DupReport
      .

      ProcessInputFile.
         PERFORM PostStagedReading VARYING WS-StagedIterator FROM 1 BY 1 UNTIL WS-StagedIterator > WS-SB-StagedCount (WS-BatchIterator)
      .

      PostStagedReading.
         PERFORM ReadStagedRecord
         MOVE SG-LineNum TO WS-LineNumber
         MOVE SG-SensorId TO WS-SensorId
         MOVE SG-Bits TO WS-ReadingData
         PERFORM PostReading
      .

      ReadStagedRecord.
         READ StageFile
           AT END
             MOVE SPACES TO SG-SourceFile
         END-READ
         IF SG-SourceFile NOT = WS-InputFileName THEN
           DISPLAY 'FATAL: stage.dat does not agree with stagectl.dat for '
             WS-InputFileName ' - rerun FEED-STG'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .

             ' - status ' WS-JournalStatus
             ' - posting without a journal is not allowed'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .
         MOVE WS-DupBatchLine TO DupReportRecord
         WRITE DupReportRecord
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
