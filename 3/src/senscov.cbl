      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT SensorRegistry ASSIGN TO DYNAMIC WS-RegistryFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryFileStatus.

            SELECT StageFile ASSIGN TO 'stage.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StageFileStatus.

            SELECT StageControl ASSIGN TO 'stagectl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StageControlStatus.

            SELECT CoverageReport ASSIGN TO 'covrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD SensorRegistry.
         01 SensorRegistryRecord.
            02 SR-SensorId PIC X(8).
            02 SR-Desc PIC X(30).
            02 SR-Active PIC X(1).
            02 SR-MinReadings PIC X(6).
            02 SR-Compartment PIC X(4).

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

         FD CoverageReport.
         01 CoverageReportRecord PIC X(120).
         01 WS-Eof PIC A(1).
         01 WS-LineNumber PIC 9(6) VALUE 0.
         01 WS-RecordCount PIC 9(6) VALUE 0.
         01 WS-SensorId PIC X(8) VALUE SPACES.

         01 WS-RegistryFileName PIC X(12) VALUE 'sensreg.dat'.
             03 WS-RG-Records PIC 9(6).

         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
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
         01 WS-SilentCount PIC 9(6) VALUE 0.
         01 WS-UnderCount PIC 9(6) VALUE 0.
         01 WS-RetiredCount PIC 9(6) VALUE 0.
         01 WS-SuspectCount PIC 9(6) VALUE 0.
         01 WS-GrandSilentCount PIC 9(8) VALUE 0.
         01 WS-GrandUnderCount PIC 9(8) VALUE 0.
         01 WS-GrandSuspectCount PIC 9(8) VALUE 0.

         01 WS-CoverageBatchLine.
           02 WS-CB-Label0    PIC X(7)  VALUE 'BATCH: '.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CB-Label3    PIC X(7)  VALUE 'UNDER: '.
           02 WS-CB-Under     PIC ZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CB-Label4    PIC X(9)  VALUE 'SUSPECT: '.
           02 WS-CB-Suspect   PIC ZZZZZ9.

         01 WS-CoverageLine.
           02 WS-CV-Flag      PIC X(10).
           02 WS-CV-Label3    PIC X(9)  VALUE 'MINIMUM: '.
           02 WS-CV-Minimum   PIC ZZZZZ9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'SENSOR-COV'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM LoadSensorRegistry.
         PERFORM LoadStagedBatches.

         OPEN OUTPUT CoverageReport.
         CLOSE CoverageReport.

         PERFORM ProcessBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         CLOSE StageFile.
         PERFORM ReleaseFileLocks.

         DISPLAY 'Grand Total Silent Sensors: ' WS-GrandSilentCount.
         DISPLAY 'Grand Total Under-Reporting Sensors: ' WS-GrandUnderCount.
         DISPLAY 'Grand Total Suspect Sensors Reporting: ' WS-GrandSuspectCount.

         IF WS-GrandSilentCount > 0 THEN
           DISPLAY 'Silent active sensors were found - see the coverage report'
      LoadSensorRegistry.
         MOVE 0 TO WS-RegistryCount
         MOVE 'N' TO WS-Eof
         MOVE WS-RegistryFileName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-RegistryCount = WS-MaxRegistry
           DISPLAY 'FATAL: cannot open sensor registry ' WS-RegistryFileName
             ' - status ' WS-RegistryFileStatus
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof

         IF WS-RegistryCount = 0 THEN
         END-IF
      .

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

         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         MOVE 0 TO WS-RecordCount WS-LineNumber
         MOVE 0 TO WS-UnregisteredCount WS-SilentCount WS-UnderCount
         MOVE 0 TO WS-RetiredCount WS-SuspectCount
         PERFORM ResetRegistryTally VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount

         PERFORM TallyInputFile
         DISPLAY 'Batch ' WS-BatchIterator ' (' WS-InputFileName
           ') Silent: ' WS-SilentCount ' Under-Reporting: ' WS-UnderCount
           ' Retired Still Sending: ' WS-RetiredCount
           ' Suspect: ' WS-SuspectCount
           ' Unregistered Records: ' WS-UnregisteredCount

         ADD WS-SilentCount TO WS-GrandSilentCount
         ADD WS-UnderCount TO WS-GrandUnderCount
         ADD WS-SuspectCount TO WS-GrandSuspectCount
      .

      ResetRegistryTally.
      .

      TallyInputFile.
         PERFORM TallyStagedReading VARYING WS-StagedIterator FROM 1 BY 1 UNTIL WS-StagedIterator > WS-SB-StagedCount (WS-BatchIterator)
      .

      TallyStagedReading.
         PERFORM ReadStagedRecord
         MOVE SG-LineNum TO WS-LineNumber
         MOVE SG-SensorId TO WS-SensorId
         ADD 1 TO WS-RecordCount
         PERFORM TallySensorRecord
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

             END-IF
           END-IF
         ELSE
           IF WS-RG-Active (WS-RegistryIterator) = 'S' THEN
             ADD 1 TO WS-SuspectCount
             MOVE 'SUSPECT   ' TO WS-CV-Flag
             PERFORM WriteCoverageLine
           ELSE
             IF WS-RG-Records (WS-RegistryIterator) > 0 THEN
               ADD 1 TO WS-RetiredCount
               MOVE 'RETIRED   ' TO WS-CV-Flag
               PERFORM WriteCoverageLine
             END-IF
           END-IF
         END-IF
      .
         MOVE WS-InputFileName TO WS-CB-InputFile
         MOVE WS-SilentCount TO WS-CB-Silent
         MOVE WS-UnderCount TO WS-CB-Under
         MOVE WS-SuspectCount TO WS-CB-Suspect
         MOVE WS-CoverageBatchLine TO CoverageReportRecord
         WRITE CoverageReportRecord
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
