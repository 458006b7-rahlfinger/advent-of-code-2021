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

            SELECT FreqReport ASSIGN TO DYNAMIC WS-FreqReportName
            ORGANIZATION IS LINE SEQUENTIAL.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DupFilterStatus.

            SELECT SensorRegistry ASSIGN TO DYNAMIC WS-RegistryFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryFileStatus.

            SELECT ReadingMaster ASSIGN TO 'diagmstr.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC

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

         FD FreqReport.
         01 FreqReportRecord PIC X(120).
         FD DupFilterFile.
         01 DupFilterFileRecord PIC X(1).

         FD SensorRegistry.
         01 SensorRegistryRecord.
            02 SR-SensorId PIC X(8).
            02 SR-Desc PIC X(30).
            02 SR-Active PIC X(1).
            02 SR-MinReadings PIC X(6).
            02 SR-Compartment PIC X(4).

         FD ReadingMaster.
         01 MasterRecord.
            02 MR-Key.
         01 WS-LineNumber PIC 9(6) VALUE 0.
         01 WS-RecordCount PIC 9(6) VALUE 0.
         01 WS-RejectCount PIC 9(6) VALUE 0.

         01 WS-ReadingData PIC X(20) VALUE SPACES.
         01 WS-SensorId PIC X(8) VALUE SPACES.
         01 WS-MaxSensors PIC 9(2) VALUE 49.
         01 WS-SensorCount PIC 9(2) VALUE 0.
           02 WS-SF-Label4  PIC X(9)  VALUE 'ONE PCT: '.
           02 WS-SF-OnePct  PIC ZZ9.99.

         01 WS-RunId PIC X(14) VALUE SPACES.
         01 WS-RunCatalogStatus PIC XX VALUE '00'.
         01 WS-FreqReportName PIC X(40) VALUE 'freqrpt.txt'.

         01 WS-ToleranceFileName PIC X(12) VALUE 'tolrules.dat'.

         01 WS-ExceptionFileStatus PIC XX VALUE '00'.

         01 WS-ControlValid PIC A(1) VALUE 'Y'.

         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
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
           02 WS-FR-Label5  PIC X(10) VALUE 'ONE PCT: '.
           02 WS-FR-OnePct  PIC ZZ9.99.

         01  WS-Totals.
           02  WS-Answer PIC 9(18) VALUE ZERO.
           02  WS-Oxygen PIC 9(18) VALUE ZERO.
         01 WS-ExcludedCount PIC 9(6) VALUE 0.
         01 WS-GrandExcludedCount PIC 9(8) VALUE 0.

         01 WS-RegistryFileName PIC X(12) VALUE 'sensreg.dat'.
         01 WS-RegistryFileStatus PIC XX VALUE '00'.
         01 WS-MaxOutOfService PIC 9(3) VALUE 200.
         01 WS-OutOfServiceSensors PIC 9(3) VALUE 0.
         01 WS-OutOfServiceIterator PIC 9(3) VALUE 0.
         01 WS-OutOfServiceTable.
           02 WS-OutOfServiceEntry OCCURS 200 TIMES.
             03 WS-OS-Id PIC X(8).
             03 WS-OS-Active PIC X(1).
         01 WS-SensorOutOfService PIC A(1) VALUE 'N'.
         01 WS-OutOfServiceCount PIC 9(6) VALUE 0.
         01 WS-GrandOutOfServiceCount PIC 9(8) VALUE 0.

         01 WS-MaxReadings PIC 9(6) VALUE 100000.
         01 WS-ReadingCount PIC 9(6) VALUE 0.
         01 WS-ReadingIterator PIC 9(6) VALUE 0.
             03 WS-ReadingBits PIC X(20).
             03 WS-ReadingCand PIC 9(1).

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'PART-TWO'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.

         PERFORM AssignRunStamp.
         PERFORM DetermineBitWidth.
         PERFORM LoadStagedBatches.
         PERFORM DetermineDupFilter.

         OPEN OUTPUT FreqReport.
         CLOSE FreqReport.

         PERFORM LoadToleranceRules.
         PERFORM LoadSensorRegistry.
         OPEN EXTEND ExceptionReport.
         IF WS-ExceptionFileStatus NOT = '00' THEN
           OPEN OUTPUT ExceptionReport
         PERFORM WriteExtractHeader.

         PERFORM ProcessBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         CLOSE StageFile.

         PERFORM WriteExtractTrailer.

           DISPLAY 'Grand Total Readings Excluded As Already Posted: '
             WS-GrandExcludedCount
         END-IF
         IF WS-OutOfServiceSensors > 0 THEN
           DISPLAY 'Grand Total Readings Excluded As Sensor Out Of Service: '
             WS-GrandOutOfServiceCount
         END-IF

         DISPLAY 'Grand Total Rejected Records: ' WS-GrandRejectCount.
         DISPLAY 'Grand Total Life Support Rating (sum of per-batch answers): ' WS-GrandAnswer.
         PERFORM ReleaseFileLocks.

         IF WS-ToleranceExceptionCount > 0 THEN
           DISPLAY 'Tolerance Exceptions Raised: ' WS-ToleranceExceptionCount
         STRING WS-RunDate (1:8) DELIMITED BY SIZE
                WS-AuditTime (1:6) DELIMITED BY SIZE
           INTO WS-RunId
         MOVE SPACES TO WS-FreqReportName
         STRING 'freqrpt.' DELIMITED BY SIZE
                WS-ProgramLabel DELIMITED BY SPACE
         CLOSE RunCatalog
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

      ProcessBatch.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         MOVE WS-SB-RejectCount (WS-BatchIterator) TO WS-RejectCount
         MOVE 0 TO WS-Oxygen WS-CO2 WS-Answer
         MOVE 'N' TO WS-OxygenConverged WS-CO2Converged
         MOVE 0 TO WS-SensorCount
         MOVE 0 TO WS-ExcludedCount WS-OutOfServiceCount

         PERFORM LoadReadingTable
         PERFORM VerifyBatchControls
         END-IF
         ADD WS-RejectCount TO WS-GrandRejectCount
         ADD WS-ExcludedCount TO WS-GrandExcludedCount
         ADD WS-OutOfServiceCount TO WS-GrandOutOfServiceCount
      .

      ComputeBatchResults.
             ' did not converge to a single candidate record (' WS-LineMatches
             ' still matching against the fully-decided bit criteria) - run aborted'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

             ' did not converge to a single candidate record (' WS-LineMatches
             ' still matching against the fully-decided bit criteria) - run aborted'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

           DISPLAY 'Batch ' WS-BatchIterator
             ' Excluded As Already Posted: ' WS-ExcludedCount
         END-IF
         IF WS-OutOfServiceSensors > 0 THEN
           DISPLAY 'Batch ' WS-BatchIterator
             ' Excluded As Sensor Out Of Service: ' WS-OutOfServiceCount
         END-IF

         PERFORM WriteAuditLog
         PERFORM WriteExtractDetail
         MOVE WS-InputFileName TO WS-AU-InputFile
         MOVE WS-RecordCount TO WS-AU-RecordCount
         MOVE WS-Answer TO WS-AU-Answer
         COMPUTE WS-AU-Excluded = WS-ExcludedCount + WS-OutOfServiceCount

         OPEN EXTEND AuditLog
         IF WS-AuditFileStatus NOT = '00' THEN

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
           CLOSE DupFilterFile
         END-IF
         IF WS-DupFilterOn = 'Y' THEN
           MOVE 'diagmstr.dat' TO WS-LQ-Resource
           MOVE 'S' TO WS-LQ-Mode
           PERFORM AcquireFileLock
           OPEN INPUT ReadingMaster
           IF WS-MasterStatus = '00' THEN
             DISPLAY 'Already-posted readings from other feeds will be'
               ' opened - status ' WS-MasterStatus
               ' - running without the filter'
             MOVE 'N' TO WS-DupFilterOn
             PERFORM ReleaseFileLock
           END-IF
         END-IF
      .

      LoadReadingTable.
         MOVE 0 TO WS-ReadingCount
         MOVE WS-SB-RecordCount (WS-BatchIterator) TO WS-RecordCount
         PERFORM LoadStagedReading VARYING WS-StagedIterator FROM 1 BY 1 UNTIL WS-StagedIterator > WS-SB-StagedCount (WS-BatchIterator)
      .

      LoadStagedReading.
         PERFORM ReadStagedRecord
         MOVE SG-LineNum TO WS-LineNumber
         MOVE SG-SensorId TO WS-SensorId
         MOVE SG-Bits TO WS-ReadingData
         MOVE 'N' TO WS-PostedElsewhere
         IF WS-DupFilterOn = 'Y' THEN
           PERFORM CheckAlreadyPosted
         END-IF
         MOVE 'N' TO WS-SensorOutOfService
         IF WS-PostedElsewhere = 'N' AND WS-OutOfServiceSensors > 0 THEN
           PERFORM CheckSensorOutOfService
         END-IF
         IF WS-PostedElsewhere = 'Y' THEN
           ADD 1 TO WS-ExcludedCount
         ELSE
           IF WS-SensorOutOfService = 'Y' THEN
             ADD 1 TO WS-OutOfServiceCount
           ELSE
             PERFORM TallySensorReading
             PERFORM StoreReading
           END-IF
         END-IF
      .

      LoadSensorRegistry.
         MOVE 0 TO WS-OutOfServiceSensors
         MOVE 'N' TO WS-Eof
         MOVE WS-RegistryFileName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-OutOfServiceSensors = WS-MaxOutOfService
             READ SensorRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF SR-SensorId NOT = SPACES AND SR-Active NOT = 'A' THEN
                   ADD 1 TO WS-OutOfServiceSensors
                   MOVE SR-SensorId TO WS-OS-Id (WS-OutOfServiceSensors)
                   MOVE SR-Active TO WS-OS-Active (WS-OutOfServiceSensors)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SensorRegistry
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof
         IF WS-OutOfServiceSensors > 0 THEN
           DISPLAY 'Sensors Out Of Service In ' WS-RegistryFileName ': '
             WS-OutOfServiceSensors ' - their readings are excluded'
         END-IF
      .

      CheckSensorOutOfService.
         MOVE 'N' TO WS-SensorOutOfService
         IF WS-SensorId NOT = SPACES THEN
           PERFORM ScanOutOfServiceSlot VARYING WS-OutOfServiceIterator FROM 1 BY 1 UNTIL WS-OutOfServiceIterator > WS-OutOfServiceSensors OR WS-SensorOutOfService = 'Y'
         END-IF
      .

      ScanOutOfServiceSlot.
         IF WS-OS-Id (WS-OutOfServiceIterator) = WS-SensorId THEN
           MOVE 'Y' TO WS-SensorOutOfService
         END-IF
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

      StoreReading.
             WS-MaxReadings ' valid readings - raise the reading table'
             ' limit before rerunning - run aborted'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         ADD 1 TO WS-ReadingCount
         MOVE 1 TO WS-ReadingCand (WS-ReadingIterator)
      .

      TallySensorReading.
         PERFORM FindSensorSlot
         ADD 1 TO WS-SN-Records (WS-SensorIndex)
         WRITE FreqReportRecord
      .

      VerifyBatchControls.
         MOVE WS-SB-ControlValid (WS-BatchIterator) TO WS-ControlValid
         IF WS-SB-FileFound (WS-BatchIterator) = 'N' THEN
           DISPLAY 'ERROR: ' WS-InputFileName ' could not be opened when the feeds were staged'
         END-IF
      .

      WriteFreqPosition.
         IF WS-LineMatches > 0 THEN
           COMPUTE WS-FreqOneCount = (WS-LineMatches + WS-BitSum (WS-Iterator)) / 2
      CopySurvivorBit.
         MOVE WS-ReadingBits (WS-SurvivorIndex) (WS-Iterator:1) TO WS-BitValues (WS-Iterator)
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
