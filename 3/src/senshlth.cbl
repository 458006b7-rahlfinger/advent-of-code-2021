      IDENTIFICATION DIVISION.
      PROGRAM-ID. SENS-HEALTH.

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

            SELECT SensorRegistry ASSIGN TO DYNAMIC WS-RegistryFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryFileStatus.

            SELECT RegistryWork ASSIGN TO DYNAMIC WS-RegistryWorkName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryWorkStatus.

            SELECT UpdateSwitchFile ASSIGN TO DYNAMIC WS-UpdateSwitchFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UpdateSwitchStatus.

            SELECT JudgeFloorFile ASSIGN TO DYNAMIC WS-JudgeFloorFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JudgeFloorStatus.

            SELECT HealthFile ASSIGN TO 'senshlth.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HealthFileStatus.

            SELECT HealthReport ASSIGN TO 'hlthrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

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

         FD SensorRegistry.
         01 SensorRegistryRecord.
            02 SR-SensorId PIC X(8).
            02 SR-Desc PIC X(30).
            02 SR-Active PIC X(1).
            02 SR-MinReadings PIC X(6).
            02 SR-Compartment PIC X(4).

         FD RegistryWork.
         01 RegistryWorkRecord PIC X(49).

         FD UpdateSwitchFile.
         01 UpdateSwitchRecord PIC X(1).

         FD JudgeFloorFile.
         01 JudgeFloorRecord PIC X(3).

         FD HealthFile.
         01 HealthRecord.
            02 SH-RunDate PIC X(8).
            02 SH-SensorId PIC X(8).
            02 SH-Status PIC X(1).
            02 SH-Readings PIC 9(6).
            02 SH-BitWidth PIC 9(2).
            02 SH-FaultMap PIC X(20).
            02 SH-Stuck0 PIC 9(2).
            02 SH-Stuck1 PIC 9(2).
            02 SH-Flipping PIC 9(2).

         FD HealthReport.
         01 HealthReportRecord PIC X(120).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-Iterator PIC 9(2) VALUE 0.
         01 WS-ReadingData PIC X(20) VALUE SPACES.
         01 WS-SensorId PIC X(8) VALUE SPACES.
         01 WS-RunDate PIC X(10).

         01 WS-MinBitWidth PIC 9(2) VALUE 1.
         01 WS-MaxBitWidth PIC 9(2) VALUE 20.
         01 WS-BitWidth PIC 9(2) VALUE 12.
         01 WS-IteratorMAX PIC 9(2) VALUE 13.
         01 WS-ControlFileName PIC X(12) VALUE 'bitwidth.dat'.
         01 WS-ControlFileStatus PIC XX VALUE '00'.
         01 WS-ControlRecord PIC X(2).

         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
         01 WS-MaxBatch PIC 9(2) VALUE 20.
         01 WS-BatchCount PIC 9(2) VALUE 0.
         01 WS-BatchIterator PIC 9(2) VALUE 0.
         01 WS-BatchNameTable.
           02 WS-BatchName PIC X(20) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BatchCount.
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

         01 WS-RegistryFileName PIC X(12) VALUE 'sensreg.dat'.
         01 WS-RegistryFileStatus PIC XX VALUE '00'.
         01 WS-RegistryWorkName PIC X(12) VALUE 'sensrwrk.dat'.
         01 WS-RegistryWorkStatus PIC XX VALUE '00'.
         01 WS-RegistryLoaded PIC A(1) VALUE 'N'.
         01 WS-MaxRegistry PIC 9(3) VALUE 200.
         01 WS-RegistryCount PIC 9(3) VALUE 0.
         01 WS-RegistryIterator PIC 9(3) VALUE 0.
         01 WS-RegistryIndex PIC 9(3) VALUE 0.
         01 WS-RegistryTable.
           02 WS-RegistryEntry OCCURS 200 TIMES.
             03 WS-RG-Id PIC X(8).
             03 WS-RG-Desc PIC X(30).
             03 WS-RG-Active PIC X(1).
             03 WS-RG-MinReadings PIC 9(6).

         01 WS-UpdateSwitchFileName PIC X(12) VALUE 'hlthupd.dat'.
         01 WS-UpdateSwitchStatus PIC XX VALUE '00'.
         01 WS-UpdateSwitchValue PIC X(1).
         01 WS-UpdateRegistry PIC A(1) VALUE 'N'.
         01 WS-HealthFileStatus PIC XX VALUE '00'.

         01 WS-JudgeFloorFileName PIC X(12) VALUE 'hlthmin.dat'.
         01 WS-JudgeFloorStatus PIC XX VALUE '00'.
         01 WS-JudgeFloorValue PIC X(3).
         01 WS-MinJudgeReadings PIC 9(6) VALUE 30.
         01 WS-JudgeMinimum PIC 9(6) VALUE 0.
         01 WS-MaxHealthSensors PIC 9(3) VALUE 200.
         01 WS-HealthCount PIC 9(3) VALUE 0.
         01 WS-HealthIterator PIC 9(3) VALUE 0.
         01 WS-HealthIndex PIC 9(3) VALUE 0.
         01 WS-HealthTable.
           02 WS-HealthEntry OCCURS 200 TIMES.
             03 WS-HS-Id PIC X(8).
             03 WS-HS-Records PIC 9(6).
             03 WS-HS-LastBits PIC X(20).
             03 WS-HS-OneCount PIC 9(6) OCCURS 20 TIMES.
             03 WS-HS-FlipCount PIC 9(6) OCCURS 20 TIMES.
             03 WS-HS-FaultMap PIC X(20).
             03 WS-HS-Status PIC X(1).
             03 WS-HS-Stuck0 PIC 9(2).
             03 WS-HS-Stuck1 PIC 9(2).
             03 WS-HS-Flipping PIC 9(2).

         01 WS-TelemetryCount PIC 9(8) VALUE 0.
         01 WS-DirectCount PIC 9(8) VALUE 0.
         01 WS-InvalidCount PIC 9(8) VALUE 0.
         01 WS-UntrackedCount PIC 9(8) VALUE 0.
         01 WS-SuspectCount PIC 9(3) VALUE 0.
         01 WS-HealthyCount PIC 9(3) VALUE 0.
         01 WS-TooFewCount PIC 9(3) VALUE 0.
         01 WS-MarkedCount PIC 9(3) VALUE 0.

         01 WS-HealthLine.
           02 WS-HL-Flag      PIC X(10).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HL-Label1    PIC X(8)  VALUE 'SENSOR: '.
           02 WS-HL-Id        PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HL-Desc      PIC X(30).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HL-Label2    PIC X(10) VALUE 'READINGS: '.
           02 WS-HL-Records   PIC ZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HL-Label3    PIC X(6)  VALUE 'BITS: '.
           02 WS-HL-FaultMap  PIC X(20).

         01 WS-HealthDetailLine.
           02 FILLER          PIC X(12) VALUE SPACES.
           02 WS-HD-Label1    PIC X(13) VALUE 'STUCK AT 0: '.
           02 WS-HD-Stuck0    PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HD-Label2    PIC X(13) VALUE 'STUCK AT 1: '.
           02 WS-HD-Stuck1    PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HD-Label3    PIC X(10) VALUE 'FLIPPING: '.
           02 WS-HD-Flipping  PIC Z9.

         01 WS-HealthSummaryLine.
           02 WS-HY-Label0    PIC X(10) VALUE 'RUN DATE: '.
           02 WS-HY-RunDate   PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HY-Label1    PIC X(9)  VALUE 'SUSPECT: '.
           02 WS-HY-Suspect   PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HY-Label2    PIC X(9)  VALUE 'HEALTHY: '.
           02 WS-HY-Healthy   PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HY-Label3    PIC X(9)  VALUE 'TOO FEW: '.
           02 WS-HY-TooFew    PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HY-Label4    PIC X(11) VALUE 'READINGS: '.
           02 WS-HY-Readings  PIC Z(7)9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'SENS-HEALTH'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineBitWidth.
         PERFORM DetermineJudgeFloor.
         PERFORM LoadStagedBatches.
         PERFORM LoadSensorRegistry.
         PERFORM DetermineRegistryUpdate.

         PERFORM ProcessBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         CLOSE StageFile.
         PERFORM ReleaseFileLocks.

         PERFORM JudgeSensorHealth VARYING WS-HealthIterator FROM 1 BY 1 UNTIL WS-HealthIterator > WS-HealthCount.

         OPEN OUTPUT HealthFile.
         OPEN OUTPUT HealthReport.
         PERFORM WriteHealthEntry VARYING WS-HealthIterator FROM 1 BY 1 UNTIL WS-HealthIterator > WS-HealthCount.
         PERFORM WriteHealthSummaryLine.
         CLOSE HealthReport.
         CLOSE HealthFile.

         IF WS-UpdateRegistry = 'Y' AND WS-SuspectCount > 0 THEN
           PERFORM MarkSuspectSensors
         END-IF

         DISPLAY 'Telemetry Readings Examined: ' WS-TelemetryCount.
         DISPLAY 'Direct Readings Not Examined: ' WS-DirectCount.
         DISPLAY 'Invalid Readings Not Examined: ' WS-InvalidCount.
         DISPLAY 'Sensors Suspect: ' WS-SuspectCount.
         DISPLAY 'Sensors Healthy: ' WS-HealthyCount.
         DISPLAY 'Sensors With Too Few Readings To Judge: ' WS-TooFewCount.
         IF WS-UntrackedCount > 0 THEN
           DISPLAY 'WARNING: more than ' WS-MaxHealthSensors
             ' sensors reported - ' WS-UntrackedCount
             ' readings from the extra sensors were not examined'
         END-IF
         IF WS-UpdateRegistry = 'Y' THEN
           DISPLAY 'Registry Entries Marked Suspect: ' WS-MarkedCount
         END-IF

         IF WS-SuspectCount > 0 THEN
           DISPLAY 'Sensors with stuck or flipping bits were found - see the health report'
           IF RETURN-CODE = ZERO THEN
             MOVE 8 TO RETURN-CODE
           END-IF
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
             AT END
               CONTINUE
             NOT AT END
               IF WS-ControlRecord IS NUMERIC THEN
                 MOVE WS-ControlRecord TO WS-BitWidth
               END-IF
           END-READ
           CLOSE ControlFile
         END-IF
         PERFORM ReleaseFileLock
         IF WS-BitWidth < WS-MinBitWidth OR WS-BitWidth > WS-MaxBitWidth THEN
           DISPLAY 'WARNING: bit width in ' WS-ControlFileName
             ' is out of the supported 1-20 range - defaulting to 12'
           MOVE 12 TO WS-BitWidth
         END-IF
         COMPUTE WS-IteratorMAX = WS-BitWidth + 1
      .

      DetermineJudgeFloor.
         MOVE 30 TO WS-MinJudgeReadings
         OPEN INPUT JudgeFloorFile
         IF WS-JudgeFloorStatus = '00' THEN
           READ JudgeFloorFile INTO WS-JudgeFloorValue
             AT END
               CONTINUE
             NOT AT END
               IF WS-JudgeFloorValue IS NUMERIC THEN
                 MOVE WS-JudgeFloorValue TO WS-MinJudgeReadings
               ELSE
                 DISPLAY 'WARNING: reading floor in ' WS-JudgeFloorFileName
                   ' is not numeric - defaulting to 30 readings'
               END-IF
           END-READ
           CLOSE JudgeFloorFile
         END-IF
         IF WS-MinJudgeReadings = 0 THEN
           DISPLAY 'WARNING: reading floor in ' WS-JudgeFloorFileName
             ' is zero - defaulting to 30 readings'
           MOVE 30 TO WS-MinJudgeReadings
         END-IF
         DISPLAY 'Readings Needed To Judge A Sensor: at least ' WS-MinJudgeReadings
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

      LoadSensorRegistry.
         MOVE 0 TO WS-RegistryCount
         MOVE 'N' TO WS-RegistryLoaded
         MOVE 'N' TO WS-Eof
         MOVE WS-RegistryFileName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           MOVE 'Y' TO WS-RegistryLoaded
           PERFORM UNTIL WS-Eof = 'Y' OR WS-RegistryCount = WS-MaxRegistry
             READ SensorRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF SR-SensorId NOT = SPACES AND SR-MinReadings IS NUMERIC THEN
                   ADD 1 TO WS-RegistryCount
                   MOVE SR-SensorId TO WS-RG-Id (WS-RegistryCount)
                   MOVE SR-Desc TO WS-RG-Desc (WS-RegistryCount)
                   MOVE SR-Active TO WS-RG-Active (WS-RegistryCount)
                   MOVE SR-MinReadings TO WS-RG-MinReadings (WS-RegistryCount)
                 ELSE
                   DISPLAY 'WARNING: registry entry for ' SR-SensorId
                     ' has a blank id or non-numeric minimum - entry skipped'
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SensorRegistry
         ELSE
           DISPLAY 'WARNING: cannot open sensor registry ' WS-RegistryFileName
             ' - status ' WS-RegistryFileStatus
             ' - sensors will be judged without descriptions or minimums'
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof
      .

      DetermineRegistryUpdate.
         MOVE 'N' TO WS-UpdateRegistry
         OPEN INPUT UpdateSwitchFile
         IF WS-UpdateSwitchStatus = '00' THEN
           READ UpdateSwitchFile INTO WS-UpdateSwitchValue
             AT END
               CONTINUE
             NOT AT END
               IF WS-UpdateSwitchValue = 'Y' THEN
                 MOVE 'Y' TO WS-UpdateRegistry
               END-IF
           END-READ
           CLOSE UpdateSwitchFile
         END-IF
         IF WS-UpdateRegistry = 'Y' THEN
           IF WS-RegistryLoaded = 'Y' THEN
             DISPLAY 'Active sensors found with stuck or flipping bits'
               ' will be marked suspect in ' WS-RegistryFileName
           ELSE
             DISPLAY 'WARNING: registry update is switched on in '
               WS-UpdateSwitchFileName ' but ' WS-RegistryFileName
               ' could not be read - running without the update'
             MOVE 'N' TO WS-UpdateRegistry
           END-IF
         END-IF
      .

      ProcessBatch.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         IF WS-SB-FileFound (WS-BatchIterator) = 'N' THEN
           DISPLAY 'WARNING: ' WS-InputFileName
             ' could not be opened when the feeds were staged - batch skipped'
         END-IF
         ADD WS-SB-RejectCount (WS-BatchIterator) TO WS-InvalidCount
         PERFORM ExamineReading VARYING WS-StagedIterator FROM 1 BY 1 UNTIL WS-StagedIterator > WS-SB-StagedCount (WS-BatchIterator)
      .

      ExamineReading.
         PERFORM ReadStagedRecord
         IF SG-Timestamp NOT = SPACES THEN
           MOVE SG-SensorId TO WS-SensorId
           MOVE SG-Bits TO WS-ReadingData
           ADD 1 TO WS-TelemetryCount
           PERFORM FindHealthSlot
           IF WS-HealthIndex > 0 THEN
             PERFORM TallyHealthReading
           ELSE
             ADD 1 TO WS-UntrackedCount
           END-IF
         ELSE
           ADD 1 TO WS-DirectCount
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

      FindHealthSlot.
         MOVE 0 TO WS-HealthIndex
         PERFORM ScanHealthSlot VARYING WS-HealthIterator FROM 1 BY 1 UNTIL WS-HealthIterator > WS-HealthCount OR WS-HealthIndex > 0
         IF WS-HealthIndex = 0 AND WS-HealthCount < WS-MaxHealthSensors THEN
           ADD 1 TO WS-HealthCount
           MOVE WS-HealthCount TO WS-HealthIndex
           MOVE WS-SensorId TO WS-HS-Id (WS-HealthIndex)
           MOVE 0 TO WS-HS-Records (WS-HealthIndex)
           MOVE SPACES TO WS-HS-LastBits (WS-HealthIndex)
           MOVE SPACES TO WS-HS-FaultMap (WS-HealthIndex)
           MOVE SPACE TO WS-HS-Status (WS-HealthIndex)
           MOVE 0 TO WS-HS-Stuck0 (WS-HealthIndex)
           MOVE 0 TO WS-HS-Stuck1 (WS-HealthIndex)
           MOVE 0 TO WS-HS-Flipping (WS-HealthIndex)
           PERFORM ResetHealthBitTally VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator > 20
         END-IF
      .

      ScanHealthSlot.
         IF WS-HS-Id (WS-HealthIterator) = WS-SensorId THEN
           MOVE WS-HealthIterator TO WS-HealthIndex
         END-IF
      .

      ResetHealthBitTally.
         MOVE 0 TO WS-HS-OneCount (WS-HealthIndex, WS-Iterator)
         MOVE 0 TO WS-HS-FlipCount (WS-HealthIndex, WS-Iterator)
      .

      TallyHealthReading.
         ADD 1 TO WS-HS-Records (WS-HealthIndex)
         PERFORM TallyHealthBit VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
         MOVE WS-ReadingData TO WS-HS-LastBits (WS-HealthIndex)
      .

      TallyHealthBit.
         IF WS-ReadingData (WS-Iterator:1) = '1' THEN
           ADD 1 TO WS-HS-OneCount (WS-HealthIndex, WS-Iterator)
         END-IF
         IF WS-HS-Records (WS-HealthIndex) > 1 THEN
           IF WS-ReadingData (WS-Iterator:1) NOT = WS-HS-LastBits (WS-HealthIndex) (WS-Iterator:1) THEN
             ADD 1 TO WS-HS-FlipCount (WS-HealthIndex, WS-Iterator)
           END-IF
         END-IF
      .

      JudgeSensorHealth.
         MOVE WS-HealthIterator TO WS-HealthIndex
         MOVE WS-HS-Id (WS-HealthIndex) TO WS-SensorId
         PERFORM FindRegistryEntry
         MOVE WS-MinJudgeReadings TO WS-JudgeMinimum
         IF WS-RegistryIndex > 0 THEN
           IF WS-RG-MinReadings (WS-RegistryIndex) > WS-JudgeMinimum THEN
             MOVE WS-RG-MinReadings (WS-RegistryIndex) TO WS-JudgeMinimum
           END-IF
         END-IF

         IF WS-HS-Records (WS-HealthIndex) < WS-JudgeMinimum THEN
           MOVE 'I' TO WS-HS-Status (WS-HealthIndex)
           ADD 1 TO WS-TooFewCount
         ELSE
           PERFORM JudgeHealthBit VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
           IF WS-HS-Stuck0 (WS-HealthIndex) > 0
               OR WS-HS-Stuck1 (WS-HealthIndex) > 0
               OR WS-HS-Flipping (WS-HealthIndex) > 0 THEN
             MOVE 'S' TO WS-HS-Status (WS-HealthIndex)
             ADD 1 TO WS-SuspectCount
           ELSE
             MOVE 'H' TO WS-HS-Status (WS-HealthIndex)
             ADD 1 TO WS-HealthyCount
           END-IF
         END-IF
      .

      JudgeHealthBit.
         EVALUATE TRUE
           WHEN WS-HS-OneCount (WS-HealthIndex, WS-Iterator) = 0
             MOVE '0' TO WS-HS-FaultMap (WS-HealthIndex) (WS-Iterator:1)
             ADD 1 TO WS-HS-Stuck0 (WS-HealthIndex)
           WHEN WS-HS-OneCount (WS-HealthIndex, WS-Iterator) = WS-HS-Records (WS-HealthIndex)
             MOVE '1' TO WS-HS-FaultMap (WS-HealthIndex) (WS-Iterator:1)
             ADD 1 TO WS-HS-Stuck1 (WS-HealthIndex)
           WHEN WS-HS-FlipCount (WS-HealthIndex, WS-Iterator) = WS-HS-Records (WS-HealthIndex) - 1
             MOVE 'F' TO WS-HS-FaultMap (WS-HealthIndex) (WS-Iterator:1)
             ADD 1 TO WS-HS-Flipping (WS-HealthIndex)
           WHEN OTHER
             MOVE '.' TO WS-HS-FaultMap (WS-HealthIndex) (WS-Iterator:1)
         END-EVALUATE
      .

      FindRegistryEntry.
         MOVE 0 TO WS-RegistryIndex
         PERFORM ScanRegistrySlot VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount OR WS-RegistryIndex > 0
      .

      ScanRegistrySlot.
         IF WS-RG-Id (WS-RegistryIterator) = WS-SensorId THEN
           MOVE WS-RegistryIterator TO WS-RegistryIndex
         END-IF
      .

      WriteHealthEntry.
         MOVE WS-HealthIterator TO WS-HealthIndex
         MOVE WS-RunDate (1:8) TO SH-RunDate
         MOVE WS-HS-Id (WS-HealthIndex) TO SH-SensorId
         MOVE WS-HS-Status (WS-HealthIndex) TO SH-Status
         MOVE WS-HS-Records (WS-HealthIndex) TO SH-Readings
         MOVE WS-BitWidth TO SH-BitWidth
         MOVE WS-HS-FaultMap (WS-HealthIndex) TO SH-FaultMap
         MOVE WS-HS-Stuck0 (WS-HealthIndex) TO SH-Stuck0
         MOVE WS-HS-Stuck1 (WS-HealthIndex) TO SH-Stuck1
         MOVE WS-HS-Flipping (WS-HealthIndex) TO SH-Flipping
         WRITE HealthRecord

         EVALUATE WS-HS-Status (WS-HealthIndex)
           WHEN 'S'
             MOVE 'SUSPECT   ' TO WS-HL-Flag
           WHEN 'H'
             MOVE 'HEALTHY   ' TO WS-HL-Flag
           WHEN OTHER
             MOVE 'TOO FEW   ' TO WS-HL-Flag
         END-EVALUATE
         MOVE WS-HS-Id (WS-HealthIndex) TO WS-HL-Id WS-SensorId
         PERFORM FindRegistryEntry
         IF WS-RegistryIndex > 0 THEN
           MOVE WS-RG-Desc (WS-RegistryIndex) TO WS-HL-Desc
         ELSE
           MOVE '(NOT IN REGISTRY)' TO WS-HL-Desc
         END-IF
         MOVE WS-HS-Records (WS-HealthIndex) TO WS-HL-Records
         MOVE WS-HS-FaultMap (WS-HealthIndex) TO WS-HL-FaultMap
         MOVE WS-HealthLine TO HealthReportRecord
         WRITE HealthReportRecord
         IF WS-HS-Status (WS-HealthIndex) = 'S' THEN
           MOVE WS-HS-Stuck0 (WS-HealthIndex) TO WS-HD-Stuck0
           MOVE WS-HS-Stuck1 (WS-HealthIndex) TO WS-HD-Stuck1
           MOVE WS-HS-Flipping (WS-HealthIndex) TO WS-HD-Flipping
           MOVE WS-HealthDetailLine TO HealthReportRecord
           WRITE HealthReportRecord
         END-IF
      .

      WriteHealthSummaryLine.
         MOVE WS-RunDate (1:8) TO WS-HY-RunDate
         MOVE WS-SuspectCount TO WS-HY-Suspect
         MOVE WS-HealthyCount TO WS-HY-Healthy
         MOVE WS-TooFewCount TO WS-HY-TooFew
         MOVE WS-TelemetryCount TO WS-HY-Readings
         MOVE WS-HealthSummaryLine TO HealthReportRecord
         WRITE HealthReportRecord
      .

      MarkSuspectSensors.
         MOVE 'N' TO WS-Eof
         MOVE WS-RegistryFileName TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus NOT = '00' THEN
           DISPLAY 'WARNING: cannot reopen sensor registry ' WS-RegistryFileName
             ' - status ' WS-RegistryFileStatus ' - no sensors were marked suspect'
         ELSE
           OPEN OUTPUT RegistryWork
           IF WS-RegistryWorkStatus NOT = '00' THEN
             DISPLAY 'WARNING: cannot write the registry work file '
               WS-RegistryWorkName ' - status ' WS-RegistryWorkStatus
               ' - no sensors were marked suspect'
             CLOSE SensorRegistry
           ELSE
             PERFORM UNTIL WS-Eof = 'Y'
               READ SensorRegistry
                 AT END
                   MOVE 'Y' TO WS-Eof
                 NOT AT END
                   PERFORM MarkRegistryRecord
                   MOVE SensorRegistryRecord TO RegistryWorkRecord
                   WRITE RegistryWorkRecord
               END-READ
             END-PERFORM
             CLOSE RegistryWork
             CLOSE SensorRegistry
             PERFORM CopyWorkToRegistry
           END-IF
         END-IF
         PERFORM ReleaseFileLocks
         MOVE 'N' TO WS-Eof
      .

      MarkRegistryRecord.
         IF SR-Active = 'A' THEN
           MOVE SR-SensorId TO WS-SensorId
           MOVE 0 TO WS-HealthIndex
           PERFORM ScanHealthSlot VARYING WS-HealthIterator FROM 1 BY 1 UNTIL WS-HealthIterator > WS-HealthCount OR WS-HealthIndex > 0
           IF WS-HealthIndex > 0 THEN
             IF WS-HS-Status (WS-HealthIndex) = 'S' THEN
               MOVE 'S' TO SR-Active
               ADD 1 TO WS-MarkedCount
               DISPLAY 'Sensor ' SR-SensorId ' marked suspect in ' WS-RegistryFileName
             END-IF
           END-IF
         END-IF
      .

      CopyWorkToRegistry.
         MOVE 'N' TO WS-Eof
         OPEN INPUT RegistryWork
         IF WS-RegistryWorkStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot reread the registry work file '
             WS-RegistryWorkName ' - status ' WS-RegistryWorkStatus
             ' - ' WS-RegistryFileName ' was left unchanged'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         OPEN OUTPUT SensorRegistry
         IF WS-RegistryFileStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot rewrite sensor registry ' WS-RegistryFileName
             ' - status ' WS-RegistryFileStatus ' - the marked registry is in '
             WS-RegistryWorkName ' - copy it over ' WS-RegistryFileName ' by hand'
           CLOSE RegistryWork
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y'
           READ RegistryWork
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               MOVE RegistryWorkRecord TO SensorRegistryRecord
               WRITE SensorRegistryRecord
           END-READ
         END-PERFORM
         CLOSE SensorRegistry
         CLOSE RegistryWork
         MOVE 'N' TO WS-Eof
         CALL 'CBL_DELETE_FILE' USING WS-RegistryWorkName
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
