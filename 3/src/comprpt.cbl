      IDENTIFICATION DIVISION.
      PROGRAM-ID. COMP-RPT.

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

            SELECT CompartmentReport ASSIGN TO 'comprpt.txt'
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

         FD CompartmentReport.
         01 CompartmentReportRecord PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-Iterator PIC 9(2) VALUE 0.
         01 WS-TopLevelIterator PIC 9(2) VALUE 0.
         01 WS-RunDate PIC X(10).

         01 WS-MinBitWidth PIC 9(2) VALUE 1.
         01 WS-MaxBitWidth PIC 9(2) VALUE 20.
         01 WS-BitWidth PIC 9(2) VALUE 12.
         01 WS-IteratorMAX PIC 9(2) VALUE 13.
         01 WS-Bits PIC 9(2) VALUE 12.

         01 WS-ControlFileName PIC X(12) VALUE 'bitwidth.dat'.
         01 WS-ControlFileStatus PIC XX VALUE '00'.
         01 WS-ControlRecord PIC X(2).

         01 WS-RecordCount PIC 9(6) VALUE 0.
         01 WS-RejectCount PIC 9(6) VALUE 0.
         01 WS-ReadingData PIC X(20) VALUE SPACES.
         01 WS-SensorId PIC X(8) VALUE SPACES.
         01 WS-ControlValid PIC A(1) VALUE 'Y'.

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
         01 WS-MaxRegistry PIC 9(3) VALUE 200.
         01 WS-RegistryCount PIC 9(3) VALUE 0.
         01 WS-RegistryIterator PIC 9(3) VALUE 0.
         01 WS-RegistryIndex PIC 9(3) VALUE 0.
         01 WS-RegistryTable.
           02 WS-RegistryEntry OCCURS 200 TIMES.
             03 WS-RG-Id PIC X(8).
             03 WS-RG-Active PIC X(1).
             03 WS-RG-Compartment PIC X(4).
             03 WS-RG-CompIndex PIC 9(2).

         01 WS-MaxCompartments PIC 9(2) VALUE 51.
         01 WS-CompCount PIC 9(2) VALUE 1.
         01 WS-CompIterator PIC 9(2) VALUE 0.
         01 WS-CompIndex PIC 9(2) VALUE 0.
         01 WS-CompartmentTable.
           02 WS-CompartmentEntry OCCURS 51 TIMES.
             03 WS-CP-Code PIC X(4).
             03 WS-CP-Sensors PIC 9(3).
             03 WS-CP-Records PIC 9(6).
             03 WS-CP-Gamma PIC 9(18).
             03 WS-CP-Epsilon PIC 9(18).
             03 WS-CP-Power PIC 9(18).
             03 WS-CP-Ties PIC 9(2).
             03 WS-CP-Oxygen PIC 9(18).
             03 WS-CP-CO2 PIC 9(18).
             03 WS-CP-LifeSupport PIC 9(18).
             03 WS-CP-OxygenConverged PIC A(1).
             03 WS-CP-CO2Converged PIC A(1).

         01 WS-BatchUnregistered PIC 9(6) VALUE 0.
         01 WS-BatchNoCompartment PIC 9(6) VALUE 0.
         01 WS-BatchDirect PIC 9(6) VALUE 0.
         01 WS-BatchOutOfService PIC 9(6) VALUE 0.
         01 WS-BatchReadingStart PIC 9(6) VALUE 0.
         01 WS-UnregisteredCount PIC 9(8) VALUE 0.
         01 WS-NoCompartmentCount PIC 9(8) VALUE 0.
         01 WS-DirectCount PIC 9(8) VALUE 0.
         01 WS-OutOfServiceCount PIC 9(8) VALUE 0.
         01 WS-SensorOutOfService PIC A(1) VALUE 'N'.
         01 WS-IncludedCount PIC 9(2) VALUE 0.
         01 WS-ExcludedCount PIC 9(2) VALUE 0.
         01 WS-AssignedCount PIC 9(8) VALUE 0.
         01 WS-LowestIndex PIC 9(2) VALUE 0.

         01  WS-Totals.
           02  WS-ExponentResult PIC 9(18) VALUE ZERO.
           02  WS-LineMatches PIC 9(13) VALUE 0.

         01 WS-BitSumTable.
           02  WS-BitSum PIC S9(7) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BitWidth VALUE ZERO.
         01 WS-BitValuesTable.
           02  WS-BitValues PIC 9(1) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BitWidth VALUE ZERO.

         01 WS-MaxReadings PIC 9(6) VALUE 100000.
         01 WS-ReadingCount PIC 9(6) VALUE 0.
         01 WS-ReadingIterator PIC 9(6) VALUE 0.
         01 WS-SurvivorIndex PIC 9(6) VALUE 0.
         01 WS-KeepBit PIC X(1) VALUE '0'.
         01 WS-ReadingTable.
           02 WS-ReadingEntry OCCURS 1 TO 100000 TIMES DEPENDING ON WS-ReadingCount.
             03 WS-ReadingBits PIC X(20).
             03 WS-ReadingComp PIC 9(2).
             03 WS-ReadingCand PIC 9(1).

         01 WS-TitleLine.
           02 WS-TT-Label1    PIC X(28) VALUE 'COMPARTMENT RESULTS REPORT'.
           02 WS-TT-Label2    PIC X(10) VALUE 'RUN DATE: '.
           02 WS-TT-RunDate   PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-TT-Label3    PIC X(11) VALUE 'BIT WIDTH: '.
           02 WS-TT-BitWidth  PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-TT-Label4    PIC X(18) VALUE 'SENSORS REGISTERED'.
           02 FILLER          PIC X(2)  VALUE ': '.
           02 WS-TT-Sensors   PIC ZZ9.

         01 WS-CompBatchLine.
           02 WS-CB-Label0    PIC X(7)  VALUE 'BATCH: '.
           02 WS-CB-BatchNum  PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CB-Label1    PIC X(11) VALUE 'INPUT FILE:'.
           02 WS-CB-InputFile PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CB-Label2    PIC X(10) VALUE 'READINGS: '.
           02 WS-CB-Readings  PIC ZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CB-Label3    PIC X(10) VALUE 'REJECTED: '.
           02 WS-CB-Rejected  PIC ZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CB-Status    PIC X(40).

         01 WS-CompLine.
           02 WS-CL-Label1    PIC X(13) VALUE 'COMPARTMENT: '.
           02 WS-CL-Code      PIC X(10).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CL-Label2    PIC X(9)  VALUE 'SENSORS: '.
           02 WS-CL-Sensors   PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CL-Label3    PIC X(10) VALUE 'READINGS: '.
           02 WS-CL-Readings  PIC ZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CL-Label4    PIC X(7)  VALUE 'GAMMA: '.
           02 WS-CL-Gamma     PIC Z(6)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CL-Label5    PIC X(9)  VALUE 'EPSILON: '.
           02 WS-CL-Epsilon   PIC Z(6)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CL-Label6    PIC X(7)  VALUE 'POWER: '.
           02 WS-CL-Power     PIC Z(12)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-CL-Label7    PIC X(6)  VALUE 'TIES: '.
           02 WS-CL-Ties      PIC Z9.

         01 WS-CompLine2.
           02 FILLER          PIC X(13) VALUE SPACES.
           02 WS-C2-Label1    PIC X(8)  VALUE 'OXYGEN: '.
           02 WS-C2-Oxygen    PIC Z(6)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-C2-Label2    PIC X(5)  VALUE 'CO2: '.
           02 WS-C2-CO2       PIC Z(6)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-C2-Label3    PIC X(14) VALUE 'LIFE SUPPORT: '.
           02 WS-C2-LifeSupport PIC Z(12)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-C2-Note      PIC X(40).

         01 WS-UnassignedLine.
           02 FILLER          PIC X(13) VALUE SPACES.
           02 WS-UL-Label1    PIC X(14) VALUE 'UNREGISTERED: '.
           02 WS-UL-Unregistered PIC ZZZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-UL-Label2    PIC X(16) VALUE 'NO COMPARTMENT: '.
           02 WS-UL-NoCompartment PIC ZZZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-UL-Label3    PIC X(8)  VALUE 'DIRECT: '.
           02 WS-UL-Direct    PIC ZZZZZZZ9.

         01 WS-OutOfServiceLine.
           02 FILLER          PIC X(13) VALUE SPACES.
           02 WS-OL-Label1    PIC X(34) VALUE 'EXCLUDED (SENSOR OUT OF SERVICE): '.
           02 WS-OL-Excluded  PIC ZZZZZZZ9.

         01 WS-SummaryLine.
           02 WS-SM-Label1    PIC X(18) VALUE 'BATCHES INCLUDED: '.
           02 WS-SM-Included  PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SM-Label2    PIC X(10) VALUE 'EXCLUDED: '.
           02 WS-SM-Excluded  PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SM-Label3    PIC X(20) VALUE 'READINGS ASSIGNED: '.
           02 WS-SM-Assigned  PIC ZZZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SM-Label4    PIC X(12) VALUE 'UNASSIGNED: '.
           02 WS-SM-Unassigned PIC ZZZZZZZ9.

         01 WS-LowestLine.
           02 WS-LL-Label1    PIC X(40) VALUE 'LOWEST LIFE SUPPORT RATING: COMPARTMENT'.
           02 WS-LL-Code      PIC X(4).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Label2    PIC X(8)  VALUE 'RATING: '.
           02 WS-LL-LifeSupport PIC Z(12)9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'COMP-RPT'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineBitWidth.
         PERFORM LoadSensorRegistry.
         PERFORM LoadStagedBatches.

         MOVE WS-RunDate TO WS-TT-RunDate.
         MOVE WS-BitWidth TO WS-TT-BitWidth.
         MOVE WS-RegistryCount TO WS-TT-Sensors.
         OPEN OUTPUT CompartmentReport.
         MOVE WS-TitleLine TO CompartmentReportRecord.
         WRITE CompartmentReportRecord.
         CLOSE CompartmentReport.

         MOVE 0 TO WS-ReadingCount.
         PERFORM ProcessBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         CLOSE StageFile.
         PERFORM ReleaseFileLocks.

         PERFORM ComputeCompartment VARYING WS-CompIterator FROM 1 BY 1 UNTIL WS-CompIterator > WS-CompCount.
         PERFORM WriteCompartmentResults.

         DISPLAY 'Batches Included: ' WS-IncludedCount ' Excluded: ' WS-ExcludedCount.
         DISPLAY 'Readings Assigned To A Compartment: ' WS-AssignedCount.
         DISPLAY 'Readings Unassigned: ' WS-CP-Records (1)
           ' (Unregistered: ' WS-UnregisteredCount
           ' No Compartment: ' WS-NoCompartmentCount
           ' Direct: ' WS-DirectCount ')'.
         DISPLAY 'Readings Excluded As Sensor Out Of Service: ' WS-OutOfServiceCount.

         IF WS-ExcludedCount > 0 THEN
           DISPLAY 'Batches failing control verification were left out'
             ' - see the compartment report'
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
         MOVE WS-BitWidth TO WS-Bits
         COMPUTE WS-IteratorMAX = WS-BitWidth + 1
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
         MOVE 1 TO WS-CompCount
         MOVE SPACES TO WS-CP-Code (1)
         MOVE 0 TO WS-CP-Sensors (1)
         MOVE 'N' TO WS-Eof
         MOVE WS-RegistryFileName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-RegistryCount = WS-MaxRegistry
             READ SensorRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF SR-SensorId NOT = SPACES AND SR-MinReadings IS NUMERIC THEN
                   ADD 1 TO WS-RegistryCount
                   MOVE SR-SensorId TO WS-RG-Id (WS-RegistryCount)
                   MOVE SR-Active TO WS-RG-Active (WS-RegistryCount)
                   MOVE SR-Compartment TO WS-RG-Compartment (WS-RegistryCount)
                   PERFORM AssignRegistryCompartment
                 ELSE
                   DISPLAY 'WARNING: registry entry for ' SR-SensorId
                     ' has a blank id or non-numeric minimum - entry skipped'
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SensorRegistry
         ELSE
           DISPLAY 'FATAL: cannot open sensor registry ' WS-RegistryFileName
             ' - status ' WS-RegistryFileStatus
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof
      .

      AssignRegistryCompartment.
         MOVE 0 TO WS-CompIndex
         IF WS-RG-Compartment (WS-RegistryCount) = SPACES THEN
           MOVE 1 TO WS-CompIndex
         ELSE
           PERFORM ScanCompartmentSlot VARYING WS-CompIterator FROM 2 BY 1 UNTIL WS-CompIterator > WS-CompCount OR WS-CompIndex > 0
           IF WS-CompIndex = 0 THEN
             IF WS-CompCount < WS-MaxCompartments THEN
               ADD 1 TO WS-CompCount
               MOVE WS-RG-Compartment (WS-RegistryCount) TO WS-CP-Code (WS-CompCount)
               MOVE 0 TO WS-CP-Sensors (WS-CompCount)
               MOVE WS-CompCount TO WS-CompIndex
             ELSE
               DISPLAY 'WARNING: more than ' WS-MaxCompartments
                 ' compartments in the registry - sensor '
                 WS-RG-Id (WS-RegistryCount) ' reported as unassigned'
               MOVE SPACES TO WS-RG-Compartment (WS-RegistryCount)
               MOVE 1 TO WS-CompIndex
             END-IF
           END-IF
         END-IF
         MOVE WS-CompIndex TO WS-RG-CompIndex (WS-RegistryCount)
         ADD 1 TO WS-CP-Sensors (WS-CompIndex)
      .

      ScanCompartmentSlot.
         IF WS-CP-Code (WS-CompIterator) = WS-RG-Compartment (WS-RegistryCount) THEN
           MOVE WS-CompIterator TO WS-CompIndex
         END-IF
      .

      ProcessBatch.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         MOVE WS-SB-RecordCount (WS-BatchIterator) TO WS-RecordCount
         MOVE WS-SB-RejectCount (WS-BatchIterator) TO WS-RejectCount
         MOVE 0 TO WS-BatchUnregistered WS-BatchNoCompartment WS-BatchDirect
         MOVE 0 TO WS-BatchOutOfService
         MOVE WS-ReadingCount TO WS-BatchReadingStart

         PERFORM LoadReadingTable
         PERFORM VerifyBatchControls

         MOVE WS-BatchIterator TO WS-CB-BatchNum
         MOVE WS-InputFileName TO WS-CB-InputFile
         MOVE WS-RecordCount TO WS-CB-Readings
         MOVE WS-RejectCount TO WS-CB-Rejected
         IF WS-ControlValid = 'Y' THEN
           ADD 1 TO WS-IncludedCount
           ADD WS-BatchUnregistered TO WS-UnregisteredCount
           ADD WS-BatchNoCompartment TO WS-NoCompartmentCount
           ADD WS-BatchDirect TO WS-DirectCount
           ADD WS-BatchOutOfService TO WS-OutOfServiceCount
           MOVE 'INCLUDED' TO WS-CB-Status
         ELSE
           DISPLAY 'Batch ' WS-BatchIterator ' (' WS-InputFileName
             ') failed control record verification - left out of the compartment results'
           ADD 1 TO WS-ExcludedCount
           MOVE WS-BatchReadingStart TO WS-ReadingCount
           MOVE 'EXCLUDED - FAILED CONTROL VERIFICATION' TO WS-CB-Status
         END-IF

         OPEN EXTEND CompartmentReport
         MOVE WS-CompBatchLine TO CompartmentReportRecord
         WRITE CompartmentReportRecord
         CLOSE CompartmentReport
      .

      LoadReadingTable.
         PERFORM LoadStagedReading VARYING WS-StagedIterator FROM 1 BY 1 UNTIL WS-StagedIterator > WS-SB-StagedCount (WS-BatchIterator)
      .

      LoadStagedReading.
         PERFORM ReadStagedRecord
         MOVE SG-SensorId TO WS-SensorId
         MOVE SG-Bits TO WS-ReadingData
         MOVE 'N' TO WS-SensorOutOfService
         PERFORM FindReadingCompartment
         IF WS-SensorOutOfService = 'Y' THEN
           ADD 1 TO WS-BatchOutOfService
         ELSE
           PERFORM StoreReading
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

      FindReadingCompartment.
         MOVE 1 TO WS-CompIndex
         IF WS-SensorId = 'DIRECT' THEN
           ADD 1 TO WS-BatchDirect
         ELSE
           MOVE 0 TO WS-RegistryIndex
           PERFORM ScanRegistrySlot VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount OR WS-RegistryIndex > 0
           IF WS-RegistryIndex = 0 THEN
             ADD 1 TO WS-BatchUnregistered
           ELSE
             IF WS-RG-Active (WS-RegistryIndex) NOT = 'A' THEN
               MOVE 'Y' TO WS-SensorOutOfService
             ELSE
               MOVE WS-RG-CompIndex (WS-RegistryIndex) TO WS-CompIndex
               IF WS-CompIndex = 1 THEN
                 ADD 1 TO WS-BatchNoCompartment
               END-IF
             END-IF
           END-IF
         END-IF
      .

      ScanRegistrySlot.
         IF WS-RG-Id (WS-RegistryIterator) = WS-SensorId THEN
           MOVE WS-RegistryIterator TO WS-RegistryIndex
         END-IF
      .

      StoreReading.
         IF WS-ReadingCount = WS-MaxReadings THEN
           DISPLAY 'FATAL: the batches hold more than '
             WS-MaxReadings ' valid readings - raise the reading table'
             ' limit before rerunning - run aborted'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         ADD 1 TO WS-ReadingCount
         MOVE WS-ReadingData TO WS-ReadingBits (WS-ReadingCount)
         MOVE WS-CompIndex TO WS-ReadingComp (WS-ReadingCount)
         MOVE 0 TO WS-ReadingCand (WS-ReadingCount)
      .

      VerifyBatchControls.
         MOVE WS-SB-ControlValid (WS-BatchIterator) TO WS-ControlValid
         IF WS-SB-FileFound (WS-BatchIterator) = 'N' THEN
           DISPLAY 'ERROR: ' WS-InputFileName ' could not be opened when the feeds were staged'
         END-IF
      .

      ComputeCompartment.
         MOVE 0 TO WS-CP-Gamma (WS-CompIterator) WS-CP-Epsilon (WS-CompIterator)
         MOVE 0 TO WS-CP-Power (WS-CompIterator) WS-CP-Ties (WS-CompIterator)
         MOVE 0 TO WS-CP-Oxygen (WS-CompIterator) WS-CP-CO2 (WS-CompIterator)
         MOVE 0 TO WS-CP-LifeSupport (WS-CompIterator)
         MOVE 'N' TO WS-CP-OxygenConverged (WS-CompIterator)
         MOVE 'N' TO WS-CP-CO2Converged (WS-CompIterator)

         PERFORM InitCandidates
         MOVE WS-LineMatches TO WS-CP-Records (WS-CompIterator)
         IF WS-CompIterator > 1 THEN
           ADD WS-LineMatches TO WS-AssignedCount
         END-IF

         IF WS-CP-Records (WS-CompIterator) > 0 THEN
           PERFORM ComputeBitSums
           PERFORM PowerBitDecision VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
           COMPUTE WS-CP-Power (WS-CompIterator) =
             WS-CP-Gamma (WS-CompIterator) * WS-CP-Epsilon (WS-CompIterator)

           PERFORM MainOxygenProcedure VARYING WS-TopLevelIterator FROM 1 BY 1 UNTIL WS-TopLevelIterator=WS-IteratorMAX
           IF WS-LineMatches = 1 THEN
             MOVE 'Y' TO WS-CP-OxygenConverged (WS-CompIterator)
             PERFORM SaveSurvivor
             PERFORM CalculateOxygenDecimal VARYING WS-TopLevelIterator FROM 1 BY 1 UNTIL WS-TopLevelIterator=WS-IteratorMAX
           END-IF

           PERFORM InitCandidates
           PERFORM MainCO2Procedure VARYING WS-TopLevelIterator FROM 1 BY 1 UNTIL WS-TopLevelIterator=WS-IteratorMAX
           IF WS-LineMatches = 1 THEN
             MOVE 'Y' TO WS-CP-CO2Converged (WS-CompIterator)
             PERFORM SaveSurvivor
             PERFORM CalculateCO2Decimal VARYING WS-TopLevelIterator FROM 1 BY 1 UNTIL WS-TopLevelIterator=WS-IteratorMAX
           END-IF

           IF WS-CP-OxygenConverged (WS-CompIterator) = 'Y'
               AND WS-CP-CO2Converged (WS-CompIterator) = 'Y' THEN
             COMPUTE WS-CP-LifeSupport (WS-CompIterator) =
               WS-CP-Oxygen (WS-CompIterator) * WS-CP-CO2 (WS-CompIterator)
           END-IF
         END-IF
      .

      InitCandidates.
         MOVE 0 TO WS-LineMatches
         PERFORM MarkCandidate VARYING WS-ReadingIterator FROM 1 BY 1 UNTIL WS-ReadingIterator > WS-ReadingCount
      .

      MarkCandidate.
         IF WS-ReadingComp (WS-ReadingIterator) = WS-CompIterator THEN
           MOVE 1 TO WS-ReadingCand (WS-ReadingIterator)
           ADD 1 TO WS-LineMatches
         ELSE
           MOVE 0 TO WS-ReadingCand (WS-ReadingIterator)
         END-IF
      .

      ComputeBitSums.
         PERFORM ClearBitSum VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
         PERFORM AggregateReading VARYING WS-ReadingIterator FROM 1 BY 1 UNTIL WS-ReadingIterator > WS-ReadingCount
      .

      ClearBitSum.
         SET WS-BitSum (WS-Iterator) TO 0
      .

      AggregateReading.
         IF WS-ReadingCand (WS-ReadingIterator) = 1 THEN
           PERFORM BitAggregate VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
         END-IF
      .

      BitAggregate.
        IF WS-ReadingBits (WS-ReadingIterator) (WS-Iterator:1) = '1' THEN
          ADD 1 TO WS-BitSum (WS-Iterator)
        ELSE
          SUBTRACT 1 FROM WS-BitSum (WS-Iterator)
        END-IF
      .

      PowerBitDecision.
        COMPUTE WS-ExponentResult = 2 ** (WS-Bits - WS-Iterator)
        IF WS-BitSum (WS-Iterator) IS POSITIVE THEN
          ADD WS-ExponentResult TO WS-CP-Gamma (WS-CompIterator)
        ELSE IF WS-BitSum (WS-Iterator) IS NEGATIVE THEN
          ADD WS-ExponentResult TO WS-CP-Epsilon (WS-CompIterator)
        ELSE
          ADD 1 TO WS-CP-Ties (WS-CompIterator)
        END-IF
      .

      MainOxygenProcedure.
         IF WS-LineMatches > 1 THEN
           PERFORM ComputeBitSums
           IF WS-BitSum (WS-TopLevelIterator) IS NEGATIVE THEN
             MOVE '0' TO WS-KeepBit
           ELSE
             MOVE '1' TO WS-KeepBit
           END-IF
           PERFORM FilterCandidate VARYING WS-ReadingIterator FROM 1 BY 1 UNTIL WS-ReadingIterator > WS-ReadingCount
         END-IF
      .

      MainCO2Procedure.
         IF WS-LineMatches > 1 THEN
           PERFORM ComputeBitSums
           IF WS-BitSum (WS-TopLevelIterator) IS NEGATIVE THEN
             MOVE '1' TO WS-KeepBit
           ELSE
             MOVE '0' TO WS-KeepBit
           END-IF
           PERFORM FilterCandidate VARYING WS-ReadingIterator FROM 1 BY 1 UNTIL WS-ReadingIterator > WS-ReadingCount
         END-IF
      .

      FilterCandidate.
         IF WS-ReadingCand (WS-ReadingIterator) = 1 THEN
           IF WS-ReadingBits (WS-ReadingIterator) (WS-TopLevelIterator:1) NOT = WS-KeepBit THEN
             MOVE 0 TO WS-ReadingCand (WS-ReadingIterator)
             SUBTRACT 1 FROM WS-LineMatches
           END-IF
         END-IF
      .

      SaveSurvivor.
         MOVE 0 TO WS-SurvivorIndex
         PERFORM FindSurvivor VARYING WS-ReadingIterator FROM 1 BY 1 UNTIL WS-ReadingIterator > WS-ReadingCount
         IF WS-SurvivorIndex > 0 THEN
           PERFORM CopySurvivorBit VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
         END-IF
      .

      FindSurvivor.
         IF WS-SurvivorIndex = 0 AND WS-ReadingCand (WS-ReadingIterator) = 1 THEN
           MOVE WS-ReadingIterator TO WS-SurvivorIndex
         END-IF
      .

      CopySurvivorBit.
         MOVE WS-ReadingBits (WS-SurvivorIndex) (WS-Iterator:1) TO WS-BitValues (WS-Iterator)
      .

      CalculateOxygenDecimal.
        COMPUTE WS-ExponentResult = WS-BitValues(WS-TopLevelIterator) * (2 ** (WS-Bits - WS-TopLevelIterator)).
        ADD WS-ExponentResult TO WS-CP-Oxygen (WS-CompIterator)
      .

      CalculateCO2Decimal.
        COMPUTE WS-ExponentResult = WS-BitValues(WS-TopLevelIterator) * (2 ** (WS-Bits - WS-TopLevelIterator)).
        ADD WS-ExponentResult TO WS-CP-CO2 (WS-CompIterator)
      .

      WriteCompartmentResults.
         MOVE 0 TO WS-LowestIndex
         OPEN EXTEND CompartmentReport
         PERFORM WriteCompartmentLine VARYING WS-CompIterator FROM 2 BY 1 UNTIL WS-CompIterator > WS-CompCount
         MOVE 1 TO WS-CompIterator
         PERFORM WriteCompartmentLine

         MOVE WS-UnregisteredCount TO WS-UL-Unregistered
         MOVE WS-NoCompartmentCount TO WS-UL-NoCompartment
         MOVE WS-DirectCount TO WS-UL-Direct
         MOVE WS-UnassignedLine TO CompartmentReportRecord
         WRITE CompartmentReportRecord

         MOVE WS-OutOfServiceCount TO WS-OL-Excluded
         MOVE WS-OutOfServiceLine TO CompartmentReportRecord
         WRITE CompartmentReportRecord

         MOVE WS-IncludedCount TO WS-SM-Included
         MOVE WS-ExcludedCount TO WS-SM-Excluded
         MOVE WS-AssignedCount TO WS-SM-Assigned
         MOVE WS-CP-Records (1) TO WS-SM-Unassigned
         MOVE WS-SummaryLine TO CompartmentReportRecord
         WRITE CompartmentReportRecord

         IF WS-LowestIndex > 0 THEN
           MOVE WS-CP-Code (WS-LowestIndex) TO WS-LL-Code
           MOVE WS-CP-LifeSupport (WS-LowestIndex) TO WS-LL-LifeSupport
           MOVE WS-LowestLine TO CompartmentReportRecord
           DISPLAY 'Lowest Life Support Rating: compartment '
             WS-CP-Code (WS-LowestIndex) ' ' WS-CP-LifeSupport (WS-LowestIndex)
         ELSE
           MOVE 'LOWEST LIFE SUPPORT RATING: NONE COMPUTED' TO CompartmentReportRecord
         END-IF
         WRITE CompartmentReportRecord
         CLOSE CompartmentReport
      .

      WriteCompartmentLine.
         IF WS-CompIterator = 1 THEN
           MOVE 'UNASSIGNED' TO WS-CL-Code
         ELSE
           MOVE WS-CP-Code (WS-CompIterator) TO WS-CL-Code
         END-IF
         MOVE WS-CP-Sensors (WS-CompIterator) TO WS-CL-Sensors
         MOVE WS-CP-Records (WS-CompIterator) TO WS-CL-Readings
         MOVE WS-CP-Gamma (WS-CompIterator) TO WS-CL-Gamma
         MOVE WS-CP-Epsilon (WS-CompIterator) TO WS-CL-Epsilon
         MOVE WS-CP-Power (WS-CompIterator) TO WS-CL-Power
         MOVE WS-CP-Ties (WS-CompIterator) TO WS-CL-Ties
         MOVE WS-CompLine TO CompartmentReportRecord
         WRITE CompartmentReportRecord

         MOVE WS-CP-Oxygen (WS-CompIterator) TO WS-C2-Oxygen
         MOVE WS-CP-CO2 (WS-CompIterator) TO WS-C2-CO2
         MOVE WS-CP-LifeSupport (WS-CompIterator) TO WS-C2-LifeSupport
         MOVE SPACES TO WS-C2-Note
         IF WS-CP-Records (WS-CompIterator) = 0 THEN
           MOVE 'NO READINGS' TO WS-C2-Note
         ELSE
           IF WS-CP-OxygenConverged (WS-CompIterator) NOT = 'Y' THEN
             IF WS-CP-CO2Converged (WS-CompIterator) NOT = 'Y' THEN
               MOVE 'OXYGEN AND CO2 SEARCHES DID NOT CONVERGE' TO WS-C2-Note
             ELSE
               MOVE 'OXYGEN SEARCH DID NOT CONVERGE' TO WS-C2-Note
             END-IF
           ELSE
             IF WS-CP-CO2Converged (WS-CompIterator) NOT = 'Y' THEN
               MOVE 'CO2 SEARCH DID NOT CONVERGE' TO WS-C2-Note
             ELSE
               IF WS-CompIterator > 1 THEN
                 PERFORM CheckLowestLifeSupport
               END-IF
             END-IF
           END-IF
         END-IF
         MOVE WS-CompLine2 TO CompartmentReportRecord
         WRITE CompartmentReportRecord
      .

      CheckLowestLifeSupport.
         IF WS-LowestIndex = 0 THEN
           MOVE WS-CompIterator TO WS-LowestIndex
         ELSE
           IF WS-CP-LifeSupport (WS-CompIterator) < WS-CP-LifeSupport (WS-LowestIndex) THEN
             MOVE WS-CompIterator TO WS-LowestIndex
           END-IF
         END-IF
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
