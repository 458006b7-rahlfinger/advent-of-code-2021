      IDENTIFICATION DIVISION.
      PROGRAM-ID. FEED-STG.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT Diagnostics ASSIGN TO DYNAMIC WS-InputFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-InputFileStatus.

            SELECT ControlFile ASSIGN TO DYNAMIC WS-ControlFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ControlFileStatus.

            SELECT BatchList ASSIGN TO DYNAMIC WS-BatchListName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BatchListStatus.

            SELECT StageFile ASSIGN TO 'stage.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StageFileStatus.

            SELECT StageControl ASSIGN TO 'stagectl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-StageControlStatus.

            SELECT RejectFile ASSIGN TO DYNAMIC WS-RejectFileName
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RejectIntf ASSIGN TO 'rejintf.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RejectIntfStatus.

            SELECT RunCatalog ASSIGN TO 'rptgens.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RunCatalogStatus.

      DATA DIVISION.
         FILE SECTION.
         FD Diagnostics.
         01 DiagnosticsFile.
            02 Name PIC A(20).
            02 FILLER PIC X(22).
         01 TelemetryRecord.
            02 TelemetrySensorId PIC X(8).
            02 TelemetryTimestamp PIC X(14).
            02 TelemetryBits PIC X(20).

         FD ControlFile.
         01 ControlFileRecord PIC X(2).

         FD BatchList.
         01 BatchListRecord PIC X(20).

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

         FD RejectFile.
         01 RejectFileRecord PIC X(60).

         FD RejectIntf.
         01 RejectIntfRecord.
            02 RI-SourceFile PIC X(20).
            02 RI-LineNum PIC 9(6).
            02 RI-BadPos PIC 9(2).
            02 RI-Data PIC X(20).
            02 RI-RunDate PIC X(8).

         FD RunCatalog.
         01 RunCatalogRecord.
            02 RC-RunId PIC X(14).
            02 RC-Program PIC X(8).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-Iterator PIC 9(2) VALUE 0.
         01 WS-LineNumber PIC 9(6) VALUE 0.
         01 WS-RecordCount PIC 9(6) VALUE 0.
         01 WS-RejectCount PIC 9(6) VALUE 0.
         01 WS-StagedCount PIC 9(6) VALUE 0.
         01 WS-LineValid PIC A(1) VALUE 'Y'.
         01 WS-BadPosition PIC 9(2) VALUE 0.

         01 WS-RejectLine.
           02 WS-RJ-Label1  PIC X(5)  VALUE 'LINE '.
           02 WS-RJ-LineNum PIC ZZZZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 WS-RJ-Label2  PIC X(4)  VALUE 'POS '.
           02 WS-RJ-BadPos  PIC Z9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 WS-RJ-Label3  PIC X(5)  VALUE 'DATA:'.
           02 WS-RJ-Data    PIC X(20).

         01 WS-RejectBatchLine.
           02 WS-RB-Label1    PIC X(11) VALUE 'INPUT FILE:'.
           02 WS-RB-InputFile PIC X(20).

         01 WS-MinBitWidth PIC 9(2) VALUE 1.
         01 WS-MaxBitWidth PIC 9(2) VALUE 20.
         01 WS-BitWidth PIC 9(2) VALUE 12.
         01 WS-IteratorMAX PIC 9(2) VALUE 13.

         01 WS-ControlFileName PIC X(12) VALUE 'bitwidth.dat'.
         01 WS-ControlFileStatus PIC XX VALUE '00'.
         01 WS-ControlRecord PIC X(2).

         01 WS-ReadingData PIC X(20) VALUE SPACES.
         01 WS-ReadingTimestamp PIC X(14) VALUE SPACES.
         01 WS-RecordIsControl PIC A(1) VALUE 'N'.
         01 WS-SensorId PIC X(8) VALUE SPACES.

         01 WS-HeaderSeen PIC A(1) VALUE 'N'.
         01 WS-HeaderFeedDate PIC X(8) VALUE SPACES.
         01 WS-HeaderSource PIC X(8) VALUE SPACES.
         01 WS-HeaderWidth PIC X(2) VALUE SPACES.
         01 WS-TrailerSeen PIC A(1) VALUE 'N'.
         01 WS-TrailerCount PIC X(6) VALUE SPACES.
         01 WS-HeaderWidthNum PIC 9(2) VALUE 0.
         01 WS-TrailerCountNum PIC 9(6) VALUE 0.
         01 WS-ControlValid PIC A(1) VALUE 'Y'.
         01 WS-FileFound PIC A(1) VALUE 'Y'.

         01 WS-ProgramLabel PIC X(8) VALUE 'FEED-STG'.
         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
         01 WS-InputFileStatus PIC XX VALUE '00'.
         01 WS-StageFileStatus PIC XX VALUE '00'.
         01 WS-StageControlStatus PIC XX VALUE '00'.
         01 WS-RejectIntfStatus PIC XX VALUE '00'.
         01 WS-RunCatalogStatus PIC XX VALUE '00'.
         01 WS-RunId PIC X(14) VALUE SPACES.
         01 WS-RunDate PIC X(10).
         01 WS-RunTime PIC X(8).
         01 WS-RejectFileName PIC X(40) VALUE 'reject.txt'.

         01 WS-CmdLineArg PIC X(20) VALUE SPACES.
         01 WS-BatchListName PIC X(20) VALUE 'batchlist.dat'.
         01 WS-BatchListStatus PIC XX VALUE '00'.
         01 WS-MaxBatch PIC 9(2) VALUE 20.
         01 WS-BatchCount PIC 9(2) VALUE 0.
         01 WS-BatchIterator PIC 9(2) VALUE 0.
         01 WS-BatchNameTable.
           02 WS-BatchName PIC X(20) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BatchCount.

         01 WS-GrandLineCount PIC 9(8) VALUE 0.
         01 WS-GrandRejectCount PIC 9(8) VALUE 0.
         01 WS-GrandStagedCount PIC 9(8) VALUE 0.
         01 WS-FailedBatchCount PIC 9(2) VALUE 0.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'FEED-STG'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM AssignRunStamp.
         PERFORM DetermineBitWidth.
         PERFORM DetermineBatchList.

         MOVE 'stagectl.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'stage.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'rejintf.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.

         OPEN OUTPUT StageFile.
         IF WS-StageFileStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot create staging file stage.dat - status '
             WS-StageFileStatus
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         OPEN OUTPUT StageControl.
         IF WS-StageControlStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot create staging control file stagectl.dat'
             ' - status ' WS-StageControlStatus
           MOVE 16 TO RETURN-CODE
           CLOSE StageFile
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         OPEN OUTPUT RejectFile.
         OPEN EXTEND RejectIntf.
         IF WS-RejectIntfStatus NOT = '00' THEN
           OPEN OUTPUT RejectIntf
         END-IF.

         PERFORM StageBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.

         CLOSE StageFile.
         CLOSE StageControl.
         CLOSE RejectFile.
         CLOSE RejectIntf.

         DISPLAY 'Grand Total Lines Read: ' WS-GrandLineCount.
         DISPLAY 'Grand Total Rejected Records: ' WS-GrandRejectCount.
         DISPLAY 'Grand Total Readings Staged: ' WS-GrandStagedCount.
         PERFORM ReleaseFileLocks.

         IF WS-FailedBatchCount > 0 THEN
           DISPLAY 'Batches failing control record verification: '
             WS-FailedBatchCount ' - their results will be suppressed downstream'
           IF RETURN-CODE = ZERO THEN
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF
      STOP RUN.

      AssignRunStamp.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD
         ACCEPT WS-RunTime FROM TIME
         MOVE SPACES TO WS-RunId
         STRING WS-RunDate (1:8) DELIMITED BY SIZE
                WS-RunTime (1:6) DELIMITED BY SIZE
           INTO WS-RunId
         MOVE SPACES TO WS-RejectFileName
         STRING 'reject.' DELIMITED BY SIZE
                WS-ProgramLabel DELIMITED BY SPACE
                '.' DELIMITED BY SIZE
                WS-RunId DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
           INTO WS-RejectFileName
         DISPLAY 'Run identifier: ' WS-RunId

         OPEN EXTEND RunCatalog
         IF WS-RunCatalogStatus NOT = '00' THEN
           OPEN OUTPUT RunCatalog
         END-IF
         MOVE WS-RunId TO RC-RunId
         MOVE WS-ProgramLabel TO RC-Program
         WRITE RunCatalogRecord
         CLOSE RunCatalog
      .

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

      DetermineBatchList.
         MOVE 'batchlist.dat' TO WS-BatchListName
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         IF WS-CmdLineArg NOT = SPACES THEN
           MOVE WS-CmdLineArg TO WS-BatchListName
         END-IF

         MOVE 0 TO WS-BatchCount
         MOVE 'N' TO WS-Eof
         MOVE WS-BatchListName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT BatchList
         IF WS-BatchListStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-BatchCount = WS-MaxBatch
             READ BatchList
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-BatchCount
                 MOVE BatchListRecord TO WS-BatchName (WS-BatchCount)
             END-READ
           END-PERFORM
           IF WS-BatchCount = WS-MaxBatch AND WS-Eof NOT = 'Y' THEN
             READ BatchList
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 DISPLAY 'WARNING: ' WS-BatchListName
                   ' has more than ' WS-MaxBatch
                   ' entries - batches beyond the first '
                   WS-MaxBatch ' were dropped'
             END-READ
           END-IF
           CLOSE BatchList
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof

         IF WS-BatchCount = 0 THEN
           MOVE 1 TO WS-BatchCount
           MOVE 'input.txt' TO WS-BatchName (1)
         END-IF
      .

      StageBatch.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         MOVE 0 TO WS-RecordCount WS-RejectCount WS-StagedCount WS-LineNumber
         MOVE 'N' TO WS-HeaderSeen WS-TrailerSeen
         MOVE SPACES TO WS-HeaderFeedDate WS-HeaderSource WS-HeaderWidth WS-TrailerCount
         MOVE 'N' TO WS-Eof

         MOVE WS-InputFileName TO WS-RB-InputFile
         MOVE WS-RejectBatchLine TO RejectFileRecord
         WRITE RejectFileRecord

         OPEN INPUT Diagnostics
         IF WS-InputFileStatus = '00' THEN
           MOVE 'Y' TO WS-FileFound
            PERFORM UNTIL WS-Eof='Y'
               READ Diagnostics
                  AT END
                    MOVE 'Y' TO WS-Eof
                  NOT AT END
                    ADD 1 TO WS-LineNumber
                    PERFORM ClassifyInputRecord
                    IF WS-RecordIsControl = 'Y' THEN
                      PERFORM CaptureControlRecord
                    ELSE
                      PERFORM ExtractReadingData
                      ADD 1 TO WS-RecordCount
                      MOVE 'Y' TO WS-LineValid
                      MOVE 0 TO WS-BadPosition
                      PERFORM ValidateDiagnosticChar VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
                      IF WS-LineValid = 'N' THEN
                        ADD 1 TO WS-RejectCount
                        PERFORM WriteRejectRecord
                      ELSE
                        PERFORM WriteStageRecord
                      END-IF
                    END-IF
               END-READ
            END-PERFORM
           CLOSE Diagnostics
           PERFORM VerifyBatchControls
         ELSE
           DISPLAY 'ERROR: cannot open ' WS-InputFileName
             ' - status ' WS-InputFileStatus
             ' - batch staged with no readings'
           MOVE 'N' TO WS-FileFound
           MOVE 'N' TO WS-ControlValid
         END-IF
         MOVE 'N' TO WS-Eof

         PERFORM WriteStageControl

         DISPLAY 'Batch ' WS-BatchIterator ' (' WS-InputFileName ') Lines: '
           WS-LineNumber ' Records: ' WS-RecordCount
           ' Rejected: ' WS-RejectCount ' Staged: ' WS-StagedCount
         IF WS-ControlValid = 'N' THEN
           DISPLAY 'Batch ' WS-BatchIterator ' (' WS-InputFileName
             ') failed control record verification'
           ADD 1 TO WS-FailedBatchCount
         END-IF

         ADD WS-LineNumber TO WS-GrandLineCount
         ADD WS-RejectCount TO WS-GrandRejectCount
         ADD WS-StagedCount TO WS-GrandStagedCount
      .

      ClassifyInputRecord.
         MOVE 'N' TO WS-RecordIsControl
         IF Name (1:1) = 'H' THEN
           IF Name (2:8) IS NUMERIC AND Name (18:2) IS NUMERIC
               AND DiagnosticsFile (20:23) = SPACES THEN
             MOVE 'Y' TO WS-RecordIsControl
           END-IF
         END-IF
         IF Name (1:1) = 'T' THEN
           IF Name (2:6) IS NUMERIC
               AND DiagnosticsFile (8:35) = SPACES THEN
             MOVE 'Y' TO WS-RecordIsControl
           END-IF
         END-IF
      .

      ExtractReadingData.
         IF TelemetryTimestamp IS NUMERIC THEN
           MOVE TelemetrySensorId TO WS-SensorId
           MOVE TelemetryTimestamp TO WS-ReadingTimestamp
           MOVE TelemetryBits TO WS-ReadingData
         ELSE
           MOVE 'DIRECT' TO WS-SensorId
           MOVE SPACES TO WS-ReadingTimestamp
           MOVE Name TO WS-ReadingData
         END-IF
      .

      ValidateDiagnosticChar.
        IF WS-ReadingData (WS-Iterator:1) NOT = '0' AND WS-ReadingData (WS-Iterator:1) NOT = '1' THEN
          IF WS-LineValid = 'Y' THEN
            MOVE 'N' TO WS-LineValid
            MOVE WS-Iterator TO WS-BadPosition
          END-IF
        END-IF
      .

      CaptureControlRecord.
         IF Name (1:1) = 'H' THEN
           MOVE 'Y' TO WS-HeaderSeen
           MOVE Name (2:8) TO WS-HeaderFeedDate
           MOVE Name (10:8) TO WS-HeaderSource
           MOVE Name (18:2) TO WS-HeaderWidth
         ELSE
           MOVE 'Y' TO WS-TrailerSeen
           MOVE Name (2:6) TO WS-TrailerCount
         END-IF
      .

      VerifyBatchControls.
         MOVE 'Y' TO WS-ControlValid
         IF WS-HeaderSeen = 'Y' THEN
           IF WS-HeaderWidth IS NUMERIC THEN
             MOVE WS-HeaderWidth TO WS-HeaderWidthNum
             IF WS-HeaderWidthNum NOT = WS-BitWidth THEN
               DISPLAY 'ERROR: ' WS-InputFileName ' header declares bit width '
                 WS-HeaderWidth ' but the run is using width ' WS-BitWidth
               MOVE 'N' TO WS-ControlValid
             END-IF
           ELSE
             DISPLAY 'ERROR: ' WS-InputFileName ' header bit width is not numeric'
             MOVE 'N' TO WS-ControlValid
           END-IF
         END-IF
         IF WS-TrailerSeen = 'Y' THEN
           IF WS-TrailerCount IS NUMERIC THEN
             MOVE WS-TrailerCount TO WS-TrailerCountNum
             IF WS-TrailerCountNum NOT = WS-RecordCount THEN
               DISPLAY 'ERROR: ' WS-InputFileName ' trailer declares '
                 WS-TrailerCount ' records but ' WS-RecordCount ' were read'
               MOVE 'N' TO WS-ControlValid
             END-IF
           ELSE
             DISPLAY 'ERROR: ' WS-InputFileName ' trailer record count is not numeric'
             MOVE 'N' TO WS-ControlValid
           END-IF
         END-IF
      .

      WriteStageRecord.
         MOVE WS-InputFileName TO SG-SourceFile
         MOVE WS-LineNumber TO SG-LineNum
         MOVE WS-SensorId TO SG-SensorId
         MOVE WS-ReadingTimestamp TO SG-Timestamp
         MOVE WS-ReadingData TO SG-Bits
         MOVE WS-BitWidth TO SG-Width
         WRITE StageRecord
         ADD 1 TO WS-StagedCount
      .

      WriteStageControl.
         MOVE WS-InputFileName TO SC-SourceFile
         MOVE WS-RunDate (1:8) TO SC-StageDate
         MOVE WS-BitWidth TO SC-Width
         MOVE WS-LineNumber TO SC-LinesRead
         MOVE WS-RecordCount TO SC-RecordCount
         MOVE WS-RejectCount TO SC-RejectCount
         MOVE WS-StagedCount TO SC-StagedCount
         MOVE WS-FileFound TO SC-FileFound
         MOVE WS-HeaderSeen TO SC-HeaderSeen
         MOVE WS-HeaderFeedDate TO SC-HeaderFeedDate
         MOVE WS-HeaderSource TO SC-HeaderSource
         MOVE WS-HeaderWidth TO SC-HeaderWidth
         MOVE WS-TrailerSeen TO SC-TrailerSeen
         MOVE WS-TrailerCount TO SC-TrailerCount
         MOVE WS-ControlValid TO SC-ControlValid
         WRITE StageControlRecord
      .

      WriteRejectRecord.
         MOVE WS-LineNumber TO WS-RJ-LineNum
         MOVE WS-BadPosition TO WS-RJ-BadPos
         MOVE WS-ReadingData TO WS-RJ-Data
         MOVE WS-RejectLine TO RejectFileRecord
         WRITE RejectFileRecord
         PERFORM WriteRejectIntfRecord
      .

      WriteRejectIntfRecord.
         MOVE WS-InputFileName TO RI-SourceFile
         MOVE WS-LineNumber TO RI-LineNum
         MOVE WS-BadPosition TO RI-BadPos
         MOVE WS-ReadingData TO RI-Data
         MOVE WS-RunDate TO RI-RunDate
         WRITE RejectIntfRecord
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
