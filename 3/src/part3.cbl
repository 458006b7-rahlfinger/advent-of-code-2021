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

            SELECT TieLog ASSIGN TO 'tielog.txt'
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

         FD TieLog.
         01 TieLogRecord PIC X(60).
         01 WS-ControlFileStatus PIC XX VALUE '00'.
         01 WS-ControlRecord PIC X(2).

         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
         01 WS-RunDate PIC X(10).
         01 WS-RecordCount PIC 9(6) VALUE 0.
         01 WS-ReadingData PIC X(20) VALUE SPACES.
         01 WS-ControlValid PIC A(1) VALUE 'Y'.

         01 WS-RejectCount PIC 9(6) VALUE 0.
         01 WS-TieCount PIC 9(6) VALUE 0.

         01 WS-MaxBatch PIC 9(2) VALUE 20.
         01 WS-BatchCount PIC 9(2) VALUE 0.
         01 WS-BatchIterator PIC 9(2) VALUE 0.
         01 WS-SummaryBatch PIC 9(2) VALUE 0.
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

         01 WS-TieLine.
           02 WS-TL-Label1  PIC X(9)  VALUE 'BIT POS '.
         01 WS-LatestTable.
           02  WS-Latest PIC 9(1) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BitWidth VALUE ZERO.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'DIAG-SUM'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.

         PERFORM DetermineBitWidth.

         PERFORM LoadStagedBatches.
         PERFORM FindSummaryBatch.

         OPEN OUTPUT TieLog.
         CLOSE TieLog.

           DISPLAY 'FATAL: ' WS-InputFileName
             ' failed control record verification - run aborted'
           MOVE 12 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF

         DISPLAY 'Part 1 pass record count: ' WS-Part1RecordCount.
         DISPLAY 'Part 2 pass record count: ' WS-Part2RecordCount.
         DISPLAY 'Rejected Records: ' WS-RejectCount.
         PERFORM ReleaseFileLocks.
         IF WS-ReconcileOk = 'N' THEN
           DISPLAY 'RECONCILIATION ERROR: record counts do not match between the power and life-support passes'
         ELSE

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
      .

      FindSummaryBatch.
         MOVE 0 TO WS-SummaryBatch
         PERFORM ScanSummaryBatch VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount OR WS-SummaryBatch > 0
         IF WS-SummaryBatch = 0 THEN
           DISPLAY 'WARNING: ' WS-InputFileName ' is not among the staged feeds'
             ' - no diagnostic summary produced'
           MOVE 8 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         MOVE WS-SB-RecordCount (WS-SummaryBatch) TO WS-RecordCount
         MOVE WS-SB-RejectCount (WS-SummaryBatch) TO WS-RejectCount
      .

      ScanSummaryBatch.
         IF WS-BatchName (WS-BatchIterator) = WS-InputFileName THEN
           MOVE WS-BatchIterator TO WS-SummaryBatch
         END-IF
      .

      VerifyBatchControls.
         MOVE WS-SB-ControlValid (WS-SummaryBatch) TO WS-ControlValid
         IF WS-SB-FileFound (WS-SummaryBatch) = 'N' THEN
           DISPLAY 'ERROR: ' WS-InputFileName ' could not be opened when the feeds were staged'
         END-IF
      .

      OpenStageFile.
         MOVE 'N' TO WS-Eof
         OPEN INPUT StageFile
         IF WS-StageFileStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open staging file stage.dat - status '
             WS-StageFileStatus ' - rerun FEED-STG'
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .

      ProcessInputFileForPower.
         PERFORM OpenStageFile
            PERFORM UNTIL WS-Eof='Y'
               READ StageFile
                  AT END
                    MOVE 'Y' TO WS-Eof
                  NOT AT END
                    IF SG-SourceFile = WS-InputFileName THEN
                      ADD 1 TO WS-Part1RecordCount
                      MOVE SG-Bits TO WS-ReadingData
                      MOVE WS-ReadingData TO WS-Diagnostics
                      PERFORM BitAggregate VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
                    END-IF
               END-READ
            END-PERFORM.
         CLOSE StageFile
      .

      BitDecisions.
      .

      ProcessInputFileForLifeSupport.
         PERFORM OpenStageFile
            MOVE 0 TO WS-Part2RecordCount
            PERFORM UNTIL WS-Eof='Y'
               READ StageFile
                  AT END
                    MOVE 'Y' TO WS-Eof
                  NOT AT END
                    IF SG-SourceFile = WS-InputFileName THEN
                      ADD 1 TO WS-Part2RecordCount
                      MOVE SG-Bits TO WS-ReadingData
                      MOVE WS-ReadingData TO WS-Diagnostics
                      SET WS-IsAMatch TO 1
                      PERFORM IsAMatch VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX

                      IF WS-IsAMatch IS POSITIVE THEN
                        ADD 1 TO WS-LineMatches
                        PERFORM SaveLatest VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
                        PERFORM BitAggregate VARYING WS-Iterator FROM 1 BY 1 UNTIL WS-Iterator=WS-IteratorMAX
                      END-IF
                    END-IF
               END-READ
            END-PERFORM.
         CLOSE StageFile
      .

      BitOxygenDecisions.
      SaveLatest.
         SET WS-Latest(WS-Iterator) TO WS-Binary (WS-Iterator)
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
