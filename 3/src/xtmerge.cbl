            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XmitLogStatus.

            SELECT XmitDetail ASSIGN TO 'xmitdtl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XmitDetailStatus.

      DATA DIVISION.
         FILE SECTION.
         FD Extract1.
            02 XL-DetailCount PIC 9(6).
            02 XL-HashTotal PIC 9(18).

         FD XmitDetail.
         01 XmitDetailRecord.
            02 XI-XmitDate PIC X(8).
            02 XI-ExtractName PIC X(12).
            02 XI-RunDate PIC X(8).
            02 XI-InputFile PIC X(20).
            02 XI-RecordCount PIC 9(6).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-Extract1Status PIC XX VALUE '00'.
         01 WS-Extract2Status PIC XX VALUE '00'.
         01 WS-XmitLogStatus PIC XX VALUE '00'.
         01 WS-XmitDetailStatus PIC XX VALUE '00'.
         01 WS-RunDate PIC X(10).

         01 WS-ExtractWork PIC X(150) VALUE SPACES.
           02 WS-UM-Label2    PIC X(11) VALUE 'INPUT FILE:'.
           02 WS-UM-InputFile PIC X(20).

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'XT-MERGE'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.

      STOP RUN.

      RecordTransmission.
         MOVE 'xmitlog.dat' TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN EXTEND XmitLog
         IF WS-XmitLogStatus NOT = '00' THEN
           OPEN OUTPUT XmitLog
         MOVE WS-MergedHash TO XL-HashTotal
         WRITE XmitLogRecord
         CLOSE XmitLog
         OPEN EXTEND XmitDetail
         IF WS-XmitDetailStatus NOT = '00' THEN
           OPEN OUTPUT XmitDetail
         END-IF
         PERFORM WriteXmitDetail VARYING WS-Side1Iterator FROM 1 BY 1 UNTIL WS-Side1Iterator > WS-Side1Count
         CLOSE XmitDetail
         PERFORM ReleaseFileLock
      .

      WriteXmitDetail.
         IF WS-S1-Matched (WS-Side1Iterator) = 'Y' THEN
           MOVE WS-RunDate (1:8) TO XI-XmitDate
           MOVE 'fleetxtm.dat' TO XI-ExtractName
           MOVE WS-S1-RunDate (WS-Side1Iterator) TO XI-RunDate
           MOVE WS-S1-InputFile (WS-Side1Iterator) TO XI-InputFile
           MOVE WS-S1-RecordCount (WS-Side1Iterator) TO XI-RecordCount
           WRITE XmitDetailRecord
         END-IF
      .

      LoadExtract1.
         MOVE WS-ExtractTrailer TO MergedExtractRecord
         WRITE MergedExtractRecord
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
