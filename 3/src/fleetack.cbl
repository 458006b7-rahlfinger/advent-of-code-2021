            SELECT ResendQueue ASSIGN TO 'resendq.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AckHistory ASSIGN TO 'ackhist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AckHistoryStatus.

      DATA DIVISION.
         FILE SECTION.
         FD XmitLog.
            02 RQ-DetailCount PIC 9(6).
            02 RQ-HashTotal PIC 9(18).

         FD AckHistory.
         01 AckHistoryRecord.
            02 AH-RunDate PIC X(8).
            02 AH-ExtractName PIC X(12).
            02 AH-DetailCount PIC 9(6).
            02 AH-HashTotal PIC 9(18).
            02 AH-AckDate PIC X(8).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-XmitLogStatus PIC XX VALUE '00'.
         01 WS-AckFileName PIC X(20) VALUE 'fleetack.dat'.
         01 WS-AckFileStatus PIC XX VALUE '00'.
         01 WS-CmdLineArg PIC X(20) VALUE SPACES.
         01 WS-AckHistoryStatus PIC XX VALUE '00'.
         01 WS-AckDate PIC X(10).

         01 WS-MaxXmits PIC 9(3) VALUE 100.
         01 WS-XmitCount PIC 9(3) VALUE 0.
           02 WS-AR-Label4     PIC X(9)  VALUE 'ACK CNT: '.
           02 WS-AR-AckCnt     PIC ZZZZZ9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'FLEET-ACK'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-AckDate FROM DATE YYYYMMDD.
         PERFORM DetermineAckFileName.
         MOVE 'xmitlog.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         PERFORM LoadXmitLog.

         OPEN OUTPUT AckReport.
         OPEN OUTPUT ResendQueue.
         OPEN EXTEND AckHistory.
         IF WS-AckHistoryStatus NOT = '00' THEN
           OPEN OUTPUT AckHistory
         END-IF

         PERFORM MatchAckFile.
         PERFORM JudgeTransmission VARYING WS-XmitIterator FROM 1 BY 1 UNTIL WS-XmitIterator > WS-XmitCount.

         CLOSE AckHistory.
         CLOSE ResendQueue.
         CLOSE AckReport.

         PERFORM RewriteXmitLog.
         PERFORM ReleaseFileLocks.

         DISPLAY 'Transmissions Accepted: ' WS-AcceptedCount.
         DISPLAY 'Transmissions With Count/Hash Mismatch: ' WS-MismatchCount.
         IF WS-XmitLogStatus NOT = '00' THEN
           DISPLAY 'NOTE: no transmission log xmitlog.dat found -'
             ' nothing to reconcile'
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y' OR WS-XmitCount = WS-MaxXmits
                 ' entries - raise the transmission table limit'
               CLOSE XmitLog
               MOVE 16 TO RETURN-CODE
               PERFORM ReleaseFileLocks
               STOP RUN
           END-READ
         END-IF
         EVALUATE WS-XM-Disposition (WS-XmitIterator)
           WHEN 'A'
             ADD 1 TO WS-AcceptedCount
             PERFORM RecordAckHistory
           WHEN 'M'
             ADD 1 TO WS-MismatchCount
             PERFORM QueueForResend
         END-EVALUATE
      .

      RecordAckHistory.
         MOVE WS-XM-RunDate (WS-XmitIterator) TO AH-RunDate
         MOVE WS-XM-ExtractName (WS-XmitIterator) TO AH-ExtractName
         MOVE WS-XM-DetailCount (WS-XmitIterator) TO AH-DetailCount
         MOVE WS-XM-HashTotal (WS-XmitIterator) TO AH-HashTotal
         MOVE WS-AckDate (1:8) TO AH-AckDate
         WRITE AckHistoryRecord
      .

      QueueForResend.
         ADD 1 TO WS-ResendCount
         MOVE WS-XM-RunDate (WS-XmitIterator) TO RQ-RunDate
           WRITE XmitLogRecord
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

      ReleaseFileLocks.
         MOVE 'F' TO WS-LQ-Function
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
      .
