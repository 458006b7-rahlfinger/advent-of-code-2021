      IDENTIFICATION DIVISION.
      PROGRAM-ID. LOCK-MGR.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT LockRegistry ASSIGN TO 'lockreg.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryStatus.

            SELECT RegistryLatch ASSIGN TO 'lockreg.ltc'
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-LatchStatus.

            SELECT WaitParm ASSIGN TO 'lockwait.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WaitParmStatus.

            SELECT LockLog ASSIGN TO 'locklog.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LockLogStatus.

      DATA DIVISION.
         FILE SECTION.
         FD LockRegistry.
         01 LockRegistryRecord.
            02 LR-Resource PIC X(20).
            02 LR-Mode PIC X(1).
            02 LR-Program PIC X(12).
            02 LR-ProcessId PIC 9(9).
            02 LR-Since PIC X(14).

         FD RegistryLatch.
         01 RegistryLatchRecord PIC X(1).

         FD WaitParm.
         01 WaitParmRecord PIC X(4).

         FD LockLog.
         01 LockLogRecord PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-RegistryStatus PIC XX VALUE '00'.
         01 WS-LatchStatus PIC XX VALUE '00'.
         01 WS-WaitParmStatus PIC XX VALUE '00'.
         01 WS-LockLogStatus PIC XX VALUE '00'.
         01 WS-WaitParmValue PIC X(4).

         01 WS-ProcessId PIC 9(9) VALUE 0.
         01 WS-RunDate PIC X(10).
         01 WS-RunTime PIC X(8).
         01 WS-Timestamp PIC X(14).

         01 WS-DefaultWaitSeconds PIC 9(4) VALUE 60.
         01 WS-WaitSeconds PIC 9(4) VALUE 60.
         01 WS-WaitedSeconds PIC 9(4) VALUE 0.
         01 WS-SleepSeconds PIC 9(4) VALUE 5.
         01 WS-OneSecond PIC 9(4) VALUE 1.
         01 WS-MaxLatchTries PIC 9(2) VALUE 30.
         01 WS-LatchTries PIC 9(2) VALUE 0.
         01 WS-LatchHeld PIC A(1) VALUE 'N'.
         01 WS-WaitAnnounced PIC A(1) VALUE 'N'.
         01 WS-RegistryChanged PIC A(1) VALUE 'N'.

         01 WS-MaxLocks PIC 9(3) VALUE 100.
         01 WS-LockCount PIC 9(3) VALUE 0.
         01 WS-LockIterator PIC 9(3) VALUE 0.
         01 WS-KeptCount PIC 9(3) VALUE 0.
         01 WS-ConflictIndex PIC 9(3) VALUE 0.
         01 WS-OwnIndex PIC 9(3) VALUE 0.
         01 WS-LockTable.
           02 WS-LockEntry OCCURS 100 TIMES.
             03 WS-LK-Resource PIC X(20).
             03 WS-LK-Mode PIC X(1).
             03 WS-LK-Program PIC X(12).
             03 WS-LK-ProcessId PIC 9(9).
             03 WS-LK-Since PIC X(14).
             03 WS-LK-Keep PIC A(1).

         01 WS-ProbeCommand PIC X(60) VALUE SPACES.
         01 WS-ProbeProcessId PIC Z(8)9.
         01 WS-ProbeRc PIC 9(4) VALUE 0.
         01 WS-HolderAlive PIC A(1) VALUE 'Y'.

         01 WS-LockLogLine.
           02 WS-LL-Label1    PIC X(6)  VALUE 'WHEN: '.
           02 WS-LL-Timestamp PIC X(14).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Event     PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Label2    PIC X(6)  VALUE 'FILE: '.
           02 WS-LL-Resource  PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Label3    PIC X(8)  VALUE 'HOLDER: '.
           02 WS-LL-Holder    PIC X(12).
           02 FILLER          PIC X(1)  VALUE SPACES.
           02 WS-LL-ProcessId PIC Z(8)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Label4    PIC X(7)  VALUE 'SINCE: '.
           02 WS-LL-Since     PIC X(14).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Label5    PIC X(4)  VALUE 'BY: '.
           02 WS-LL-Requester PIC X(12).

         LINKAGE SECTION.
         01 LockRequest.
            02 LQ-Function PIC X(1).
            02 LQ-Resource PIC X(20).
            02 LQ-Mode PIC X(1).
            02 LQ-Program PIC X(12).
            02 LQ-Result PIC X(1).
            02 LQ-HolderProgram PIC X(12).
            02 LQ-HolderProcessId PIC 9(9).
            02 LQ-HolderSince PIC X(14).
            02 LQ-StaleCount PIC 9(4).

      PROCEDURE DIVISION USING LockRequest.
         CALL 'C$GETPID' RETURNING WS-ProcessId.
         MOVE SPACE TO LQ-Result.
         MOVE SPACES TO LQ-HolderProgram LQ-HolderSince.
         MOVE 0 TO LQ-HolderProcessId LQ-StaleCount.

         EVALUATE LQ-Function
           WHEN 'A'
             PERFORM AcquireLock
           WHEN 'R'
             PERFORM ReleaseLock
           WHEN 'F'
             PERFORM ReleaseAllLocks
           WHEN 'C'
             PERFORM SweepStaleLocks
           WHEN 'K'
             PERFORM ForceReleaseLock
           WHEN OTHER
             DISPLAY 'ERROR: lock request function ' LQ-Function
               ' is not recognised'
             MOVE 'E' TO LQ-Result
         END-EVALUATE
      GOBACK.

      AcquireLock.
         PERFORM DetermineWaitSeconds
         MOVE 0 TO WS-WaitedSeconds
         MOVE 'N' TO WS-WaitAnnounced
         PERFORM TryAcquireLock UNTIL LQ-Result NOT = SPACE
      .

      DetermineWaitSeconds.
         MOVE WS-DefaultWaitSeconds TO WS-WaitSeconds
         OPEN INPUT WaitParm
         IF WS-WaitParmStatus = '00' THEN
           READ WaitParm INTO WS-WaitParmValue
             AT END
               CONTINUE
             NOT AT END
               IF WS-WaitParmValue IS NUMERIC THEN
                 MOVE WS-WaitParmValue TO WS-WaitSeconds
               END-IF
           END-READ
           CLOSE WaitParm
         END-IF
      .

      TryAcquireLock.
         PERFORM OpenRegistryLatch
         IF WS-LatchHeld = 'N' THEN
           MOVE 'E' TO LQ-Result
         ELSE
           PERFORM LoadLockRegistry
           IF LQ-Result = SPACE THEN
             PERFORM FindConflictingLock
             IF WS-ConflictIndex = 0 THEN
               PERFORM RecordOwnLock
               IF LQ-Result = SPACE THEN
                 PERFORM SaveLockRegistry
                 MOVE 'G' TO LQ-Result
               END-IF
             ELSE
               IF WS-RegistryChanged = 'Y' THEN
                 PERFORM SaveLockRegistry
               END-IF
               IF WS-WaitedSeconds NOT < WS-WaitSeconds THEN
                 MOVE 'B' TO LQ-Result
                 MOVE WS-LK-Program (WS-ConflictIndex) TO LQ-HolderProgram
                 MOVE WS-LK-ProcessId (WS-ConflictIndex) TO LQ-HolderProcessId
                 MOVE WS-LK-Since (WS-ConflictIndex) TO LQ-HolderSince
                 MOVE 'BUSY' TO WS-LL-Event
                 MOVE WS-ConflictIndex TO WS-LockIterator
                 PERFORM WriteLockLogLine
               ELSE
                 IF WS-WaitAnnounced = 'N' THEN
                   DISPLAY 'Waiting up to ' WS-WaitSeconds ' seconds for '
                     LQ-Resource ' - in use by ' WS-LK-Program (WS-ConflictIndex)
                   MOVE 'Y' TO WS-WaitAnnounced
                 END-IF
               END-IF
             END-IF
           END-IF
           CLOSE RegistryLatch
           MOVE 'N' TO WS-LatchHeld
           IF LQ-Result = SPACE THEN
             CALL 'C$SLEEP' USING WS-SleepSeconds
             ADD WS-SleepSeconds TO WS-WaitedSeconds
           END-IF
         END-IF
      .

      ReleaseLock.
         PERFORM OpenRegistryLatch
         IF WS-LatchHeld = 'N' THEN
           MOVE 'E' TO LQ-Result
         ELSE
           PERFORM LoadLockRegistry
           IF LQ-Result = SPACE THEN
             PERFORM DropOwnResourceLock VARYING WS-LockIterator FROM 1 BY 1 UNTIL WS-LockIterator > WS-LockCount
             PERFORM SaveLockRegistry
             MOVE 'G' TO LQ-Result
           END-IF
           CLOSE RegistryLatch
           MOVE 'N' TO WS-LatchHeld
         END-IF
      .

      DropOwnResourceLock.
         IF WS-LK-Resource (WS-LockIterator) = LQ-Resource
             AND WS-LK-ProcessId (WS-LockIterator) = WS-ProcessId THEN
           MOVE 'N' TO WS-LK-Keep (WS-LockIterator)
         END-IF
      .

      ReleaseAllLocks.
         PERFORM OpenRegistryLatch
         IF WS-LatchHeld = 'N' THEN
           MOVE 'E' TO LQ-Result
         ELSE
           PERFORM LoadLockRegistry
           IF LQ-Result = SPACE THEN
             PERFORM DropOwnLock VARYING WS-LockIterator FROM 1 BY 1 UNTIL WS-LockIterator > WS-LockCount
             PERFORM SaveLockRegistry
             MOVE 'G' TO LQ-Result
           END-IF
           CLOSE RegistryLatch
           MOVE 'N' TO WS-LatchHeld
         END-IF
      .

      DropOwnLock.
         IF WS-LK-ProcessId (WS-LockIterator) = WS-ProcessId THEN
           MOVE 'N' TO WS-LK-Keep (WS-LockIterator)
         END-IF
      .

      SweepStaleLocks.
         PERFORM OpenRegistryLatch
         IF WS-LatchHeld = 'N' THEN
           MOVE 'E' TO LQ-Result
         ELSE
           PERFORM LoadLockRegistry
           IF LQ-Result = SPACE THEN
             IF WS-RegistryChanged = 'Y' THEN
               PERFORM SaveLockRegistry
             END-IF
             MOVE 'G' TO LQ-Result
           END-IF
           CLOSE RegistryLatch
           MOVE 'N' TO WS-LatchHeld
         END-IF
      .

      ForceReleaseLock.
         PERFORM OpenRegistryLatch
         IF WS-LatchHeld = 'N' THEN
           MOVE 'E' TO LQ-Result
         ELSE
           PERFORM LoadLockRegistry
           IF LQ-Result = SPACE THEN
             PERFORM DropAnyResourceLock VARYING WS-LockIterator FROM 1 BY 1 UNTIL WS-LockIterator > WS-LockCount
             PERFORM SaveLockRegistry
             MOVE 'G' TO LQ-Result
           END-IF
           CLOSE RegistryLatch
           MOVE 'N' TO WS-LatchHeld
         END-IF
      .

      DropAnyResourceLock.
         IF WS-LK-Resource (WS-LockIterator) = LQ-Resource THEN
           MOVE 'N' TO WS-LK-Keep (WS-LockIterator)
           MOVE 'FORCED' TO WS-LL-Event
           PERFORM WriteLockLogLine
           DISPLAY 'Lock on ' LQ-Resource ' held by ' WS-LK-Program (WS-LockIterator)
             ' (process ' WS-LK-ProcessId (WS-LockIterator) ') was released by '
             LQ-Program
         END-IF
      .

      OpenRegistryLatch.
         MOVE 'N' TO WS-LatchHeld
         MOVE 0 TO WS-LatchTries
         PERFORM TryRegistryLatch UNTIL WS-LatchHeld = 'Y' OR WS-LatchTries = WS-MaxLatchTries
         IF WS-LatchHeld = 'N' THEN
           DISPLAY 'ERROR: the lock registry latch lockreg.ltc could not be taken'
             ' - status ' WS-LatchStatus
         END-IF
      .

      TryRegistryLatch.
         ADD 1 TO WS-LatchTries
         OPEN EXTEND RegistryLatch
         IF WS-LatchStatus NOT = '00' AND WS-LatchStatus NOT = '61' THEN
           OPEN OUTPUT RegistryLatch
         END-IF
         IF WS-LatchStatus = '00' THEN
           MOVE 'Y' TO WS-LatchHeld
         ELSE
           IF WS-LatchTries < WS-MaxLatchTries THEN
             CALL 'C$SLEEP' USING WS-OneSecond
           END-IF
         END-IF
      .

      LoadLockRegistry.
         MOVE 0 TO WS-LockCount
         MOVE 'N' TO WS-RegistryChanged
         MOVE 'N' TO WS-Eof
         OPEN INPUT LockRegistry
         IF WS-RegistryStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ LockRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 PERFORM StoreRegistryEntry
             END-READ
           END-PERFORM
           CLOSE LockRegistry
         ELSE
           IF WS-RegistryStatus NOT = '35' THEN
             DISPLAY 'ERROR: cannot open the lock registry lockreg.dat - status '
               WS-RegistryStatus
             MOVE 'E' TO LQ-Result
           END-IF
         END-IF
         MOVE 'N' TO WS-Eof
      .

      StoreRegistryEntry.
         IF LR-Resource = SPACES OR LR-ProcessId IS NOT NUMERIC THEN
           MOVE 'Y' TO WS-RegistryChanged
         ELSE
           MOVE 'Y' TO WS-HolderAlive
           IF LR-ProcessId NOT = WS-ProcessId THEN
             PERFORM ProbeHolderProcess
           END-IF
           IF WS-HolderAlive = 'N' THEN
             MOVE 'Y' TO WS-RegistryChanged
             ADD 1 TO LQ-StaleCount
             PERFORM ReportStaleLock
           ELSE
             IF WS-LockCount = WS-MaxLocks THEN
               DISPLAY 'ERROR: the lock registry holds more than '
                 WS-MaxLocks ' locks'
               MOVE 'E' TO LQ-Result
             ELSE
               ADD 1 TO WS-LockCount
               MOVE LR-Resource TO WS-LK-Resource (WS-LockCount)
               MOVE LR-Mode TO WS-LK-Mode (WS-LockCount)
               MOVE LR-Program TO WS-LK-Program (WS-LockCount)
               MOVE LR-ProcessId TO WS-LK-ProcessId (WS-LockCount)
               MOVE LR-Since TO WS-LK-Since (WS-LockCount)
               MOVE 'Y' TO WS-LK-Keep (WS-LockCount)
             END-IF
           END-IF
         END-IF
      .

      ProbeHolderProcess.
         MOVE LR-ProcessId TO WS-ProbeProcessId
         MOVE SPACES TO WS-ProbeCommand
         STRING 'ps -p ' DELIMITED BY SIZE
                WS-ProbeProcessId DELIMITED BY SIZE
                ' >/dev/null 2>&1' DELIMITED BY SIZE
           INTO WS-ProbeCommand
         MOVE 0 TO RETURN-CODE
         CALL 'SYSTEM' USING WS-ProbeCommand
         MOVE RETURN-CODE TO WS-ProbeRc
         MOVE 0 TO RETURN-CODE
         IF WS-ProbeRc = 0 THEN
           MOVE 'Y' TO WS-HolderAlive
         ELSE
           MOVE 'N' TO WS-HolderAlive
         END-IF
      .

      ReportStaleLock.
         DISPLAY 'WARNING: stale lock on ' LR-Resource ' held by ' LR-Program
           ' (process ' LR-ProcessId ' since ' LR-Since ')'
           ' - the holder is no longer running, lock cleared'
         PERFORM StampNow
         MOVE WS-Timestamp TO WS-LL-Timestamp
         MOVE 'STALE' TO WS-LL-Event
         MOVE LR-Resource TO WS-LL-Resource
         MOVE LR-Program TO WS-LL-Holder
         MOVE LR-ProcessId TO WS-LL-ProcessId
         MOVE LR-Since TO WS-LL-Since
         MOVE LQ-Program TO WS-LL-Requester
         PERFORM AppendLockLog
      .

      FindConflictingLock.
         MOVE 0 TO WS-ConflictIndex
         PERFORM ScanConflictSlot VARYING WS-LockIterator FROM 1 BY 1 UNTIL WS-LockIterator > WS-LockCount OR WS-ConflictIndex > 0
      .

      ScanConflictSlot.
         IF WS-LK-Resource (WS-LockIterator) = LQ-Resource
             AND WS-LK-ProcessId (WS-LockIterator) NOT = WS-ProcessId THEN
           IF LQ-Mode = 'X' OR WS-LK-Mode (WS-LockIterator) = 'X' THEN
             MOVE WS-LockIterator TO WS-ConflictIndex
           END-IF
         END-IF
      .

      RecordOwnLock.
         MOVE 0 TO WS-OwnIndex
         PERFORM ScanOwnSlot VARYING WS-LockIterator FROM 1 BY 1 UNTIL WS-LockIterator > WS-LockCount OR WS-OwnIndex > 0
         IF WS-OwnIndex > 0 THEN
           IF LQ-Mode = 'X' THEN
             MOVE 'X' TO WS-LK-Mode (WS-OwnIndex)
           END-IF
         ELSE
           IF WS-LockCount = WS-MaxLocks THEN
             DISPLAY 'ERROR: the lock registry is full - ' WS-MaxLocks
               ' locks are already held'
             MOVE 'E' TO LQ-Result
           ELSE
             PERFORM StampNow
             ADD 1 TO WS-LockCount
             MOVE LQ-Resource TO WS-LK-Resource (WS-LockCount)
             MOVE LQ-Mode TO WS-LK-Mode (WS-LockCount)
             MOVE LQ-Program TO WS-LK-Program (WS-LockCount)
             MOVE WS-ProcessId TO WS-LK-ProcessId (WS-LockCount)
             MOVE WS-Timestamp TO WS-LK-Since (WS-LockCount)
             MOVE 'Y' TO WS-LK-Keep (WS-LockCount)
           END-IF
         END-IF
      .

      ScanOwnSlot.
         IF WS-LK-Resource (WS-LockIterator) = LQ-Resource
             AND WS-LK-ProcessId (WS-LockIterator) = WS-ProcessId THEN
           MOVE WS-LockIterator TO WS-OwnIndex
         END-IF
      .

      SaveLockRegistry.
         MOVE 0 TO WS-KeptCount
         OPEN OUTPUT LockRegistry
         IF WS-RegistryStatus NOT = '00' THEN
           DISPLAY 'ERROR: cannot rewrite the lock registry lockreg.dat - status '
             WS-RegistryStatus
           MOVE 'E' TO LQ-Result
         ELSE
           PERFORM WriteRegistryEntry VARYING WS-LockIterator FROM 1 BY 1 UNTIL WS-LockIterator > WS-LockCount
           CLOSE LockRegistry
         END-IF
      .

      WriteRegistryEntry.
         IF WS-LK-Keep (WS-LockIterator) = 'Y' THEN
           ADD 1 TO WS-KeptCount
           MOVE WS-LK-Resource (WS-LockIterator) TO LR-Resource
           MOVE WS-LK-Mode (WS-LockIterator) TO LR-Mode
           MOVE WS-LK-Program (WS-LockIterator) TO LR-Program
           MOVE WS-LK-ProcessId (WS-LockIterator) TO LR-ProcessId
           MOVE WS-LK-Since (WS-LockIterator) TO LR-Since
           WRITE LockRegistryRecord
         END-IF
      .

      WriteLockLogLine.
         PERFORM StampNow
         MOVE WS-Timestamp TO WS-LL-Timestamp
         MOVE WS-LK-Resource (WS-LockIterator) TO WS-LL-Resource
         MOVE WS-LK-Program (WS-LockIterator) TO WS-LL-Holder
         MOVE WS-LK-ProcessId (WS-LockIterator) TO WS-LL-ProcessId
         MOVE WS-LK-Since (WS-LockIterator) TO WS-LL-Since
         MOVE LQ-Program TO WS-LL-Requester
         PERFORM AppendLockLog
      .

      AppendLockLog.
         OPEN EXTEND LockLog
         IF WS-LockLogStatus NOT = '00' THEN
           OPEN OUTPUT LockLog
         END-IF
         MOVE WS-LockLogLine TO LockLogRecord
         WRITE LockLogRecord
         CLOSE LockLog
      .

      StampNow.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD
         ACCEPT WS-RunTime FROM TIME
         MOVE SPACES TO WS-Timestamp
         STRING WS-RunDate (1:8) DELIMITED BY SIZE
                WS-RunTime (1:6) DELIMITED BY SIZE
           INTO WS-Timestamp
      .
