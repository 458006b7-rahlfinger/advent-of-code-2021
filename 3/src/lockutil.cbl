      IDENTIFICATION DIVISION.
      PROGRAM-ID. LOCK-UTIL.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT LockRegistry ASSIGN TO 'lockreg.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryStatus.

            SELECT LockReport ASSIGN TO 'lockrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD LockRegistry.
         01 LockRegistryRecord.
            02 LR-Resource PIC X(20).
            02 LR-Mode PIC X(1).
            02 LR-Program PIC X(12).
            02 LR-ProcessId PIC 9(9).
            02 LR-Since PIC X(14).

         FD LockReport.
         01 LockReportRecord PIC X(100).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-RegistryStatus PIC XX VALUE '00'.
         01 WS-CmdLineArg PIC X(40) VALUE SPACES.
         01 WS-Action PIC X(8) VALUE SPACES.
         01 WS-Target PIC X(20) VALUE SPACES.
         01 WS-HeldCount PIC 9(4) VALUE 0.
         01 WS-RunDate PIC X(10).

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12).
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).

         01 WS-LockReportLine.
           02 WS-LR-Label1    PIC X(6)  VALUE 'FILE: '.
           02 WS-LR-Resource  PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LR-Label2    PIC X(6)  VALUE 'MODE: '.
           02 WS-LR-Mode      PIC X(9).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LR-Label3    PIC X(8)  VALUE 'HOLDER: '.
           02 WS-LR-Program   PIC X(12).
           02 FILLER          PIC X(1)  VALUE SPACES.
           02 WS-LR-ProcessId PIC Z(8)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LR-Label4    PIC X(7)  VALUE 'SINCE: '.
           02 WS-LR-Since     PIC X(14).

         01 WS-LockSummaryLine.
           02 WS-LS-Label0    PIC X(10) VALUE 'RUN DATE: '.
           02 WS-LS-RunDate   PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LS-Label1    PIC X(6)  VALUE 'HELD: '.
           02 WS-LS-Held      PIC ZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LS-Label2    PIC X(15) VALUE 'STALE CLEARED: '.
           02 WS-LS-Stale     PIC ZZZ9.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE.
         UNSTRING WS-CmdLineArg DELIMITED BY ALL SPACES
           INTO WS-Action WS-Target.
         MOVE 'LOCK-UTIL' TO WS-LQ-Program.
         MOVE SPACES TO WS-LQ-Resource.
         MOVE 'S' TO WS-LQ-Mode.

         IF WS-Action = 'RELEASE' THEN
           IF WS-Target = SPACES THEN
             DISPLAY 'FATAL: give the file whose lock is to be released,'
               ' e.g. RELEASE diagmstr.dat'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE 'K' TO WS-LQ-Function
           MOVE WS-Target TO WS-LQ-Resource
           CALL 'LOCK-MGR' USING WS-LockRequest
           IF WS-LQ-Result NOT = 'G' THEN
             DISPLAY 'FATAL: the lock registry could not be updated'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         ELSE
           IF WS-Action NOT = SPACES THEN
             DISPLAY 'FATAL: run with no arguments to list the locks held,'
               ' or RELEASE and a file name to release a lock by hand'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF

         MOVE 'C' TO WS-LQ-Function.
         CALL 'LOCK-MGR' USING WS-LockRequest.
         IF WS-LQ-Result NOT = 'G' THEN
           DISPLAY 'FATAL: the lock registry could not be checked'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM ListHeldLocks.

         DISPLAY 'Locks Held: ' WS-HeldCount.
         DISPLAY 'Stale Locks Cleared: ' WS-LQ-StaleCount.
         IF WS-LQ-StaleCount > 0 THEN
           DISPLAY 'Stale locks left by abended runs were cleared - see locklog.txt'
           IF RETURN-CODE = ZERO THEN
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
      STOP RUN.

      ListHeldLocks.
         MOVE 0 TO WS-HeldCount
         MOVE 'N' TO WS-Eof
         OPEN OUTPUT LockReport
         OPEN INPUT LockRegistry
         IF WS-RegistryStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ LockRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-HeldCount
                 PERFORM WriteLockReportLine
             END-READ
           END-PERFORM
           CLOSE LockRegistry
         END-IF
         MOVE WS-RunDate (1:8) TO WS-LS-RunDate
         MOVE WS-HeldCount TO WS-LS-Held
         MOVE WS-LQ-StaleCount TO WS-LS-Stale
         MOVE WS-LockSummaryLine TO LockReportRecord
         WRITE LockReportRecord
         CLOSE LockReport
         MOVE 'N' TO WS-Eof
      .

      WriteLockReportLine.
         MOVE LR-Resource TO WS-LR-Resource
         IF LR-Mode = 'X' THEN
           MOVE 'EXCLUSIVE' TO WS-LR-Mode
         ELSE
           MOVE 'SHARED' TO WS-LR-Mode
         END-IF
         MOVE LR-Program TO WS-LR-Program
         MOVE LR-ProcessId TO WS-LR-ProcessId
         MOVE LR-Since TO WS-LR-Since
         MOVE WS-LockReportLine TO LockReportRecord
         WRITE LockReportRecord
         DISPLAY WS-LockReportLine
      .
