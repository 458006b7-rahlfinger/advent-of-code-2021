            RECORD KEY IS MR-Key
            FILE STATUS IS WS-MasterStatus.

            SELECT ArchiveControl ASSIGN TO 'archctl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ArchiveCtlStatus.

            SELECT ChangeHistory ASSIGN TO 'chghist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ChangeHistStatus.

      DATA DIVISION.
         FILE SECTION.
         FD PostJournal.
            02 MR-FirstDate PIC X(8).
            02 MR-SeenCount PIC 9(4).

         FD ArchiveControl.
         01 ArchiveControlRecord.
            02 AC-RecordType PIC X(1).
            02 AC-ArchiveDate PIC X(8).
            02 AC-BatchFile PIC X(20).
            02 AC-RunDate PIC X(8).
            02 AC-MasterCount PIC 9(8).
            02 AC-JournalCount PIC 9(8).

         FD ChangeHistory.
         01 ChangeHistoryRecord.
            02 CH-ChangeId PIC 9(6).
            02 CH-Timestamp PIC X(14).
            02 CH-Operator PIC X(8).
            02 CH-Program PIC X(12).
            02 CH-Event PIC X(1).
            02 CH-Object PIC X(16).
            02 CH-Item PIC X(20).
            02 CH-Before PIC X(20).
            02 CH-After PIC X(20).
            02 CH-RequestedBy PIC X(8).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-JournalStatus PIC XX VALUE '00'.
         01 WS-WorkStatus PIC XX VALUE '00'.
         01 WS-MasterStatus PIC XX VALUE '00'.
         01 WS-WorkFileName PIC X(12) VALUE 'mstrjwrk.dat'.
         01 WS-ArchiveCtlStatus PIC XX VALUE '00'.
         01 WS-ArchivedOn PIC X(8) VALUE SPACES.
         01 WS-ArchivedEntries PIC 9(8) VALUE 0.

         01 WS-CmdLineArg PIC X(40) VALUE SPACES.
         01 WS-TargetFile PIC X(20) VALUE SPACES.
         01 WS-TargetDate PIC X(8) VALUE SPACES.
         01 WS-PurgeMode PIC A(1) VALUE 'N'.

         01 WS-OperatorId PIC X(8) VALUE SPACES.
         01 WS-ChangeHistStatus PIC XX VALUE '00'.
         01 WS-ChangeDate PIC X(10).
         01 WS-ChangeTime PIC X(8).
         01 WS-LastChangeId PIC 9(6) VALUE 0.
         01 WS-PendingBackoutId PIC 9(6) VALUE 0.
         01 WS-PendingRequester PIC X(8) VALUE SPACES.
         01 WS-PendingSince PIC X(14) VALUE SPACES.
         01 WS-ChangeEvent.
           02 WS-CE-ChangeId PIC 9(6).
           02 WS-CE-Timestamp PIC X(14).
           02 WS-CE-Operator PIC X(8).
           02 WS-CE-Program PIC X(12).
           02 WS-CE-Event PIC X(1).
           02 WS-CE-Object PIC X(16).
           02 WS-CE-Item PIC X(20).
           02 WS-CE-Before PIC X(20).
           02 WS-CE-After PIC X(20).
           02 WS-CE-RequestedBy PIC X(8).

         01 WS-MaxJournal PIC 9(6) VALUE 100000.
         01 WS-JournalCount PIC 9(6) VALUE 0.
         01 WS-JournalIterator PIC 9(6) VALUE 0.
         01 WS-MatchedCount PIC 9(6) VALUE 0.
         01 WS-KeptCount PIC 9(6) VALUE 0.
         01 WS-PurgedCount PIC 9(6) VALUE 0.
         01 WS-JournalTotal PIC 9(6) VALUE 0.
         01 WS-DeletedCount PIC 9(6) VALUE 0.
         01 WS-RestoredCount PIC 9(6) VALUE 0.
         01 WS-ErrorCount PIC 9(6) VALUE 0.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'MSTR-BACKOUT'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM DetermineBackoutTarget.

         IF WS-PurgeMode = 'Y' THEN
           MOVE 'mstrjrnl.dat' TO WS-LQ-Resource
           MOVE 'X' TO WS-LQ-Mode
           PERFORM AcquireFileLock
           PERFORM PurgePostJournal
           PERFORM CopyWorkToJournal
           PERFORM RecordJournalPurge
           PERFORM ReleaseFileLocks
           DISPLAY 'Journal Entries Kept: ' WS-KeptCount
           DISPLAY 'Journal Entries Purged: ' WS-PurgedCount
           STOP RUN
         END-IF

         MOVE 'diagmstr.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'mstrjrnl.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.

         PERFORM CheckArchivedBatch.

         PERFORM SplitPostJournal.

         IF WS-MatchedCount = 0 THEN
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           PERFORM ReleaseFileLocks
           DISPLAY 'NOTE: the posting journal holds no entries for '
             WS-TargetFile ' on ' WS-TargetDate ' - nothing to back out'
           STOP RUN
         END-IF

         PERFORM CheckBackoutApproval.

         PERFORM OpenReadingMaster.
         PERFORM BackoutEntry VARYING WS-JournalIterator FROM WS-JournalCount BY -1 UNTIL WS-JournalIterator = 0.
         CLOSE ReadingMaster.

         PERFORM CopyWorkToJournal.
         PERFORM RecordBackoutApproval.
         PERFORM ReleaseFileLocks.

         DISPLAY 'Backout change ' WS-PendingBackoutId ' requested by '
           WS-PendingRequester ' approved by ' WS-OperatorId.

         DISPLAY 'Journal Entries Matched: ' WS-MatchedCount.
         DISPLAY 'Journal Entries Carried Forward: ' WS-KeptCount.
      DetermineBackoutTarget.
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         UNSTRING WS-CmdLineArg DELIMITED BY ALL SPACES
           INTO WS-TargetFile WS-TargetDate WS-OperatorId
         IF WS-TargetFile = SPACES OR WS-TargetDate = SPACES THEN
           DISPLAY 'FATAL: give the batch input file name and the run date'
             ' to back out, e.g. input.txt 20260902 - or PURGE and a'
             ' cutoff date to drop confirmed journal entries,'
             ' e.g. PURGE 20260831 - followed by your operator ID'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-OperatorId = SPACES THEN
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OperatorId
         END-IF
         INSPECT WS-OperatorId CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-OperatorId = SPACES THEN
           DISPLAY 'FATAL: an operator ID is required'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-TargetFile = 'PURGE' THEN
           MOVE 'Y' TO WS-PurgeMode
           DISPLAY 'Purging journal entries dated ' WS-TargetDate
         END-IF
      .

      CheckArchivedBatch.
         MOVE SPACES TO WS-ArchivedOn
         MOVE 'N' TO WS-Eof
         OPEN INPUT ArchiveControl
         IF WS-ArchiveCtlStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ArchiveControl
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF AC-RecordType = 'B' AND AC-BatchFile = WS-TargetFile
                     AND AC-RunDate = WS-TargetDate THEN
                   MOVE AC-ArchiveDate TO WS-ArchivedOn
                   MOVE AC-JournalCount TO WS-ArchivedEntries
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ArchiveControl
         END-IF
         MOVE 'N' TO WS-Eof
         IF WS-ArchivedOn NOT = SPACES THEN
           DISPLAY 'ERROR: ' WS-TargetFile ' posted on ' WS-TargetDate
             ' was archived on ' WS-ArchivedOn ' - ' WS-ArchivedEntries
             ' of its journal entries are in jrnlhist.' WS-ArchivedOn '.dat'
             ' and its readings in mstrhist.' WS-ArchivedOn '.dat;'
             ' the batch can no longer be backed out'
           PERFORM ReleaseFileLocks
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF
      .

      CheckBackoutApproval.
         MOVE 'chghist.dat' TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         PERFORM ScanChangeHistory
         IF WS-PendingBackoutId = 0 THEN
           MOVE 0 TO WS-CE-ChangeId
           MOVE 'P' TO WS-CE-Event
           MOVE SPACES TO WS-CE-After
           STRING WS-MatchedCount DELIMITED BY SIZE
                  ' ENTRIES' DELIMITED BY SIZE
             INTO WS-CE-After
           MOVE SPACES TO WS-CE-RequestedBy
           PERFORM WriteBackoutEvent
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           PERFORM ReleaseFileLocks
           DISPLAY 'Backout of ' WS-TargetFile ' on ' WS-TargetDate
             ' (' WS-MatchedCount ' journal entries) recorded as change '
             WS-CE-ChangeId ' pending approval'
           DISPLAY 'NOTE: nothing was reversed - a different operator must'
             ' rerun MSTR-BACKOUT ' WS-TargetFile ' ' WS-TargetDate
             ' with their operator ID to approve and perform the backout'
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-PendingRequester = WS-OperatorId THEN
           DISPLAY 'ERROR: the backout of ' WS-TargetFile ' on '
             WS-TargetDate ' was requested by ' WS-OperatorId
             ' as change ' WS-PendingBackoutId ' at ' WS-PendingSince
             ' - it must be approved by a different operator;'
             ' nothing was reversed'
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           PERFORM ReleaseFileLocks
           MOVE 12 TO RETURN-CODE
           STOP RUN
         END-IF
      .

      ScanChangeHistory.
         MOVE 0 TO WS-LastChangeId
         MOVE 0 TO WS-PendingBackoutId
         MOVE SPACES TO WS-PendingRequester
         MOVE SPACES TO WS-PendingSince
         MOVE 'N' TO WS-Eof
         OPEN INPUT ChangeHistory
         IF WS-ChangeHistStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ChangeHistory
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 PERFORM ApplyChangeHistory
             END-READ
           END-PERFORM
           CLOSE ChangeHistory
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ApplyChangeHistory.
         IF CH-ChangeId > WS-LastChangeId THEN
           MOVE CH-ChangeId TO WS-LastChangeId
         END-IF
         IF CH-Event = 'P' AND CH-Object = 'BACKOUT'
             AND CH-Item = WS-TargetFile
             AND CH-Before (1:8) = WS-TargetDate THEN
           MOVE CH-ChangeId TO WS-PendingBackoutId
           MOVE CH-Operator TO WS-PendingRequester
           MOVE CH-Timestamp TO WS-PendingSince
         END-IF
         IF (CH-Event = 'A' OR CH-Event = 'D')
             AND CH-ChangeId = WS-PendingBackoutId THEN
           MOVE 0 TO WS-PendingBackoutId
           MOVE SPACES TO WS-PendingRequester
           MOVE SPACES TO WS-PendingSince
         END-IF
      .

      RecordBackoutApproval.
         MOVE WS-PendingBackoutId TO WS-CE-ChangeId
         MOVE 'A' TO WS-CE-Event
         MOVE SPACES TO WS-CE-After
         STRING WS-MatchedCount DELIMITED BY SIZE
                ' ENTRIES' DELIMITED BY SIZE
           INTO WS-CE-After
         MOVE WS-PendingRequester TO WS-CE-RequestedBy
         PERFORM WriteBackoutEvent
      .

      WriteBackoutEvent.
         MOVE 'BACKOUT' TO WS-CE-Object
         MOVE WS-TargetFile TO WS-CE-Item
         MOVE WS-TargetDate TO WS-CE-Before
         PERFORM WriteChangeEvent
      .

      RecordJournalPurge.
         MOVE 'chghist.dat' TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         PERFORM ScanChangeHistory
         MOVE 0 TO WS-CE-ChangeId
         MOVE 'C' TO WS-CE-Event
         MOVE 'mstrjrnl.dat' TO WS-CE-Object
         MOVE SPACES TO WS-CE-Item
         STRING 'PURGE THRU ' DELIMITED BY SIZE
                WS-TargetDate DELIMITED BY SIZE
           INTO WS-CE-Item
         ADD WS-KeptCount WS-PurgedCount GIVING WS-JournalTotal
         MOVE SPACES TO WS-CE-Before
         STRING WS-JournalTotal DELIMITED BY SIZE
                ' ENTRIES' DELIMITED BY SIZE
           INTO WS-CE-Before
         MOVE SPACES TO WS-CE-After
         STRING WS-KeptCount DELIMITED BY SIZE
                ' ENTRIES' DELIMITED BY SIZE
           INTO WS-CE-After
         MOVE SPACES TO WS-CE-RequestedBy
         PERFORM WriteChangeEvent
      .

      WriteChangeEvent.
         ACCEPT WS-ChangeDate FROM DATE YYYYMMDD
         ACCEPT WS-ChangeTime FROM TIME
         MOVE SPACES TO WS-CE-Timestamp
         STRING WS-ChangeDate (1:8) DELIMITED BY SIZE
                WS-ChangeTime (1:6) DELIMITED BY SIZE
           INTO WS-CE-Timestamp
         MOVE WS-OperatorId TO WS-CE-Operator
         MOVE 'MSTR-BACKOUT' TO WS-CE-Program
         IF WS-CE-ChangeId = 0 THEN
           ADD 1 TO WS-LastChangeId
           MOVE WS-LastChangeId TO WS-CE-ChangeId
         END-IF
         OPEN EXTEND ChangeHistory
         IF WS-ChangeHistStatus NOT = '00' THEN
           OPEN OUTPUT ChangeHistory
         END-IF
         MOVE WS-ChangeEvent TO ChangeHistoryRecord
         WRITE ChangeHistoryRecord
         CLOSE ChangeHistory
      .

      OpenPostJournalInput.
         OPEN INPUT PostJournal
         IF WS-JournalStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open posting journal mstrjrnl.dat'
             ' - status ' WS-JournalStatus
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .
             WS-WorkFileName ' - status ' WS-WorkStatus
           CLOSE PostJournal
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .
           CLOSE PostJournal
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         ADD 1 TO WS-JournalCount
             WS-MasterStatus
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
      .
               ' mstrjrnl.dat before any further posting or backout'
           END-IF
           MOVE 16 TO RETURN-CODE
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         OPEN OUTPUT PostJournal
         MOVE 'N' TO WS-Eof
         CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
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
