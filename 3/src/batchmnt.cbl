            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CheckFileStatus.

            SELECT ChangeHistory ASSIGN TO 'chghist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ChangeHistStatus.

      DATA DIVISION.
         FILE SECTION.
         FD BatchList.
         FD CheckFile.
         01 CheckFileRecord PIC X(20).

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
         01 WS-ExitFlag PIC A(1) VALUE 'N'.
         01 WS-BatchNameTable.
           02 WS-BatchName PIC X(20) OCCURS 20 TIMES.

         01 WS-SavedBitWidth PIC 9(2) VALUE 12.
         01 WS-SavedBatchCount PIC 9(2) VALUE 0.
         01 WS-SavedBatchTable.
           02 WS-SavedBatchName PIC X(20) OCCURS 20 TIMES.

         01 WS-OperatorId PIC X(8) VALUE SPACES.
         01 WS-ChangeHistStatus PIC XX VALUE '00'.
         01 WS-ChangeDate PIC X(10).
         01 WS-ChangeTime PIC X(8).
         01 WS-LastChangeId PIC 9(6) VALUE 0.
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

         01 WS-MaxPending PIC 9(2) VALUE 50.
         01 WS-PendingCount PIC 9(2) VALUE 0.
         01 WS-PendingIterator PIC 9(2) VALUE 0.
         01 WS-PendingIndex PIC 9(2) VALUE 0.
         01 WS-PendingTable.
           02 WS-PD-Entry OCCURS 50 TIMES.
             03 WS-PD-ChangeId PIC 9(6).
             03 WS-PD-Timestamp PIC X(14).
             03 WS-PD-Operator PIC X(8).
             03 WS-PD-Object PIC X(16).
             03 WS-PD-Item PIC X(20).
             03 WS-PD-Before PIC X(20).
             03 WS-PD-After PIC X(20).
         01 WS-SearchChangeId PIC 9(6) VALUE 0.
         01 WS-ReviewAction PIC X(1) VALUE SPACE.
         01 WS-CurrentWidth PIC 9(2) VALUE 12.
         01 WS-WidthText PIC X(20) VALUE SPACES.
         01 WS-EntryLabel PIC X(20) VALUE SPACES.

         01 WS-EntryReply PIC X(20) VALUE SPACES.
         01 WS-NumberReply PIC X(2) VALUE SPACES.
         01 WS-EntryNumber PIC 9(2) VALUE 0.
         01 WS-ShiftIterator PIC 9(2) VALUE 0.
         01 WS-ShiftNeighbor PIC 9(2) VALUE 0.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'BATCH-MAINT'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM CaptureOperatorId.
         PERFORM LoadBatchList.
         PERFORM LoadBitWidth.
         PERFORM LoadPendingChanges.

         PERFORM MainMenu UNTIL WS-ExitFlag = 'Y'.

         DISPLAY ' 4 - REORDER a batch entry'
         DISPLAY ' 5 - SET the bit width'
         DISPLAY ' 6 - SAVE control files'
         DISPLAY ' 7 - REVIEW changes pending approval'
         DISPLAY ' 0 - EXIT'
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-MenuChoice
             PERFORM SetBitWidth
           WHEN '6'
             PERFORM SaveControlFiles
           WHEN '7'
             PERFORM ReviewPendingChanges
           WHEN '0'
             PERFORM ConfirmExit
           WHEN OTHER
             DISPLAY 'INVALID CHOICE - enter 0 through 7'
         END-EVALUATE
      .

      CaptureOperatorId.
         DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
         ACCEPT WS-OperatorId
         INSPECT WS-OperatorId CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-OperatorId = SPACES THEN
           DISPLAY 'ERROR: an operator ID is required - BATCH-MAINT ended'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
      .

      LoadBatchList.
         MOVE 0 TO WS-BatchCount
         MOVE 'N' TO WS-Eof
         MOVE WS-BatchListName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT BatchList
         IF WS-BatchListStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-BatchCount = WS-MaxBatch
         ELSE
           DISPLAY 'NOTE: no ' WS-BatchListName ' found - starting empty'
         END-IF
         PERFORM ReleaseFileLock
         PERFORM KeepSavedBatchList
      .

      KeepSavedBatchList.
         MOVE WS-BatchCount TO WS-SavedBatchCount
         MOVE WS-BatchNameTable TO WS-SavedBatchTable
      .

      LoadBitWidth.
         MOVE 12 TO WS-BitWidth
         MOVE WS-ControlFileName TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         OPEN INPUT ControlFile
         IF WS-ControlFileStatus = '00' THEN
           READ ControlFile INTO WS-ControlRecord
         ELSE
           DISPLAY 'NOTE: no ' WS-ControlFileName ' found - width defaults to 12'
         END-IF
         PERFORM ReleaseFileLock
         MOVE WS-BitWidth TO WS-SavedBitWidth
      .

      LoadPendingChanges.
         MOVE 'chghist.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         PERFORM ScanChangeHistory
         PERFORM ReleaseFileLock
      .

      ListEntries.
         DISPLAY ' '
         DISPLAY 'BIT WIDTH: ' WS-BitWidth
         IF WS-BitWidth NOT = WS-SavedBitWidth THEN
           DISPLAY '  (unsaved - the width in effect is ' WS-SavedBitWidth
             '; saving requests approval of the change)'
         END-IF
         DISPLAY 'BATCH ENTRIES: ' WS-BatchCount ' OF ' WS-MaxBatch
         PERFORM ListOneEntry VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount
         IF WS-BatchCount = 0 THEN
           DISPLAY '  (empty - the nightly run falls back to input.txt)'
         END-IF
         IF WS-PendingCount > 0 THEN
           DISPLAY 'CHANGES PENDING APPROVAL: ' WS-PendingCount
           PERFORM ListOnePending VARYING WS-PendingIterator FROM 1 BY 1 UNTIL WS-PendingIterator > WS-PendingCount
         END-IF
      .

      ListOnePending.
         DISPLAY '  ' WS-PendingIterator ' - CHANGE ' WS-PD-ChangeId (WS-PendingIterator)
           ' ' WS-PD-Object (WS-PendingIterator)
           ' ' WS-PD-Item (WS-PendingIterator)
         DISPLAY '       FROM ' WS-PD-Before (WS-PendingIterator)
           ' TO ' WS-PD-After (WS-PendingIterator)
         DISPLAY '       REQUESTED BY ' WS-PD-Operator (WS-PendingIterator)
           ' AT ' WS-PD-Timestamp (WS-PendingIterator)
      .

      ListOneEntry.
             MOVE WS-NumberReply TO WS-BitWidth
             MOVE 'Y' TO WS-Dirty
             DISPLAY 'BIT WIDTH SET TO ' WS-BitWidth
               ' - SAVE to request approval by a second operator'
           END-IF
         ELSE
           DISPLAY 'ERROR: bit width must be numeric'
      .

      SaveControlFiles.
         PERFORM LockControlFiles
         IF WS-LQ-Result NOT = 'G' THEN
           PERFORM ReportLockRefused
         ELSE
           PERFORM WriteControlFiles
         END-IF
         PERFORM ReleaseFileLocks
      .

      LockControlFiles.
         MOVE 'A' TO WS-LQ-Function
         MOVE WS-BatchListName TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
         IF WS-LQ-Result = 'G' THEN
           MOVE 'A' TO WS-LQ-Function
           MOVE WS-ControlFileName TO WS-LQ-Resource
           MOVE 'X' TO WS-LQ-Mode
           MOVE RETURN-CODE TO WS-LockSavedRc
           CALL 'LOCK-MGR' USING WS-LockRequest
           MOVE WS-LockSavedRc TO RETURN-CODE
         END-IF
         IF WS-LQ-Result = 'G' THEN
           MOVE 'A' TO WS-LQ-Function
           MOVE 'chghist.dat' TO WS-LQ-Resource
           MOVE 'X' TO WS-LQ-Mode
           MOVE RETURN-CODE TO WS-LockSavedRc
           CALL 'LOCK-MGR' USING WS-LockRequest
           MOVE WS-LockSavedRc TO RETURN-CODE
         END-IF
      .

      ReportLockRefused.
         IF WS-LQ-Result = 'B' THEN
           DISPLAY 'ERROR: ' WS-LQ-Resource ' is in use by ' WS-LQ-HolderProgram
             ' (process ' WS-LQ-HolderProcessId ' since ' WS-LQ-HolderSince
             ') - nothing saved, try again when it has finished'
         ELSE
           DISPLAY 'ERROR: the lock registry could not be updated for '
             WS-LQ-Resource ' - nothing saved'
         END-IF
      .

      WriteControlFiles.
         PERFORM ScanChangeHistory
         OPEN OUTPUT BatchList
         IF WS-BatchListStatus = '00' THEN
           PERFORM SaveOneEntry VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount
           CLOSE BatchList
           PERFORM RecordBatchListChange VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-MaxBatch
           PERFORM KeepSavedBatchList
           DISPLAY 'SAVED ' WS-BatchCount ' entries to ' WS-BatchListName
           IF WS-BitWidth NOT = WS-SavedBitWidth THEN
             PERFORM RequestBitWidthChange
           END-IF
           MOVE 'N' TO WS-Dirty
         ELSE
           DISPLAY 'ERROR: cannot write ' WS-BatchListName ' - status ' WS-BatchListStatus
         END-IF
         WRITE BatchListRecord
      .

      RecordBatchListChange.
         MOVE SPACES TO WS-CE-Before WS-CE-After
         IF WS-BatchIterator NOT > WS-SavedBatchCount THEN
           MOVE WS-SavedBatchName (WS-BatchIterator) TO WS-CE-Before
         END-IF
         IF WS-BatchIterator NOT > WS-BatchCount THEN
           MOVE WS-BatchName (WS-BatchIterator) TO WS-CE-After
         END-IF
         IF WS-CE-Before NOT = WS-CE-After THEN
           MOVE SPACES TO WS-EntryLabel
           STRING 'ENTRY ' DELIMITED BY SIZE
                  WS-BatchIterator DELIMITED BY SIZE
             INTO WS-EntryLabel
           MOVE 0 TO WS-CE-ChangeId
           MOVE 'C' TO WS-CE-Event
           MOVE WS-BatchListName TO WS-CE-Object
           MOVE WS-EntryLabel TO WS-CE-Item
           MOVE SPACES TO WS-CE-RequestedBy
           PERFORM WriteChangeEvent
         END-IF
      .

      RequestBitWidthChange.
         MOVE 0 TO WS-PendingIndex
         PERFORM FindPendingWidth VARYING WS-PendingIterator FROM 1 BY 1 UNTIL WS-PendingIterator > WS-PendingCount OR WS-PendingIndex > 0
         IF WS-PendingIndex > 0 THEN
           DISPLAY 'ERROR: bit width change ' WS-PD-ChangeId (WS-PendingIndex)
             ' to ' WS-PD-After (WS-PendingIndex) (1:2)
             ' is already pending - review it before requesting another;'
             ' the bit width stays ' WS-SavedBitWidth
         ELSE
           IF WS-PendingCount = WS-MaxPending THEN
             DISPLAY 'ERROR: ' WS-MaxPending ' changes are already pending'
               ' approval - review them before requesting another;'
               ' the bit width stays ' WS-SavedBitWidth
           ELSE
             MOVE 0 TO WS-CE-ChangeId
             MOVE 'P' TO WS-CE-Event
             MOVE WS-ControlFileName TO WS-CE-Object
             MOVE 'BIT WIDTH' TO WS-CE-Item
             MOVE WS-SavedBitWidth TO WS-CE-Before
             MOVE WS-BitWidth TO WS-CE-After
             MOVE SPACES TO WS-CE-RequestedBy
             PERFORM WriteChangeEvent
             PERFORM AddPendingEntry
             DISPLAY 'BIT WIDTH CHANGE ' WS-SavedBitWidth ' TO ' WS-BitWidth
               ' RECORDED AS CHANGE ' WS-CE-ChangeId
             DISPLAY '  it takes effect when a different operator approves it'
               ' - the bit width stays ' WS-SavedBitWidth ' until then'
           END-IF
         END-IF
         MOVE WS-SavedBitWidth TO WS-BitWidth
      .

      FindPendingWidth.
         IF WS-PD-Object (WS-PendingIterator) = WS-ControlFileName THEN
           MOVE WS-PendingIterator TO WS-PendingIndex
         END-IF
      .

      ReviewPendingChanges.
         PERFORM LockControlFiles
         IF WS-LQ-Result NOT = 'G' THEN
           PERFORM ReportLockRefused
         ELSE
           PERFORM ScanChangeHistory
         END-IF
         PERFORM ReleaseFileLocks
         IF WS-PendingCount = 0 THEN
           DISPLAY 'NO CHANGES ARE PENDING APPROVAL'
         ELSE
           PERFORM ListOnePending VARYING WS-PendingIterator FROM 1 BY 1 UNTIL WS-PendingIterator > WS-PendingCount
           PERFORM SelectPendingChange
           IF WS-PendingIndex > 0 THEN
             PERFORM ActOnPendingChange
           END-IF
         END-IF
      .

      SelectPendingChange.
         MOVE 0 TO WS-PendingIndex
         DISPLAY 'PENDING CHANGE NUMBER (blank to return): ' WITH NO ADVANCING
         ACCEPT WS-NumberReply
         IF WS-NumberReply NOT = SPACES THEN
           PERFORM NormalizeNumberReply
           IF WS-NumberReply IS NUMERIC AND WS-NumberReply NOT = '00' THEN
             MOVE WS-NumberReply TO WS-PendingIndex
             IF WS-PendingIndex > WS-PendingCount THEN
               DISPLAY 'ERROR: there are only ' WS-PendingCount ' pending changes'
               MOVE 0 TO WS-PendingIndex
             END-IF
           ELSE
             DISPLAY 'ERROR: pending change number must be numeric'
           END-IF
         END-IF
         IF WS-PendingIndex > 0 THEN
           IF WS-PD-Operator (WS-PendingIndex) = WS-OperatorId THEN
             DISPLAY 'ERROR: change ' WS-PD-ChangeId (WS-PendingIndex)
               ' was requested by ' WS-OperatorId
               ' - it must be approved or declined by a different operator'
             MOVE 0 TO WS-PendingIndex
           END-IF
         END-IF
      .

      ActOnPendingChange.
         MOVE WS-PD-ChangeId (WS-PendingIndex) TO WS-SearchChangeId
         DISPLAY 'A - APPROVE, D - DECLINE, anything else - LEAVE PENDING: '
           WITH NO ADVANCING
         ACCEPT WS-ConfirmReply
         MOVE SPACE TO WS-ReviewAction
         IF WS-ConfirmReply = 'A' OR WS-ConfirmReply = 'a' THEN
           IF WS-PD-Object (WS-PendingIndex) = 'BACKOUT' THEN
             DISPLAY 'A backout is approved by running MSTR-BACKOUT '
               WS-PD-Item (WS-PendingIndex) ' '
               WS-PD-Before (WS-PendingIndex) (1:8)
               ' with your operator ID - it reverses the batch as it'
               ' records the approval'
           ELSE
             MOVE 'A' TO WS-ReviewAction
           END-IF
         END-IF
         IF WS-ConfirmReply = 'D' OR WS-ConfirmReply = 'd' THEN
           MOVE 'D' TO WS-ReviewAction
         END-IF
         IF WS-ReviewAction NOT = SPACE THEN
           PERFORM ApplyReviewAction
         END-IF
      .

      ApplyReviewAction.
         PERFORM LockControlFiles
         IF WS-LQ-Result NOT = 'G' THEN
           PERFORM ReportLockRefused
         ELSE
           PERFORM ScanChangeHistory
           PERFORM FindPendingById
           IF WS-PendingIndex = 0 THEN
             DISPLAY 'ERROR: change ' WS-SearchChangeId
               ' is no longer pending - another operator has dealt with it'
           ELSE
             IF WS-ReviewAction = 'A' THEN
               PERFORM ApproveBitWidthChange
             ELSE
               PERFORM DeclinePendingChange
             END-IF
           END-IF
         END-IF
         PERFORM ReleaseFileLocks
      .

      ApproveBitWidthChange.
         PERFORM ReadCurrentBitWidth
         MOVE WS-CurrentWidth TO WS-WidthText
         IF WS-WidthText NOT = WS-PD-Before (WS-PendingIndex) THEN
           DISPLAY 'ERROR: ' WS-ControlFileName ' now holds ' WS-CurrentWidth
             ', not the ' WS-PD-Before (WS-PendingIndex) (1:2)
             ' change ' WS-SearchChangeId ' was requested against -'
             ' decline it and request the change again'
         ELSE
           OPEN OUTPUT ControlFile
           MOVE WS-PD-After (WS-PendingIndex) (1:2) TO ControlFileRecord
           WRITE ControlFileRecord
           CLOSE ControlFile
           MOVE 'A' TO WS-CE-Event
           PERFORM RecordReviewEvent
           MOVE WS-PD-After (WS-PendingIndex) (1:2) TO WS-SavedBitWidth
           MOVE WS-SavedBitWidth TO WS-BitWidth
           PERFORM RemovePendingEntry
           DISPLAY 'CHANGE ' WS-SearchChangeId ' APPROVED - BIT WIDTH IS NOW '
             WS-SavedBitWidth
         END-IF
      .

      DeclinePendingChange.
         MOVE 'D' TO WS-CE-Event
         PERFORM RecordReviewEvent
         PERFORM RemovePendingEntry
         DISPLAY 'CHANGE ' WS-SearchChangeId ' DECLINED - nothing was changed'
      .

      RecordReviewEvent.
         MOVE WS-SearchChangeId TO WS-CE-ChangeId
         MOVE WS-PD-Object (WS-PendingIndex) TO WS-CE-Object
         MOVE WS-PD-Item (WS-PendingIndex) TO WS-CE-Item
         MOVE WS-PD-Before (WS-PendingIndex) TO WS-CE-Before
         MOVE WS-PD-After (WS-PendingIndex) TO WS-CE-After
         MOVE WS-PD-Operator (WS-PendingIndex) TO WS-CE-RequestedBy
         PERFORM WriteChangeEvent
      .

      ReadCurrentBitWidth.
         MOVE 12 TO WS-CurrentWidth
         OPEN INPUT ControlFile
         IF WS-ControlFileStatus = '00' THEN
           READ ControlFile INTO WS-ControlRecord
             AT END
               CONTINUE
             NOT AT END
               IF WS-ControlRecord IS NUMERIC THEN
                 MOVE WS-ControlRecord TO WS-CurrentWidth
               END-IF
           END-READ
           CLOSE ControlFile
         END-IF
      .

      ScanChangeHistory.
         MOVE 0 TO WS-PendingCount
         MOVE 0 TO WS-LastChangeId
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
         EVALUATE CH-Event
           WHEN 'P'
             IF WS-PendingCount < WS-MaxPending THEN
               MOVE CH-ChangeId TO WS-CE-ChangeId
               MOVE CH-Timestamp TO WS-CE-Timestamp
               MOVE CH-Operator TO WS-CE-Operator
               MOVE CH-Object TO WS-CE-Object
               MOVE CH-Item TO WS-CE-Item
               MOVE CH-Before TO WS-CE-Before
               MOVE CH-After TO WS-CE-After
               PERFORM AddPendingEntry
             END-IF
           WHEN 'A'
           WHEN 'D'
             MOVE CH-ChangeId TO WS-SearchChangeId
             PERFORM FindPendingById
             IF WS-PendingIndex > 0 THEN
               PERFORM RemovePendingEntry
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE
      .

      AddPendingEntry.
         ADD 1 TO WS-PendingCount
         MOVE WS-CE-ChangeId TO WS-PD-ChangeId (WS-PendingCount)
         MOVE WS-CE-Timestamp TO WS-PD-Timestamp (WS-PendingCount)
         MOVE WS-CE-Operator TO WS-PD-Operator (WS-PendingCount)
         MOVE WS-CE-Object TO WS-PD-Object (WS-PendingCount)
         MOVE WS-CE-Item TO WS-PD-Item (WS-PendingCount)
         MOVE WS-CE-Before TO WS-PD-Before (WS-PendingCount)
         MOVE WS-CE-After TO WS-PD-After (WS-PendingCount)
      .

      FindPendingById.
         MOVE 0 TO WS-PendingIndex
         PERFORM MatchPendingId VARYING WS-PendingIterator FROM 1 BY 1 UNTIL WS-PendingIterator > WS-PendingCount OR WS-PendingIndex > 0
      .

      MatchPendingId.
         IF WS-PD-ChangeId (WS-PendingIterator) = WS-SearchChangeId THEN
           MOVE WS-PendingIterator TO WS-PendingIndex
         END-IF
      .

      RemovePendingEntry.
         PERFORM ShiftPendingLeft VARYING WS-PendingIterator FROM WS-PendingIndex BY 1 UNTIL WS-PendingIterator NOT < WS-PendingCount
         SUBTRACT 1 FROM WS-PendingCount
      .

      ShiftPendingLeft.
         MOVE WS-PD-Entry (WS-PendingIterator + 1) TO WS-PD-Entry (WS-PendingIterator)
      .

      WriteChangeEvent.
         ACCEPT WS-ChangeDate FROM DATE YYYYMMDD
         ACCEPT WS-ChangeTime FROM TIME
         MOVE SPACES TO WS-CE-Timestamp
         STRING WS-ChangeDate (1:8) DELIMITED BY SIZE
                WS-ChangeTime (1:6) DELIMITED BY SIZE
           INTO WS-CE-Timestamp
         MOVE WS-OperatorId TO WS-CE-Operator
         MOVE 'BATCH-MAINT' TO WS-CE-Program
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

      ConfirmExit.
         IF WS-Dirty = 'Y' THEN
           DISPLAY 'There are unsaved changes - exit without saving? (Y/N): '
           MOVE 'Y' TO WS-ExitFlag
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
