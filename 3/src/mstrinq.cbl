            RECORD KEY IS MR-Key
            FILE STATUS IS WS-MasterStatus.

            SELECT ArchiveControl ASSIGN TO 'archctl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ArchiveCtlStatus.

            SELECT MasterHistory ASSIGN TO DYNAMIC WS-MasterHistName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MasterHistStatus.

      DATA DIVISION.
         FILE SECTION.
         FD ReadingMaster.
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

         FD MasterHistory.
         01 MasterHistoryRecord.
            02 MH-Reading PIC X(20).
            02 MH-SourceFile PIC X(20).
            02 MH-FirstDate PIC X(8).
            02 MH-SeenCount PIC 9(4).
            02 MH-ArchiveDate PIC X(8).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-ExitFlag PIC A(1) VALUE 'N'.
         01 WS-MenuChoice PIC X(1) VALUE SPACE.
         01 WS-MasterStatus PIC XX VALUE '00'.
         01 WS-MasterOpen PIC A(1) VALUE 'N'.

         01 WS-ReadingReply PIC X(20) VALUE SPACES.
         01 WS-SourceReply PIC X(20) VALUE SPACES.
         01 WS-ShownCount PIC 9(2) VALUE 0.
         01 WS-FoundCount PIC 9(4) VALUE 0.

         01 WS-ArchiveCtlStatus PIC XX VALUE '00'.
         01 WS-MasterHistStatus PIC XX VALUE '00'.
         01 WS-MasterHistName PIC X(24) VALUE SPACES.
         01 WS-HistoryEof PIC A(1) VALUE 'N'.
         01 WS-HistoryFoundCount PIC 9(4) VALUE 0.
         01 WS-MaxArchiveRuns PIC 9(3) VALUE 200.
         01 WS-ArchiveRunCount PIC 9(3) VALUE 0.
         01 WS-ArchiveRunIterator PIC 9(3) VALUE 0.
         01 WS-ArchiveRunTable.
           02 WS-AR-ArchiveDate PIC X(8) OCCURS 200 TIMES.

         01 WS-InquiryLine.
           02 WS-IQ-Label1    PIC X(9)  VALUE 'READING: '.
           02 WS-IQ-Reading   PIC X(20).
           02 WS-IQ-Label4    PIC X(6)  VALUE 'SEEN: '.
           02 WS-IQ-SeenCnt   PIC ZZZ9.

         01 WS-HistoryLine.
           02 WS-HQ-Label1    PIC X(9)  VALUE 'READING: '.
           02 WS-HQ-Reading   PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HQ-Label2    PIC X(6)  VALUE 'FROM: '.
           02 WS-HQ-Source    PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HQ-Label3    PIC X(7)  VALUE 'FIRST: '.
           02 WS-HQ-FirstDate PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HQ-Label4    PIC X(6)  VALUE 'SEEN: '.
           02 WS-HQ-SeenCnt   PIC ZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-HQ-Label5    PIC X(10) VALUE 'ARCHIVED: '.
           02 WS-HQ-Archived  PIC X(8).

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'MSTR-INQ'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM MainMenu UNTIL WS-ExitFlag = 'Y'.

         PERFORM ReleaseFileLocks.
         DISPLAY 'MSTR-INQ ended.'
      STOP RUN.

         IF WS-ReadingReply = SPACES THEN
           DISPLAY 'ERROR: no reading entered'
         ELSE
           PERFORM OpenReadingMaster
         END-IF
         IF WS-MasterOpen = 'Y' THEN
           MOVE 0 TO WS-FoundCount
           MOVE 'N' TO WS-Eof
           MOVE WS-ReadingReply TO MR-Reading
               MOVE 'Y' TO WS-Eof
           END-START
           PERFORM ShowMatchingReading UNTIL WS-Eof = 'Y'
           PERFORM CloseReadingMaster
           IF WS-FoundCount = 0 THEN
             DISPLAY 'READING ' WS-ReadingReply ' IS NOT ON THE MASTER'
               ' - SEARCHING THE HISTORY FILES'
             PERFORM SearchMasterHistory
           ELSE
             DISPLAY WS-FoundCount ' MASTER RECORD(S) SHOWN'
           END-IF
         END-IF
      .

      SearchMasterHistory.
         PERFORM LoadArchiveRuns
         MOVE 0 TO WS-HistoryFoundCount
         PERFORM ScanMasterHistory VARYING WS-ArchiveRunIterator FROM 1 BY 1 UNTIL WS-ArchiveRunIterator > WS-ArchiveRunCount
         IF WS-HistoryFoundCount = 0 THEN
           DISPLAY 'READING ' WS-ReadingReply ' IS NOT IN ANY OF '
             WS-ArchiveRunCount ' HISTORY FILE(S) EITHER'
         ELSE
           DISPLAY WS-HistoryFoundCount ' ARCHIVED RECORD(S) SHOWN'
         END-IF
      .

      LoadArchiveRuns.
         MOVE 0 TO WS-ArchiveRunCount
         MOVE 'N' TO WS-HistoryEof
         OPEN INPUT ArchiveControl
         IF WS-ArchiveCtlStatus = '00' THEN
           PERFORM UNTIL WS-HistoryEof = 'Y'
             READ ArchiveControl
               AT END
                 MOVE 'Y' TO WS-HistoryEof
               NOT AT END
                 IF AC-RecordType = 'R' THEN
                   PERFORM StoreArchiveRun
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ArchiveControl
         END-IF
         MOVE 'N' TO WS-HistoryEof
      .

      StoreArchiveRun.
         IF WS-ArchiveRunCount = 0 THEN
           ADD 1 TO WS-ArchiveRunCount
           MOVE AC-ArchiveDate TO WS-AR-ArchiveDate (WS-ArchiveRunCount)
         ELSE
           IF AC-ArchiveDate NOT = WS-AR-ArchiveDate (WS-ArchiveRunCount)
               AND WS-ArchiveRunCount < WS-MaxArchiveRuns THEN
             ADD 1 TO WS-ArchiveRunCount
             MOVE AC-ArchiveDate TO WS-AR-ArchiveDate (WS-ArchiveRunCount)
           END-IF
         END-IF
      .

      ScanMasterHistory.
         MOVE SPACES TO WS-MasterHistName
         STRING 'mstrhist.' DELIMITED BY SIZE
                WS-AR-ArchiveDate (WS-ArchiveRunIterator) DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
           INTO WS-MasterHistName
         MOVE 'N' TO WS-HistoryEof
         OPEN INPUT MasterHistory
         IF WS-MasterHistStatus = '00' THEN
           PERFORM UNTIL WS-HistoryEof = 'Y'
             READ MasterHistory
               AT END
                 MOVE 'Y' TO WS-HistoryEof
               NOT AT END
                 IF MH-Reading = WS-ReadingReply THEN
                   IF WS-FilterSource = SPACES
                       OR MH-SourceFile = WS-FilterSource THEN
                     ADD 1 TO WS-HistoryFoundCount
                     PERFORM DisplayHistoryRecord
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MasterHistory
         ELSE
           DISPLAY 'WARNING: history file ' WS-MasterHistName
             ' is missing - status ' WS-MasterHistStatus
         END-IF
         MOVE 'N' TO WS-HistoryEof
      .

      DisplayHistoryRecord.
         MOVE MH-Reading TO WS-HQ-Reading
         MOVE MH-SourceFile TO WS-HQ-Source
         MOVE MH-FirstDate TO WS-HQ-FirstDate
         MOVE MH-SeenCount TO WS-HQ-SeenCnt
         MOVE MH-ArchiveDate TO WS-HQ-Archived
         DISPLAY WS-HistoryLine
      .

      BrowseForward.
         PERFORM AcceptStartingReading
         PERFORM OpenReadingMaster
         IF WS-MasterOpen = 'Y' THEN
           MOVE 0 TO WS-ShownCount
           MOVE 'N' TO WS-Eof
           MOVE WS-ReadingReply TO MR-Reading
           MOVE LOW-VALUES TO MR-SourceFile
           START ReadingMaster KEY IS NOT LESS THAN MR-Key
             INVALID KEY
               MOVE 'Y' TO WS-Eof
           END-START
           PERFORM ShowNextRecord UNTIL WS-Eof = 'Y' OR WS-ShownCount = WS-PageSize
           PERFORM CloseReadingMaster
           IF WS-ShownCount = 0 THEN
             DISPLAY 'NO MASTER RECORDS AT OR PAST THAT READING'
           END-IF
         END-IF
      .


      BrowseBackward.
         PERFORM AcceptStartingReading
         PERFORM OpenReadingMaster
         IF WS-MasterOpen = 'Y' THEN
           MOVE 0 TO WS-ShownCount
           MOVE 'N' TO WS-Eof
           MOVE WS-ReadingReply TO MR-Reading
           MOVE HIGH-VALUES TO MR-SourceFile
           START ReadingMaster KEY IS NOT GREATER THAN MR-Key
             INVALID KEY
               MOVE 'Y' TO WS-Eof
           END-START
           PERFORM ShowPriorRecord UNTIL WS-Eof = 'Y' OR WS-ShownCount = WS-PageSize
           PERFORM CloseReadingMaster
           IF WS-ShownCount = 0 THEN
             DISPLAY 'NO MASTER RECORDS AT OR BEFORE THAT READING'
           END-IF
         END-IF
      .

         MOVE MR-SeenCount TO WS-IQ-SeenCnt
         DISPLAY WS-InquiryLine
      .

      OpenReadingMaster.
         MOVE 'N' TO WS-MasterOpen
         MOVE 'A' TO WS-LQ-Function
         MOVE 'diagmstr.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
         IF WS-LQ-Result NOT = 'G' THEN
           IF WS-LQ-Result = 'B' THEN
             DISPLAY 'ERROR: ' WS-LQ-Resource ' is in use by ' WS-LQ-HolderProgram
               ' (process ' WS-LQ-HolderProcessId ' since ' WS-LQ-HolderSince
               ') - try again when it has finished'
           ELSE
             DISPLAY 'ERROR: the lock registry could not be updated for '
               WS-LQ-Resource ' - try again'
           END-IF
         ELSE
           OPEN INPUT ReadingMaster
           IF WS-MasterStatus NOT = '00' THEN
             DISPLAY 'ERROR: cannot open reading master diagmstr.dat - status '
               WS-MasterStatus
             PERFORM ReleaseFileLock
           ELSE
             MOVE 'Y' TO WS-MasterOpen
           END-IF
         END-IF
      .

      CloseReadingMaster.
         CLOSE ReadingMaster
         MOVE 'N' TO WS-MasterOpen
         PERFORM ReleaseFileLock
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
