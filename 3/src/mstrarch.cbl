      IDENTIFICATION DIVISION.
      PROGRAM-ID. MSTR-ARCH.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ReadingMaster ASSIGN TO 'diagmstr.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MR-Key
            FILE STATUS IS WS-MasterStatus.

            SELECT PostJournal ASSIGN TO 'mstrjrnl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JournalStatus.

            SELECT JournalWork ASSIGN TO DYNAMIC WS-WorkFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WorkStatus.

            SELECT HistoryWork ASSIGN TO DYNAMIC WS-HistoryWorkName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HistoryWorkStatus.

            SELECT MasterHistory ASSIGN TO DYNAMIC WS-MasterHistName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MasterHistStatus.

            SELECT JournalHistory ASSIGN TO DYNAMIC WS-JournalHistName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JournalHistStatus.

            SELECT ArchiveControl ASSIGN TO 'archctl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ArchiveCtlStatus.

            SELECT RetainFile ASSIGN TO DYNAMIC WS-RetainFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RetainFileStatus.

            SELECT StatReport ASSIGN TO 'mstrstat.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD ReadingMaster.
         01 MasterRecord.
            02 MR-Key.
               03 MR-Reading PIC X(20).
               03 MR-SourceFile PIC X(20).
            02 MR-FirstDate PIC X(8).
            02 MR-SeenCount PIC 9(4).

         FD PostJournal.
         01 PostJournalRecord.
            02 JR-BatchFile PIC X(20).
            02 JR-RunDate PIC X(8).
            02 JR-Reading PIC X(20).
            02 JR-SourceFile PIC X(20).
            02 JR-Action PIC X(1).
            02 JR-BeforeCount PIC 9(4).
            02 JR-AfterCount PIC 9(4).

         FD JournalWork.
         01 JournalWorkRecord PIC X(77).

         FD HistoryWork.
         01 HistoryWorkRecord PIC X(77).

         FD MasterHistory.
         01 MasterHistoryRecord.
            02 MH-Reading PIC X(20).
            02 MH-SourceFile PIC X(20).
            02 MH-FirstDate PIC X(8).
            02 MH-SeenCount PIC 9(4).
            02 MH-ArchiveDate PIC X(8).

         FD JournalHistory.
         01 JournalHistoryRecord PIC X(77).

         FD ArchiveControl.
         01 ArchiveControlRecord.
            02 AC-RecordType PIC X(1).
            02 AC-ArchiveDate PIC X(8).
            02 AC-BatchFile PIC X(20).
            02 AC-RunDate PIC X(8).
            02 AC-MasterCount PIC 9(8).
            02 AC-JournalCount PIC 9(8).

         FD RetainFile.
         01 RetainFileRecord PIC X(4).

         FD StatReport.
         01 StatReportRecord PIC X(100).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-RunDate PIC X(10).
         01 WS-CmdLineArg PIC X(20) VALUE SPACES.

         01 WS-MasterStatus PIC XX VALUE '00'.
         01 WS-JournalStatus PIC XX VALUE '00'.
         01 WS-WorkStatus PIC XX VALUE '00'.
         01 WS-HistoryWorkStatus PIC XX VALUE '00'.
         01 WS-MasterHistStatus PIC XX VALUE '00'.
         01 WS-JournalHistStatus PIC XX VALUE '00'.
         01 WS-ArchiveCtlStatus PIC XX VALUE '00'.
         01 WS-WorkFileName PIC X(20) VALUE 'archjwrk.dat'.
         01 WS-HistoryWorkName PIC X(20) VALUE 'archhwrk.dat'.
         01 WS-MasterHistName PIC X(24) VALUE SPACES.
         01 WS-JournalHistName PIC X(24) VALUE SPACES.

         01 WS-RetainFileName PIC X(12) VALUE 'mstrkeep.dat'.
         01 WS-RetainFileStatus PIC XX VALUE '00'.
         01 WS-RetainRecord PIC X(4).
         01 WS-RetainDays PIC 9(4) VALUE 365.

         01 WS-JournalPresent PIC A(1) VALUE 'N'.
         01 WS-MasterFound PIC A(1) VALUE 'N'.
         01 WS-ArchiveIt PIC A(1) VALUE 'N'.
         01 WS-RunDays PIC 9(7) VALUE 0.
         01 WS-AgeDays PIC 9(7) VALUE 0.

         01 WS-DC-Date PIC X(8).
         01 WS-DC-Valid PIC A(1) VALUE 'N'.
         01 WS-DC-Year PIC 9(4) VALUE 0.
         01 WS-DC-Month PIC 9(2) VALUE 0.
         01 WS-DC-Day PIC 9(2) VALUE 0.
         01 WS-DC-PriorYear PIC 9(4) VALUE 0.
         01 WS-DC-Quotient PIC 9(4) VALUE 0.
         01 WS-DC-Leap4 PIC 9(4) VALUE 0.
         01 WS-DC-Leap100 PIC 9(4) VALUE 0.
         01 WS-DC-Leap400 PIC 9(4) VALUE 0.
         01 WS-DC-Rem4 PIC 9(4) VALUE 0.
         01 WS-DC-Rem100 PIC 9(4) VALUE 0.
         01 WS-DC-Rem400 PIC 9(4) VALUE 0.
         01 WS-DC-Days PIC 9(7) VALUE 0.
         01 WS-MonthStartTable PIC X(36) VALUE '000031059090120151181212243273304334'.
         01 WS-MonthStartView REDEFINES WS-MonthStartTable.
           02 WS-MonthStart PIC 9(3) OCCURS 12 TIMES.

         01 WS-MaxArchBatch PIC 9(3) VALUE 500.
         01 WS-ArchBatchCount PIC 9(3) VALUE 0.
         01 WS-ArchBatchIterator PIC 9(3) VALUE 0.
         01 WS-ArchBatchIndex PIC 9(3) VALUE 0.
         01 WS-ArchBatchOverflow PIC A(1) VALUE 'N'.
         01 WS-ArchBatchTable.
           02 WS-ArchBatchEntry OCCURS 500 TIMES.
             03 WS-AB-BatchFile PIC X(20).
             03 WS-AB-RunDate PIC X(8).
             03 WS-AB-Entries PIC 9(8).

         01 WS-MaxSource PIC 9(3) VALUE 200.
         01 WS-SourceCount PIC 9(3) VALUE 0.
         01 WS-SourceIterator PIC 9(3) VALUE 0.
         01 WS-SourceIndex PIC 9(3) VALUE 0.
         01 WS-OtherSourceCount PIC 9(8) VALUE 0.
         01 WS-SourceTable.
           02 WS-SourceEntry OCCURS 200 TIMES.
             03 WS-SC-SourceFile PIC X(20).
             03 WS-SC-Active PIC 9(8).

         01 WS-SeenIterator PIC 9(1) VALUE 0.
         01 WS-SeenBucket PIC 9(1) VALUE 0.
         01 WS-SeenLabelTable PIC X(36) VALUE '1     2     3     4-5   6-10  11+   '.
         01 WS-SeenLabelView REDEFINES WS-SeenLabelTable.
           02 WS-SeenLabel PIC X(6) OCCURS 6 TIMES.
         01 WS-SeenCountTable.
           02 WS-SeenTally PIC 9(8) OCCURS 6 TIMES.

         01 WS-ActiveCount PIC 9(8) VALUE 0.
         01 WS-MasterMovedCount PIC 9(8) VALUE 0.
         01 WS-JournalMovedCount PIC 9(8) VALUE 0.
         01 WS-JournalKeptCount PIC 9(8) VALUE 0.
         01 WS-DeleteErrorCount PIC 9(8) VALUE 0.
         01 WS-WriteErrorCount PIC 9(8) VALUE 0.
         01 WS-MasterDueCount PIC 9(8) VALUE 0.
         01 WS-JournalHistWritten PIC 9(8) VALUE 0.
         01 WS-JournalHistFailed PIC A(1) VALUE 'N'.
         01 WS-ArchiveCtlFailed PIC A(1) VALUE 'N'.

         01 WS-StatHeaderLine.
           02 WS-SH-Label0    PIC X(10) VALUE 'RUN DATE: '.
           02 WS-SH-RunDate   PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SH-Label1    PIC X(16) VALUE 'RETENTION DAYS: '.
           02 WS-SH-Retain    PIC ZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SH-Label2    PIC X(15) VALUE 'ACTIVE TOTAL:  '.
           02 WS-SH-Active    PIC Z(7)9.

         01 WS-StatSourceLine.
           02 WS-SS-Label1    PIC X(8)  VALUE 'SOURCE: '.
           02 WS-SS-Source    PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SS-Label2    PIC X(8)  VALUE 'ACTIVE: '.
           02 WS-SS-Active    PIC Z(7)9.

         01 WS-StatSeenLine.
           02 WS-SN-Label1    PIC X(6)  VALUE 'SEEN: '.
           02 WS-SN-Bucket    PIC X(6).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SN-Label2    PIC X(10) VALUE 'READINGS: '.
           02 WS-SN-Readings  PIC Z(7)9.

         01 WS-StatMovedLine.
           02 WS-SM-Label1    PIC X(16) VALUE 'MASTER MOVED:   '.
           02 WS-SM-Master    PIC Z(7)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SM-Label2    PIC X(16) VALUE 'JOURNAL MOVED:  '.
           02 WS-SM-Journal   PIC Z(7)9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SM-Label3    PIC X(16) VALUE 'JOURNAL KEPT:   '.
           02 WS-SM-Kept      PIC Z(7)9.

         01 WS-StatHistoryLine.
           02 WS-SF-Label1    PIC X(16) VALUE 'MASTER HISTORY: '.
           02 WS-SF-Master    PIC X(24).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SF-Label2    PIC X(17) VALUE 'JOURNAL HISTORY: '.
           02 WS-SF-Journal   PIC X(24).

         01 WS-StatBatchLine.
           02 WS-SB-Label1    PIC X(18) VALUE 'ARCHIVED BATCH:   '.
           02 WS-SB-Batch     PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SB-Label2    PIC X(10) VALUE 'RUN DATE: '.
           02 WS-SB-RunDate   PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-SB-Label3    PIC X(9)  VALUE 'ENTRIES: '.
           02 WS-SB-Entries   PIC Z(7)9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'MSTR-ARCH'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineRetention.
         PERFORM BuildHistoryNames.

         MOVE WS-RunDate (1:8) TO WS-DC-Date.
         PERFORM ConvertDateToDays.
         MOVE WS-DC-Days TO WS-RunDays.

         DISPLAY 'Archiving master readings first seen more than '
           WS-RetainDays ' days before ' WS-RunDate (1:8).

         MOVE 'diagmstr.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'mstrjrnl.dat' TO WS-LQ-Resource.
         MOVE 'X' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.

         PERFORM OpenReadingMaster.
         PERFORM SplitPostJournal.

         IF WS-ArchBatchOverflow = 'Y' THEN
           CLOSE ReadingMaster
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           CALL 'CBL_DELETE_FILE' USING WS-HistoryWorkName
           DISPLAY 'FATAL: more than ' WS-MaxArchBatch ' batch runs would be'
             ' archived at once - raise the archive batch limit or archive'
             ' with a longer retention first; the master and the journal'
             ' were left unchanged'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF

         PERFORM CountMasterDue.
         IF WS-JournalPresent = 'Y' THEN
           PERFORM AppendJournalHistory
         END-IF
         PERFORM WriteArchiveControl.
         IF WS-JournalPresent = 'Y' THEN
           PERFORM CopyWorkToJournal
         END-IF

         PERFORM ArchiveMasterRecords.
         CLOSE ReadingMaster.
         PERFORM ReleaseFileLocks.

         PERFORM WriteStatReport.

         DISPLAY 'Active Master Readings: ' WS-ActiveCount.
         DISPLAY 'Master Readings Archived: ' WS-MasterMovedCount.
         DISPLAY 'Journal Entries Archived: ' WS-JournalMovedCount.
         DISPLAY 'Journal Entries Kept: ' WS-JournalKeptCount.
         DISPLAY 'Batch Runs Closed To Backout: ' WS-ArchBatchCount.

         IF WS-DeleteErrorCount > 0 THEN
           DISPLAY 'WARNING: ' WS-DeleteErrorCount ' archived readings could'
             ' not be removed from the master - they are on both the master'
             ' and ' WS-MasterHistName
           MOVE 8 TO RETURN-CODE
         END-IF
         IF WS-WriteErrorCount > 0 THEN
           DISPLAY 'WARNING: ' WS-WriteErrorCount ' readings due for archive'
             ' could not be written to ' WS-MasterHistName ' - they were left'
             ' on the master and the next archive will move them'
           MOVE 8 TO RETURN-CODE
         END-IF
      STOP RUN.

      DetermineRetention.
         MOVE 365 TO WS-RetainDays
         OPEN INPUT RetainFile
         IF WS-RetainFileStatus = '00' THEN
           READ RetainFile INTO WS-RetainRecord
             AT END
               CONTINUE
             NOT AT END
               IF WS-RetainRecord IS NUMERIC THEN
                 MOVE WS-RetainRecord TO WS-RetainDays
               END-IF
           END-READ
           CLOSE RetainFile
         END-IF
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         IF WS-CmdLineArg NOT = SPACES THEN
           IF WS-CmdLineArg (1:4) IS NUMERIC
               AND WS-CmdLineArg (5:16) = SPACES THEN
             MOVE WS-CmdLineArg (1:4) TO WS-RetainDays
           ELSE
             DISPLAY 'FATAL: the retention period must be given as a'
               ' four-digit number of days, e.g. 0365'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF
         IF WS-RetainDays = 0 THEN
           DISPLAY 'WARNING: a retention period of zero days would archive'
             ' the whole master - defaulting to 365 days'
           MOVE 365 TO WS-RetainDays
         END-IF
      .

      BuildHistoryNames.
         MOVE SPACES TO WS-MasterHistName
         STRING 'mstrhist.' DELIMITED BY SIZE
                WS-RunDate (1:8) DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
           INTO WS-MasterHistName
         MOVE SPACES TO WS-JournalHistName
         STRING 'jrnlhist.' DELIMITED BY SIZE
                WS-RunDate (1:8) DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
           INTO WS-JournalHistName
      .

      ConvertDateToDays.
         MOVE 'N' TO WS-DC-Valid
         MOVE 0 TO WS-DC-Days
         IF WS-DC-Date IS NUMERIC THEN
           MOVE WS-DC-Date (1:4) TO WS-DC-Year
           MOVE WS-DC-Date (5:2) TO WS-DC-Month
           MOVE WS-DC-Date (7:2) TO WS-DC-Day
           IF WS-DC-Year > 0 AND WS-DC-Month > 0 AND WS-DC-Month < 13
               AND WS-DC-Day > 0 AND WS-DC-Day < 32 THEN
             MOVE 'Y' TO WS-DC-Valid
           END-IF
         END-IF
         IF WS-DC-Valid = 'Y' THEN
           SUBTRACT 1 FROM WS-DC-Year GIVING WS-DC-PriorYear
           DIVIDE WS-DC-PriorYear BY 4 GIVING WS-DC-Leap4
           DIVIDE WS-DC-PriorYear BY 100 GIVING WS-DC-Leap100
           DIVIDE WS-DC-PriorYear BY 400 GIVING WS-DC-Leap400
           COMPUTE WS-DC-Days = WS-DC-PriorYear * 365 + WS-DC-Leap4
             - WS-DC-Leap100 + WS-DC-Leap400
             + WS-MonthStart (WS-DC-Month) + WS-DC-Day
           IF WS-DC-Month > 2 THEN
             DIVIDE WS-DC-Year BY 4 GIVING WS-DC-Quotient REMAINDER WS-DC-Rem4
             DIVIDE WS-DC-Year BY 100 GIVING WS-DC-Quotient REMAINDER WS-DC-Rem100
             DIVIDE WS-DC-Year BY 400 GIVING WS-DC-Quotient REMAINDER WS-DC-Rem400
             IF WS-DC-Rem4 = 0 AND (WS-DC-Rem100 NOT = 0 OR WS-DC-Rem400 = 0) THEN
               ADD 1 TO WS-DC-Days
             END-IF
           END-IF
         END-IF
      .

      JudgeMasterAge.
         MOVE 'N' TO WS-ArchiveIt
         MOVE MR-FirstDate TO WS-DC-Date
         PERFORM ConvertDateToDays
         IF WS-DC-Valid = 'Y' AND WS-DC-Days < WS-RunDays THEN
           SUBTRACT WS-DC-Days FROM WS-RunDays GIVING WS-AgeDays
           IF WS-AgeDays > WS-RetainDays THEN
             MOVE 'Y' TO WS-ArchiveIt
           END-IF
         END-IF
      .

      OpenReadingMaster.
         OPEN I-O ReadingMaster
         IF WS-MasterStatus = '35' THEN
           DISPLAY 'NOTE: no reading master diagmstr.dat found - nothing to archive'
           PERFORM ReleaseFileLocks
           STOP RUN
         END-IF
         IF WS-MasterStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open reading master diagmstr.dat - status ' WS-MasterStatus
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
      .

      SplitPostJournal.
         MOVE 'N' TO WS-JournalPresent
         MOVE 'N' TO WS-Eof
         OPEN INPUT PostJournal
         IF WS-JournalStatus = '00' THEN
           MOVE 'Y' TO WS-JournalPresent
           OPEN OUTPUT JournalWork
           OPEN OUTPUT HistoryWork
           IF WS-WorkStatus NOT = '00' OR WS-HistoryWorkStatus NOT = '00' THEN
             DISPLAY 'FATAL: cannot write the journal work files '
               WS-WorkFileName ' and ' WS-HistoryWorkName
             CLOSE PostJournal
             CLOSE ReadingMaster
             PERFORM ReleaseFileLocks
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL WS-Eof = 'Y' OR WS-ArchBatchOverflow = 'Y'
             READ PostJournal
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 PERFORM JudgeJournalEntry
             END-READ
           END-PERFORM
           CLOSE HistoryWork
           CLOSE JournalWork
           CLOSE PostJournal
         ELSE
           DISPLAY 'NOTE: no posting journal mstrjrnl.dat found -'
             ' only master readings will be archived'
         END-IF
         MOVE 'N' TO WS-Eof
      .

      JudgeJournalEntry.
         MOVE 'N' TO WS-ArchiveIt
         MOVE JR-Reading TO MR-Reading
         MOVE JR-SourceFile TO MR-SourceFile
         READ ReadingMaster
           INVALID KEY
             MOVE 'N' TO WS-MasterFound
           NOT INVALID KEY
             MOVE 'Y' TO WS-MasterFound
         END-READ
         IF WS-MasterFound = 'Y' THEN
           PERFORM JudgeMasterAge
         END-IF
         IF WS-ArchiveIt = 'Y' THEN
           PERFORM TallyArchivedBatch
         END-IF
         IF WS-ArchiveIt = 'Y' AND WS-ArchBatchOverflow = 'N' THEN
           ADD 1 TO WS-JournalMovedCount
           MOVE PostJournalRecord TO HistoryWorkRecord
           WRITE HistoryWorkRecord
         ELSE
           ADD 1 TO WS-JournalKeptCount
           MOVE PostJournalRecord TO JournalWorkRecord
           WRITE JournalWorkRecord
         END-IF
      .

      TallyArchivedBatch.
         MOVE 0 TO WS-ArchBatchIndex
         PERFORM ScanArchBatchSlot VARYING WS-ArchBatchIterator FROM 1 BY 1 UNTIL WS-ArchBatchIterator > WS-ArchBatchCount OR WS-ArchBatchIndex > 0
         IF WS-ArchBatchIndex = 0 THEN
           IF WS-ArchBatchCount = WS-MaxArchBatch THEN
             MOVE 'Y' TO WS-ArchBatchOverflow
           ELSE
             ADD 1 TO WS-ArchBatchCount
             MOVE WS-ArchBatchCount TO WS-ArchBatchIndex
             MOVE JR-BatchFile TO WS-AB-BatchFile (WS-ArchBatchIndex)
             MOVE JR-RunDate TO WS-AB-RunDate (WS-ArchBatchIndex)
             MOVE 0 TO WS-AB-Entries (WS-ArchBatchIndex)
           END-IF
         END-IF
         IF WS-ArchBatchIndex > 0 THEN
           ADD 1 TO WS-AB-Entries (WS-ArchBatchIndex)
         END-IF
      .

      ScanArchBatchSlot.
         IF WS-AB-BatchFile (WS-ArchBatchIterator) = JR-BatchFile
             AND WS-AB-RunDate (WS-ArchBatchIterator) = JR-RunDate THEN
           MOVE WS-ArchBatchIterator TO WS-ArchBatchIndex
         END-IF
      .

      AppendJournalHistory.
         MOVE 'N' TO WS-Eof
         MOVE 0 TO WS-JournalHistWritten
         MOVE 'N' TO WS-JournalHistFailed
         OPEN EXTEND JournalHistory
         IF WS-JournalHistStatus NOT = '00' THEN
           OPEN OUTPUT JournalHistory
         END-IF
         IF WS-JournalHistStatus NOT = '00' THEN
           CLOSE ReadingMaster
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           CALL 'CBL_DELETE_FILE' USING WS-HistoryWorkName
           DISPLAY 'FATAL: cannot open journal history ' WS-JournalHistName
             ' - status ' WS-JournalHistStatus ' - the master and the journal'
             ' were left unchanged'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN INPUT HistoryWork
         IF WS-HistoryWorkStatus NOT = '00' THEN
           CLOSE JournalHistory
           CLOSE ReadingMaster
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           DISPLAY 'FATAL: cannot reread the journal work file '
             WS-HistoryWorkName ' - status ' WS-HistoryWorkStatus
             ' - the master and the journal were left unchanged'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y'
           READ HistoryWork
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               MOVE HistoryWorkRecord TO JournalHistoryRecord
               WRITE JournalHistoryRecord
               IF WS-JournalHistStatus = '00' THEN
                 ADD 1 TO WS-JournalHistWritten
               ELSE
                 MOVE 'Y' TO WS-JournalHistFailed
                 MOVE 'Y' TO WS-Eof
               END-IF
           END-READ
         END-PERFORM
         CLOSE HistoryWork
         CLOSE JournalHistory
         IF WS-JournalHistFailed = 'Y' THEN
           CLOSE ReadingMaster
           CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
           CALL 'CBL_DELETE_FILE' USING WS-HistoryWorkName
           DISPLAY 'FATAL: cannot write to journal history '
             WS-JournalHistName ' - status ' WS-JournalHistStatus
             ' - the master and the journal were left unchanged; remove the '
             WS-JournalHistWritten ' entries this run added to the end of '
             WS-JournalHistName ' before rerunning the archive'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         CALL 'CBL_DELETE_FILE' USING WS-HistoryWorkName
         MOVE 'N' TO WS-Eof
      .

      CopyWorkToJournal.
         MOVE 'N' TO WS-Eof
         OPEN INPUT JournalWork
         IF WS-WorkStatus NOT = '00' THEN
           CLOSE ReadingMaster
           DISPLAY 'FATAL: cannot reread the journal work file '
             WS-WorkFileName ' - status ' WS-WorkStatus
             ' - the archived entries WERE added to ' WS-JournalHistName
             ' and recorded in archctl.dat, but mstrjrnl.dat was left'
             ' unchanged and the master was not archived; remove those entries'
             ' from ' WS-JournalHistName ' and this run''s ' WS-RunDate (1:8)
             ' records from archctl.dat before rerunning the archive'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT PostJournal
         IF WS-JournalStatus NOT = '00' THEN
           CLOSE JournalWork
           CLOSE ReadingMaster
           DISPLAY 'FATAL: cannot rewrite mstrjrnl.dat - status '
             WS-JournalStatus ' - the archived entries WERE added to '
             WS-JournalHistName ' but the journal could not be rewritten; '
             WS-WorkFileName ' holds the surviving journal entries - copy it'
             ' over mstrjrnl.dat before any further posting, backout or'
             ' archive; the master was not archived'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM UNTIL WS-Eof = 'Y'
           READ JournalWork
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               MOVE JournalWorkRecord TO PostJournalRecord
               WRITE PostJournalRecord
           END-READ
         END-PERFORM
         CLOSE PostJournal
         CLOSE JournalWork
         CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
         MOVE 'N' TO WS-Eof
      .

      CountMasterDue.
         MOVE 0 TO WS-MasterDueCount
         MOVE 'N' TO WS-Eof
         MOVE LOW-VALUES TO MR-Key
         START ReadingMaster KEY IS NOT LESS THAN MR-Key
           INVALID KEY
             MOVE 'Y' TO WS-Eof
         END-START
         PERFORM UNTIL WS-Eof = 'Y'
           READ ReadingMaster NEXT RECORD
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               PERFORM JudgeMasterAge
               IF WS-ArchiveIt = 'Y' THEN
                 ADD 1 TO WS-MasterDueCount
               END-IF
           END-READ
         END-PERFORM
         MOVE 'N' TO WS-Eof
      .

      ArchiveMasterRecords.
         MOVE 0 TO WS-SeenTally (1) WS-SeenTally (2) WS-SeenTally (3)
         MOVE 0 TO WS-SeenTally (4) WS-SeenTally (5) WS-SeenTally (6)
         MOVE 'N' TO WS-Eof
         OPEN EXTEND MasterHistory
         IF WS-MasterHistStatus NOT = '00' THEN
           OPEN OUTPUT MasterHistory
         END-IF
         IF WS-MasterHistStatus NOT = '00' THEN
           CLOSE ReadingMaster
           DISPLAY 'FATAL: cannot open master history ' WS-MasterHistName
             ' - status ' WS-MasterHistStatus ' - ' WS-JournalMovedCount
             ' journal entries were archived but no master readings were'
             ' moved; correct the problem and rerun the archive to move them'
           PERFORM ReleaseFileLocks
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE LOW-VALUES TO MR-Key
         START ReadingMaster KEY IS NOT LESS THAN MR-Key
           INVALID KEY
             MOVE 'Y' TO WS-Eof
         END-START
         PERFORM UNTIL WS-Eof = 'Y'
           READ ReadingMaster NEXT RECORD
             AT END
               MOVE 'Y' TO WS-Eof
             NOT AT END
               PERFORM JudgeMasterAge
               IF WS-ArchiveIt = 'Y' THEN
                 PERFORM MoveMasterToHistory
               ELSE
                 PERFORM TallyActiveReading
               END-IF
           END-READ
         END-PERFORM
         CLOSE MasterHistory
         MOVE 'N' TO WS-Eof
      .

      MoveMasterToHistory.
         MOVE MR-Reading TO MH-Reading
         MOVE MR-SourceFile TO MH-SourceFile
         MOVE MR-FirstDate TO MH-FirstDate
         MOVE MR-SeenCount TO MH-SeenCount
         MOVE WS-RunDate (1:8) TO MH-ArchiveDate
         WRITE MasterHistoryRecord
         IF WS-MasterHistStatus NOT = '00' THEN
           DISPLAY 'ERROR: cannot write reading ' MR-Reading ' from '
             MR-SourceFile ' to ' WS-MasterHistName ' - status '
             WS-MasterHistStatus ' - it was left on the master'
           ADD 1 TO WS-WriteErrorCount
         ELSE
           DELETE ReadingMaster RECORD
             INVALID KEY
               DISPLAY 'ERROR: cannot remove archived reading ' MR-Reading
                 ' from ' MR-SourceFile ' - status ' WS-MasterStatus
               ADD 1 TO WS-DeleteErrorCount
           END-DELETE
           ADD 1 TO WS-MasterMovedCount
         END-IF
      .

      TallyActiveReading.
         ADD 1 TO WS-ActiveCount
         EVALUATE TRUE
           WHEN MR-SeenCount < 2
             MOVE 1 TO WS-SeenBucket
           WHEN MR-SeenCount = 2
             MOVE 2 TO WS-SeenBucket
           WHEN MR-SeenCount = 3
             MOVE 3 TO WS-SeenBucket
           WHEN MR-SeenCount < 6
             MOVE 4 TO WS-SeenBucket
           WHEN MR-SeenCount < 11
             MOVE 5 TO WS-SeenBucket
           WHEN OTHER
             MOVE 6 TO WS-SeenBucket
         END-EVALUATE
         ADD 1 TO WS-SeenTally (WS-SeenBucket)

         MOVE 0 TO WS-SourceIndex
         PERFORM ScanSourceSlot VARYING WS-SourceIterator FROM 1 BY 1 UNTIL WS-SourceIterator > WS-SourceCount OR WS-SourceIndex > 0
         IF WS-SourceIndex = 0 THEN
           IF WS-SourceCount = WS-MaxSource THEN
             ADD 1 TO WS-OtherSourceCount
           ELSE
             ADD 1 TO WS-SourceCount
             MOVE WS-SourceCount TO WS-SourceIndex
             MOVE MR-SourceFile TO WS-SC-SourceFile (WS-SourceIndex)
             MOVE 0 TO WS-SC-Active (WS-SourceIndex)
           END-IF
         END-IF
         IF WS-SourceIndex > 0 THEN
           ADD 1 TO WS-SC-Active (WS-SourceIndex)
         END-IF
      .

      ScanSourceSlot.
         IF WS-SC-SourceFile (WS-SourceIterator) = MR-SourceFile THEN
           MOVE WS-SourceIterator TO WS-SourceIndex
         END-IF
      .

      WriteArchiveControl.
         OPEN EXTEND ArchiveControl
         IF WS-ArchiveCtlStatus NOT = '00' THEN
           OPEN OUTPUT ArchiveControl
         END-IF
         IF WS-ArchiveCtlStatus NOT = '00' THEN
           DISPLAY 'FATAL: cannot open archive control archctl.dat - status '
             WS-ArchiveCtlStatus
           PERFORM AbandonArchiveRun
         END-IF
         MOVE 'N' TO WS-ArchiveCtlFailed
         MOVE 'R' TO AC-RecordType
         MOVE WS-RunDate (1:8) TO AC-ArchiveDate
         MOVE SPACES TO AC-BatchFile
         MOVE SPACES TO AC-RunDate
         MOVE WS-MasterDueCount TO AC-MasterCount
         MOVE WS-JournalMovedCount TO AC-JournalCount
         WRITE ArchiveControlRecord
         IF WS-ArchiveCtlStatus NOT = '00' THEN
           MOVE 'Y' TO WS-ArchiveCtlFailed
         END-IF
         PERFORM WriteArchivedBatch VARYING WS-ArchBatchIterator FROM 1 BY 1 UNTIL WS-ArchBatchIterator > WS-ArchBatchCount OR WS-ArchiveCtlFailed = 'Y'
         CLOSE ArchiveControl
         IF WS-ArchiveCtlFailed = 'Y' THEN
           DISPLAY 'FATAL: cannot write to archive control archctl.dat - status '
             WS-ArchiveCtlStatus
           DISPLAY '       remove this run''s ' WS-RunDate (1:8)
             ' records from archctl.dat'
           PERFORM AbandonArchiveRun
         END-IF
      .

      AbandonArchiveRun.
         CLOSE ReadingMaster
         CALL 'CBL_DELETE_FILE' USING WS-WorkFileName
         DISPLAY '       the master and the journal were left unchanged'
         IF WS-JournalPresent = 'Y' THEN
           DISPLAY '       remove the ' WS-JournalHistWritten ' entries this'
             ' run added to the end of ' WS-JournalHistName
             ' before rerunning the archive'
         END-IF
         PERFORM ReleaseFileLocks
         MOVE 16 TO RETURN-CODE
         STOP RUN
      .

      WriteArchivedBatch.
         MOVE 'B' TO AC-RecordType
         MOVE WS-RunDate (1:8) TO AC-ArchiveDate
         MOVE WS-AB-BatchFile (WS-ArchBatchIterator) TO AC-BatchFile
         MOVE WS-AB-RunDate (WS-ArchBatchIterator) TO AC-RunDate
         MOVE 0 TO AC-MasterCount
         MOVE WS-AB-Entries (WS-ArchBatchIterator) TO AC-JournalCount
         WRITE ArchiveControlRecord
         IF WS-ArchiveCtlStatus NOT = '00' THEN
           MOVE 'Y' TO WS-ArchiveCtlFailed
         END-IF
      .

      WriteStatReport.
         OPEN OUTPUT StatReport
         MOVE WS-RunDate (1:8) TO WS-SH-RunDate
         MOVE WS-RetainDays TO WS-SH-Retain
         MOVE WS-ActiveCount TO WS-SH-Active
         MOVE WS-StatHeaderLine TO StatReportRecord
         WRITE StatReportRecord

         MOVE SPACES TO StatReportRecord
         WRITE StatReportRecord
         MOVE 'ACTIVE READINGS BY SOURCE FILE' TO StatReportRecord
         WRITE StatReportRecord
         PERFORM WriteStatSourceLine VARYING WS-SourceIterator FROM 1 BY 1 UNTIL WS-SourceIterator > WS-SourceCount
         IF WS-OtherSourceCount > 0 THEN
           MOVE 'OTHER SOURCES' TO WS-SS-Source
           MOVE WS-OtherSourceCount TO WS-SS-Active
           MOVE WS-StatSourceLine TO StatReportRecord
           WRITE StatReportRecord
         END-IF

         MOVE SPACES TO StatReportRecord
         WRITE StatReportRecord
         MOVE 'SEEN COUNT DISTRIBUTION OF ACTIVE READINGS' TO StatReportRecord
         WRITE StatReportRecord
         PERFORM WriteStatSeenLine VARYING WS-SeenIterator FROM 1 BY 1 UNTIL WS-SeenIterator > 6

         MOVE SPACES TO StatReportRecord
         WRITE StatReportRecord
         MOVE 'MOVED TO HISTORY THIS RUN' TO StatReportRecord
         WRITE StatReportRecord
         MOVE WS-MasterMovedCount TO WS-SM-Master
         MOVE WS-JournalMovedCount TO WS-SM-Journal
         MOVE WS-JournalKeptCount TO WS-SM-Kept
         MOVE WS-StatMovedLine TO StatReportRecord
         WRITE StatReportRecord
         MOVE WS-MasterHistName TO WS-SF-Master
         MOVE WS-JournalHistName TO WS-SF-Journal
         MOVE WS-StatHistoryLine TO StatReportRecord
         WRITE StatReportRecord
         PERFORM WriteStatBatchLine VARYING WS-ArchBatchIterator FROM 1 BY 1 UNTIL WS-ArchBatchIterator > WS-ArchBatchCount
         CLOSE StatReport
      .

      WriteStatSourceLine.
         MOVE WS-SC-SourceFile (WS-SourceIterator) TO WS-SS-Source
         MOVE WS-SC-Active (WS-SourceIterator) TO WS-SS-Active
         MOVE WS-StatSourceLine TO StatReportRecord
         WRITE StatReportRecord
      .

      WriteStatSeenLine.
         MOVE WS-SeenLabel (WS-SeenIterator) TO WS-SN-Bucket
         MOVE WS-SeenTally (WS-SeenIterator) TO WS-SN-Readings
         MOVE WS-StatSeenLine TO StatReportRecord
         WRITE StatReportRecord
      .

      WriteStatBatchLine.
         MOVE WS-AB-BatchFile (WS-ArchBatchIterator) TO WS-SB-Batch
         MOVE WS-AB-RunDate (WS-ArchBatchIterator) TO WS-SB-RunDate
         MOVE WS-AB-Entries (WS-ArchBatchIterator) TO WS-SB-Entries
         MOVE WS-StatBatchLine TO StatReportRecord
         WRITE StatReportRecord
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
