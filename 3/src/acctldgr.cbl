      IDENTIFICATION DIVISION.
      PROGRAM-ID. ACCT-LDGR.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT Diagnostics ASSIGN TO DYNAMIC WS-InputFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-InputFileStatus.

            SELECT BatchList ASSIGN TO DYNAMIC WS-BatchListName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BatchListStatus.

            SELECT PostJournal ASSIGN TO 'mstrjrnl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JournalStatus.

            SELECT JournalHistory ASSIGN TO DYNAMIC WS-JournalHistName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JournalHistStatus.

            SELECT ArchiveControl ASSIGN TO 'archctl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ArchiveCtlStatus.

            SELECT RejectIntf ASSIGN TO 'rejintf.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RejectIntfStatus.

            SELECT Suspense ASSIGN TO 'suspense.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SuspenseStatus.

            SELECT RepairLog ASSIGN TO 'rprlog.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RepairLogStatus.

            SELECT AuditLog ASSIGN TO 'auditlog.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AuditFileStatus.

            SELECT ExtractFile ASSIGN TO DYNAMIC WS-ExtractFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ExtractFileStatus.

            SELECT XmitDetail ASSIGN TO 'xmitdtl.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XmitDetailStatus.

            SELECT AckHistory ASSIGN TO 'ackhist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AckHistoryStatus.

            SELECT LedgerReport ASSIGN TO 'acctldgr.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD Diagnostics.
         01 DiagnosticsFile.
            02 Name PIC A(20).
            02 FILLER PIC X(22).

         FD BatchList.
         01 BatchListRecord PIC X(20).

         FD PostJournal.
         01 PostJournalRecord.
            02 JR-BatchFile PIC X(20).
            02 JR-RunDate PIC X(8).
            02 JR-Reading PIC X(20).
            02 JR-SourceFile PIC X(20).
            02 JR-Action PIC X(1).
            02 JR-BeforeCount PIC 9(4).
            02 JR-AfterCount PIC 9(4).

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

         FD RejectIntf.
         01 RejectIntfRecord.
            02 RI-SourceFile PIC X(20).
            02 RI-LineNum PIC 9(6).
            02 RI-BadPos PIC 9(2).
            02 RI-Data PIC X(20).
            02 RI-RunDate PIC X(8).

         FD Suspense.
         01 SuspenseRecord.
            02 SU-SourceFile PIC X(20).
            02 SU-LineNum PIC 9(6).
            02 SU-BadPos PIC 9(2).
            02 SU-Data PIC X(20).
            02 SU-RunDate PIC X(8).
            02 SU-Age PIC 9(3).

         FD RepairLog.
         01 RepairLogRecord.
            02 RL-SourceFile PIC X(20).
            02 RL-LineNum PIC 9(6).
            02 RL-Action PIC X(1).
            02 RL-RejectDate PIC X(8).
            02 RL-RepairDate PIC X(8).
            02 RL-Age PIC 9(3).
            02 RL-FeedName PIC X(20).

         FD AuditLog.
         01 AuditLogRecord.
            02 FILLER PIC X(6).
            02 AL-Timestamp PIC X(16).
            02 FILLER PIC X(2).
            02 FILLER PIC X(6).
            02 AL-Program PIC X(8).
            02 FILLER PIC X(2).
            02 FILLER PIC X(11).
            02 AL-InputFile PIC X(20).
            02 FILLER PIC X(2).
            02 FILLER PIC X(8).
            02 AL-RecordCount PIC X(6).
            02 FILLER PIC X(2).
            02 FILLER PIC X(8).
            02 AL-Answer PIC X(18).

         FD ExtractFile.
         01 ExtractFileRecord.
            02 EX-RecType PIC X(1).
            02 EX-RunDate PIC X(8).
            02 EX-InputFile PIC X(20).
            02 FILLER PIC X(121).

         FD XmitDetail.
         01 XmitDetailRecord.
            02 XI-XmitDate PIC X(8).
            02 XI-ExtractName PIC X(12).
            02 XI-RunDate PIC X(8).
            02 XI-InputFile PIC X(20).
            02 XI-RecordCount PIC 9(6).

         FD AckHistory.
         01 AckHistoryRecord.
            02 AH-RunDate PIC X(8).
            02 AH-ExtractName PIC X(12).
            02 AH-DetailCount PIC 9(6).
            02 AH-HashTotal PIC 9(18).
            02 AH-AckDate PIC X(8).

         FD LedgerReport.
         01 LedgerReportRecord PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-HistoryEof PIC A(1) VALUE 'N'.
         01 WS-RunDate PIC X(10).

         01 WS-CmdLineArg PIC X(40) VALUE SPACES.
         01 WS-TargetFile PIC X(20) VALUE SPACES.
         01 WS-TargetDate PIC X(8) VALUE SPACES.
         01 WS-DateGiven PIC A(1) VALUE 'N'.

         01 WS-InputFileName PIC X(20) VALUE SPACES.
         01 WS-InputFileStatus PIC XX VALUE '00'.
         01 WS-RecordIsControl PIC A(1) VALUE 'N'.

         01 WS-BatchListName PIC X(20) VALUE 'batchlist.dat'.
         01 WS-BatchListStatus PIC XX VALUE '00'.
         01 WS-MaxBatch PIC 9(2) VALUE 20.
         01 WS-BatchCount PIC 9(2) VALUE 0.
         01 WS-BatchIterator PIC 9(2) VALUE 0.
         01 WS-BatchNameTable.
           02 WS-BatchName PIC X(20) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BatchCount.

         01 WS-JournalStatus PIC XX VALUE '00'.
         01 WS-JournalHistName PIC X(24) VALUE SPACES.
         01 WS-JournalHistStatus PIC XX VALUE '00'.
         01 WS-JournalPass PIC X(1) VALUE 'C'.
         01 WS-ArchiveCtlStatus PIC XX VALUE '00'.
         01 WS-MaxArchiveRuns PIC 9(3) VALUE 200.
         01 WS-ArchiveRunCount PIC 9(3) VALUE 0.
         01 WS-ArchiveRunIterator PIC 9(3) VALUE 0.
         01 WS-ArchiveRunTable.
           02 WS-AR-ArchiveDate PIC X(8) OCCURS 200 TIMES.

         01 WS-RejectIntfStatus PIC XX VALUE '00'.
         01 WS-SuspenseStatus PIC XX VALUE '00'.
         01 WS-RepairLogStatus PIC XX VALUE '00'.
         01 WS-AuditFileStatus PIC XX VALUE '00'.
         01 WS-ExtractFileName PIC X(12) VALUE SPACES.
         01 WS-ExtractFileStatus PIC XX VALUE '00'.
         01 WS-XmitDetailStatus PIC XX VALUE '00'.
         01 WS-AckHistoryStatus PIC XX VALUE '00'.

         01 WS-NumericWork PIC X(18) VALUE SPACES.

         01 WS-StatementDate PIC X(8) VALUE SPACES.
         01 WS-LatestDate PIC X(8) VALUE SPACES.
         01 WS-InputFound PIC A(1) VALUE 'N'.
         01 WS-Received PIC 9(6) VALUE 0.
         01 WS-ControlCount PIC 9(6) VALUE 0.
         01 WS-AcceptedCount PIC 9(6) VALUE 0.
         01 WS-NewPostedCount PIC 9(6) VALUE 0.
         01 WS-AlreadySeenCount PIC 9(6) VALUE 0.
         01 WS-RejectedCount PIC 9(6) VALUE 0.
         01 WS-RepostedCount PIC 9(6) VALUE 0.
         01 WS-AwaitReentryCount PIC 9(6) VALUE 0.
         01 WS-SuspenseCount PIC 9(6) VALUE 0.
         01 WS-OldestAge PIC 9(3) VALUE 0.
         01 WS-WrittenOffCount PIC 9(6) VALUE 0.
         01 WS-AwaitRepairCount PIC 9(6) VALUE 0.
         01 WS-AccountedCount PIC 9(7) VALUE 0.
         01 WS-Difference PIC S9(7) VALUE 0.
         01 WS-AuditFound PIC A(1) VALUE 'N'.
         01 WS-AuditRecords PIC 9(6) VALUE 0.
         01 WS-DataRecords PIC 9(6) VALUE 0.
         01 WS-Balanced PIC A(1) VALUE 'Y'.
         01 WS-BalanceReason PIC X(40) VALUE SPACES.
         01 WS-FleetStatus PIC X(60) VALUE SPACES.
         01 WS-Transmitted PIC A(1) VALUE 'N'.
         01 WS-Acknowledged PIC A(1) VALUE 'N'.
         01 WS-InExtract PIC A(1) VALUE 'N'.
         01 WS-XmitDate PIC X(8) VALUE SPACES.
         01 WS-AckDate PIC X(8) VALUE SPACES.

         01 WS-MaxRejLines PIC 9(4) VALUE 1000.
         01 WS-RejLineCount PIC 9(4) VALUE 0.
         01 WS-RejLineIterator PIC 9(4) VALUE 0.
         01 WS-RejLineIndex PIC 9(4) VALUE 0.
         01 WS-RejLineOverflow PIC A(1) VALUE 'N'.
         01 WS-RejLineTable.
           02 WS-RL-Entry OCCURS 1000 TIMES.
             03 WS-RL-LineNum PIC 9(6).
             03 WS-RL-Status PIC X(1).
             03 WS-RL-Rank PIC 9(1).
             03 WS-RL-Age PIC 9(3).
         01 WS-NoteLineNum PIC 9(6) VALUE 0.
         01 WS-NoteStatus PIC X(1) VALUE SPACE.
         01 WS-NoteRank PIC 9(1) VALUE 0.
         01 WS-NoteAge PIC 9(3) VALUE 0.

         01 WS-MaxAcks PIC 9(3) VALUE 200.
         01 WS-AckCount PIC 9(3) VALUE 0.
         01 WS-AckIterator PIC 9(3) VALUE 0.
         01 WS-AckTable.
           02 WS-AK-Entry OCCURS 200 TIMES.
             03 WS-AK-XmitDate PIC X(8).
             03 WS-AK-ExtractName PIC X(12).
             03 WS-AK-AckDate PIC X(8).

         01 WS-StatementCount PIC 9(2) VALUE 0.
         01 WS-OutOfBalanceCount PIC 9(2) VALUE 0.
         01 WS-OutOfBalanceIterator PIC 9(2) VALUE 0.
         01 WS-OutOfBalanceTable.
           02 WS-OB-Entry OCCURS 20 TIMES.
             03 WS-OB-InputFile PIC X(20).
             03 WS-OB-RunDate PIC X(8).
             03 WS-OB-Received PIC 9(6).
             03 WS-OB-Accounted PIC 9(7).
             03 WS-OB-Difference PIC S9(7).
             03 WS-OB-Reason PIC X(40).

         01 WS-PageSize PIC 9(2) VALUE 55.
         01 WS-LineCount PIC 9(2) VALUE 99.
         01 WS-PageCount PIC 9(3) VALUE 0.
         01 WS-StatementLines PIC 9(2) VALUE 24.
         01 WS-PrintLine PIC X(132) VALUE SPACES.

         01 WS-PageHeading.
           02 FILLER          PIC X(35) VALUE 'INPUT FILE ACCOUNTABILITY LEDGER - '.
           02 WS-PH-RunDate   PIC X(8).
           02 FILLER          PIC X(81) VALUE SPACES.
           02 FILLER          PIC X(5)  VALUE 'PAGE '.
           02 WS-PH-Page      PIC ZZ9.

         01 WS-StatementHeading.
           02 FILLER          PIC X(11) VALUE 'INPUT FILE:'.
           02 WS-SH-InputFile PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           02 WS-SH-RunDate   PIC X(8).

         01 WS-LedgerLine.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Label     PIC X(40).
           02 WS-LL-Count     PIC ZZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-LL-Note      PIC X(60).

         01 WS-DifferenceLine.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 FILLER          PIC X(40) VALUE 'OUT OF BALANCE BY'.
           02 WS-DL-Difference PIC -------9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-Reason    PIC X(40).

         01 WS-OutOfBalanceHeading.
           02 FILLER          PIC X(22) VALUE 'INPUT FILE'.
           02 FILLER          PIC X(10) VALUE 'RUN DATE'.
           02 FILLER          PIC X(10) VALUE '  RECEIVED'.
           02 FILLER          PIC X(11) VALUE '  ACCOUNTED'.
           02 FILLER          PIC X(12) VALUE '  DIFFERENCE'.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 FILLER          PIC X(6)  VALUE 'REASON'.

         01 WS-OutOfBalanceLine.
           02 WS-OL-InputFile PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-OL-RunDate   PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-OL-Received  PIC ZZZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-OL-Accounted PIC ZZZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-OL-Difference PIC ---------9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-OL-Reason    PIC X(40).

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'ACCT-LDGR'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineStatements.

         MOVE 'rejintf.dat' TO WS-LQ-Resource.
         MOVE 'S' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'mstrjrnl.dat' TO WS-LQ-Resource.
         MOVE 'S' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'rprlog.dat' TO WS-LQ-Resource.
         MOVE 'S' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.
         MOVE 'xmitlog.dat' TO WS-LQ-Resource.
         MOVE 'S' TO WS-LQ-Mode.
         PERFORM AcquireFileLock.

         PERFORM LoadArchiveRuns.
         PERFORM LoadAckHistory.

         OPEN OUTPUT LedgerReport.
         PERFORM ProduceStatement VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         PERFORM WriteOutOfBalancePage.
         CLOSE LedgerReport.

         PERFORM ReleaseFileLocks.

         DISPLAY 'Accountability Statements Produced: ' WS-StatementCount.
         DISPLAY 'Statements Out Of Balance: ' WS-OutOfBalanceCount.

         IF WS-OutOfBalanceCount > 0 THEN
           DISPLAY 'WARNING: ' WS-OutOfBalanceCount ' input file(s) do not'
             ' balance - see the out-of-balance page in acctldgr.txt'
           MOVE 8 TO RETURN-CODE
         END-IF
      STOP RUN.

      DetermineStatements.
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         UNSTRING WS-CmdLineArg DELIMITED BY ALL SPACES
           INTO WS-TargetFile WS-TargetDate
         IF WS-TargetDate NOT = SPACES THEN
           IF WS-TargetDate IS NOT NUMERIC THEN
             DISPLAY 'FATAL: run date ' WS-TargetDate ' is not in YYYYMMDD'
               ' form - give an input file name and optionally its run'
               ' date, e.g. input.txt 20260902'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE 'Y' TO WS-DateGiven
         END-IF

         IF WS-TargetFile NOT = SPACES THEN
           MOVE 1 TO WS-BatchCount
           MOVE WS-TargetFile TO WS-BatchName (1)
         ELSE
           PERFORM LoadBatchList
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
                   ' entries - files beyond the first '
                   WS-MaxBatch ' were not reported'
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

      LoadAckHistory.
         MOVE 0 TO WS-AckCount
         MOVE 'N' TO WS-Eof
         OPEN INPUT AckHistory
         IF WS-AckHistoryStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ AckHistory
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF WS-AckCount < WS-MaxAcks THEN
                   ADD 1 TO WS-AckCount
                   MOVE AH-RunDate TO WS-AK-XmitDate (WS-AckCount)
                   MOVE AH-ExtractName TO WS-AK-ExtractName (WS-AckCount)
                   MOVE AH-AckDate TO WS-AK-AckDate (WS-AckCount)
                 ELSE
                   DISPLAY 'WARNING: ackhist.dat holds more than ' WS-MaxAcks
                     ' acknowledgments - later ones were not loaded'
                   MOVE 'Y' TO WS-Eof
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AckHistory
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ProduceStatement.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         ADD 1 TO WS-StatementCount
         MOVE 0 TO WS-Received WS-ControlCount WS-AcceptedCount
         MOVE 0 TO WS-NewPostedCount WS-AlreadySeenCount
         MOVE 0 TO WS-RejectedCount WS-RepostedCount WS-AwaitReentryCount
         MOVE 0 TO WS-SuspenseCount WS-OldestAge WS-WrittenOffCount
         MOVE 0 TO WS-AwaitRepairCount WS-AuditRecords
         MOVE 'N' TO WS-AuditFound

         IF WS-DateGiven = 'Y' THEN
           MOVE WS-TargetDate TO WS-StatementDate
         ELSE
           PERFORM DetermineStatementDate
         END-IF

         PERFORM CountReceivedLines
         MOVE 'C' TO WS-JournalPass
         PERFORM ScanJournals
         COMPUTE WS-AcceptedCount = WS-NewPostedCount + WS-AlreadySeenCount
         PERFORM CollectRejectedLines
         PERFORM CheckAuditLog
         PERFORM DetermineFleetStatus
         PERFORM CheckBalance
         PERFORM WriteStatement
      .

      DetermineStatementDate.
         MOVE SPACES TO WS-LatestDate
         MOVE 'D' TO WS-JournalPass
         PERFORM ScanJournals
         MOVE 'N' TO WS-Eof
         OPEN INPUT AuditLog
         IF WS-AuditFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ AuditLog
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF AL-Program = 'PART-ONE' AND AL-InputFile = WS-InputFileName
                     AND AL-Timestamp (1:8) > WS-LatestDate THEN
                   MOVE AL-Timestamp (1:8) TO WS-LatestDate
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AuditLog
         END-IF
         MOVE 'N' TO WS-Eof
         IF WS-LatestDate = SPACES THEN
           MOVE WS-RunDate (1:8) TO WS-StatementDate
         ELSE
           MOVE WS-LatestDate TO WS-StatementDate
         END-IF
      .

      CountReceivedLines.
         MOVE 'N' TO WS-InputFound
         MOVE 'N' TO WS-Eof
         OPEN INPUT Diagnostics
         IF WS-InputFileStatus = '00' THEN
           MOVE 'Y' TO WS-InputFound
           PERFORM UNTIL WS-Eof = 'Y'
             READ Diagnostics
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-Received
                 PERFORM ClassifyInputRecord
                 IF WS-RecordIsControl = 'Y' THEN
                   ADD 1 TO WS-ControlCount
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Diagnostics
         END-IF
         MOVE 'N' TO WS-Eof
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

      ScanJournals.
         MOVE 'N' TO WS-Eof
         OPEN INPUT PostJournal
         IF WS-JournalStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ PostJournal
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 PERFORM ApplyJournalEntry
             END-READ
           END-PERFORM
           CLOSE PostJournal
         END-IF
         MOVE 'N' TO WS-Eof
         PERFORM ScanJournalHistory VARYING WS-ArchiveRunIterator FROM 1 BY 1 UNTIL WS-ArchiveRunIterator > WS-ArchiveRunCount
      .

      ScanJournalHistory.
         MOVE SPACES TO WS-JournalHistName
         STRING 'jrnlhist.' DELIMITED BY SIZE
                WS-AR-ArchiveDate (WS-ArchiveRunIterator) DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
           INTO WS-JournalHistName
         MOVE 'N' TO WS-HistoryEof
         OPEN INPUT JournalHistory
         IF WS-JournalHistStatus = '00' THEN
           PERFORM UNTIL WS-HistoryEof = 'Y'
             READ JournalHistory
               AT END
                 MOVE 'Y' TO WS-HistoryEof
               NOT AT END
                 MOVE JournalHistoryRecord TO PostJournalRecord
                 PERFORM ApplyJournalEntry
             END-READ
           END-PERFORM
           CLOSE JournalHistory
         END-IF
         MOVE 'N' TO WS-HistoryEof
      .

      ApplyJournalEntry.
         IF JR-BatchFile = WS-InputFileName THEN
           IF WS-JournalPass = 'D' THEN
             IF JR-RunDate > WS-LatestDate THEN
               MOVE JR-RunDate TO WS-LatestDate
             END-IF
           ELSE
             IF JR-RunDate = WS-StatementDate THEN
               EVALUATE JR-Action
                 WHEN 'A'
                   ADD 1 TO WS-NewPostedCount
                 WHEN 'U'
                   ADD 1 TO WS-AlreadySeenCount
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-IF
         END-IF
      .

      CollectRejectedLines.
         MOVE 0 TO WS-RejLineCount
         MOVE 'N' TO WS-RejLineOverflow

         MOVE 'N' TO WS-Eof
         OPEN INPUT RepairLog
         IF WS-RepairLogStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ RepairLog
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF RL-SourceFile = WS-InputFileName
                     AND RL-RejectDate = WS-StatementDate THEN
                   PERFORM NoteRepairLogEntry
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RepairLog
         END-IF

         MOVE 'N' TO WS-Eof
         OPEN INPUT Suspense
         IF WS-SuspenseStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ Suspense
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF SU-SourceFile = WS-InputFileName
                     AND SU-RunDate = WS-StatementDate THEN
                   MOVE SU-LineNum TO WS-NoteLineNum
                   MOVE 'S' TO WS-NoteStatus
                   MOVE 2 TO WS-NoteRank
                   MOVE SU-Age TO WS-NoteAge
                   PERFORM NoteRejectLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Suspense
         END-IF

         MOVE 'N' TO WS-Eof
         OPEN INPUT RejectIntf
         IF WS-RejectIntfStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ RejectIntf
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF RI-SourceFile = WS-InputFileName
                     AND RI-RunDate = WS-StatementDate THEN
                   MOVE RI-LineNum TO WS-NoteLineNum
                   MOVE 'Q' TO WS-NoteStatus
                   MOVE 1 TO WS-NoteRank
                   MOVE 0 TO WS-NoteAge
                   PERFORM NoteRejectLine
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RejectIntf
         END-IF
         MOVE 'N' TO WS-Eof

         IF WS-RejLineOverflow = 'Y' THEN
           DISPLAY 'WARNING: ' WS-InputFileName ' has more than '
             WS-MaxRejLines ' rejected lines - the excess is not'
             ' accounted for on its statement'
         END-IF

         MOVE WS-RejLineCount TO WS-RejectedCount
         PERFORM TallyRejectLine VARYING WS-RejLineIterator FROM 1 BY 1 UNTIL WS-RejLineIterator > WS-RejLineCount
      .

      NoteRepairLogEntry.
         MOVE RL-LineNum TO WS-NoteLineNum
         MOVE RL-Age TO WS-NoteAge
         EVALUATE RL-Action
           WHEN 'R'
             IF RL-FeedName = SPACES THEN
               MOVE 'E' TO WS-NoteStatus
             ELSE
               MOVE 'P' TO WS-NoteStatus
             END-IF
             MOVE 4 TO WS-NoteRank
           WHEN 'W'
             MOVE 'W' TO WS-NoteStatus
             MOVE 3 TO WS-NoteRank
           WHEN OTHER
             MOVE 'S' TO WS-NoteStatus
             MOVE 2 TO WS-NoteRank
         END-EVALUATE
         PERFORM NoteRejectLine
      .

      NoteRejectLine.
         MOVE 0 TO WS-RejLineIndex
         PERFORM FindRejectLine VARYING WS-RejLineIterator FROM 1 BY 1 UNTIL WS-RejLineIterator > WS-RejLineCount OR WS-RejLineIndex > 0
         IF WS-RejLineIndex = 0 THEN
           IF WS-RejLineCount = WS-MaxRejLines THEN
             MOVE 'Y' TO WS-RejLineOverflow
           ELSE
             ADD 1 TO WS-RejLineCount
             MOVE WS-NoteLineNum TO WS-RL-LineNum (WS-RejLineCount)
             MOVE WS-NoteStatus TO WS-RL-Status (WS-RejLineCount)
             MOVE WS-NoteRank TO WS-RL-Rank (WS-RejLineCount)
             MOVE WS-NoteAge TO WS-RL-Age (WS-RejLineCount)
           END-IF
         ELSE
           IF WS-NoteRank > WS-RL-Rank (WS-RejLineIndex) THEN
             MOVE WS-NoteStatus TO WS-RL-Status (WS-RejLineIndex)
             MOVE WS-NoteRank TO WS-RL-Rank (WS-RejLineIndex)
             MOVE WS-NoteAge TO WS-RL-Age (WS-RejLineIndex)
           ELSE
             IF WS-NoteRank = WS-RL-Rank (WS-RejLineIndex)
                 AND WS-NoteAge > WS-RL-Age (WS-RejLineIndex) THEN
               MOVE WS-NoteAge TO WS-RL-Age (WS-RejLineIndex)
             END-IF
           END-IF
         END-IF
      .

      FindRejectLine.
         IF WS-RL-LineNum (WS-RejLineIterator) = WS-NoteLineNum THEN
           MOVE WS-RejLineIterator TO WS-RejLineIndex
         END-IF
      .

      TallyRejectLine.
         EVALUATE WS-RL-Status (WS-RejLineIterator)
           WHEN 'P'
             ADD 1 TO WS-RepostedCount
           WHEN 'E'
             ADD 1 TO WS-AwaitReentryCount
           WHEN 'W'
             ADD 1 TO WS-WrittenOffCount
           WHEN 'S'
             ADD 1 TO WS-SuspenseCount
             IF WS-RL-Age (WS-RejLineIterator) > WS-OldestAge THEN
               MOVE WS-RL-Age (WS-RejLineIterator) TO WS-OldestAge
             END-IF
           WHEN OTHER
             ADD 1 TO WS-AwaitRepairCount
         END-EVALUATE
      .

      CheckAuditLog.
         MOVE 'N' TO WS-Eof
         OPEN INPUT AuditLog
         IF WS-AuditFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ AuditLog
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF AL-Program = 'PART-ONE' AND AL-InputFile = WS-InputFileName
                     AND AL-Timestamp (1:8) = WS-StatementDate THEN
                   MOVE 'Y' TO WS-AuditFound
                   MOVE AL-RecordCount TO WS-NumericWork
                   INSPECT WS-NumericWork REPLACING LEADING SPACE BY '0'
                   IF WS-NumericWork (1:6) IS NUMERIC THEN
                     MOVE WS-NumericWork (1:6) TO WS-AuditRecords
                   ELSE
                     MOVE 0 TO WS-AuditRecords
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AuditLog
         END-IF
         MOVE 'N' TO WS-Eof
      .

      DetermineFleetStatus.
         MOVE 'N' TO WS-Transmitted WS-Acknowledged WS-InExtract
         MOVE SPACES TO WS-XmitDate WS-AckDate
         MOVE 'N' TO WS-Eof
         OPEN INPUT XmitDetail
         IF WS-XmitDetailStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ XmitDetail
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF XI-InputFile = WS-InputFileName
                     AND XI-RunDate = WS-StatementDate THEN
                   MOVE 'Y' TO WS-Transmitted
                   IF WS-Acknowledged = 'N' THEN
                     MOVE XI-XmitDate TO WS-XmitDate
                     PERFORM FindAcknowledgment VARYING WS-AckIterator FROM 1 BY 1 UNTIL WS-AckIterator > WS-AckCount OR WS-Acknowledged = 'Y'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE XmitDetail
         END-IF
         MOVE 'N' TO WS-Eof

         IF WS-Transmitted = 'N' THEN
           MOVE 'fleetxt1.dat' TO WS-ExtractFileName
           PERFORM SearchExtractFile
           MOVE 'fleetxt2.dat' TO WS-ExtractFileName
           PERFORM SearchExtractFile
         END-IF

         MOVE SPACES TO WS-FleetStatus
         IF WS-Acknowledged = 'Y' THEN
           STRING 'ACKNOWLEDGED - SENT ' DELIMITED BY SIZE
                  WS-XmitDate DELIMITED BY SIZE
                  ' ACKNOWLEDGED ' DELIMITED BY SIZE
                  WS-AckDate DELIMITED BY SIZE
             INTO WS-FleetStatus
         ELSE
           IF WS-Transmitted = 'Y' THEN
             STRING 'TRANSMITTED ' DELIMITED BY SIZE
                    WS-XmitDate DELIMITED BY SIZE
                    ' - NOT ACKNOWLEDGED' DELIMITED BY SIZE
               INTO WS-FleetStatus
           ELSE
             IF WS-InExtract = 'Y' THEN
               MOVE 'IN FLEET EXTRACT - NOT YET MERGED OR TRANSMITTED'
                 TO WS-FleetStatus
             ELSE
               MOVE 'NOT IN ANY FLEET EXTRACT' TO WS-FleetStatus
             END-IF
           END-IF
         END-IF
      .

      FindAcknowledgment.
         IF WS-AK-XmitDate (WS-AckIterator) = XI-XmitDate
             AND WS-AK-ExtractName (WS-AckIterator) = XI-ExtractName THEN
           MOVE 'Y' TO WS-Acknowledged
           MOVE WS-AK-AckDate (WS-AckIterator) TO WS-AckDate
         END-IF
      .

      SearchExtractFile.
         MOVE 'N' TO WS-Eof
         OPEN INPUT ExtractFile
         IF WS-ExtractFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ExtractFile
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF EX-RecType = 'D' AND EX-InputFile = WS-InputFileName
                     AND EX-RunDate = WS-StatementDate THEN
                   MOVE 'Y' TO WS-InExtract
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ExtractFile
         END-IF
         MOVE 'N' TO WS-Eof
      .

      CheckBalance.
         COMPUTE WS-AccountedCount = WS-ControlCount + WS-AcceptedCount + WS-RejectedCount
         COMPUTE WS-Difference = WS-Received - WS-AccountedCount
         COMPUTE WS-DataRecords = WS-AcceptedCount + WS-RejectedCount
         MOVE 'Y' TO WS-Balanced
         MOVE SPACES TO WS-BalanceReason
         IF WS-InputFound = 'N' THEN
           MOVE 'N' TO WS-Balanced
           MOVE 'INPUT FILE NOT FOUND' TO WS-BalanceReason
         ELSE
           IF WS-Difference > 0 THEN
             MOVE 'N' TO WS-Balanced
             MOVE 'LINES RECEIVED BUT NOT ACCOUNTED FOR' TO WS-BalanceReason
           END-IF
           IF WS-Difference < 0 THEN
             MOVE 'N' TO WS-Balanced
             MOVE 'MORE LINES ACCOUNTED FOR THAN RECEIVED' TO WS-BalanceReason
           END-IF
           IF WS-Difference = 0 AND WS-AuditFound = 'Y'
               AND WS-AuditRecords NOT = WS-DataRecords THEN
             MOVE 'N' TO WS-Balanced
             MOVE 'AUDIT LOG RECORD COUNT DISAGREES' TO WS-BalanceReason
           END-IF
         END-IF

         IF WS-Balanced = 'N' AND WS-OutOfBalanceCount < 20 THEN
           ADD 1 TO WS-OutOfBalanceCount
           MOVE WS-InputFileName TO WS-OB-InputFile (WS-OutOfBalanceCount)
           MOVE WS-StatementDate TO WS-OB-RunDate (WS-OutOfBalanceCount)
           MOVE WS-Received TO WS-OB-Received (WS-OutOfBalanceCount)
           MOVE WS-AccountedCount TO WS-OB-Accounted (WS-OutOfBalanceCount)
           MOVE WS-Difference TO WS-OB-Difference (WS-OutOfBalanceCount)
           MOVE WS-BalanceReason TO WS-OB-Reason (WS-OutOfBalanceCount)
         END-IF
      .

      WriteStatement.
         IF WS-LineCount + WS-StatementLines > WS-PageSize THEN
           MOVE 99 TO WS-LineCount
         END-IF
         MOVE WS-InputFileName TO WS-SH-InputFile
         MOVE WS-StatementDate TO WS-SH-RunDate
         MOVE WS-StatementHeading TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine

         MOVE 'LINES RECEIVED' TO WS-LL-Label
         MOVE WS-Received TO WS-LL-Count
         IF WS-InputFound = 'N' THEN
           MOVE 'INPUT FILE NOT FOUND' TO WS-LL-Note
         ELSE
           MOVE SPACES TO WS-LL-Note
         END-IF
         PERFORM WriteLedgerLine

         MOVE '  CONTROL RECORDS' TO WS-LL-Label
         MOVE WS-ControlCount TO WS-LL-Count
         PERFORM WriteLedgerLine

         MOVE '  DATA RECORDS ACCEPTED' TO WS-LL-Label
         MOVE WS-AcceptedCount TO WS-LL-Count
         PERFORM WriteLedgerLine
         MOVE '    NEWLY POSTED TO READING MASTER' TO WS-LL-Label
         MOVE WS-NewPostedCount TO WS-LL-Count
         PERFORM WriteLedgerLine
         MOVE '    ALREADY SEEN ON READING MASTER' TO WS-LL-Label
         MOVE WS-AlreadySeenCount TO WS-LL-Count
         PERFORM WriteLedgerLine

         MOVE '  DATA RECORDS REJECTED' TO WS-LL-Label
         MOVE WS-RejectedCount TO WS-LL-Count
         PERFORM WriteLedgerLine
         MOVE '    REPAIRED AND REPOSTED' TO WS-LL-Label
         MOVE WS-RepostedCount TO WS-LL-Count
         PERFORM WriteLedgerLine
         MOVE '    REPAIRED - AWAITING RE-ENTRY' TO WS-LL-Label
         MOVE WS-AwaitReentryCount TO WS-LL-Count
         PERFORM WriteLedgerLine
         MOVE '    STILL IN SUSPENSE' TO WS-LL-Label
         MOVE WS-SuspenseCount TO WS-LL-Count
         IF WS-SuspenseCount > 0 THEN
           STRING 'OLDEST SUSPENSE AGE ' DELIMITED BY SIZE
                  WS-OldestAge DELIMITED BY SIZE
                  ' RUNS' DELIMITED BY SIZE
             INTO WS-LL-Note
         END-IF
         PERFORM WriteLedgerLine
         MOVE '    WRITTEN OFF' TO WS-LL-Label
         MOVE WS-WrittenOffCount TO WS-LL-Count
         PERFORM WriteLedgerLine
         MOVE '    AWAITING REPAIR' TO WS-LL-Label
         MOVE WS-AwaitRepairCount TO WS-LL-Count
         PERFORM WriteLedgerLine

         MOVE 'TOTAL LINES ACCOUNTED FOR' TO WS-LL-Label
         MOVE WS-AccountedCount TO WS-LL-Count
         PERFORM WriteLedgerLine

         MOVE 'PART-ONE AUDIT LOG DATA RECORDS' TO WS-LL-Label
         MOVE WS-AuditRecords TO WS-LL-Count
         IF WS-AuditFound = 'N' THEN
           MOVE 'NO PART-ONE AUDIT ENTRY FOR THIS RUN DATE' TO WS-LL-Note
         ELSE
           IF WS-AuditRecords = WS-DataRecords THEN
             MOVE 'AGREES WITH ACCEPTED PLUS REJECTED' TO WS-LL-Note
           ELSE
             MOVE 'DISAGREES WITH ACCEPTED PLUS REJECTED' TO WS-LL-Note
           END-IF
         END-IF
         PERFORM WriteLedgerLine

         MOVE SPACES TO WS-PrintLine
         STRING '  FLEET TRANSMISSION: ' DELIMITED BY SIZE
                WS-FleetStatus DELIMITED BY SIZE
           INTO WS-PrintLine
         PERFORM WriteReportLine

         IF WS-Balanced = 'Y' THEN
           MOVE '  STATEMENT BALANCES' TO WS-PrintLine
           PERFORM WriteReportLine
         ELSE
           MOVE WS-Difference TO WS-DL-Difference
           MOVE WS-BalanceReason TO WS-DL-Reason
           MOVE WS-DifferenceLine TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine
      .

      WriteLedgerLine.
         MOVE WS-LedgerLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE SPACES TO WS-LL-Note
      .

      WriteOutOfBalancePage.
         MOVE 99 TO WS-LineCount
         MOVE 'OUT-OF-BALANCE INPUT FILES' TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine
         IF WS-OutOfBalanceCount = 0 THEN
           MOVE '  (every input file balances)' TO WS-PrintLine
           PERFORM WriteReportLine
         ELSE
           MOVE WS-OutOfBalanceHeading TO WS-PrintLine
           PERFORM WriteReportLine
           PERFORM WriteOutOfBalanceLine VARYING WS-OutOfBalanceIterator FROM 1 BY 1 UNTIL WS-OutOfBalanceIterator > WS-OutOfBalanceCount
         END-IF
      .

      WriteOutOfBalanceLine.
         MOVE WS-OB-InputFile (WS-OutOfBalanceIterator) TO WS-OL-InputFile
         MOVE WS-OB-RunDate (WS-OutOfBalanceIterator) TO WS-OL-RunDate
         MOVE WS-OB-Received (WS-OutOfBalanceIterator) TO WS-OL-Received
         MOVE WS-OB-Accounted (WS-OutOfBalanceIterator) TO WS-OL-Accounted
         MOVE WS-OB-Difference (WS-OutOfBalanceIterator) TO WS-OL-Difference
         MOVE WS-OB-Reason (WS-OutOfBalanceIterator) TO WS-OL-Reason
         MOVE WS-OutOfBalanceLine TO WS-PrintLine
         PERFORM WriteReportLine
      .

      WriteReportLine.
         IF WS-LineCount NOT < WS-PageSize THEN
           PERFORM WritePageHeading
         END-IF
         MOVE WS-PrintLine TO LedgerReportRecord
         WRITE LedgerReportRecord
         ADD 1 TO WS-LineCount
      .

      WritePageHeading.
         ADD 1 TO WS-PageCount
         MOVE WS-RunDate (1:8) TO WS-PH-RunDate
         MOVE WS-PageCount TO WS-PH-Page
         MOVE WS-PageHeading TO LedgerReportRecord
         WRITE LedgerReportRecord
         MOVE SPACES TO LedgerReportRecord
         WRITE LedgerReportRecord
         MOVE 2 TO WS-LineCount
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
