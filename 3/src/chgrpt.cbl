      IDENTIFICATION DIVISION.
      PROGRAM-ID. CHG-RPT.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ChangeHistory ASSIGN TO 'chghist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ChangeHistStatus.

            SELECT ControlFile ASSIGN TO 'bitwidth.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ControlFileStatus.

            SELECT ChangeReport ASSIGN TO 'chgrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD ChangeHistory.
         01 ChangeHistoryRecord.
            02 CH-ChangeId PIC 9(6).
            02 CH-Timestamp.
               03 CH-Date PIC X(8).
               03 CH-Time PIC X(6).
            02 CH-Operator PIC X(8).
            02 CH-Program PIC X(12).
            02 CH-Event PIC X(1).
            02 CH-Object PIC X(16).
            02 CH-Item PIC X(20).
            02 CH-Before PIC X(20).
            02 CH-After PIC X(20).
            02 CH-RequestedBy PIC X(8).

         FD ControlFile.
         01 ControlFileRecord PIC X(2).

         FD ChangeReport.
         01 ChangeReportRecord PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-ChangeHistStatus PIC XX VALUE '00'.
         01 WS-ControlFileStatus PIC XX VALUE '00'.

         01 WS-CmdLineArg PIC X(40) VALUE SPACES.
         01 WS-FromDate PIC X(8) VALUE SPACES.
         01 WS-ToDate PIC X(8) VALUE SPACES.
         01 WS-RangeText PIC X(30) VALUE SPACES.
         01 WS-RunDate PIC X(10).

         01 WS-MaxEvents PIC 9(4) VALUE 2000.
         01 WS-EventCount PIC 9(4) VALUE 0.
         01 WS-EventIterator PIC 9(4) VALUE 0.
         01 WS-EventIndex PIC 9(4) VALUE 0.
         01 WS-EventTable.
           02 WS-EV-Entry OCCURS 2000 TIMES.
             03 WS-EV-SortKey.
               04 WS-EV-Date PIC X(8).
               04 WS-EV-Operator PIC X(8).
               04 WS-EV-Time PIC X(6).
               04 WS-EV-ChangeId PIC 9(6).
             03 WS-EV-Program PIC X(12).
             03 WS-EV-Event PIC X(1).
             03 WS-EV-Object PIC X(16).
             03 WS-EV-Item PIC X(20).
             03 WS-EV-Before PIC X(20).
             03 WS-EV-After PIC X(20).
             03 WS-EV-RequestedBy PIC X(8).
             03 WS-EV-Flag PIC X(1).
         01 WS-NewEvent.
           02 WS-NE-SortKey.
             03 WS-NE-Date PIC X(8).
             03 WS-NE-Operator PIC X(8).
             03 WS-NE-Time PIC X(6).
             03 WS-NE-ChangeId PIC 9(6).
           02 WS-NE-Program PIC X(12).
           02 WS-NE-Event PIC X(1).
           02 WS-NE-Object PIC X(16).
           02 WS-NE-Item PIC X(20).
           02 WS-NE-Before PIC X(20).
           02 WS-NE-After PIC X(20).
           02 WS-NE-RequestedBy PIC X(8).
           02 WS-NE-Flag PIC X(1).

         01 WS-MaxRequests PIC 9(3) VALUE 500.
         01 WS-RequestCount PIC 9(3) VALUE 0.
         01 WS-RequestIterator PIC 9(3) VALUE 0.
         01 WS-RequestIndex PIC 9(3) VALUE 0.
         01 WS-RequestTable.
           02 WS-RQ-Entry OCCURS 500 TIMES.
             03 WS-RQ-ChangeId PIC 9(6).
             03 WS-RQ-Timestamp PIC X(14).
             03 WS-RQ-Operator PIC X(8).
             03 WS-RQ-Object PIC X(16).
             03 WS-RQ-Item PIC X(20).
             03 WS-RQ-Before PIC X(20).
             03 WS-RQ-After PIC X(20).
             03 WS-RQ-Open PIC A(1).

         01 WS-ApprovedWidth PIC X(20) VALUE SPACES.
         01 WS-ApprovedChangeId PIC 9(6) VALUE 0.
         01 WS-CurrentWidth PIC X(2) VALUE SPACES.
         01 WS-WidthText PIC X(20) VALUE SPACES.
         01 WS-WidthDrift PIC A(1) VALUE 'N'.

         01 WS-ListedCount PIC 9(6) VALUE 0.
         01 WS-AppliedCount PIC 9(6) VALUE 0.
         01 WS-RequestedCount PIC 9(6) VALUE 0.
         01 WS-ApprovedCount PIC 9(6) VALUE 0.
         01 WS-DeclinedCount PIC 9(6) VALUE 0.
         01 WS-PendingCount PIC 9(6) VALUE 0.
         01 WS-FlaggedCount PIC 9(6) VALUE 0.
         01 WS-DroppedEvents PIC 9(6) VALUE 0.
         01 WS-DroppedRequests PIC 9(6) VALUE 0.

         01 WS-LastDate PIC X(8) VALUE SPACES.
         01 WS-LastOperator PIC X(8) VALUE SPACES.

         01 WS-PageSize PIC 9(2) VALUE 55.
         01 WS-LineCount PIC 9(2) VALUE 99.
         01 WS-PageCount PIC 9(3) VALUE 0.
         01 WS-PrintLine PIC X(132) VALUE SPACES.

         01 WS-PageHeading.
           02 FILLER          PIC X(25) VALUE 'CONTROL CHANGE HISTORY - '.
           02 WS-PH-Range     PIC X(30).
           02 FILLER          PIC X(69) VALUE SPACES.
           02 FILLER          PIC X(5)  VALUE 'PAGE '.
           02 WS-PH-Page      PIC ZZ9.

         01 WS-DateHeading.
           02 FILLER          PIC X(6)  VALUE 'DATE: '.
           02 WS-DH-Date      PIC X(8).

         01 WS-OperatorHeading.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 FILLER          PIC X(10) VALUE 'OPERATOR: '.
           02 WS-OH-Operator  PIC X(8).

         01 WS-DetailLine.
           02 FILLER          PIC X(4)  VALUE SPACES.
           02 WS-DL-Time      PIC X(6).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-ChangeId  PIC 9(6).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-Event     PIC X(9).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-Program   PIC X(12).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-Object    PIC X(16).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-Item      PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-DL-Before    PIC X(20).
           02 FILLER          PIC X(4)  VALUE ' -> '.
           02 WS-DL-After     PIC X(20).

         01 WS-NoteLine.
           02 FILLER          PIC X(30) VALUE SPACES.
           02 WS-NL-Text      PIC X(102).

         01 WS-PendingLine.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-PL-ChangeId  PIC 9(6).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-PL-Timestamp PIC X(14).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-PL-Operator  PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-PL-Object    PIC X(16).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-PL-Item      PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-PL-Before    PIC X(20).
           02 FILLER          PIC X(4)  VALUE ' -> '.
           02 WS-PL-After     PIC X(20).

         01 WS-FlagLine.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-FL-Date      PIC X(8).
           02 FILLER          PIC X(1)  VALUE SPACE.
           02 WS-FL-Time      PIC X(6).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-FL-ChangeId  PIC 9(6).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-FL-Operator  PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-FL-Object    PIC X(16).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-FL-Item      PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-FL-Reason    PIC X(55).

         01 WS-TotalLine.
           02 WS-TL-Label     PIC X(36).
           02 WS-TL-Value     PIC ZZZZZ9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'CHG-RPT'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM DetermineReportRange.
         PERFORM LoadChangeHistory.
         PERFORM CheckCurrentBitWidth.

         OPEN OUTPUT ChangeReport.
         PERFORM WriteChangeLine VARYING WS-EventIterator FROM 1 BY 1 UNTIL WS-EventIterator > WS-EventCount.
         IF WS-EventCount = 0 THEN
           MOVE '(no control changes recorded for the period)' TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
         PERFORM WritePendingSection.
         PERFORM WriteUnapprovedSection.
         PERFORM WriteTotalsPage.
         CLOSE ChangeReport.

         DISPLAY 'Control Change History written for ' WS-RangeText.
         DISPLAY 'Change Events Listed: ' WS-ListedCount.
         DISPLAY 'Changes Pending Approval: ' WS-PendingCount.
         DISPLAY 'Changes Applied Without Approval: ' WS-FlaggedCount.

         IF WS-DroppedEvents > 0 OR WS-DroppedRequests > 0 THEN
           DISPLAY 'WARNING: ' WS-DroppedEvents ' change events and '
             WS-DroppedRequests ' approval requests exceeded the report'
             ' table limits and were left out of the report'
           MOVE 8 TO RETURN-CODE
         END-IF
         IF WS-FlaggedCount > 0 THEN
           DISPLAY 'WARNING: control changes were applied without a second'
             ' operator''s approval - see chgrpt.txt'
           MOVE 8 TO RETURN-CODE
         END-IF
      STOP RUN.

      DetermineReportRange.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         UNSTRING WS-CmdLineArg DELIMITED BY ALL SPACES
           INTO WS-FromDate WS-ToDate
         IF WS-FromDate NOT = SPACES AND WS-FromDate IS NOT NUMERIC THEN
           DISPLAY 'FATAL: the from date must be given as YYYYMMDD'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-ToDate NOT = SPACES AND WS-ToDate IS NOT NUMERIC THEN
           DISPLAY 'FATAL: the to date must be given as YYYYMMDD'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-FromDate = SPACES THEN
           MOVE 'ALL CHANGES ON RECORD' TO WS-RangeText
         ELSE
           IF WS-ToDate = SPACES THEN
             MOVE WS-RunDate (1:8) TO WS-ToDate
           END-IF
           IF WS-ToDate < WS-FromDate THEN
             DISPLAY 'FATAL: the to date ' WS-ToDate
               ' is earlier than the from date ' WS-FromDate
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           STRING WS-FromDate DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  WS-ToDate DELIMITED BY SIZE
             INTO WS-RangeText
         END-IF
         DISPLAY 'Reporting control changes: ' WS-RangeText
      .

      LoadChangeHistory.
         MOVE 'chghist.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         MOVE 'N' TO WS-Eof
         OPEN INPUT ChangeHistory
         IF WS-ChangeHistStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ChangeHistory
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 PERFORM TallyChangeEvent
             END-READ
           END-PERFORM
           CLOSE ChangeHistory
         ELSE
           DISPLAY 'NOTE: no change history file chghist.dat -'
             ' no control changes have been recorded'
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof
      .

      TallyChangeEvent.
         MOVE SPACE TO WS-NE-Flag
         EVALUATE CH-Event
           WHEN 'P'
             PERFORM StoreRequest
           WHEN 'A'
             PERFORM FindRequest
             IF WS-RequestIndex = 0 THEN
               MOVE 'N' TO WS-NE-Flag
             ELSE
               MOVE 'N' TO WS-RQ-Open (WS-RequestIndex)
             END-IF
             IF CH-RequestedBy = SPACES OR CH-RequestedBy = CH-Operator THEN
               MOVE 'S' TO WS-NE-Flag
             END-IF
             IF CH-Object = 'bitwidth.dat' THEN
               MOVE CH-After TO WS-ApprovedWidth
               MOVE CH-ChangeId TO WS-ApprovedChangeId
             END-IF
           WHEN 'D'
             PERFORM FindRequest
             IF WS-RequestIndex > 0 THEN
               MOVE 'N' TO WS-RQ-Open (WS-RequestIndex)
             END-IF
           WHEN 'C'
             IF CH-Object = 'bitwidth.dat' OR CH-Object = 'BACKOUT' THEN
               MOVE 'U' TO WS-NE-Flag
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE
         IF (WS-FromDate = SPACES OR CH-Date NOT < WS-FromDate)
             AND (WS-ToDate = SPACES OR CH-Date NOT > WS-ToDate) THEN
           PERFORM AddChangeEvent
         END-IF
      .

      StoreRequest.
         IF WS-RequestCount = WS-MaxRequests THEN
           ADD 1 TO WS-DroppedRequests
         ELSE
           ADD 1 TO WS-RequestCount
           MOVE CH-ChangeId TO WS-RQ-ChangeId (WS-RequestCount)
           MOVE CH-Timestamp TO WS-RQ-Timestamp (WS-RequestCount)
           MOVE CH-Operator TO WS-RQ-Operator (WS-RequestCount)
           MOVE CH-Object TO WS-RQ-Object (WS-RequestCount)
           MOVE CH-Item TO WS-RQ-Item (WS-RequestCount)
           MOVE CH-Before TO WS-RQ-Before (WS-RequestCount)
           MOVE CH-After TO WS-RQ-After (WS-RequestCount)
           MOVE 'Y' TO WS-RQ-Open (WS-RequestCount)
         END-IF
      .

      FindRequest.
         MOVE 0 TO WS-RequestIndex
         PERFORM ScanRequest VARYING WS-RequestIterator FROM 1 BY 1 UNTIL WS-RequestIterator > WS-RequestCount OR WS-RequestIndex > 0
      .

      ScanRequest.
         IF WS-RQ-ChangeId (WS-RequestIterator) = CH-ChangeId THEN
           MOVE WS-RequestIterator TO WS-RequestIndex
         END-IF
      .

      AddChangeEvent.
         IF WS-EventCount = WS-MaxEvents THEN
           ADD 1 TO WS-DroppedEvents
         ELSE
           MOVE CH-Date TO WS-NE-Date
           MOVE CH-Operator TO WS-NE-Operator
           MOVE CH-Time TO WS-NE-Time
           MOVE CH-ChangeId TO WS-NE-ChangeId
           MOVE CH-Program TO WS-NE-Program
           MOVE CH-Event TO WS-NE-Event
           MOVE CH-Object TO WS-NE-Object
           MOVE CH-Item TO WS-NE-Item
           MOVE CH-Before TO WS-NE-Before
           MOVE CH-After TO WS-NE-After
           MOVE CH-RequestedBy TO WS-NE-RequestedBy
           ADD 1 TO WS-EventCount
           MOVE WS-EventCount TO WS-EventIndex
           PERFORM FindEventSlot VARYING WS-EventIterator FROM 1 BY 1 UNTIL WS-EventIterator NOT < WS-EventIndex
           PERFORM ShiftEventRight VARYING WS-EventIterator FROM WS-EventCount BY -1 UNTIL WS-EventIterator NOT > WS-EventIndex
           MOVE WS-NewEvent TO WS-EV-Entry (WS-EventIndex)
         END-IF
      .

      FindEventSlot.
         IF WS-EV-SortKey (WS-EventIterator) > WS-NE-SortKey THEN
           MOVE WS-EventIterator TO WS-EventIndex
         END-IF
      .

      ShiftEventRight.
         MOVE WS-EV-Entry (WS-EventIterator - 1) TO WS-EV-Entry (WS-EventIterator)
      .

      CheckCurrentBitWidth.
         MOVE 'bitwidth.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         MOVE SPACES TO WS-CurrentWidth
         OPEN INPUT ControlFile
         IF WS-ControlFileStatus = '00' THEN
           READ ControlFile
             AT END
               CONTINUE
             NOT AT END
               MOVE ControlFileRecord TO WS-CurrentWidth
           END-READ
           CLOSE ControlFile
         END-IF
         PERFORM ReleaseFileLock
         IF WS-ApprovedChangeId > 0 THEN
           MOVE WS-CurrentWidth TO WS-WidthText
           IF WS-WidthText NOT = WS-ApprovedWidth THEN
             MOVE 'Y' TO WS-WidthDrift
             ADD 1 TO WS-FlaggedCount
           END-IF
         END-IF
      .

      WriteChangeLine.
         IF WS-EV-Date (WS-EventIterator) NOT = WS-LastDate THEN
           IF WS-LastDate NOT = SPACES THEN
             MOVE SPACES TO WS-PrintLine
             PERFORM WriteReportLine
           END-IF
           MOVE WS-EV-Date (WS-EventIterator) TO WS-DH-Date
           MOVE WS-DateHeading TO WS-PrintLine
           PERFORM WriteReportLine
           MOVE WS-EV-Date (WS-EventIterator) TO WS-LastDate
           MOVE SPACES TO WS-LastOperator
         END-IF
         IF WS-EV-Operator (WS-EventIterator) NOT = WS-LastOperator THEN
           MOVE WS-EV-Operator (WS-EventIterator) TO WS-OH-Operator
           MOVE WS-OperatorHeading TO WS-PrintLine
           PERFORM WriteReportLine
           MOVE WS-EV-Operator (WS-EventIterator) TO WS-LastOperator
         END-IF
         ADD 1 TO WS-ListedCount
         MOVE WS-EV-Time (WS-EventIterator) TO WS-DL-Time
         MOVE WS-EV-ChangeId (WS-EventIterator) TO WS-DL-ChangeId
         EVALUATE WS-EV-Event (WS-EventIterator)
           WHEN 'C'
             MOVE 'APPLIED' TO WS-DL-Event
             ADD 1 TO WS-AppliedCount
           WHEN 'P'
             MOVE 'REQUESTED' TO WS-DL-Event
             ADD 1 TO WS-RequestedCount
           WHEN 'A'
             MOVE 'APPROVED' TO WS-DL-Event
             ADD 1 TO WS-ApprovedCount
           WHEN 'D'
             MOVE 'DECLINED' TO WS-DL-Event
             ADD 1 TO WS-DeclinedCount
           WHEN OTHER
             MOVE 'UNKNOWN' TO WS-DL-Event
         END-EVALUATE
         MOVE WS-EV-Program (WS-EventIterator) TO WS-DL-Program
         MOVE WS-EV-Object (WS-EventIterator) TO WS-DL-Object
         MOVE WS-EV-Item (WS-EventIterator) TO WS-DL-Item
         MOVE WS-EV-Before (WS-EventIterator) TO WS-DL-Before
         MOVE WS-EV-After (WS-EventIterator) TO WS-DL-After
         MOVE WS-DetailLine TO WS-PrintLine
         PERFORM WriteReportLine
         IF WS-EV-RequestedBy (WS-EventIterator) NOT = SPACES THEN
           MOVE SPACES TO WS-NL-Text
           STRING 'REQUESTED BY ' DELIMITED BY SIZE
                  WS-EV-RequestedBy (WS-EventIterator) DELIMITED BY SIZE
             INTO WS-NL-Text
           MOVE WS-NoteLine TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
         IF WS-EV-Flag (WS-EventIterator) NOT = SPACE THEN
           ADD 1 TO WS-FlaggedCount
           PERFORM DescribeFlag
           MOVE SPACES TO WS-NL-Text
           STRING '*** ' DELIMITED BY SIZE
                  WS-FL-Reason DELIMITED BY SIZE
             INTO WS-NL-Text
           MOVE WS-NoteLine TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
      .

      DescribeFlag.
         EVALUATE WS-EV-Flag (WS-EventIterator)
           WHEN 'U'
             MOVE 'APPLIED WITHOUT APPROVAL' TO WS-FL-Reason
           WHEN 'S'
             MOVE 'APPROVED BY THE OPERATOR WHO REQUESTED IT'
               TO WS-FL-Reason
           WHEN 'N'
             MOVE 'APPROVED WITH NO APPROVAL REQUEST ON RECORD'
               TO WS-FL-Reason
           WHEN OTHER
             MOVE SPACES TO WS-FL-Reason
         END-EVALUATE
      .

      WritePendingSection.
         MOVE 99 TO WS-LineCount
         MOVE 'CHANGES PENDING APPROVAL' TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine
         PERFORM WritePendingLine VARYING WS-RequestIterator FROM 1 BY 1 UNTIL WS-RequestIterator > WS-RequestCount
         IF WS-PendingCount = 0 THEN
           MOVE '  (no changes are waiting for approval)' TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
      .

      WritePendingLine.
         IF WS-RQ-Open (WS-RequestIterator) = 'Y' THEN
           ADD 1 TO WS-PendingCount
           MOVE WS-RQ-ChangeId (WS-RequestIterator) TO WS-PL-ChangeId
           MOVE WS-RQ-Timestamp (WS-RequestIterator) TO WS-PL-Timestamp
           MOVE WS-RQ-Operator (WS-RequestIterator) TO WS-PL-Operator
           MOVE WS-RQ-Object (WS-RequestIterator) TO WS-PL-Object
           MOVE WS-RQ-Item (WS-RequestIterator) TO WS-PL-Item
           MOVE WS-RQ-Before (WS-RequestIterator) TO WS-PL-Before
           MOVE WS-RQ-After (WS-RequestIterator) TO WS-PL-After
           MOVE WS-PendingLine TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
      .

      WriteUnapprovedSection.
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'CHANGES APPLIED WITHOUT APPROVAL' TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine
         PERFORM WriteFlagLine VARYING WS-EventIterator FROM 1 BY 1 UNTIL WS-EventIterator > WS-EventCount
         IF WS-WidthDrift = 'Y' THEN
           MOVE SPACES TO WS-PrintLine
           STRING '  bitwidth.dat holds ' DELIMITED BY SIZE
                  WS-CurrentWidth DELIMITED BY SIZE
                  ' but the last approved width is ' DELIMITED BY SIZE
                  WS-ApprovedWidth (1:2) DELIMITED BY SIZE
                  ' (change ' DELIMITED BY SIZE
                  WS-ApprovedChangeId DELIMITED BY SIZE
                  ') - the file was changed outside change control'
                    DELIMITED BY SIZE
             INTO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
         IF WS-FlaggedCount = 0 THEN
           MOVE '  (every control change on record was approved)'
             TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
      .

      WriteFlagLine.
         IF WS-EV-Flag (WS-EventIterator) NOT = SPACE THEN
           MOVE WS-EV-Date (WS-EventIterator) TO WS-FL-Date
           MOVE WS-EV-Time (WS-EventIterator) TO WS-FL-Time
           MOVE WS-EV-ChangeId (WS-EventIterator) TO WS-FL-ChangeId
           MOVE WS-EV-Operator (WS-EventIterator) TO WS-FL-Operator
           MOVE WS-EV-Object (WS-EventIterator) TO WS-FL-Object
           MOVE WS-EV-Item (WS-EventIterator) TO WS-FL-Item
           PERFORM DescribeFlag
           MOVE WS-FlagLine TO WS-PrintLine
           PERFORM WriteReportLine
         END-IF
      .

      WriteTotalsPage.
         MOVE 99 TO WS-LineCount
         MOVE 'CHANGE CONTROL TOTALS' TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE SPACES TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'CHANGE EVENTS LISTED:               ' TO WS-TL-Label
         MOVE WS-ListedCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'CHANGES APPLIED DIRECTLY:           ' TO WS-TL-Label
         MOVE WS-AppliedCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'APPROVAL REQUESTS:                  ' TO WS-TL-Label
         MOVE WS-RequestedCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'REQUESTS APPROVED:                  ' TO WS-TL-Label
         MOVE WS-ApprovedCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'REQUESTS DECLINED:                  ' TO WS-TL-Label
         MOVE WS-DeclinedCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'CHANGES PENDING APPROVAL NOW:       ' TO WS-TL-Label
         MOVE WS-PendingCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
         MOVE 'CHANGES APPLIED WITHOUT APPROVAL:   ' TO WS-TL-Label
         MOVE WS-FlaggedCount TO WS-TL-Value
         MOVE WS-TotalLine TO WS-PrintLine
         PERFORM WriteReportLine
      .

      WriteReportLine.
         IF WS-LineCount NOT < WS-PageSize THEN
           PERFORM WritePageHeading
         END-IF
         MOVE WS-PrintLine TO ChangeReportRecord
         WRITE ChangeReportRecord
         ADD 1 TO WS-LineCount
      .

      WritePageHeading.
         ADD 1 TO WS-PageCount
         MOVE WS-RangeText TO WS-PH-Range
         MOVE WS-PageCount TO WS-PH-Page
         MOVE WS-PageHeading TO ChangeReportRecord
         WRITE ChangeReportRecord
         MOVE SPACES TO ChangeReportRecord
         WRITE ChangeReportRecord
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
