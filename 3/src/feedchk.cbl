      IDENTIFICATION DIVISION.
      PROGRAM-ID. FEED-CHK.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT FeedFile ASSIGN TO DYNAMIC WS-InputFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-InputFileStatus.

            SELECT BatchList ASSIGN TO DYNAMIC WS-BatchListName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BatchListStatus.

            SELECT FeedSchedule ASSIGN TO 'feedschd.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ScheduleStatus.

            SELECT FeedHistory ASSIGN TO 'feedhist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HistoryStatus.

            SELECT ArrivalReport ASSIGN TO 'feedrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD FeedFile.
         01 FeedFileRecord.
            02 Name PIC A(20).
            02 FILLER PIC X(80).

         FD BatchList.
         01 BatchListRecord PIC X(20).

         FD FeedSchedule.
         01 FeedScheduleRecord.
            02 FS-Source PIC X(8).
            02 FS-Days PIC X(7).
            02 FS-Cutoff PIC X(4).

         FD FeedHistory.
         01 FeedHistoryRecord.
            02 FH-RunDate PIC X(8).
            02 FH-FileName PIC X(20).
            02 FH-Source PIC X(8).
            02 FH-Lines PIC 9(8).
            02 FH-Bytes PIC 9(10).
            02 FH-Checksum PIC 9(15).

         FD ArrivalReport.
         01 ArrivalReportRecord PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-RunDate PIC X(10).
         01 WS-FeedDate PIC X(8).
         01 WS-CmdLineArg PIC X(20) VALUE SPACES.

         01 WS-InputFileName PIC X(20) VALUE 'input.txt'.
         01 WS-InputFileStatus PIC XX VALUE '00'.
         01 WS-BatchListName PIC X(20) VALUE 'batchlist.dat'.
         01 WS-BatchListStatus PIC XX VALUE '00'.
         01 WS-ScheduleStatus PIC XX VALUE '00'.
         01 WS-HistoryStatus PIC XX VALUE '00'.
         01 WS-MaxBatch PIC 9(2) VALUE 20.
         01 WS-BatchCount PIC 9(2) VALUE 0.
         01 WS-BatchIterator PIC 9(2) VALUE 0.
         01 WS-BatchNameTable.
           02 WS-BatchName PIC X(20) OCCURS 1 TO 20 TIMES DEPENDING ON WS-BatchCount.

         01 WS-MaxSchedule PIC 9(3) VALUE 100.
         01 WS-ScheduleCount PIC 9(3) VALUE 0.
         01 WS-ScheduleIterator PIC 9(3) VALUE 0.
         01 WS-ScheduleIndex PIC 9(3) VALUE 0.
         01 WS-ScheduleTable.
           02 WS-ScheduleEntry OCCURS 100 TIMES.
             03 WS-FE-Source PIC X(8).
             03 WS-FE-Days PIC X(7).
             03 WS-FE-Cutoff PIC X(4).
             03 WS-FE-Received PIC 9(2).

         01 WS-MaxHistory PIC 9(3) VALUE 200.
         01 WS-PriorRunDate PIC X(8) VALUE SPACES.
         01 WS-PriorCount PIC 9(3) VALUE 0.
         01 WS-PriorIterator PIC 9(3) VALUE 0.
         01 WS-PriorIndex PIC 9(3) VALUE 0.
         01 WS-PriorTable.
           02 WS-PriorEntry OCCURS 200 TIMES.
             03 WS-PF-FileName PIC X(20).
             03 WS-PF-Source PIC X(8).
             03 WS-PF-Lines PIC 9(8).
             03 WS-PF-Bytes PIC 9(10).
             03 WS-PF-Checksum PIC 9(15).

         01 WS-FeedTable.
           02 WS-FeedEntry OCCURS 20 TIMES.
             03 WS-FD-Present PIC A(1).
             03 WS-FD-HeaderSeen PIC A(1).
             03 WS-FD-FeedDate PIC X(8).
             03 WS-FD-Source PIC X(8).
             03 WS-FD-Arrived PIC X(12).
             03 WS-FD-Lines PIC 9(8).
             03 WS-FD-Bytes PIC 9(10).
             03 WS-FD-Checksum PIC 9(15).
             03 WS-FD-Flags PIC X(40).

         01 WS-DayOfWeek PIC 9(1) VALUE 0.
         01 WS-DayNames PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
         01 WS-DayNameView REDEFINES WS-DayNames.
           02 WS-DayName PIC X(3) OCCURS 7 TIMES.

         01 WS-DC-Date PIC X(8).
         01 WS-DC-Valid PIC A(1) VALUE 'N'.
         01 WS-DC-Year PIC 9(4) VALUE 0.
         01 WS-DC-Month PIC 9(2) VALUE 0.
         01 WS-DC-Day PIC 9(2) VALUE 0.
         01 WS-DC-PriorYear PIC 9(4) VALUE 0.
         01 WS-DC-Quotient PIC 9(7) VALUE 0.
         01 WS-DC-Leap4 PIC 9(4) VALUE 0.
         01 WS-DC-Leap100 PIC 9(4) VALUE 0.
         01 WS-DC-Leap400 PIC 9(4) VALUE 0.
         01 WS-DC-Rem4 PIC 9(4) VALUE 0.
         01 WS-DC-Rem100 PIC 9(4) VALUE 0.
         01 WS-DC-Rem400 PIC 9(4) VALUE 0.
         01 WS-DC-Rem7 PIC 9(1) VALUE 0.
         01 WS-DC-Days PIC 9(7) VALUE 0.
         01 WS-MonthStartTable PIC X(36) VALUE '000031059090120151181212243273304334'.
         01 WS-MonthStartView REDEFINES WS-MonthStartTable.
           02 WS-MonthStart PIC 9(3) OCCURS 12 TIMES.

         01 WS-FileDetails.
           02 WS-FI-Size PIC X(8) COMP-X.
           02 WS-FI-Day PIC X(1) COMP-X.
           02 WS-FI-Month PIC X(1) COMP-X.
           02 WS-FI-Year PIC X(2) COMP-X.
           02 WS-FI-Hours PIC X(1) COMP-X.
           02 WS-FI-Minutes PIC X(1) COMP-X.
           02 WS-FI-Seconds PIC X(1) COMP-X.
           02 WS-FI-Hundredths PIC X(1) COMP-X.
         01 WS-ArrivalStamp.
           02 WS-AS-Year PIC 9(4).
           02 WS-AS-Month PIC 9(2).
           02 WS-AS-Day PIC 9(2).
           02 WS-AS-Hours PIC 9(2).
           02 WS-AS-Minutes PIC 9(2).
         01 WS-DeadlineStamp PIC X(12).

         01 WS-CharWork.
           02 WS-CharHigh PIC X(1) VALUE LOW-VALUE.
           02 WS-CharByte PIC X(1).
         01 WS-CharValue REDEFINES WS-CharWork PIC 9(4) BINARY.
         01 WS-CharIterator PIC 9(3) VALUE 0.
         01 WS-LineLength PIC 9(3) VALUE 0.
         01 WS-LineSum PIC 9(9) VALUE 0.
         01 WS-LineWeight PIC 9(4) VALUE 0.
         01 WS-LineQuotient PIC 9(8) VALUE 0.
         01 WS-Lines PIC 9(8) VALUE 0.
         01 WS-Bytes PIC 9(10) VALUE 0.
         01 WS-Checksum PIC 9(15) VALUE 0.

         01 WS-FlagPointer PIC 9(2) VALUE 1.
         01 WS-StopFlag PIC A(1) VALUE 'N'.
         01 WS-WarnFlag PIC A(1) VALUE 'N'.
         01 WS-MissingCount PIC 9(3) VALUE 0.
         01 WS-ListedMissingCount PIC 9(3) VALUE 0.
         01 WS-LateCount PIC 9(3) VALUE 0.
         01 WS-StaleCount PIC 9(3) VALUE 0.
         01 WS-ResentCount PIC 9(3) VALUE 0.
         01 WS-OnTimeCount PIC 9(3) VALUE 0.

         01 WS-ArrivalLine.
           02 WS-AL-Label1    PIC X(6)  VALUE 'FILE: '.
           02 WS-AL-File      PIC X(20).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AL-Label2    PIC X(8)  VALUE 'SOURCE: '.
           02 WS-AL-Source    PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AL-Label3    PIC X(11) VALUE 'FEED DATE: '.
           02 WS-AL-FeedDate  PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AL-Label4    PIC X(9)  VALUE 'ARRIVED: '.
           02 WS-AL-Arrived   PIC X(12).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AL-Flags     PIC X(40).

         01 WS-MissingLine.
           02 WS-ML-Label1    PIC X(8)  VALUE 'SOURCE: '.
           02 WS-ML-Source    PIC X(8).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-ML-Label2    PIC X(8)  VALUE 'CUTOFF: '.
           02 WS-ML-Cutoff    PIC X(4).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-ML-Flag      PIC X(40) VALUE 'MISSING - SCHEDULED BUT NOT RECEIVED'.

         01 WS-ArrivalSummaryLine.
           02 WS-AY-Label0    PIC X(11) VALUE 'FEED DATE: '.
           02 WS-AY-FeedDate  PIC X(8).
           02 FILLER          PIC X(1)  VALUE SPACES.
           02 WS-AY-DayName   PIC X(3).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AY-Label1    PIC X(9)  VALUE 'ON TIME: '.
           02 WS-AY-OnTime    PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AY-Label2    PIC X(9)  VALUE 'MISSING: '.
           02 WS-AY-Missing   PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AY-Label3    PIC X(6)  VALUE 'LATE: '.
           02 WS-AY-Late      PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AY-Label4    PIC X(7)  VALUE 'STALE: '.
           02 WS-AY-Stale     PIC ZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-AY-Label5    PIC X(8)  VALUE 'RESENT: '.
           02 WS-AY-Resent    PIC ZZ9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'FEED-CHK'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD.
         PERFORM DetermineFeedDate.
         PERFORM DetermineBatchList.
         PERFORM LoadFeedSchedule.
         PERFORM LoadPriorFingerprints.

         PERFORM CheckFeedFile VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.

         OPEN OUTPUT ArrivalReport.
         PERFORM WriteArrivalLine VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount.
         PERFORM CheckScheduledSource VARYING WS-ScheduleIterator FROM 1 BY 1 UNTIL WS-ScheduleIterator > WS-ScheduleCount.
         PERFORM WriteArrivalSummaryLine.
         CLOSE ArrivalReport.

         PERFORM RewriteFeedHistory.

         DISPLAY 'Feeds On Time: ' WS-OnTimeCount.
         DISPLAY 'Feeds Missing: ' WS-MissingCount.
         DISPLAY 'Feeds Late: ' WS-LateCount.
         DISPLAY 'Feeds With A Stale Feed Date: ' WS-StaleCount.
         DISPLAY 'Feeds Resent From The Prior Night: ' WS-ResentCount.

         IF WS-StopFlag = 'Y' THEN
           DISPLAY 'ERROR: tonight''s feeds are missing, stale or resent -'
             ' see feedrpt.txt; the nightly run must not continue'
           MOVE 12 TO RETURN-CODE
         ELSE
           IF WS-WarnFlag = 'Y' THEN
             DISPLAY 'WARNING: late, unscheduled or headerless feeds -'
               ' see feedrpt.txt'
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF
      STOP RUN.

      DetermineFeedDate.
         MOVE WS-RunDate (1:8) TO WS-FeedDate
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         IF WS-CmdLineArg NOT = SPACES THEN
           IF WS-CmdLineArg (1:8) IS NUMERIC
               AND WS-CmdLineArg (9:12) = SPACES THEN
             MOVE WS-CmdLineArg (1:8) TO WS-FeedDate
           ELSE
             DISPLAY 'FATAL: the feed date must be given as YYYYMMDD'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF
         MOVE WS-FeedDate TO WS-DC-Date
         PERFORM ConvertDateToDays
         IF WS-DC-Valid = 'N' THEN
           DISPLAY 'FATAL: ' WS-FeedDate ' is not a valid feed date'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         DIVIDE WS-DC-Days BY 7 GIVING WS-DC-Quotient REMAINDER WS-DC-Rem7
         IF WS-DC-Rem7 = 0 THEN
           MOVE 7 TO WS-DayOfWeek
         ELSE
           MOVE WS-DC-Rem7 TO WS-DayOfWeek
         END-IF
         DISPLAY 'Checking feeds expected for ' WS-FeedDate ' ('
           WS-DayName (WS-DayOfWeek) ')'
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

      DetermineBatchList.
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
                   ' entries - batches beyond the first '
                   WS-MaxBatch ' were not checked'
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

      LoadFeedSchedule.
         MOVE 0 TO WS-ScheduleCount
         MOVE 'N' TO WS-Eof
         OPEN INPUT FeedSchedule
         IF WS-ScheduleStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-ScheduleCount = WS-MaxSchedule
             READ FeedSchedule
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF FS-Source NOT = SPACES THEN
                   ADD 1 TO WS-ScheduleCount
                   MOVE FS-Source TO WS-FE-Source (WS-ScheduleCount)
                   MOVE FS-Days TO WS-FE-Days (WS-ScheduleCount)
                   MOVE FS-Cutoff TO WS-FE-Cutoff (WS-ScheduleCount)
                   MOVE 0 TO WS-FE-Received (WS-ScheduleCount)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FeedSchedule
         ELSE
           DISPLAY 'WARNING: no feed schedule feedschd.dat found -'
             ' only feed dates and resends can be checked'
           MOVE 'Y' TO WS-WarnFlag
         END-IF
         MOVE 'N' TO WS-Eof
      .

      LoadPriorFingerprints.
         MOVE 0 TO WS-PriorCount
         MOVE SPACES TO WS-PriorRunDate
         MOVE 'N' TO WS-Eof
         OPEN INPUT FeedHistory
         IF WS-HistoryStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ FeedHistory
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF FH-RunDate < WS-FeedDate THEN
                   PERFORM StorePriorFingerprint
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FeedHistory
         END-IF
         MOVE 'N' TO WS-Eof
      .

      StorePriorFingerprint.
         IF FH-RunDate > WS-PriorRunDate THEN
           MOVE FH-RunDate TO WS-PriorRunDate
           MOVE 0 TO WS-PriorCount
         END-IF
         IF FH-RunDate = WS-PriorRunDate AND WS-PriorCount < WS-MaxHistory THEN
           ADD 1 TO WS-PriorCount
           MOVE FH-FileName TO WS-PF-FileName (WS-PriorCount)
           MOVE FH-Source TO WS-PF-Source (WS-PriorCount)
           MOVE FH-Lines TO WS-PF-Lines (WS-PriorCount)
           MOVE FH-Bytes TO WS-PF-Bytes (WS-PriorCount)
           MOVE FH-Checksum TO WS-PF-Checksum (WS-PriorCount)
         END-IF
      .

      CheckFeedFile.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-InputFileName
         MOVE 'N' TO WS-FD-Present (WS-BatchIterator)
         MOVE 'N' TO WS-FD-HeaderSeen (WS-BatchIterator)
         MOVE SPACES TO WS-FD-FeedDate (WS-BatchIterator)
         MOVE SPACES TO WS-FD-Source (WS-BatchIterator)
         MOVE SPACES TO WS-FD-Arrived (WS-BatchIterator)
         MOVE SPACES TO WS-FD-Flags (WS-BatchIterator)
         MOVE 0 TO WS-FD-Lines (WS-BatchIterator)
         MOVE 0 TO WS-FD-Bytes (WS-BatchIterator)
         MOVE 0 TO WS-FD-Checksum (WS-BatchIterator)
         MOVE 1 TO WS-FlagPointer

         CALL 'CBL_CHECK_FILE_EXIST' USING WS-InputFileName WS-FileDetails
         IF RETURN-CODE NOT = 0 THEN
           MOVE 0 TO RETURN-CODE
           STRING 'MISSING - LISTED BUT NOT RECEIVED' DELIMITED BY SIZE
             INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
           ADD 1 TO WS-MissingCount
           ADD 1 TO WS-ListedMissingCount
           MOVE 'Y' TO WS-StopFlag
         ELSE
           MOVE 'Y' TO WS-FD-Present (WS-BatchIterator)
           MOVE WS-FI-Year TO WS-AS-Year
           MOVE WS-FI-Month TO WS-AS-Month
           MOVE WS-FI-Day TO WS-AS-Day
           MOVE WS-FI-Hours TO WS-AS-Hours
           MOVE WS-FI-Minutes TO WS-AS-Minutes
           MOVE WS-ArrivalStamp TO WS-FD-Arrived (WS-BatchIterator)
           PERFORM FingerprintFeedFile
           PERFORM JudgeFeedFile
         END-IF
      .

      FingerprintFeedFile.
         MOVE 0 TO WS-Lines WS-Bytes WS-Checksum
         MOVE 'N' TO WS-Eof
         OPEN INPUT FeedFile
         IF WS-InputFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ FeedFile
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-Lines
                 PERFORM CaptureFeedHeader
                 PERFORM SumFeedLine
             END-READ
           END-PERFORM
           CLOSE FeedFile
         END-IF
         MOVE 'N' TO WS-Eof
         MOVE WS-Lines TO WS-FD-Lines (WS-BatchIterator)
         MOVE WS-Bytes TO WS-FD-Bytes (WS-BatchIterator)
         MOVE WS-Checksum TO WS-FD-Checksum (WS-BatchIterator)
      .

      CaptureFeedHeader.
         IF WS-FD-HeaderSeen (WS-BatchIterator) = 'N' AND Name (1:1) = 'H' THEN
           IF Name (2:8) IS NUMERIC AND Name (18:2) IS NUMERIC
               AND FeedFileRecord (20:81) = SPACES THEN
             MOVE 'Y' TO WS-FD-HeaderSeen (WS-BatchIterator)
             MOVE Name (2:8) TO WS-FD-FeedDate (WS-BatchIterator)
             MOVE Name (10:8) TO WS-FD-Source (WS-BatchIterator)
           END-IF
         END-IF
      .

      SumFeedLine.
         MOVE 0 TO WS-LineLength
         MOVE 0 TO WS-LineSum
         PERFORM FindLineLength VARYING WS-CharIterator FROM 100 BY -1 UNTIL WS-CharIterator = 0 OR WS-LineLength > 0
         PERFORM SumFeedChar VARYING WS-CharIterator FROM 1 BY 1 UNTIL WS-CharIterator > WS-LineLength
         ADD WS-LineLength TO WS-Bytes
         ADD 1 TO WS-Bytes
         DIVIDE WS-Lines BY 997 GIVING WS-LineQuotient REMAINDER WS-LineWeight
         ADD 1 TO WS-LineWeight
         COMPUTE WS-Checksum = WS-Checksum + WS-LineSum * WS-LineWeight
      .

      FindLineLength.
         IF FeedFileRecord (WS-CharIterator:1) NOT = SPACE THEN
           MOVE WS-CharIterator TO WS-LineLength
         END-IF
      .

      SumFeedChar.
         MOVE FeedFileRecord (WS-CharIterator:1) TO WS-CharByte
         COMPUTE WS-LineSum = WS-LineSum + WS-CharValue * WS-CharIterator
      .

      JudgeFeedFile.
         IF WS-FD-HeaderSeen (WS-BatchIterator) = 'N' THEN
           STRING 'NOHEADER ' DELIMITED BY SIZE
             INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
           MOVE 'Y' TO WS-WarnFlag
         ELSE
           IF WS-FD-FeedDate (WS-BatchIterator) NOT = WS-FeedDate THEN
             STRING 'STALE ' DELIMITED BY SIZE
               INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
             ADD 1 TO WS-StaleCount
             MOVE 'Y' TO WS-StopFlag
           END-IF
           PERFORM JudgeFeedSchedule
         END-IF

         MOVE 0 TO WS-PriorIndex
         PERFORM ScanPriorFingerprint VARYING WS-PriorIterator FROM 1 BY 1 UNTIL WS-PriorIterator > WS-PriorCount OR WS-PriorIndex > 0
         IF WS-PriorIndex > 0 THEN
           STRING 'RESENT ' DELIMITED BY SIZE
             INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
           DISPLAY 'ERROR: ' WS-InputFileName ' is byte-for-byte the same as '
             WS-PF-FileName (WS-PriorIndex) ' received on ' WS-PriorRunDate
           ADD 1 TO WS-ResentCount
           MOVE 'Y' TO WS-StopFlag
         END-IF

         IF WS-FD-Flags (WS-BatchIterator) = SPACES THEN
           MOVE 'ON TIME' TO WS-FD-Flags (WS-BatchIterator)
           ADD 1 TO WS-OnTimeCount
         END-IF
      .

      JudgeFeedSchedule.
         MOVE 0 TO WS-ScheduleIndex
         PERFORM ScanScheduleSlot VARYING WS-ScheduleIterator FROM 1 BY 1 UNTIL WS-ScheduleIterator > WS-ScheduleCount OR WS-ScheduleIndex > 0
         IF WS-ScheduleIndex = 0 THEN
           IF WS-ScheduleCount > 0 THEN
             STRING 'UNSCHEDULED ' DELIMITED BY SIZE
               INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
             MOVE 'Y' TO WS-WarnFlag
           END-IF
         ELSE
           ADD 1 TO WS-FE-Received (WS-ScheduleIndex)
           IF WS-FE-Days (WS-ScheduleIndex) (WS-DayOfWeek:1) NOT = 'Y' THEN
             STRING 'NOT DUE TODAY ' DELIMITED BY SIZE
               INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
             MOVE 'Y' TO WS-WarnFlag
           END-IF
           IF WS-FE-Cutoff (WS-ScheduleIndex) IS NUMERIC THEN
             MOVE SPACES TO WS-DeadlineStamp
             STRING WS-FeedDate DELIMITED BY SIZE
                    WS-FE-Cutoff (WS-ScheduleIndex) DELIMITED BY SIZE
               INTO WS-DeadlineStamp
             IF WS-FD-Arrived (WS-BatchIterator) > WS-DeadlineStamp THEN
               STRING 'LATE ' DELIMITED BY SIZE
                 INTO WS-FD-Flags (WS-BatchIterator) WITH POINTER WS-FlagPointer
               ADD 1 TO WS-LateCount
               MOVE 'Y' TO WS-WarnFlag
             END-IF
           END-IF
         END-IF
      .

      ScanScheduleSlot.
         IF WS-FE-Source (WS-ScheduleIterator) = WS-FD-Source (WS-BatchIterator) THEN
           MOVE WS-ScheduleIterator TO WS-ScheduleIndex
         END-IF
      .

      ScanPriorFingerprint.
         IF WS-PF-Lines (WS-PriorIterator) = WS-FD-Lines (WS-BatchIterator)
             AND WS-PF-Bytes (WS-PriorIterator) = WS-FD-Bytes (WS-BatchIterator)
             AND WS-PF-Checksum (WS-PriorIterator) = WS-FD-Checksum (WS-BatchIterator) THEN
           MOVE WS-PriorIterator TO WS-PriorIndex
         END-IF
      .

      CheckScheduledSource.
         IF WS-FE-Days (WS-ScheduleIterator) (WS-DayOfWeek:1) = 'Y'
             AND WS-FE-Received (WS-ScheduleIterator) = 0 THEN
           MOVE WS-FE-Source (WS-ScheduleIterator) TO WS-ML-Source
           MOVE WS-FE-Cutoff (WS-ScheduleIterator) TO WS-ML-Cutoff
           MOVE WS-MissingLine TO ArrivalReportRecord
           WRITE ArrivalReportRecord
           DISPLAY 'ERROR: no feed from source ' WS-FE-Source (WS-ScheduleIterator)
             ' was received for ' WS-FeedDate
           IF WS-ListedMissingCount > 0 THEN
             SUBTRACT 1 FROM WS-ListedMissingCount
           ELSE
             ADD 1 TO WS-MissingCount
           END-IF
           MOVE 'Y' TO WS-StopFlag
         END-IF
      .

      WriteArrivalLine.
         MOVE WS-BatchName (WS-BatchIterator) TO WS-AL-File
         MOVE WS-FD-Source (WS-BatchIterator) TO WS-AL-Source
         MOVE WS-FD-FeedDate (WS-BatchIterator) TO WS-AL-FeedDate
         MOVE WS-FD-Arrived (WS-BatchIterator) TO WS-AL-Arrived
         MOVE WS-FD-Flags (WS-BatchIterator) TO WS-AL-Flags
         MOVE WS-ArrivalLine TO ArrivalReportRecord
         WRITE ArrivalReportRecord
      .

      WriteArrivalSummaryLine.
         MOVE WS-FeedDate TO WS-AY-FeedDate
         MOVE WS-DayName (WS-DayOfWeek) TO WS-AY-DayName
         MOVE WS-OnTimeCount TO WS-AY-OnTime
         MOVE WS-MissingCount TO WS-AY-Missing
         MOVE WS-LateCount TO WS-AY-Late
         MOVE WS-StaleCount TO WS-AY-Stale
         MOVE WS-ResentCount TO WS-AY-Resent
         MOVE WS-ArrivalSummaryLine TO ArrivalReportRecord
         WRITE ArrivalReportRecord
      .

      RewriteFeedHistory.
         OPEN OUTPUT FeedHistory
         PERFORM WritePriorFingerprint VARYING WS-PriorIterator FROM 1 BY 1 UNTIL WS-PriorIterator > WS-PriorCount
         PERFORM WriteFeedFingerprint VARYING WS-BatchIterator FROM 1 BY 1 UNTIL WS-BatchIterator > WS-BatchCount
         CLOSE FeedHistory
      .

      WritePriorFingerprint.
         MOVE WS-PriorRunDate TO FH-RunDate
         MOVE WS-PF-FileName (WS-PriorIterator) TO FH-FileName
         MOVE WS-PF-Source (WS-PriorIterator) TO FH-Source
         MOVE WS-PF-Lines (WS-PriorIterator) TO FH-Lines
         MOVE WS-PF-Bytes (WS-PriorIterator) TO FH-Bytes
         MOVE WS-PF-Checksum (WS-PriorIterator) TO FH-Checksum
         WRITE FeedHistoryRecord
      .

      WriteFeedFingerprint.
         IF WS-FD-Present (WS-BatchIterator) = 'Y' THEN
           MOVE WS-FeedDate TO FH-RunDate
           MOVE WS-BatchName (WS-BatchIterator) TO FH-FileName
           MOVE WS-FD-Source (WS-BatchIterator) TO FH-Source
           MOVE WS-FD-Lines (WS-BatchIterator) TO FH-Lines
           MOVE WS-FD-Bytes (WS-BatchIterator) TO FH-Bytes
           MOVE WS-FD-Checksum (WS-BatchIterator) TO FH-Checksum
           WRITE FeedHistoryRecord
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
