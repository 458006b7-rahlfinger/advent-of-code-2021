      IDENTIFICATION DIVISION.
      PROGRAM-ID. OPS-BRD.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT ParameterFile ASSIGN TO 'brdparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ParameterStatus.

            SELECT JobStream ASSIGN TO 'jobstrm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JobStreamStatus.

            SELECT RunStatus ASSIGN TO 'runstat.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RunStatusStatus.

            SELECT ExceptionReport ASSIGN TO 'exceprpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ExceptionFileStatus.

            SELECT AckReport ASSIGN TO 'ackrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AckReportStatus.

            SELECT CoverageReport ASSIGN TO 'covrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CoverageStatus.

            SELECT TrendReport ASSIGN TO 'trendrpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TrendStatus.

            SELECT DupReport ASSIGN TO 'duprpt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DupReportStatus.

            SELECT UnmatchedReport ASSIGN TO 'xtunmat.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UnmatchedStatus.

            SELECT Suspense ASSIGN TO 'suspense.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SuspenseStatus.

            SELECT BoardReport ASSIGN TO 'opsbrd.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

      DATA DIVISION.
         FILE SECTION.
         FD ParameterFile.
         01 ParameterRecord.
            02 BP-Area PIC X(8).
            02 BP-Amber PIC X(6).
            02 BP-Red PIC X(6).
            02 BP-Missing PIC X(1).
            02 BP-AgeLimit PIC X(3).

         FD JobStream.
         01 JobStreamRecord.
            02 JS-StepName PIC X(8).
            02 JS-Command PIC X(40).

         FD RunStatus.
         01 RunStatusRecord.
            02 RS-RunDate PIC X(8).
            02 RS-StepName PIC X(8).
            02 RS-ReturnCode PIC 9(3).
            02 RS-Status PIC X(1).

         FD ExceptionReport.
         01 ExceptionReportRecord.
            02 FILLER PIC X(11).
            02 EX-InputFile PIC X(20).
            02 FILLER PIC X(93).
            02 FILLER PIC X(8).
            02 EX-RunDate PIC X(8).
            02 FILLER PIC X(20).

         FD AckReport.
         01 AckReportRecord.
            02 AK-Flag PIC X(10).
            02 FILLER PIC X(110).

         FD CoverageReport.
         01 CoverageReportRecord.
            02 CV-Label PIC X(7).
            02 FILLER PIC X(45).
            02 CV-Silent PIC X(6).
            02 FILLER PIC X(9).
            02 CV-Under PIC X(6).
            02 FILLER PIC X(47).

         FD TrendReport.
         01 TrendReportRecord.
            02 FILLER PIC X(55).
            02 TR-Timestamp PIC X(16).
            02 FILLER PIC X(50).
            02 TR-Flag PIC X(11).
            02 FILLER PIC X(28).

         FD DupReport.
         01 DupReportRecord.
            02 DP-Label PIC X(7).
            02 FILLER PIC X(61).
            02 DP-Resub PIC X(6).
            02 FILLER PIC X(10).
            02 DP-XBatch PIC X(6).
            02 FILLER PIC X(10).

         FD UnmatchedReport.
         01 UnmatchedReportRecord.
            02 UM-Flag PIC X(8).
            02 FILLER PIC X(92).

         FD Suspense.
         01 SuspenseRecord.
            02 SU-SourceFile PIC X(20).
            02 SU-LineNum PIC 9(6).
            02 SU-BadPos PIC 9(2).
            02 SU-Data PIC X(20).
            02 SU-RunDate PIC X(8).
            02 SU-Age PIC 9(3).

         FD BoardReport.
         01 BoardReportRecord PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-Eof PIC A(1).
         01 WS-ParameterStatus PIC XX VALUE '00'.
         01 WS-JobStreamStatus PIC XX VALUE '00'.
         01 WS-RunStatusStatus PIC XX VALUE '00'.
         01 WS-ExceptionFileStatus PIC XX VALUE '00'.
         01 WS-AckReportStatus PIC XX VALUE '00'.
         01 WS-CoverageStatus PIC XX VALUE '00'.
         01 WS-TrendStatus PIC XX VALUE '00'.
         01 WS-DupReportStatus PIC XX VALUE '00'.
         01 WS-UnmatchedStatus PIC XX VALUE '00'.
         01 WS-SuspenseStatus PIC XX VALUE '00'.

         01 WS-CmdLineArg PIC X(20) VALUE SPACES.
         01 WS-RunDate PIC X(10).
         01 WS-BoardDate PIC X(8).
         01 WS-OwnStep PIC X(8) VALUE 'OPSBRD'.

         01 WS-MaxAreas PIC 9(2) VALUE 8.
         01 WS-AreaCount PIC 9(2) VALUE 0.
         01 WS-AreaIterator PIC 9(2) VALUE 0.
         01 WS-AreaIndex PIC 9(2) VALUE 0.
         01 WS-AreaTable.
           02 WS-AreaEntry OCCURS 8 TIMES.
             03 WS-AR-Code PIC X(8).
             03 WS-AR-Title PIC X(30).
             03 WS-AR-Amber PIC 9(6).
             03 WS-AR-Red PIC 9(6).
             03 WS-AR-Missing PIC X(1).
             03 WS-AR-AgeLimit PIC 9(3).
             03 WS-AR-Found PIC A(1).
             03 WS-AR-Figure PIC 9(6).
             03 WS-AR-Colour PIC X(5).
             03 WS-AR-Detail PIC X(70).

         01 WS-ParamAmber PIC 9(6) VALUE 0.
         01 WS-ParamRed PIC 9(6) VALUE 0.
         01 WS-ParamValid PIC A(1) VALUE 'Y'.

         01 WS-MaxSteps PIC 9(2) VALUE 20.
         01 WS-StepCount PIC 9(2) VALUE 0.
         01 WS-StepIterator PIC 9(2) VALUE 0.
         01 WS-StepIndex PIC 9(2) VALUE 0.
         01 WS-StepTable.
           02 WS-StepEntry OCCURS 20 TIMES.
             03 WS-SP-Name PIC X(8).
             03 WS-SP-Status PIC X(1).
             03 WS-SP-Rc PIC 9(3).

         01 WS-CompletedCount PIC 9(6) VALUE 0.
         01 WS-SkippedCount PIC 9(6) VALUE 0.
         01 WS-FailedCount PIC 9(6) VALUE 0.
         01 WS-NotRunCount PIC 9(6) VALUE 0.
         01 WS-StepWarnCount PIC 9(6) VALUE 0.
         01 WS-AckedCount PIC 9(6) VALUE 0.
         01 WS-ResendCount PIC 9(6) VALUE 0.
         01 WS-SilentCount PIC 9(6) VALUE 0.
         01 WS-UnderCount PIC 9(6) VALUE 0.
         01 WS-ComparisonCount PIC 9(6) VALUE 0.
         01 WS-AlertCount PIC 9(6) VALUE 0.
         01 WS-ResubDupCount PIC 9(6) VALUE 0.
         01 WS-XBatchDupCount PIC 9(6) VALUE 0.
         01 WS-OnlyP1Count PIC 9(6) VALUE 0.
         01 WS-OnlyP2Count PIC 9(6) VALUE 0.
         01 WS-SuspenseCount PIC 9(6) VALUE 0.
         01 WS-AgedCount PIC 9(6) VALUE 0.
         01 WS-RedCount PIC 9(2) VALUE 0.
         01 WS-AmberCount PIC 9(2) VALUE 0.
         01 WS-GreenCount PIC 9(2) VALUE 0.

         01 WS-NumericWork PIC X(6) VALUE SPACES.
         01 WS-NumericValue PIC 9(6) VALUE 0.
         01 WS-EditA PIC ZZZZZ9.
         01 WS-EditB PIC ZZZZZ9.
         01 WS-EditC PIC ZZZZZ9.
         01 WS-EditD PIC ZZZZZ9.
         01 WS-EditAge PIC ZZ9.

         01 WS-ReportName PIC X(20) VALUE SPACES.
         01 WS-ReportState PIC X(1) VALUE 'C'.
         01 WS-FileDetails.
           02 WS-FI-Size PIC X(8) COMP-X.
           02 WS-FI-Day PIC X(1) COMP-X.
           02 WS-FI-Month PIC X(1) COMP-X.
           02 WS-FI-Year PIC X(2) COMP-X.
           02 WS-FI-Hours PIC X(1) COMP-X.
           02 WS-FI-Minutes PIC X(1) COMP-X.
           02 WS-FI-Seconds PIC X(1) COMP-X.
           02 WS-FI-Hundredths PIC X(1) COMP-X.
         01 WS-FileStamp.
           02 WS-FS-Year PIC 9(4).
           02 WS-FS-Month PIC 9(2).
           02 WS-FS-Day PIC 9(2).

         01 WS-TitleLine.
           02 FILLER          PIC X(44) VALUE 'MORNING OPERATIONS STATUS BOARD - RUN DATE: '.
           02 WS-TT-RunDate   PIC X(8).

         01 WS-BoardLine.
           02 WS-BL-Title     PIC X(30).
           02 WS-BL-Colour    PIC X(5).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-BL-Label1    PIC X(8)  VALUE 'FIGURE: '.
           02 WS-BL-Figure    PIC ZZZZZ9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-BL-Detail    PIC X(70).

         01 WS-BoardSummaryLine.
           02 WS-BY-Label0    PIC X(9)  VALUE 'OVERALL: '.
           02 WS-BY-Colour    PIC X(5).
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-BY-Label1    PIC X(5)  VALUE 'RED: '.
           02 WS-BY-Red       PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-BY-Label2    PIC X(7)  VALUE 'AMBER: '.
           02 WS-BY-Amber     PIC Z9.
           02 FILLER          PIC X(2)  VALUE SPACES.
           02 WS-BY-Label3    PIC X(7)  VALUE 'GREEN: '.
           02 WS-BY-Green     PIC Z9.

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'OPS-BRD'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM DetermineBoardDate.
         PERFORM LoadDefaultParameters.
         PERFORM LoadBoardParameters.

         PERFORM ReviewJobSteps.
         PERFORM ReviewExceptions.
         PERFORM ReviewAcknowledgments.
         PERFORM ReviewCoverage.
         PERFORM ReviewTrend.
         PERFORM ReviewDuplicates.
         PERFORM ReviewUnmatched.
         PERFORM ReviewSuspense.

         PERFORM JudgeArea VARYING WS-AreaIterator FROM 1 BY 1 UNTIL WS-AreaIterator > WS-AreaCount.

         OPEN OUTPUT BoardReport.
         MOVE WS-BoardDate TO WS-TT-RunDate.
         MOVE WS-TitleLine TO BoardReportRecord.
         WRITE BoardReportRecord.
         MOVE SPACES TO BoardReportRecord.
         WRITE BoardReportRecord.
         PERFORM WriteBoardLine VARYING WS-AreaIterator FROM 1 BY 1 UNTIL WS-AreaIterator > WS-AreaCount.
         PERFORM WriteBoardSummaryLine.
         CLOSE BoardReport.

         DISPLAY 'Areas RED: ' WS-RedCount ' AMBER: ' WS-AmberCount
           ' GREEN: ' WS-GreenCount.
         IF WS-RedCount > 0 THEN
           DISPLAY 'Areas are RED for ' WS-BoardDate ' - see opsbrd.txt'
           MOVE 12 TO RETURN-CODE
         ELSE
           IF WS-AmberCount > 0 THEN
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF
      STOP RUN.

      DetermineBoardDate.
         ACCEPT WS-RunDate FROM DATE YYYYMMDD
         MOVE WS-RunDate (1:8) TO WS-BoardDate
         ACCEPT WS-CmdLineArg FROM COMMAND-LINE
         IF WS-CmdLineArg NOT = SPACES THEN
           IF WS-CmdLineArg (1:8) IS NUMERIC
               AND WS-CmdLineArg (9:12) = SPACES THEN
             MOVE WS-CmdLineArg (1:8) TO WS-BoardDate
           ELSE
             DISPLAY 'FATAL: the run date must be given as YYYYMMDD'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF
         DISPLAY 'Operations status board for run date ' WS-BoardDate
      .

      LoadDefaultParameters.
         MOVE 8 TO WS-AreaCount
         MOVE 'JOBSTEPS' TO WS-AR-Code (1)
         MOVE 'JOB STEPS' TO WS-AR-Title (1)
         MOVE 1 TO WS-AR-Amber (1)
         MOVE 1 TO WS-AR-Red (1)
         MOVE 'R' TO WS-AR-Missing (1)
         MOVE 'EXCEPTNS' TO WS-AR-Code (2)
         MOVE 'TOLERANCE EXCEPTIONS' TO WS-AR-Title (2)
         MOVE 1 TO WS-AR-Amber (2)
         MOVE 10 TO WS-AR-Red (2)
         MOVE 'G' TO WS-AR-Missing (2)
         MOVE 'ACKS' TO WS-AR-Code (3)
         MOVE 'FLEET ACKNOWLEDGMENTS' TO WS-AR-Title (3)
         MOVE 1 TO WS-AR-Amber (3)
         MOVE 3 TO WS-AR-Red (3)
         MOVE 'A' TO WS-AR-Missing (3)
         MOVE 'COVERAGE' TO WS-AR-Code (4)
         MOVE 'SENSOR COVERAGE' TO WS-AR-Title (4)
         MOVE 1 TO WS-AR-Amber (4)
         MOVE 5 TO WS-AR-Red (4)
         MOVE 'A' TO WS-AR-Missing (4)
         MOVE 'TREND' TO WS-AR-Code (5)
         MOVE 'TREND DRIFT' TO WS-AR-Title (5)
         MOVE 1 TO WS-AR-Amber (5)
         MOVE 5 TO WS-AR-Red (5)
         MOVE 'A' TO WS-AR-Missing (5)
         MOVE 'DUPS' TO WS-AR-Code (6)
         MOVE 'DUPLICATES POSTED' TO WS-AR-Title (6)
         MOVE 1 TO WS-AR-Amber (6)
         MOVE 100 TO WS-AR-Red (6)
         MOVE 'A' TO WS-AR-Missing (6)
         MOVE 'UNMATCH' TO WS-AR-Code (7)
         MOVE 'UNMATCHED MERGE RECORDS' TO WS-AR-Title (7)
         MOVE 1 TO WS-AR-Amber (7)
         MOVE 5 TO WS-AR-Red (7)
         MOVE 'A' TO WS-AR-Missing (7)
         MOVE 'SUSPENSE' TO WS-AR-Code (8)
         MOVE 'AGED SUSPENSE' TO WS-AR-Title (8)
         MOVE 1 TO WS-AR-Amber (8)
         MOVE 10 TO WS-AR-Red (8)
         MOVE 'G' TO WS-AR-Missing (8)
         PERFORM InitArea VARYING WS-AreaIterator FROM 1 BY 1 UNTIL WS-AreaIterator > WS-AreaCount
         MOVE 5 TO WS-AR-AgeLimit (8)
      .

      InitArea.
         MOVE 0 TO WS-AR-AgeLimit (WS-AreaIterator)
         MOVE 'Y' TO WS-AR-Found (WS-AreaIterator)
         MOVE 0 TO WS-AR-Figure (WS-AreaIterator)
         MOVE SPACES TO WS-AR-Colour (WS-AreaIterator)
         MOVE SPACES TO WS-AR-Detail (WS-AreaIterator)
      .

      LoadBoardParameters.
         MOVE 'N' TO WS-Eof
         OPEN INPUT ParameterFile
         IF WS-ParameterStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ParameterFile
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 PERFORM ApplyParameterRecord
             END-READ
           END-PERFORM
           CLOSE ParameterFile
         ELSE
           DISPLAY 'NOTE: no brdparm.dat found - using the standard thresholds'
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ApplyParameterRecord.
         MOVE 0 TO WS-AreaIndex
         PERFORM ScanAreaSlot VARYING WS-AreaIterator FROM 1 BY 1 UNTIL WS-AreaIterator > WS-AreaCount OR WS-AreaIndex > 0
         MOVE 'Y' TO WS-ParamValid
         IF WS-AreaIndex = 0 THEN
           DISPLAY 'WARNING: brdparm.dat names an unknown area ' BP-Area
             ' - entry skipped'
           MOVE 'N' TO WS-ParamValid
         END-IF
         IF WS-ParamValid = 'Y' THEN
           IF BP-Amber IS NOT NUMERIC OR BP-Red IS NOT NUMERIC THEN
             DISPLAY 'WARNING: brdparm.dat entry for ' BP-Area
               ' has a non-numeric threshold - standard thresholds kept'
             MOVE 'N' TO WS-ParamValid
           END-IF
         END-IF
         IF WS-ParamValid = 'Y' THEN
           MOVE BP-Amber TO WS-ParamAmber
           MOVE BP-Red TO WS-ParamRed
           IF WS-ParamRed > 0 AND WS-ParamAmber > WS-ParamRed THEN
             DISPLAY 'WARNING: brdparm.dat entry for ' BP-Area
               ' sets amber above red - standard thresholds kept'
             MOVE 'N' TO WS-ParamValid
           END-IF
         END-IF
         IF WS-ParamValid = 'Y' THEN
           IF BP-Missing NOT = SPACE AND BP-Missing NOT = 'R'
               AND BP-Missing NOT = 'A' AND BP-Missing NOT = 'G' THEN
             DISPLAY 'WARNING: brdparm.dat entry for ' BP-Area
               ' has a missing-report colour other than R, A or G'
               ' - standard thresholds kept'
             MOVE 'N' TO WS-ParamValid
           END-IF
         END-IF
         IF WS-ParamValid = 'Y' THEN
           IF BP-AgeLimit NOT = SPACES AND BP-AgeLimit IS NOT NUMERIC THEN
             DISPLAY 'WARNING: brdparm.dat entry for ' BP-Area
               ' has a non-numeric age limit - standard thresholds kept'
             MOVE 'N' TO WS-ParamValid
           END-IF
         END-IF
         IF WS-ParamValid = 'Y' THEN
           MOVE WS-ParamAmber TO WS-AR-Amber (WS-AreaIndex)
           MOVE WS-ParamRed TO WS-AR-Red (WS-AreaIndex)
           IF BP-Missing NOT = SPACE THEN
             MOVE BP-Missing TO WS-AR-Missing (WS-AreaIndex)
           END-IF
           IF BP-AgeLimit NOT = SPACES THEN
             MOVE BP-AgeLimit TO WS-AR-AgeLimit (WS-AreaIndex)
           END-IF
         END-IF
      .

      ScanAreaSlot.
         IF WS-AR-Code (WS-AreaIterator) = BP-Area THEN
           MOVE WS-AreaIterator TO WS-AreaIndex
         END-IF
      .

      ReviewJobSteps.
         PERFORM LoadJobStream
         MOVE 'N' TO WS-Eof
         OPEN INPUT RunStatus
         IF WS-RunStatusStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ RunStatus
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF RS-RunDate = WS-BoardDate THEN
                   PERFORM ApplyRunStatus
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RunStatus
         ELSE
           DISPLAY 'NOTE: no runstat.dat found - no job steps are recorded'
             ' for ' WS-BoardDate
         END-IF
         MOVE 'N' TO WS-Eof

         PERFORM TallyJobStep VARYING WS-StepIterator FROM 1 BY 1 UNTIL WS-StepIterator > WS-StepCount
         COMPUTE WS-AR-Figure (1) = WS-FailedCount + WS-NotRunCount
         MOVE WS-CompletedCount TO WS-EditA
         MOVE WS-SkippedCount TO WS-EditB
         MOVE WS-FailedCount TO WS-EditC
         MOVE WS-NotRunCount TO WS-EditD
         STRING 'COMPLETED: ' DELIMITED BY SIZE
                WS-EditA DELIMITED BY SIZE
                '  SKIPPED: ' DELIMITED BY SIZE
                WS-EditB DELIMITED BY SIZE
                '  FAILED: ' DELIMITED BY SIZE
                WS-EditC DELIMITED BY SIZE
                '  NOT RUN: ' DELIMITED BY SIZE
                WS-EditD DELIMITED BY SIZE
           INTO WS-AR-Detail (1)
         IF WS-StepWarnCount > 0 THEN
           DISPLAY 'NOTE: ' WS-StepWarnCount ' job steps completed with'
             ' a warning return code'
         END-IF
      .

      LoadJobStream.
         MOVE 0 TO WS-StepCount
         MOVE 'N' TO WS-Eof
         OPEN INPUT JobStream
         IF WS-JobStreamStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-StepCount = WS-MaxSteps
             READ JobStream
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF JS-StepName NOT = SPACES AND JS-Command NOT = SPACES THEN
                   ADD 1 TO WS-StepCount
                   MOVE JS-StepName TO WS-SP-Name (WS-StepCount)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JobStream
         END-IF
         MOVE 'N' TO WS-Eof

         IF WS-StepCount = 0 THEN
           PERFORM LoadDefaultStream
         END-IF
         PERFORM InitStep VARYING WS-StepIterator FROM 1 BY 1 UNTIL WS-StepIterator > WS-StepCount
      .

      LoadDefaultStream.
         MOVE 9 TO WS-StepCount
         MOVE 'FEEDCHK' TO WS-SP-Name (1)
         MOVE 'FEEDSTG' TO WS-SP-Name (2)
         MOVE 'PART-ONE' TO WS-SP-Name (3)
         MOVE 'PART-TWO' TO WS-SP-Name (4)
         MOVE 'DIAGMSTR' TO WS-SP-Name (5)
         MOVE 'DIAG-SUM' TO WS-SP-Name (6)
         MOVE 'TRENDRPT' TO WS-SP-Name (7)
         MOVE 'SENSHLTH' TO WS-SP-Name (8)
         MOVE 'OPSBRD' TO WS-SP-Name (9)
      .

      InitStep.
         MOVE SPACE TO WS-SP-Status (WS-StepIterator)
         MOVE 0 TO WS-SP-Rc (WS-StepIterator)
      .

      ApplyRunStatus.
         MOVE 0 TO WS-StepIndex
         PERFORM ScanStepSlot VARYING WS-StepIterator FROM 1 BY 1 UNTIL WS-StepIterator > WS-StepCount OR WS-StepIndex > 0
         IF WS-StepIndex = 0 AND WS-StepCount < WS-MaxSteps THEN
           ADD 1 TO WS-StepCount
           MOVE RS-StepName TO WS-SP-Name (WS-StepCount)
           MOVE WS-StepCount TO WS-StepIndex
         END-IF
         IF WS-StepIndex > 0 THEN
           MOVE RS-Status TO WS-SP-Status (WS-StepIndex)
           MOVE RS-ReturnCode TO WS-SP-Rc (WS-StepIndex)
         END-IF
      .

      ScanStepSlot.
         IF WS-SP-Name (WS-StepIterator) = RS-StepName THEN
           MOVE WS-StepIterator TO WS-StepIndex
         END-IF
      .

      TallyJobStep.
         IF WS-SP-Name (WS-StepIterator) NOT = WS-OwnStep THEN
           EVALUATE WS-SP-Status (WS-StepIterator)
             WHEN 'C'
               ADD 1 TO WS-CompletedCount
               IF WS-SP-Rc (WS-StepIterator) NOT < 8 THEN
                 ADD 1 TO WS-StepWarnCount
               END-IF
             WHEN 'S'
               ADD 1 TO WS-SkippedCount
             WHEN 'F'
               ADD 1 TO WS-FailedCount
             WHEN OTHER
               ADD 1 TO WS-NotRunCount
           END-EVALUATE
         END-IF
      .

      ReviewExceptions.
         MOVE 'N' TO WS-Eof
         OPEN INPUT ExceptionReport
         IF WS-ExceptionFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ExceptionReport
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF EX-InputFile NOT = SPACES
                     AND EX-RunDate = WS-BoardDate THEN
                   ADD 1 TO WS-AR-Figure (2)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ExceptionReport
           MOVE 'EXCEPTIONS RAISED ON THE RUN DATE (exceprpt.txt)' TO WS-AR-Detail (2)
         ELSE
           MOVE 'N' TO WS-AR-Found (2)
           MOVE 'NO EXCEPTION REPORT exceprpt.txt' TO WS-AR-Detail (2)
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ReviewAcknowledgments.
         MOVE 'ackrpt.txt' TO WS-ReportName
         MOVE 3 TO WS-AreaIndex
         PERFORM CheckReportDate
         IF WS-ReportState = 'C' THEN
           MOVE 'N' TO WS-Eof
           OPEN INPUT AckReport
           IF WS-AckReportStatus = '00' THEN
             PERFORM UNTIL WS-Eof = 'Y'
               READ AckReport
                 AT END
                   MOVE 'Y' TO WS-Eof
                 NOT AT END
                   EVALUATE AK-Flag
                     WHEN 'ACCEPTED  '
                       ADD 1 TO WS-AckedCount
                     WHEN 'MISMATCH  '
                       ADD 1 TO WS-ResendCount
                     WHEN 'NO-ACK    '
                       ADD 1 TO WS-ResendCount
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE AckReport
           END-IF
           MOVE 'N' TO WS-Eof
           MOVE WS-ResendCount TO WS-AR-Figure (3)
           MOVE WS-AckedCount TO WS-EditA
           MOVE WS-ResendCount TO WS-EditB
           STRING 'ACKNOWLEDGED: ' DELIMITED BY SIZE
                  WS-EditA DELIMITED BY SIZE
                  '  QUEUED FOR RESEND: ' DELIMITED BY SIZE
                  WS-EditB DELIMITED BY SIZE
             INTO WS-AR-Detail (3)
         END-IF
      .

      ReviewCoverage.
         MOVE 'covrpt.txt' TO WS-ReportName
         MOVE 4 TO WS-AreaIndex
         PERFORM CheckReportDate
         IF WS-ReportState = 'C' THEN
           MOVE 'N' TO WS-Eof
           OPEN INPUT CoverageReport
           IF WS-CoverageStatus = '00' THEN
             PERFORM UNTIL WS-Eof = 'Y'
               READ CoverageReport
                 AT END
                   MOVE 'Y' TO WS-Eof
                 NOT AT END
                   IF CV-Label = 'BATCH: ' THEN
                     MOVE CV-Silent TO WS-NumericWork
                     PERFORM ParseReportCount
                     ADD WS-NumericValue TO WS-SilentCount
                     MOVE CV-Under TO WS-NumericWork
                     PERFORM ParseReportCount
                     ADD WS-NumericValue TO WS-UnderCount
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CoverageReport
           END-IF
           MOVE 'N' TO WS-Eof
           COMPUTE WS-AR-Figure (4) = WS-SilentCount + WS-UnderCount
           MOVE WS-SilentCount TO WS-EditA
           MOVE WS-UnderCount TO WS-EditB
           STRING 'SILENT: ' DELIMITED BY SIZE
                  WS-EditA DELIMITED BY SIZE
                  '  UNDER-REPORTING: ' DELIMITED BY SIZE
                  WS-EditB DELIMITED BY SIZE
             INTO WS-AR-Detail (4)
         END-IF
      .

      ReviewTrend.
         MOVE 'trendrpt.txt' TO WS-ReportName
         MOVE 5 TO WS-AreaIndex
         PERFORM CheckReportDate
         IF WS-ReportState = 'C' THEN
           MOVE 'N' TO WS-Eof
           OPEN INPUT TrendReport
           IF WS-TrendStatus = '00' THEN
             PERFORM UNTIL WS-Eof = 'Y'
               READ TrendReport
                 AT END
                   MOVE 'Y' TO WS-Eof
                 NOT AT END
                   IF TR-Timestamp (1:8) = WS-BoardDate THEN
                     ADD 1 TO WS-ComparisonCount
                     IF TR-Flag = '*EXCEPTION*' THEN
                       ADD 1 TO WS-AlertCount
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TrendReport
           END-IF
           MOVE 'N' TO WS-Eof
           MOVE WS-AlertCount TO WS-AR-Figure (5)
           MOVE WS-ComparisonCount TO WS-EditA
           MOVE WS-AlertCount TO WS-EditB
           STRING 'RUNS COMPARED: ' DELIMITED BY SIZE
                  WS-EditA DELIMITED BY SIZE
                  '  DRIFT ALERTS: ' DELIMITED BY SIZE
                  WS-EditB DELIMITED BY SIZE
             INTO WS-AR-Detail (5)
         END-IF
      .

      ReviewDuplicates.
         MOVE 'duprpt.txt' TO WS-ReportName
         MOVE 6 TO WS-AreaIndex
         PERFORM CheckReportDate
         IF WS-ReportState = 'C' THEN
           MOVE 'N' TO WS-Eof
           OPEN INPUT DupReport
           IF WS-DupReportStatus = '00' THEN
             PERFORM UNTIL WS-Eof = 'Y'
               READ DupReport
                 AT END
                   MOVE 'Y' TO WS-Eof
                 NOT AT END
                   IF DP-Label = 'BATCH: ' THEN
                     MOVE DP-Resub TO WS-NumericWork
                     PERFORM ParseReportCount
                     ADD WS-NumericValue TO WS-ResubDupCount
                     MOVE DP-XBatch TO WS-NumericWork
                     PERFORM ParseReportCount
                     ADD WS-NumericValue TO WS-XBatchDupCount
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DupReport
           END-IF
           MOVE 'N' TO WS-Eof
           COMPUTE WS-AR-Figure (6) = WS-ResubDupCount + WS-XBatchDupCount
           MOVE WS-ResubDupCount TO WS-EditA
           MOVE WS-XBatchDupCount TO WS-EditB
           STRING 'RESUBMITTED: ' DELIMITED BY SIZE
                  WS-EditA DELIMITED BY SIZE
                  '  CROSS-BATCH: ' DELIMITED BY SIZE
                  WS-EditB DELIMITED BY SIZE
             INTO WS-AR-Detail (6)
         END-IF
      .

      ReviewUnmatched.
         MOVE 'xtunmat.txt' TO WS-ReportName
         MOVE 7 TO WS-AreaIndex
         PERFORM CheckReportDate
         IF WS-ReportState = 'C' THEN
           MOVE 'N' TO WS-Eof
           OPEN INPUT UnmatchedReport
           IF WS-UnmatchedStatus = '00' THEN
             PERFORM UNTIL WS-Eof = 'Y'
               READ UnmatchedReport
                 AT END
                   MOVE 'Y' TO WS-Eof
                 NOT AT END
                   EVALUATE UM-Flag
                     WHEN 'ONLY-P1 '
                       ADD 1 TO WS-OnlyP1Count
                     WHEN 'ONLY-P2 '
                       ADD 1 TO WS-OnlyP2Count
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE UnmatchedReport
           END-IF
           MOVE 'N' TO WS-Eof
           COMPUTE WS-AR-Figure (7) = WS-OnlyP1Count + WS-OnlyP2Count
           MOVE WS-OnlyP1Count TO WS-EditA
           MOVE WS-OnlyP2Count TO WS-EditB
           STRING 'PART-ONE ONLY: ' DELIMITED BY SIZE
                  WS-EditA DELIMITED BY SIZE
                  '  PART-TWO ONLY: ' DELIMITED BY SIZE
                  WS-EditB DELIMITED BY SIZE
             INTO WS-AR-Detail (7)
         END-IF
      .

      ReviewSuspense.
         MOVE 'rejintf.dat' TO WS-LQ-Resource
         MOVE 'S' TO WS-LQ-Mode
         PERFORM AcquireFileLock
         MOVE 'N' TO WS-Eof
         OPEN INPUT Suspense
         IF WS-SuspenseStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ Suspense
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-SuspenseCount
                 IF SU-Age NOT < WS-AR-AgeLimit (8) THEN
                   ADD 1 TO WS-AgedCount
                 END-IF
             END-READ
           END-PERFORM
           CLOSE Suspense
           MOVE WS-AgedCount TO WS-AR-Figure (8)
           MOVE WS-AgedCount TO WS-EditA
           MOVE WS-AR-AgeLimit (8) TO WS-EditAge
           MOVE WS-SuspenseCount TO WS-EditB
           STRING 'AGED ' DELIMITED BY SIZE
                  WS-EditAge DELIMITED BY SIZE
                  ' RUNS OR MORE: ' DELIMITED BY SIZE
                  WS-EditA DELIMITED BY SIZE
                  '  IN SUSPENSE: ' DELIMITED BY SIZE
                  WS-EditB DELIMITED BY SIZE
             INTO WS-AR-Detail (8)
         ELSE
           MOVE 'N' TO WS-AR-Found (8)
           MOVE 'NO SUSPENSE FILE suspense.dat' TO WS-AR-Detail (8)
         END-IF
         PERFORM ReleaseFileLock
         MOVE 'N' TO WS-Eof
      .

      CheckReportDate.
         MOVE 'C' TO WS-ReportState
         CALL 'CBL_CHECK_FILE_EXIST' USING WS-ReportName WS-FileDetails
         IF RETURN-CODE NOT = 0 THEN
           MOVE 0 TO RETURN-CODE
           MOVE 'M' TO WS-ReportState
           MOVE 'N' TO WS-AR-Found (WS-AreaIndex)
           STRING 'REPORT ' DELIMITED BY SIZE
                  WS-ReportName DELIMITED BY SPACE
                  ' NOT FOUND' DELIMITED BY SIZE
             INTO WS-AR-Detail (WS-AreaIndex)
         ELSE
           MOVE WS-FI-Year TO WS-FS-Year
           MOVE WS-FI-Month TO WS-FS-Month
           MOVE WS-FI-Day TO WS-FS-Day
           IF WS-FileStamp NOT = WS-BoardDate THEN
             MOVE 'S' TO WS-ReportState
             MOVE 'N' TO WS-AR-Found (WS-AreaIndex)
             STRING 'REPORT ' DELIMITED BY SIZE
                    WS-ReportName DELIMITED BY SPACE
                    ' WAS LAST PRODUCED ON ' DELIMITED BY SIZE
                    WS-FileStamp DELIMITED BY SIZE
               INTO WS-AR-Detail (WS-AreaIndex)
           END-IF
         END-IF
      .

      ParseReportCount.
         INSPECT WS-NumericWork REPLACING LEADING SPACE BY '0'
         IF WS-NumericWork IS NUMERIC THEN
           MOVE WS-NumericWork TO WS-NumericValue
         ELSE
           MOVE 0 TO WS-NumericValue
         END-IF
      .

      JudgeArea.
         IF WS-AR-Found (WS-AreaIterator) = 'N' THEN
           EVALUATE WS-AR-Missing (WS-AreaIterator)
             WHEN 'R'
               MOVE 'RED' TO WS-AR-Colour (WS-AreaIterator)
             WHEN 'G'
               MOVE 'GREEN' TO WS-AR-Colour (WS-AreaIterator)
             WHEN OTHER
               MOVE 'AMBER' TO WS-AR-Colour (WS-AreaIterator)
           END-EVALUATE
         ELSE
           MOVE 'GREEN' TO WS-AR-Colour (WS-AreaIterator)
           IF WS-AR-Amber (WS-AreaIterator) > 0
               AND WS-AR-Figure (WS-AreaIterator) NOT < WS-AR-Amber (WS-AreaIterator) THEN
             MOVE 'AMBER' TO WS-AR-Colour (WS-AreaIterator)
           END-IF
           IF WS-AR-Red (WS-AreaIterator) > 0
               AND WS-AR-Figure (WS-AreaIterator) NOT < WS-AR-Red (WS-AreaIterator) THEN
             MOVE 'RED' TO WS-AR-Colour (WS-AreaIterator)
           END-IF
         END-IF
         EVALUATE WS-AR-Colour (WS-AreaIterator)
           WHEN 'RED'
             ADD 1 TO WS-RedCount
           WHEN 'AMBER'
             ADD 1 TO WS-AmberCount
           WHEN OTHER
             ADD 1 TO WS-GreenCount
         END-EVALUATE
      .

      WriteBoardLine.
         MOVE WS-AR-Title (WS-AreaIterator) TO WS-BL-Title
         MOVE WS-AR-Colour (WS-AreaIterator) TO WS-BL-Colour
         MOVE WS-AR-Figure (WS-AreaIterator) TO WS-BL-Figure
         MOVE WS-AR-Detail (WS-AreaIterator) TO WS-BL-Detail
         MOVE WS-BoardLine TO BoardReportRecord
         WRITE BoardReportRecord
         DISPLAY WS-AR-Colour (WS-AreaIterator) ' ' WS-AR-Title (WS-AreaIterator)
           ' ' WS-AR-Detail (WS-AreaIterator)
      .

      WriteBoardSummaryLine.
         IF WS-RedCount > 0 THEN
           MOVE 'RED' TO WS-BY-Colour
         ELSE
           IF WS-AmberCount > 0 THEN
             MOVE 'AMBER' TO WS-BY-Colour
           ELSE
             MOVE 'GREEN' TO WS-BY-Colour
           END-IF
         END-IF
         MOVE WS-RedCount TO WS-BY-Red
         MOVE WS-AmberCount TO WS-BY-Amber
         MOVE WS-GreenCount TO WS-BY-Green
         MOVE SPACES TO BoardReportRecord
         WRITE BoardReportRecord
         MOVE WS-BoardSummaryLine TO BoardReportRecord
         WRITE BoardReportRecord
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
