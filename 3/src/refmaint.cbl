      IDENTIFICATION DIVISION.
      PROGRAM-ID. REF-MAINT.

      ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT SensorRegistry ASSIGN TO DYNAMIC WS-RegistryFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RegistryFileStatus.

            SELECT ToleranceRules ASSIGN TO DYNAMIC WS-ToleranceFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ToleranceFileStatus.

            SELECT ShiftDef ASSIGN TO DYNAMIC WS-ShiftFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ShiftFileStatus.

            SELECT ThresholdFile ASSIGN TO DYNAMIC WS-ThresholdFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ThresholdFileStatus.

            SELECT ChangeHistory ASSIGN TO 'chghist.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ChangeHistStatus.

      DATA DIVISION.
         FILE SECTION.
         FD SensorRegistry.
         01 SensorRegistryRecord.
            02 SR-SensorId PIC X(8).
            02 SR-Desc PIC X(30).
            02 SR-Active PIC X(1).
            02 SR-MinReadings PIC X(6).
            02 SR-Compartment PIC X(4).

         FD ToleranceRules.
         01 ToleranceRuleRecord.
            02 TR-File PIC X(20).
            02 TR-Code PIC X(6).
            02 TR-Min PIC X(18).
            02 TR-Max PIC X(18).

         FD ShiftDef.
         01 ShiftDefRecord.
            02 SD-Name PIC X(8).
            02 SD-Start PIC X(4).
            02 SD-End PIC X(4).

         FD ThresholdFile.
         01 ThresholdFileRecord PIC X(3).

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
         01 WS-ReturnFlag PIC A(1) VALUE 'N'.
         01 WS-MenuChoice PIC X(1) VALUE SPACE.
         01 WS-ConfirmReply PIC X(1) VALUE SPACE.
         01 WS-SensorDirty PIC A(1) VALUE 'N'.
         01 WS-RuleDirty PIC A(1) VALUE 'N'.
         01 WS-ShiftDirty PIC A(1) VALUE 'N'.
         01 WS-ThresholdDirty PIC A(1) VALUE 'N'.

         01 WS-RegistryFileName PIC X(12) VALUE 'sensreg.dat'.
         01 WS-RegistryFileStatus PIC XX VALUE '00'.
         01 WS-ToleranceFileName PIC X(12) VALUE 'tolrules.dat'.
         01 WS-ToleranceFileStatus PIC XX VALUE '00'.
         01 WS-ShiftFileName PIC X(12) VALUE 'shiftdef.dat'.
         01 WS-ShiftFileStatus PIC XX VALUE '00'.
         01 WS-ThresholdFileName PIC X(12) VALUE 'trendpct.dat'.
         01 WS-ThresholdFileStatus PIC XX VALUE '00'.

         01 WS-MaxRegistry PIC 9(3) VALUE 200.
         01 WS-RegistryCount PIC 9(3) VALUE 0.
         01 WS-RegistryIterator PIC 9(3) VALUE 0.
         01 WS-RegistryIndex PIC 9(3) VALUE 0.
         01 WS-RegistryTruncated PIC A(1) VALUE 'N'.
         01 WS-RegistryTable.
           02 WS-RG-Entry OCCURS 200 TIMES.
             03 WS-RG-Id PIC X(8).
             03 WS-RG-Desc PIC X(30).
             03 WS-RG-Active PIC X(1).
             03 WS-RG-MinReadings PIC X(6).
             03 WS-RG-Compartment PIC X(4).
         01 WS-SavedRegistryCount PIC 9(3) VALUE 0.
         01 WS-SavedRegistryTable.
           02 WS-SavedRegistryEntry PIC X(49) OCCURS 200 TIMES.
         01 WS-SensorWork.
           02 WS-SN-Id PIC X(8).
           02 WS-SN-Desc PIC X(30).
           02 WS-SN-Active PIC X(1).
           02 WS-SN-MinReadings PIC X(6).
           02 WS-SN-Compartment PIC X(4).
         01 WS-StatusWord PIC X(7) VALUE SPACES.

         01 WS-MaxRules PIC 9(3) VALUE 100.
         01 WS-RuleCount PIC 9(3) VALUE 0.
         01 WS-RuleIterator PIC 9(3) VALUE 0.
         01 WS-RuleIndex PIC 9(3) VALUE 0.
         01 WS-RuleTruncated PIC A(1) VALUE 'N'.
         01 WS-RuleTable.
           02 WS-RL-Entry OCCURS 100 TIMES.
             03 WS-RL-File PIC X(20).
             03 WS-RL-Code PIC X(6).
             03 WS-RL-Min PIC X(18).
             03 WS-RL-Max PIC X(18).
         01 WS-SavedRuleCount PIC 9(3) VALUE 0.
         01 WS-SavedRuleTable.
           02 WS-SavedRuleEntry PIC X(62) OCCURS 100 TIMES.
         01 WS-RuleWork.
           02 WS-RW-File PIC X(20).
           02 WS-RW-Code PIC X(6).
           02 WS-RW-Min PIC X(18).
           02 WS-RW-Max PIC X(18).
         01 WS-MinValue PIC 9(18) VALUE 0.
         01 WS-MaxValue PIC 9(18) VALUE 0.

         01 WS-MaxShifts PIC 9(2) VALUE 6.
         01 WS-ShiftCount PIC 9(2) VALUE 0.
         01 WS-ShiftIterator PIC 9(2) VALUE 0.
         01 WS-ShiftIndex PIC 9(2) VALUE 0.
         01 WS-ShiftTruncated PIC A(1) VALUE 'N'.
         01 WS-ShiftTable.
           02 WS-SH-Entry OCCURS 7 TIMES.
             03 WS-SH-Name PIC X(8).
             03 WS-SH-Start PIC X(4).
             03 WS-SH-End PIC X(4).
         01 WS-SavedShiftCount PIC 9(2) VALUE 0.
         01 WS-SavedShiftTable.
           02 WS-SavedShiftEntry PIC X(16) OCCURS 6 TIMES.
         01 WS-ShiftWork.
           02 WS-SF-Name PIC X(8).
           02 WS-SF-Start PIC X(4).
           02 WS-SF-End PIC X(4).
         01 WS-HoldShift PIC X(16) VALUE SPACES.

         01 WS-MinuteTable.
           02 WS-MinuteCount PIC 9(1) OCCURS 1440 TIMES.
         01 WS-MinuteIterator PIC 9(4) VALUE 0.
         01 WS-StartMinute PIC 9(4) VALUE 0.
         01 WS-EndMinute PIC 9(4) VALUE 0.
         01 WS-ReportMinute PIC 9(4) VALUE 0.
         01 WS-CoverCount PIC 9(2) VALUE 0.
         01 WS-CoverIterator PIC 9(2) VALUE 0.
         01 WS-OverlapFound PIC A(1) VALUE 'N'.
         01 WS-OverlapMinute PIC 9(4) VALUE 0.
         01 WS-GapFound PIC A(1) VALUE 'N'.
         01 WS-GapMinute PIC 9(4) VALUE 0.
         01 WS-TimeText PIC X(4) VALUE SPACES.
         01 WS-TimeValid PIC A(1) VALUE 'N'.
         01 WS-ClockTime.
           02 WS-CT-Hours PIC 9(2).
           02 WS-CT-Minutes PIC 9(2).

         01 WS-ThresholdRecord PIC X(3).
         01 WS-ThresholdPct PIC 9(3) VALUE 10.
         01 WS-SavedThresholdPct PIC 9(3) VALUE 10.
         01 WS-ThresholdFound PIC A(1) VALUE 'N'.

         01 WS-EntryReply PIC X(40) VALUE SPACES.
         01 WS-ReplyLength PIC 9(2) VALUE 0.
         01 WS-MaxDigits PIC 9(2) VALUE 0.
         01 WS-DigitText PIC X(18) VALUE SPACES.
         01 WS-DigitValue PIC 9(18) VALUE 0.
         01 WS-NumberValid PIC A(1) VALUE 'N'.
         01 WS-EntryValid PIC A(1) VALUE 'N'.
         01 WS-ChangeMode PIC A(1) VALUE 'N'.
         01 WS-ListCount PIC 9(3) VALUE 0.
         01 WS-EntryNumber PIC 9(3) VALUE 0.
         01 WS-ShiftNeighbor PIC 9(3) VALUE 0.
         01 WS-SkipIndex PIC 9(3) VALUE 0.
         01 WS-CheckIterator PIC 9(3) VALUE 0.
         01 WS-ErrorCount PIC 9(3) VALUE 0.
         01 WS-SaveResource PIC X(20) VALUE SPACES.
         01 WS-RefusedAction PIC X(16) VALUE 'nothing saved'.
         01 WS-FileChanged PIC A(1) VALUE 'N'.
         01 WS-CompareCount PIC 9(3) VALUE 0.
         01 WS-CompareFound PIC A(1) VALUE 'N'.
         01 WS-ComparePct PIC 9(3) VALUE 0.
         01 WS-LeadZeros PIC 9(2) VALUE 0.
         01 WS-CompactText PIC X(18) VALUE SPACES.
         01 WS-CompactMin PIC X(18) VALUE SPACES.
         01 WS-CompactMax PIC X(18) VALUE SPACES.
         01 WS-ValueText PIC X(20) VALUE SPACES.

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

         01 WS-LockRequest.
           02 WS-LQ-Function PIC X(1).
           02 WS-LQ-Resource PIC X(20).
           02 WS-LQ-Mode PIC X(1).
           02 WS-LQ-Program PIC X(12) VALUE 'REF-MAINT'.
           02 WS-LQ-Result PIC X(1).
           02 WS-LQ-HolderProgram PIC X(12).
           02 WS-LQ-HolderProcessId PIC 9(9).
           02 WS-LQ-HolderSince PIC X(14).
           02 WS-LQ-StaleCount PIC 9(4).
         01 WS-LockSavedRc PIC 9(4) VALUE 0.

      PROCEDURE DIVISION.
         PERFORM CaptureOperatorId.
         PERFORM LoadReferenceFiles.

         PERFORM MainMenu UNTIL WS-ExitFlag = 'Y'.

         DISPLAY 'REF-MAINT ended.'
      STOP RUN.

      MainMenu.
         DISPLAY ' '
         DISPLAY '========== REFERENCE FILE MAINTENANCE =========='
         DISPLAY ' 1 - SENSOR REGISTRY     ' WS-RegistryFileName
         DISPLAY ' 2 - TOLERANCE RULES     ' WS-ToleranceFileName
         DISPLAY ' 3 - SHIFT DEFINITIONS   ' WS-ShiftFileName
         DISPLAY ' 4 - TREND THRESHOLD     ' WS-ThresholdFileName
         DISPLAY ' 0 - EXIT'
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-MenuChoice

         MOVE 'N' TO WS-ReturnFlag
         EVALUATE WS-MenuChoice
           WHEN '1'
             PERFORM SensorMenu UNTIL WS-ReturnFlag = 'Y'
           WHEN '2'
             PERFORM RuleMenu UNTIL WS-ReturnFlag = 'Y'
           WHEN '3'
             PERFORM ShiftMenu UNTIL WS-ReturnFlag = 'Y'
           WHEN '4'
             PERFORM ThresholdMenu UNTIL WS-ReturnFlag = 'Y'
           WHEN '0'
             PERFORM ConfirmExit
           WHEN OTHER
             DISPLAY 'INVALID CHOICE - enter 0 through 4'
         END-EVALUATE
      .

      CaptureOperatorId.
         DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
         ACCEPT WS-OperatorId
         INSPECT WS-OperatorId CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-OperatorId = SPACES THEN
           DISPLAY 'ERROR: an operator ID is required - REF-MAINT ended'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
      .

      LoadReferenceFiles.
         MOVE 'S' TO WS-LQ-Mode
         MOVE WS-RegistryFileName TO WS-LQ-Resource
         PERFORM AcquireFileLock
         PERFORM LoadSensorRegistry
         PERFORM ReleaseFileLock
         MOVE WS-ToleranceFileName TO WS-LQ-Resource
         PERFORM AcquireFileLock
         PERFORM LoadToleranceRules
         PERFORM ReleaseFileLock
         MOVE WS-ShiftFileName TO WS-LQ-Resource
         PERFORM AcquireFileLock
         PERFORM LoadShiftDefs
         PERFORM ReleaseFileLock
         MOVE WS-ThresholdFileName TO WS-LQ-Resource
         PERFORM AcquireFileLock
         PERFORM LoadTrendThreshold
         PERFORM ReleaseFileLock
      .

      LoadSensorRegistry.
         MOVE 0 TO WS-RegistryCount
         MOVE 'N' TO WS-RegistryTruncated
         MOVE 'N' TO WS-Eof
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-RegistryTruncated = 'Y'
             READ SensorRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF WS-RegistryCount = WS-MaxRegistry THEN
                   MOVE 'Y' TO WS-RegistryTruncated
                 ELSE
                   ADD 1 TO WS-RegistryCount
                   MOVE SensorRegistryRecord TO WS-RG-Entry (WS-RegistryCount)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SensorRegistry
         ELSE
           DISPLAY 'NOTE: no ' WS-RegistryFileName ' found - starting empty'
         END-IF
         MOVE 'N' TO WS-Eof
         IF WS-RegistryTruncated = 'Y' THEN
           DISPLAY 'WARNING: ' WS-RegistryFileName ' holds more than '
             WS-MaxRegistry ' sensors - it can be listed but not saved here'
         END-IF
         PERFORM KeepSavedRegistry
         PERFORM ValidateSensorTable
         IF WS-ErrorCount > 0 THEN
           DISPLAY 'NOTE: correct the ' WS-RegistryFileName
             ' entries above before saving it'
         END-IF
      .

      KeepSavedRegistry.
         MOVE WS-RegistryCount TO WS-SavedRegistryCount
         MOVE WS-RegistryTable TO WS-SavedRegistryTable
      .

      LoadToleranceRules.
         MOVE 0 TO WS-RuleCount
         MOVE 'N' TO WS-RuleTruncated
         MOVE 'N' TO WS-Eof
         OPEN INPUT ToleranceRules
         IF WS-ToleranceFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-RuleTruncated = 'Y'
             READ ToleranceRules
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF WS-RuleCount = WS-MaxRules THEN
                   MOVE 'Y' TO WS-RuleTruncated
                 ELSE
                   ADD 1 TO WS-RuleCount
                   MOVE ToleranceRuleRecord TO WS-RL-Entry (WS-RuleCount)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ToleranceRules
         ELSE
           DISPLAY 'NOTE: no ' WS-ToleranceFileName ' found - starting empty'
         END-IF
         MOVE 'N' TO WS-Eof
         IF WS-RuleTruncated = 'Y' THEN
           DISPLAY 'WARNING: ' WS-ToleranceFileName ' holds more than '
             WS-MaxRules ' rules - it can be listed but not saved here'
         END-IF
         PERFORM KeepSavedRules
         PERFORM ValidateRuleTable
         IF WS-ErrorCount > 0 THEN
           DISPLAY 'NOTE: correct the ' WS-ToleranceFileName
             ' entries above before saving it'
         END-IF
      .

      KeepSavedRules.
         MOVE WS-RuleCount TO WS-SavedRuleCount
         MOVE WS-RuleTable TO WS-SavedRuleTable
      .

      LoadShiftDefs.
         MOVE 0 TO WS-ShiftCount
         MOVE 'N' TO WS-ShiftTruncated
         MOVE 'N' TO WS-Eof
         OPEN INPUT ShiftDef
         IF WS-ShiftFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-ShiftTruncated = 'Y'
             READ ShiftDef
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF WS-ShiftCount = WS-MaxShifts THEN
                   MOVE 'Y' TO WS-ShiftTruncated
                 ELSE
                   ADD 1 TO WS-ShiftCount
                   MOVE ShiftDefRecord TO WS-SH-Entry (WS-ShiftCount)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ShiftDef
         ELSE
           DISPLAY 'NOTE: no ' WS-ShiftFileName ' found - starting empty'
         END-IF
         MOVE 'N' TO WS-Eof
         IF WS-ShiftTruncated = 'Y' THEN
           DISPLAY 'WARNING: ' WS-ShiftFileName ' holds more than '
             WS-MaxShifts ' shifts - PART-ONE reads only the first '
             WS-MaxShifts '; the file can be listed but not saved here'
         END-IF
         PERFORM KeepSavedShifts
         PERFORM ValidateShiftTable
         IF WS-ErrorCount > 0 THEN
           DISPLAY 'NOTE: correct the ' WS-ShiftFileName
             ' entries above before saving it'
         END-IF
      .

      KeepSavedShifts.
         MOVE WS-ShiftCount TO WS-SavedShiftCount
         MOVE WS-ShiftTable (1:96) TO WS-SavedShiftTable
      .

      LoadTrendThreshold.
         MOVE 10 TO WS-ThresholdPct
         MOVE 'N' TO WS-ThresholdFound
         OPEN INPUT ThresholdFile
         IF WS-ThresholdFileStatus = '00' THEN
           READ ThresholdFile INTO WS-ThresholdRecord
             AT END
               CONTINUE
             NOT AT END
               IF WS-ThresholdRecord IS NUMERIC THEN
                 MOVE WS-ThresholdRecord TO WS-ThresholdPct
                 MOVE 'Y' TO WS-ThresholdFound
               ELSE
                 DISPLAY 'WARNING: ' WS-ThresholdFileName ' holds '
                   WS-ThresholdRecord ' - TREND-RPT treats it as 10 percent'
               END-IF
           END-READ
           CLOSE ThresholdFile
         ELSE
           DISPLAY 'NOTE: no ' WS-ThresholdFileName ' found - the threshold defaults to 10 percent'
         END-IF
         MOVE WS-ThresholdPct TO WS-SavedThresholdPct
      .

      SensorMenu.
         DISPLAY ' '
         DISPLAY '========== SENSOR REGISTRY =========='
         DISPLAY ' 1 - LIST sensors'
         DISPLAY ' 2 - ADD a sensor'
         DISPLAY ' 3 - CHANGE a sensor'
         DISPLAY ' 4 - RETIRE a sensor'
         DISPLAY ' 5 - SAVE ' WS-RegistryFileName
         DISPLAY ' 6 - RELOAD ' WS-RegistryFileName
         DISPLAY ' 0 - RETURN to the main menu'
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-MenuChoice

         EVALUATE WS-MenuChoice
           WHEN '1'
             PERFORM ListSensors
           WHEN '2'
             PERFORM AddSensor
           WHEN '3'
             PERFORM ChangeSensor
           WHEN '4'
             PERFORM RetireSensor
           WHEN '5'
             PERFORM SaveSensorRegistry
           WHEN '6'
             PERFORM ReloadSensorRegistry
           WHEN '0'
             MOVE 'Y' TO WS-ReturnFlag
           WHEN OTHER
             DISPLAY 'INVALID CHOICE - enter 0 through 6'
         END-EVALUATE
      .

      ListSensors.
         DISPLAY ' '
         DISPLAY 'SENSORS: ' WS-RegistryCount ' OF ' WS-MaxRegistry
         PERFORM ListOneSensor VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount
         IF WS-RegistryCount = 0 THEN
           DISPLAY '  (empty)'
         END-IF
         IF WS-SensorDirty = 'Y' THEN
           DISPLAY '  (unsaved changes - SAVE to write ' WS-RegistryFileName ')'
         END-IF
      .

      ListOneSensor.
         EVALUATE WS-RG-Active (WS-RegistryIterator)
           WHEN 'A'
             MOVE 'ACTIVE' TO WS-StatusWord
           WHEN 'S'
             MOVE 'SUSPECT' TO WS-StatusWord
           WHEN 'R'
             MOVE 'RETIRED' TO WS-StatusWord
           WHEN OTHER
             MOVE '???' TO WS-StatusWord
         END-EVALUATE
         DISPLAY '  ' WS-RegistryIterator ' - ' WS-RG-Id (WS-RegistryIterator)
           ' ' WS-RG-Desc (WS-RegistryIterator) ' ' WS-StatusWord
           ' MIN ' WS-RG-MinReadings (WS-RegistryIterator)
           ' COMP ' WS-RG-Compartment (WS-RegistryIterator)
      .

      AddSensor.
         IF WS-RegistryCount = WS-MaxRegistry THEN
           DISPLAY 'ERROR: the registry already holds ' WS-MaxRegistry ' sensors'
         ELSE
           MOVE SPACES TO WS-SensorWork
           MOVE 'N' TO WS-ChangeMode
           MOVE 0 TO WS-SkipIndex
           PERFORM AcceptSensorId
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptSensorDescription
           END-IF
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptSensorMinimum
           END-IF
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptSensorCompartment
           END-IF
           IF WS-EntryValid = 'Y' THEN
             MOVE 'A' TO WS-SN-Active
             ADD 1 TO WS-RegistryCount
             MOVE WS-SensorWork TO WS-RG-Entry (WS-RegistryCount)
             MOVE 'Y' TO WS-SensorDirty
             DISPLAY 'SENSOR ' WS-SN-Id ' ADDED AS ENTRY ' WS-RegistryCount
               ' - ACTIVE'
           ELSE
             DISPLAY 'Sensor not added'
           END-IF
         END-IF
      .

      ChangeSensor.
         MOVE WS-RegistryCount TO WS-ListCount
         PERFORM AcceptEntryNumber
         IF WS-EntryNumber > 0 THEN
           MOVE WS-RG-Entry (WS-EntryNumber) TO WS-SensorWork
           MOVE 'Y' TO WS-ChangeMode
           MOVE 'Y' TO WS-EntryValid
           DISPLAY 'SENSOR ' WS-SN-Id ' - press ENTER to keep a value'
           PERFORM AcceptSensorDescription
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptSensorMinimum
           END-IF
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptSensorCompartment
           END-IF
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptSensorStatus
           END-IF
           IF WS-EntryValid = 'Y' THEN
             IF WS-SensorWork = WS-RG-Entry (WS-EntryNumber) THEN
               DISPLAY 'NO CHANGE MADE'
             ELSE
               MOVE WS-SensorWork TO WS-RG-Entry (WS-EntryNumber)
               MOVE 'Y' TO WS-SensorDirty
               DISPLAY 'ENTRY ' WS-EntryNumber ' CHANGED'
             END-IF
           ELSE
             DISPLAY 'Entry ' WS-EntryNumber ' left unchanged'
           END-IF
         END-IF
      .

      RetireSensor.
         MOVE WS-RegistryCount TO WS-ListCount
         PERFORM AcceptEntryNumber
         IF WS-EntryNumber > 0 THEN
           IF WS-RG-Active (WS-EntryNumber) = 'R' THEN
             DISPLAY 'ERROR: sensor ' WS-RG-Id (WS-EntryNumber) ' is already retired'
           ELSE
             MOVE 'R' TO WS-RG-Active (WS-EntryNumber)
             MOVE 'Y' TO WS-SensorDirty
             DISPLAY 'SENSOR ' WS-RG-Id (WS-EntryNumber) ' RETIRED'
             DISPLAY '  it stays in the registry so coverage history keeps'
               ' its description - CHANGE its status to A to bring it back'
           END-IF
         END-IF
      .

      AcceptSensorId.
         MOVE 'Y' TO WS-EntryValid
         DISPLAY 'SENSOR ID: ' WITH NO ADVANCING
         ACCEPT WS-EntryReply
         INSPECT WS-EntryReply CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-EntryReply = SPACES THEN
           DISPLAY 'ERROR: no sensor ID entered'
           MOVE 'N' TO WS-EntryValid
         ELSE
           IF WS-EntryReply (9:32) NOT = SPACES THEN
             DISPLAY 'ERROR: a sensor ID is at most 8 characters'
             MOVE 'N' TO WS-EntryValid
           ELSE
             MOVE WS-EntryReply (1:8) TO WS-SN-Id
             PERFORM FindSensorById
             IF WS-RegistryIndex > 0 THEN
               DISPLAY 'ERROR: sensor ' WS-SN-Id ' is already registered as entry '
                 WS-RegistryIndex
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
         END-IF
      .

      AcceptSensorDescription.
         IF WS-ChangeMode = 'Y' THEN
           DISPLAY 'DESCRIPTION [' WS-SN-Desc ']: ' WITH NO ADVANCING
         ELSE
           DISPLAY 'DESCRIPTION: ' WITH NO ADVANCING
         END-IF
         ACCEPT WS-EntryReply
         IF WS-EntryReply = SPACES THEN
           IF WS-ChangeMode NOT = 'Y' THEN
             DISPLAY 'ERROR: a description is required'
             MOVE 'N' TO WS-EntryValid
           END-IF
         ELSE
           IF WS-EntryReply (31:10) NOT = SPACES THEN
             DISPLAY 'ERROR: a description is at most 30 characters'
             MOVE 'N' TO WS-EntryValid
           ELSE
             MOVE WS-EntryReply (1:30) TO WS-SN-Desc
           END-IF
         END-IF
      .

      AcceptSensorMinimum.
         IF WS-ChangeMode = 'Y' THEN
           DISPLAY 'MINIMUM READINGS PER BATCH [' WS-SN-MinReadings ']: '
             WITH NO ADVANCING
         ELSE
           DISPLAY 'MINIMUM READINGS PER BATCH: ' WITH NO ADVANCING
         END-IF
         ACCEPT WS-EntryReply
         IF WS-EntryReply = SPACES AND WS-ChangeMode = 'Y' THEN
           CONTINUE
         ELSE
           MOVE 6 TO WS-MaxDigits
           PERFORM NormalizeNumberEntry
           IF WS-NumberValid = 'Y' THEN
             MOVE WS-DigitText (13:6) TO WS-SN-MinReadings
           ELSE
             DISPLAY 'ERROR: the minimum must be a whole number of up to 6 digits'
             MOVE 'N' TO WS-EntryValid
           END-IF
         END-IF
      .

      AcceptSensorCompartment.
         IF WS-ChangeMode = 'Y' THEN
           DISPLAY 'COMPARTMENT [' WS-SN-Compartment '] (* clears it): '
             WITH NO ADVANCING
         ELSE
           DISPLAY 'COMPARTMENT (blank if unassigned): ' WITH NO ADVANCING
         END-IF
         ACCEPT WS-EntryReply
         INSPECT WS-EntryReply CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-EntryReply = '*' THEN
           MOVE SPACES TO WS-SN-Compartment
         ELSE
           IF WS-EntryReply NOT = SPACES THEN
             IF WS-EntryReply (5:36) NOT = SPACES THEN
               DISPLAY 'ERROR: a compartment code is at most 4 characters'
               MOVE 'N' TO WS-EntryValid
             ELSE
               MOVE WS-EntryReply (1:4) TO WS-SN-Compartment
             END-IF
           END-IF
         END-IF
      .

      AcceptSensorStatus.
         DISPLAY 'STATUS A-ACTIVE S-SUSPECT R-RETIRED [' WS-SN-Active ']: '
           WITH NO ADVANCING
         ACCEPT WS-EntryReply
         INSPECT WS-EntryReply CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-EntryReply NOT = SPACES THEN
           IF WS-EntryReply = 'A' OR WS-EntryReply = 'S' OR WS-EntryReply = 'R' THEN
             MOVE WS-EntryReply (1:1) TO WS-SN-Active
           ELSE
             DISPLAY 'ERROR: status must be A, S or R'
             MOVE 'N' TO WS-EntryValid
           END-IF
         END-IF
      .

      FindSensorById.
         MOVE 0 TO WS-RegistryIndex
         PERFORM ScanSensorSlot VARYING WS-CheckIterator FROM 1 BY 1 UNTIL WS-CheckIterator > WS-RegistryCount OR WS-RegistryIndex > 0
      .

      ScanSensorSlot.
         IF WS-CheckIterator NOT = WS-SkipIndex
             AND WS-RG-Id (WS-CheckIterator) = WS-SN-Id THEN
           MOVE WS-CheckIterator TO WS-RegistryIndex
         END-IF
      .

      ValidateSensorTable.
         MOVE 0 TO WS-ErrorCount
         PERFORM CheckSensorEntry VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount
      .

      CheckSensorEntry.
         MOVE WS-RG-Entry (WS-RegistryIterator) TO WS-SensorWork
         IF WS-SN-Id = SPACES THEN
           DISPLAY 'ERROR: ' WS-RegistryFileName ' entry ' WS-RegistryIterator
             ' has a blank sensor ID'
           ADD 1 TO WS-ErrorCount
         ELSE
           MOVE WS-RegistryIterator TO WS-SkipIndex
           PERFORM FindSensorById
           IF WS-RegistryIndex > 0 AND WS-RegistryIndex < WS-RegistryIterator THEN
             DISPLAY 'ERROR: ' WS-RegistryFileName ' entry ' WS-RegistryIterator
               ' repeats sensor ' WS-SN-Id ' from entry ' WS-RegistryIndex
             ADD 1 TO WS-ErrorCount
           END-IF
         END-IF
         IF WS-SN-Active NOT = 'A' AND WS-SN-Active NOT = 'S'
             AND WS-SN-Active NOT = 'R' THEN
           DISPLAY 'ERROR: ' WS-RegistryFileName ' entry ' WS-RegistryIterator
             ' (' WS-SN-Id ') has status ' WS-SN-Active ' - must be A, S or R'
           ADD 1 TO WS-ErrorCount
         END-IF
         IF WS-SN-MinReadings IS NOT NUMERIC THEN
           DISPLAY 'ERROR: ' WS-RegistryFileName ' entry ' WS-RegistryIterator
             ' (' WS-SN-Id ') has a non-numeric minimum ' WS-SN-MinReadings
           ADD 1 TO WS-ErrorCount
         END-IF
         MOVE 0 TO WS-SkipIndex
      .

      SaveSensorRegistry.
         IF WS-RegistryTruncated = 'Y' THEN
           DISPLAY 'ERROR: ' WS-RegistryFileName ' holds more than ' WS-MaxRegistry
             ' sensors - saving here would lose the rest; nothing saved'
         ELSE
           PERFORM ValidateSensorTable
           IF WS-ErrorCount > 0 THEN
             DISPLAY 'NOTHING SAVED - correct the entries above first'
           ELSE
             MOVE WS-RegistryFileName TO WS-SaveResource
             PERFORM LockForSave
             IF WS-LQ-Result NOT = 'G' THEN
               PERFORM ReportLockRefused
             ELSE
               PERFORM CheckRegistryUnchanged
               IF WS-FileChanged = 'Y' THEN
                 PERFORM ReportFileChanged
               ELSE
                 PERFORM WriteSensorRegistry
               END-IF
             END-IF
             PERFORM ReleaseFileLocks
           END-IF
         END-IF
      .

      WriteSensorRegistry.
         PERFORM ScanChangeHistory
         OPEN OUTPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           PERFORM SaveOneSensor VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount
           CLOSE SensorRegistry
           PERFORM RecordSensorChange VARYING WS-RegistryIterator FROM 1 BY 1 UNTIL WS-RegistryIterator > WS-RegistryCount
           PERFORM KeepSavedRegistry
           MOVE 'N' TO WS-SensorDirty
           DISPLAY 'SAVED ' WS-RegistryCount ' sensors to ' WS-RegistryFileName
         ELSE
           DISPLAY 'ERROR: cannot write ' WS-RegistryFileName ' - status '
             WS-RegistryFileStatus
         END-IF
      .

      CheckRegistryUnchanged.
         MOVE 'N' TO WS-FileChanged
         MOVE 0 TO WS-CompareCount
         MOVE 'N' TO WS-Eof
         OPEN INPUT SensorRegistry
         IF WS-RegistryFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-FileChanged = 'Y'
             READ SensorRegistry
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-CompareCount
                 IF WS-CompareCount > WS-SavedRegistryCount THEN
                   MOVE 'Y' TO WS-FileChanged
                 ELSE
                   IF SensorRegistryRecord NOT = WS-SavedRegistryEntry (WS-CompareCount) THEN
                     MOVE 'Y' TO WS-FileChanged
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SensorRegistry
         END-IF
         IF WS-CompareCount NOT = WS-SavedRegistryCount THEN
           MOVE 'Y' TO WS-FileChanged
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ReloadSensorRegistry.
         MOVE 'Y' TO WS-ConfirmReply
         IF WS-SensorDirty = 'Y' THEN
           DISPLAY 'DISCARD THE UNSAVED SENSOR CHANGES? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
         END-IF
         IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
           MOVE WS-RegistryFileName TO WS-LQ-Resource
           PERFORM LockForReload
           IF WS-LQ-Result NOT = 'G' THEN
             PERFORM ReportLockRefused
           ELSE
             PERFORM LoadSensorRegistry
             PERFORM ReleaseFileLock
             MOVE 'N' TO WS-SensorDirty
             DISPLAY 'RELOADED ' WS-RegistryCount ' sensors from ' WS-RegistryFileName
           END-IF
         ELSE
           DISPLAY 'NOTHING RELOADED'
         END-IF
      .

      SaveOneSensor.
         MOVE WS-RG-Entry (WS-RegistryIterator) TO SensorRegistryRecord
         WRITE SensorRegistryRecord
      .

      RecordSensorChange.
         MOVE 0 TO WS-RegistryIndex
         PERFORM ScanSavedSensor VARYING WS-CheckIterator FROM 1 BY 1 UNTIL WS-CheckIterator > WS-SavedRegistryCount OR WS-RegistryIndex > 0
         MOVE SPACES TO WS-CE-Before WS-CE-After
         IF WS-RegistryIndex > 0 THEN
           MOVE WS-SavedRegistryEntry (WS-RegistryIndex) TO WS-SensorWork
           PERFORM DescribeSensor
           MOVE WS-ValueText TO WS-CE-Before
         END-IF
         MOVE WS-RG-Entry (WS-RegistryIterator) TO WS-SensorWork
         PERFORM DescribeSensor
         MOVE WS-ValueText TO WS-CE-After
         IF WS-RegistryIndex = 0 THEN
           PERFORM WriteSensorEvent
         ELSE
           IF WS-SavedRegistryEntry (WS-RegistryIndex) NOT = WS-RG-Entry (WS-RegistryIterator) THEN
             PERFORM WriteSensorEvent
           END-IF
         END-IF
      .

      ScanSavedSensor.
         IF WS-SavedRegistryEntry (WS-CheckIterator) (1:8) = WS-RG-Id (WS-RegistryIterator) THEN
           MOVE WS-CheckIterator TO WS-RegistryIndex
         END-IF
      .

      DescribeSensor.
         MOVE SPACES TO WS-ValueText
         STRING WS-SN-Active DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SN-MinReadings DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SN-Compartment DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SN-Desc DELIMITED BY SIZE
           INTO WS-ValueText
      .

      WriteSensorEvent.
         MOVE 0 TO WS-CE-ChangeId
         MOVE 'C' TO WS-CE-Event
         MOVE WS-RegistryFileName TO WS-CE-Object
         MOVE WS-RG-Id (WS-RegistryIterator) TO WS-CE-Item
         MOVE SPACES TO WS-CE-RequestedBy
         PERFORM WriteChangeEvent
      .

      RuleMenu.
         DISPLAY ' '
         DISPLAY '========== TOLERANCE RULES =========='
         DISPLAY ' 1 - LIST rules'
         DISPLAY ' 2 - ADD a rule'
         DISPLAY ' 3 - CHANGE a rule'
         DISPLAY ' 4 - DELETE a rule'
         DISPLAY ' 5 - SAVE ' WS-ToleranceFileName
         DISPLAY ' 6 - RELOAD ' WS-ToleranceFileName
         DISPLAY ' 0 - RETURN to the main menu'
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-MenuChoice

         EVALUATE WS-MenuChoice
           WHEN '1'
             PERFORM ListRules
           WHEN '2'
             PERFORM AddRule
           WHEN '3'
             PERFORM ChangeRule
           WHEN '4'
             PERFORM DeleteRule
           WHEN '5'
             PERFORM SaveToleranceRules
           WHEN '6'
             PERFORM ReloadToleranceRules
           WHEN '0'
             MOVE 'Y' TO WS-ReturnFlag
           WHEN OTHER
             DISPLAY 'INVALID CHOICE - enter 0 through 6'
         END-EVALUATE
      .

      ListRules.
         DISPLAY ' '
         DISPLAY 'TOLERANCE RULES: ' WS-RuleCount ' OF ' WS-MaxRules
         PERFORM ListOneRule VARYING WS-RuleIterator FROM 1 BY 1 UNTIL WS-RuleIterator > WS-RuleCount
         IF WS-RuleCount = 0 THEN
           DISPLAY '  (empty - no tolerance checks are made)'
         END-IF
         IF WS-RuleDirty = 'Y' THEN
           DISPLAY '  (unsaved changes - SAVE to write ' WS-ToleranceFileName ')'
         END-IF
      .

      ListOneRule.
         DISPLAY '  ' WS-RuleIterator ' - ' WS-RL-File (WS-RuleIterator)
           ' ' WS-RL-Code (WS-RuleIterator)
           ' MIN ' WS-RL-Min (WS-RuleIterator)
           ' MAX ' WS-RL-Max (WS-RuleIterator)
      .

      AddRule.
         IF WS-RuleCount = WS-MaxRules THEN
           DISPLAY 'ERROR: the rule file already holds ' WS-MaxRules ' rules'
         ELSE
           MOVE SPACES TO WS-RuleWork
           MOVE 'N' TO WS-ChangeMode
           MOVE 0 TO WS-SkipIndex
           PERFORM AcceptRuleFile
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptRuleCode
           END-IF
           IF WS-EntryValid = 'Y' THEN
             PERFORM FindRuleByKey
             IF WS-RuleIndex > 0 THEN
               DISPLAY 'ERROR: a ' WS-RW-Code ' rule for ' WS-RW-File
                 ' already exists as entry ' WS-RuleIndex ' - CHANGE it instead'
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptRuleLimits
           END-IF
           IF WS-EntryValid = 'Y' THEN
             ADD 1 TO WS-RuleCount
             MOVE WS-RuleWork TO WS-RL-Entry (WS-RuleCount)
             MOVE 'Y' TO WS-RuleDirty
             DISPLAY 'RULE ADDED AS ENTRY ' WS-RuleCount
           ELSE
             DISPLAY 'Rule not added'
           END-IF
         END-IF
      .

      ChangeRule.
         MOVE WS-RuleCount TO WS-ListCount
         PERFORM AcceptEntryNumber
         IF WS-EntryNumber > 0 THEN
           MOVE WS-RL-Entry (WS-EntryNumber) TO WS-RuleWork
           MOVE 'Y' TO WS-ChangeMode
           MOVE 'Y' TO WS-EntryValid
           DISPLAY 'RULE ' WS-RW-File ' ' WS-RW-Code
             ' - press ENTER to keep a value'
           PERFORM AcceptRuleLimits
           IF WS-EntryValid = 'Y' THEN
             IF WS-RuleWork = WS-RL-Entry (WS-EntryNumber) THEN
               DISPLAY 'NO CHANGE MADE'
             ELSE
               MOVE WS-RuleWork TO WS-RL-Entry (WS-EntryNumber)
               MOVE 'Y' TO WS-RuleDirty
               DISPLAY 'ENTRY ' WS-EntryNumber ' CHANGED'
             END-IF
           ELSE
             DISPLAY 'Entry ' WS-EntryNumber ' left unchanged'
           END-IF
         END-IF
      .

      DeleteRule.
         MOVE WS-RuleCount TO WS-ListCount
         PERFORM AcceptEntryNumber
         IF WS-EntryNumber > 0 THEN
           DISPLAY 'DELETE ' WS-RL-File (WS-EntryNumber) ' '
             WS-RL-Code (WS-EntryNumber) '? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
           IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
             PERFORM ShiftRuleLeft VARYING WS-RuleIterator FROM WS-EntryNumber BY 1 UNTIL WS-RuleIterator NOT < WS-RuleCount
             SUBTRACT 1 FROM WS-RuleCount
             MOVE 'Y' TO WS-RuleDirty
             DISPLAY 'ENTRY ' WS-EntryNumber ' DELETED'
           END-IF
         END-IF
      .

      ShiftRuleLeft.
         COMPUTE WS-ShiftNeighbor = WS-RuleIterator + 1
         MOVE WS-RL-Entry (WS-ShiftNeighbor) TO WS-RL-Entry (WS-RuleIterator)
      .

      AcceptRuleFile.
         MOVE 'Y' TO WS-EntryValid
         DISPLAY 'INPUT FILE NAME: ' WITH NO ADVANCING
         ACCEPT WS-EntryReply
         IF WS-EntryReply = SPACES THEN
           DISPLAY 'ERROR: no input file name entered'
           MOVE 'N' TO WS-EntryValid
         ELSE
           IF WS-EntryReply (21:20) NOT = SPACES THEN
             DISPLAY 'ERROR: an input file name is at most 20 characters'
             MOVE 'N' TO WS-EntryValid
           ELSE
             MOVE WS-EntryReply (1:20) TO WS-RW-File
           END-IF
         END-IF
      .

      AcceptRuleCode.
         DISPLAY 'RESULT CODE: ' WITH NO ADVANCING
         ACCEPT WS-EntryReply
         INSPECT WS-EntryReply CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-EntryReply (7:34) NOT = SPACES THEN
           MOVE ALL '?' TO WS-RW-Code
         ELSE
           MOVE WS-EntryReply (1:6) TO WS-RW-Code
         END-IF
         PERFORM CheckResultCode
         IF WS-EntryValid NOT = 'Y' THEN
           DISPLAY 'ERROR: result code must be GAMMA, EPSILN, POWER or REJPCT'
             ' (PART-ONE) or OXYGEN, CO2, LIFSUP or REJPCT (PART-TWO)'
         END-IF
      .

      CheckResultCode.
         EVALUATE WS-RW-Code
           WHEN 'GAMMA '
           WHEN 'EPSILN'
           WHEN 'POWER '
           WHEN 'REJPCT'
           WHEN 'OXYGEN'
           WHEN 'CO2   '
           WHEN 'LIFSUP'
             MOVE 'Y' TO WS-EntryValid
           WHEN OTHER
             MOVE 'N' TO WS-EntryValid
         END-EVALUATE
      .

      AcceptRuleLimits.
         IF WS-ChangeMode = 'Y' THEN
           DISPLAY 'MINIMUM [' WS-RW-Min ']: ' WITH NO ADVANCING
         ELSE
           DISPLAY 'MINIMUM: ' WITH NO ADVANCING
         END-IF
         ACCEPT WS-EntryReply
         IF WS-EntryReply NOT = SPACES OR WS-ChangeMode NOT = 'Y' THEN
           MOVE 18 TO WS-MaxDigits
           PERFORM NormalizeNumberEntry
           IF WS-NumberValid = 'Y' THEN
             MOVE WS-DigitText TO WS-RW-Min
           ELSE
             DISPLAY 'ERROR: the minimum must be a whole number of up to 18 digits'
             MOVE 'N' TO WS-EntryValid
           END-IF
         END-IF
         IF WS-EntryValid = 'Y' THEN
           IF WS-ChangeMode = 'Y' THEN
             DISPLAY 'MAXIMUM [' WS-RW-Max ']: ' WITH NO ADVANCING
           ELSE
             DISPLAY 'MAXIMUM: ' WITH NO ADVANCING
           END-IF
           ACCEPT WS-EntryReply
           IF WS-EntryReply NOT = SPACES OR WS-ChangeMode NOT = 'Y' THEN
             MOVE 18 TO WS-MaxDigits
             PERFORM NormalizeNumberEntry
             IF WS-NumberValid = 'Y' THEN
               MOVE WS-DigitText TO WS-RW-Max
             ELSE
               DISPLAY 'ERROR: the maximum must be a whole number of up to 18 digits'
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
         END-IF
         IF WS-EntryValid = 'Y' THEN
           MOVE WS-RW-Min TO WS-MinValue
           MOVE WS-RW-Max TO WS-MaxValue
           IF WS-MinValue > WS-MaxValue THEN
             DISPLAY 'ERROR: the minimum is above the maximum'
             MOVE 'N' TO WS-EntryValid
           END-IF
         END-IF
      .

      FindRuleByKey.
         MOVE 0 TO WS-RuleIndex
         PERFORM ScanRuleSlot VARYING WS-CheckIterator FROM 1 BY 1 UNTIL WS-CheckIterator > WS-RuleCount OR WS-RuleIndex > 0
      .

      ScanRuleSlot.
         IF WS-CheckIterator NOT = WS-SkipIndex
             AND WS-RL-File (WS-CheckIterator) = WS-RW-File
             AND WS-RL-Code (WS-CheckIterator) = WS-RW-Code THEN
           MOVE WS-CheckIterator TO WS-RuleIndex
         END-IF
      .

      ValidateRuleTable.
         MOVE 0 TO WS-ErrorCount
         PERFORM CheckRuleEntry VARYING WS-RuleIterator FROM 1 BY 1 UNTIL WS-RuleIterator > WS-RuleCount
      .

      CheckRuleEntry.
         MOVE WS-RL-Entry (WS-RuleIterator) TO WS-RuleWork
         IF WS-RW-File = SPACES THEN
           DISPLAY 'ERROR: ' WS-ToleranceFileName ' entry ' WS-RuleIterator
             ' has a blank input file name'
           ADD 1 TO WS-ErrorCount
         END-IF
         PERFORM CheckResultCode
         IF WS-EntryValid NOT = 'Y' THEN
           DISPLAY 'ERROR: ' WS-ToleranceFileName ' entry ' WS-RuleIterator
             ' has an unknown result code ' WS-RW-Code
           ADD 1 TO WS-ErrorCount
         END-IF
         IF WS-RW-Min IS NOT NUMERIC OR WS-RW-Max IS NOT NUMERIC THEN
           DISPLAY 'ERROR: ' WS-ToleranceFileName ' entry ' WS-RuleIterator
             ' has non-numeric limits'
           ADD 1 TO WS-ErrorCount
         ELSE
           MOVE WS-RW-Min TO WS-MinValue
           MOVE WS-RW-Max TO WS-MaxValue
           IF WS-MinValue > WS-MaxValue THEN
             DISPLAY 'ERROR: ' WS-ToleranceFileName ' entry ' WS-RuleIterator
               ' has its minimum above its maximum'
             ADD 1 TO WS-ErrorCount
           END-IF
         END-IF
         MOVE WS-RuleIterator TO WS-SkipIndex
         PERFORM FindRuleByKey
         IF WS-RuleIndex > 0 AND WS-RuleIndex < WS-RuleIterator THEN
           DISPLAY 'ERROR: ' WS-ToleranceFileName ' entry ' WS-RuleIterator
             ' repeats the ' WS-RW-Code ' rule for ' WS-RW-File
             ' from entry ' WS-RuleIndex
           ADD 1 TO WS-ErrorCount
         END-IF
         MOVE 0 TO WS-SkipIndex
      .

      SaveToleranceRules.
         IF WS-RuleTruncated = 'Y' THEN
           DISPLAY 'ERROR: ' WS-ToleranceFileName ' holds more than ' WS-MaxRules
             ' rules - saving here would lose the rest; nothing saved'
         ELSE
           PERFORM ValidateRuleTable
           IF WS-ErrorCount > 0 THEN
             DISPLAY 'NOTHING SAVED - correct the entries above first'
           ELSE
             MOVE WS-ToleranceFileName TO WS-SaveResource
             PERFORM LockForSave
             IF WS-LQ-Result NOT = 'G' THEN
               PERFORM ReportLockRefused
             ELSE
               PERFORM CheckRulesUnchanged
               IF WS-FileChanged = 'Y' THEN
                 PERFORM ReportFileChanged
               ELSE
                 PERFORM WriteToleranceRules
               END-IF
             END-IF
             PERFORM ReleaseFileLocks
           END-IF
         END-IF
      .

      WriteToleranceRules.
         PERFORM ScanChangeHistory
         OPEN OUTPUT ToleranceRules
         IF WS-ToleranceFileStatus = '00' THEN
           PERFORM SaveOneRule VARYING WS-RuleIterator FROM 1 BY 1 UNTIL WS-RuleIterator > WS-RuleCount
           CLOSE ToleranceRules
           PERFORM RecordRemovedRule VARYING WS-RuleIterator FROM 1 BY 1 UNTIL WS-RuleIterator > WS-SavedRuleCount
           PERFORM RecordRuleChange VARYING WS-RuleIterator FROM 1 BY 1 UNTIL WS-RuleIterator > WS-RuleCount
           PERFORM KeepSavedRules
           MOVE 'N' TO WS-RuleDirty
           DISPLAY 'SAVED ' WS-RuleCount ' rules to ' WS-ToleranceFileName
         ELSE
           DISPLAY 'ERROR: cannot write ' WS-ToleranceFileName ' - status '
             WS-ToleranceFileStatus
         END-IF
      .

      CheckRulesUnchanged.
         MOVE 'N' TO WS-FileChanged
         MOVE 0 TO WS-CompareCount
         MOVE 'N' TO WS-Eof
         OPEN INPUT ToleranceRules
         IF WS-ToleranceFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-FileChanged = 'Y'
             READ ToleranceRules
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-CompareCount
                 IF WS-CompareCount > WS-SavedRuleCount THEN
                   MOVE 'Y' TO WS-FileChanged
                 ELSE
                   IF ToleranceRuleRecord NOT = WS-SavedRuleEntry (WS-CompareCount) THEN
                     MOVE 'Y' TO WS-FileChanged
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ToleranceRules
         END-IF
         IF WS-CompareCount NOT = WS-SavedRuleCount THEN
           MOVE 'Y' TO WS-FileChanged
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ReloadToleranceRules.
         MOVE 'Y' TO WS-ConfirmReply
         IF WS-RuleDirty = 'Y' THEN
           DISPLAY 'DISCARD THE UNSAVED RULE CHANGES? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
         END-IF
         IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
           MOVE WS-ToleranceFileName TO WS-LQ-Resource
           PERFORM LockForReload
           IF WS-LQ-Result NOT = 'G' THEN
             PERFORM ReportLockRefused
           ELSE
             PERFORM LoadToleranceRules
             PERFORM ReleaseFileLock
             MOVE 'N' TO WS-RuleDirty
             DISPLAY 'RELOADED ' WS-RuleCount ' rules from ' WS-ToleranceFileName
           END-IF
         ELSE
           DISPLAY 'NOTHING RELOADED'
         END-IF
      .

      SaveOneRule.
         MOVE WS-RL-Entry (WS-RuleIterator) TO ToleranceRuleRecord
         WRITE ToleranceRuleRecord
      .

      RecordRemovedRule.
         MOVE WS-SavedRuleEntry (WS-RuleIterator) TO WS-RuleWork
         MOVE 0 TO WS-SkipIndex
         PERFORM FindRuleByKey
         IF WS-RuleIndex = 0 THEN
           PERFORM DescribeRuleLimits
           MOVE WS-ValueText TO WS-CE-Before
           MOVE SPACES TO WS-CE-After
           STRING WS-RW-Code DELIMITED BY SPACE
                  ' (deleted)' DELIMITED BY SIZE
             INTO WS-CE-After
           PERFORM WriteRuleEvent
         END-IF
      .

      RecordRuleChange.
         MOVE WS-RL-Entry (WS-RuleIterator) TO WS-RuleWork
         MOVE 0 TO WS-RuleIndex
         PERFORM ScanSavedRule VARYING WS-CheckIterator FROM 1 BY 1 UNTIL WS-CheckIterator > WS-SavedRuleCount OR WS-RuleIndex > 0
         PERFORM DescribeRuleLimits
         MOVE WS-ValueText TO WS-CE-After
         IF WS-RuleIndex = 0 THEN
           MOVE SPACES TO WS-CE-Before
           PERFORM WriteRuleEvent
         ELSE
           IF WS-SavedRuleEntry (WS-RuleIndex) NOT = WS-RL-Entry (WS-RuleIterator) THEN
             MOVE WS-SavedRuleEntry (WS-RuleIndex) TO WS-RuleWork
             PERFORM DescribeRuleLimits
             MOVE WS-ValueText TO WS-CE-Before
             PERFORM WriteRuleEvent
           END-IF
         END-IF
      .

      ScanSavedRule.
         IF WS-SavedRuleEntry (WS-CheckIterator) (1:26) = WS-RuleWork (1:26) THEN
           MOVE WS-CheckIterator TO WS-RuleIndex
         END-IF
      .

      DescribeRuleLimits.
         MOVE WS-RW-Min TO WS-DigitText
         PERFORM CompactDigits
         MOVE WS-CompactText TO WS-CompactMin
         MOVE WS-RW-Max TO WS-DigitText
         PERFORM CompactDigits
         MOVE WS-CompactText TO WS-CompactMax
         MOVE SPACES TO WS-ValueText
         STRING WS-RW-Code DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                WS-CompactMin DELIMITED BY SPACE
                '-' DELIMITED BY SIZE
                WS-CompactMax DELIMITED BY SPACE
           INTO WS-ValueText
      .

      CompactDigits.
         MOVE 0 TO WS-LeadZeros
         INSPECT WS-DigitText TALLYING WS-LeadZeros FOR LEADING '0'
         MOVE SPACES TO WS-CompactText
         IF WS-LeadZeros = 18 THEN
           MOVE '0' TO WS-CompactText
         ELSE
           MOVE WS-DigitText (WS-LeadZeros + 1:18 - WS-LeadZeros) TO WS-CompactText
         END-IF
      .

      WriteRuleEvent.
         MOVE 0 TO WS-CE-ChangeId
         MOVE 'C' TO WS-CE-Event
         MOVE WS-ToleranceFileName TO WS-CE-Object
         MOVE WS-RW-File TO WS-CE-Item
         MOVE SPACES TO WS-CE-RequestedBy
         PERFORM WriteChangeEvent
      .

      ShiftMenu.
         DISPLAY ' '
         DISPLAY '========== SHIFT DEFINITIONS =========='
         DISPLAY ' 1 - LIST shifts'
         DISPLAY ' 2 - ADD a shift'
         DISPLAY ' 3 - CHANGE a shift'
         DISPLAY ' 4 - DELETE a shift'
         DISPLAY ' 5 - SAVE ' WS-ShiftFileName
         DISPLAY ' 6 - RELOAD ' WS-ShiftFileName
         DISPLAY ' 0 - RETURN to the main menu'
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-MenuChoice

         EVALUATE WS-MenuChoice
           WHEN '1'
             PERFORM ListShifts
           WHEN '2'
             PERFORM AddShift
           WHEN '3'
             PERFORM ChangeShift
           WHEN '4'
             PERFORM DeleteShift
           WHEN '5'
             PERFORM SaveShiftDefs
           WHEN '6'
             PERFORM ReloadShiftDefs
           WHEN '0'
             MOVE 'Y' TO WS-ReturnFlag
           WHEN OTHER
             DISPLAY 'INVALID CHOICE - enter 0 through 6'
         END-EVALUATE
      .

      ListShifts.
         DISPLAY ' '
         DISPLAY 'SHIFTS: ' WS-ShiftCount ' OF ' WS-MaxShifts
           ' (start is inclusive, end is exclusive; a window may run past midnight)'
         PERFORM ListOneShift VARYING WS-ShiftIterator FROM 1 BY 1 UNTIL WS-ShiftIterator > WS-ShiftCount
         IF WS-ShiftCount = 0 THEN
           DISPLAY '  (empty - no per-shift results are produced)'
         ELSE
           MOVE WS-ShiftCount TO WS-CoverCount
           PERFORM BuildShiftCoverage
           IF WS-OverlapFound = 'Y' THEN
             MOVE WS-OverlapMinute TO WS-ReportMinute
             PERFORM FormatMinute
             DISPLAY '  ** shifts overlap at ' WS-ClockTime
           END-IF
           IF WS-GapFound = 'Y' THEN
             MOVE WS-GapMinute TO WS-ReportMinute
             PERFORM FormatMinute
             DISPLAY '  ** no shift covers ' WS-ClockTime
               ' - readings then are counted as unshifted'
           END-IF
         END-IF
         IF WS-ShiftDirty = 'Y' THEN
           DISPLAY '  (unsaved changes - SAVE to write ' WS-ShiftFileName ')'
         END-IF
      .

      ListOneShift.
         DISPLAY '  ' WS-ShiftIterator ' - ' WS-SH-Name (WS-ShiftIterator)
           ' ' WS-SH-Start (WS-ShiftIterator) ' TO ' WS-SH-End (WS-ShiftIterator)
      .

      AddShift.
         IF WS-ShiftCount = WS-MaxShifts THEN
           DISPLAY 'ERROR: PART-ONE reads at most ' WS-MaxShifts ' shifts'
         ELSE
           MOVE SPACES TO WS-ShiftWork
           MOVE 'N' TO WS-ChangeMode
           MOVE 0 TO WS-SkipIndex
           PERFORM AcceptShiftName
           IF WS-EntryValid = 'Y' THEN
             PERFORM AcceptShiftTimes
           END-IF
           IF WS-EntryValid = 'Y' THEN
             COMPUTE WS-CoverCount = WS-ShiftCount + 1
             MOVE WS-ShiftWork TO WS-SH-Entry (WS-CoverCount)
             PERFORM BuildShiftCoverage
             IF WS-OverlapFound = 'Y' THEN
               MOVE WS-OverlapMinute TO WS-ReportMinute
               PERFORM FormatMinute
               DISPLAY 'ERROR: shift ' WS-SF-Name ' would overlap another shift at '
                 WS-ClockTime
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
           IF WS-EntryValid = 'Y' THEN
             ADD 1 TO WS-ShiftCount
             MOVE 'Y' TO WS-ShiftDirty
             DISPLAY 'SHIFT ' WS-SF-Name ' ADDED AS ENTRY ' WS-ShiftCount
           ELSE
             DISPLAY 'Shift not added'
           END-IF
         END-IF
      .

      ChangeShift.
         MOVE WS-ShiftCount TO WS-ListCount
         PERFORM AcceptEntryNumber
         IF WS-EntryNumber > 0 THEN
           MOVE WS-SH-Entry (WS-EntryNumber) TO WS-ShiftWork
           MOVE WS-SH-Entry (WS-EntryNumber) TO WS-HoldShift
           MOVE 'Y' TO WS-ChangeMode
           MOVE 'Y' TO WS-EntryValid
           DISPLAY 'SHIFT ' WS-SF-Name ' - press ENTER to keep a value'
           PERFORM AcceptShiftTimes
           IF WS-EntryValid = 'Y' THEN
             MOVE WS-ShiftWork TO WS-SH-Entry (WS-EntryNumber)
             MOVE WS-ShiftCount TO WS-CoverCount
             PERFORM BuildShiftCoverage
             IF WS-OverlapFound = 'Y' THEN
               MOVE WS-OverlapMinute TO WS-ReportMinute
               PERFORM FormatMinute
               DISPLAY 'ERROR: shift ' WS-SF-Name ' would overlap another shift at '
                 WS-ClockTime
               MOVE WS-HoldShift TO WS-SH-Entry (WS-EntryNumber)
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
           IF WS-EntryValid = 'Y' THEN
             IF WS-ShiftWork = WS-HoldShift THEN
               DISPLAY 'NO CHANGE MADE'
             ELSE
               MOVE 'Y' TO WS-ShiftDirty
               DISPLAY 'ENTRY ' WS-EntryNumber ' CHANGED'
             END-IF
           ELSE
             DISPLAY 'Entry ' WS-EntryNumber ' left unchanged'
           END-IF
         END-IF
      .

      DeleteShift.
         MOVE WS-ShiftCount TO WS-ListCount
         PERFORM AcceptEntryNumber
         IF WS-EntryNumber > 0 THEN
           DISPLAY 'DELETE SHIFT ' WS-SH-Name (WS-EntryNumber) '? (Y/N): '
             WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
           IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
             PERFORM ShiftShiftLeft VARYING WS-ShiftIterator FROM WS-EntryNumber BY 1 UNTIL WS-ShiftIterator NOT < WS-ShiftCount
             SUBTRACT 1 FROM WS-ShiftCount
             MOVE 'Y' TO WS-ShiftDirty
             DISPLAY 'ENTRY ' WS-EntryNumber ' DELETED'
           END-IF
         END-IF
      .

      ShiftShiftLeft.
         COMPUTE WS-ShiftNeighbor = WS-ShiftIterator + 1
         MOVE WS-SH-Entry (WS-ShiftNeighbor) TO WS-SH-Entry (WS-ShiftIterator)
      .

      AcceptShiftName.
         MOVE 'Y' TO WS-EntryValid
         DISPLAY 'SHIFT NAME: ' WITH NO ADVANCING
         ACCEPT WS-EntryReply
         INSPECT WS-EntryReply CONVERTING 'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         IF WS-EntryReply = SPACES THEN
           DISPLAY 'ERROR: no shift name entered'
           MOVE 'N' TO WS-EntryValid
         ELSE
           IF WS-EntryReply (9:32) NOT = SPACES THEN
             DISPLAY 'ERROR: a shift name is at most 8 characters'
             MOVE 'N' TO WS-EntryValid
           ELSE
             MOVE WS-EntryReply (1:8) TO WS-SF-Name
             PERFORM FindShiftByName
             IF WS-ShiftIndex > 0 THEN
               DISPLAY 'ERROR: shift ' WS-SF-Name ' already exists as entry '
                 WS-ShiftIndex
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
         END-IF
      .

      AcceptShiftTimes.
         IF WS-ChangeMode = 'Y' THEN
           DISPLAY 'START TIME HHMM [' WS-SF-Start ']: ' WITH NO ADVANCING
         ELSE
           DISPLAY 'START TIME HHMM: ' WITH NO ADVANCING
         END-IF
         ACCEPT WS-EntryReply
         IF WS-EntryReply NOT = SPACES OR WS-ChangeMode NOT = 'Y' THEN
           PERFORM CheckTimeReply
           IF WS-TimeValid = 'Y' THEN
             MOVE WS-TimeText TO WS-SF-Start
           ELSE
             DISPLAY 'ERROR: start time must be HHMM from 0000 to 2359'
             MOVE 'N' TO WS-EntryValid
           END-IF
         END-IF
         IF WS-EntryValid = 'Y' THEN
           IF WS-ChangeMode = 'Y' THEN
             DISPLAY 'END TIME HHMM [' WS-SF-End ']: ' WITH NO ADVANCING
           ELSE
             DISPLAY 'END TIME HHMM: ' WITH NO ADVANCING
           END-IF
           ACCEPT WS-EntryReply
           IF WS-EntryReply NOT = SPACES OR WS-ChangeMode NOT = 'Y' THEN
             PERFORM CheckTimeReply
             IF WS-TimeValid = 'Y' THEN
               MOVE WS-TimeText TO WS-SF-End
             ELSE
               DISPLAY 'ERROR: end time must be HHMM from 0000 to 2359'
               MOVE 'N' TO WS-EntryValid
             END-IF
           END-IF
         END-IF
      .

      CheckTimeReply.
         MOVE 'N' TO WS-TimeValid
         IF WS-EntryReply (5:36) = SPACES THEN
           MOVE WS-EntryReply (1:4) TO WS-TimeText
           PERFORM CheckTimeText
         END-IF
      .

      CheckTimeText.
         MOVE 'N' TO WS-TimeValid
         IF WS-TimeText IS NUMERIC THEN
           MOVE WS-TimeText TO WS-ClockTime
           IF WS-CT-Hours < 24 AND WS-CT-Minutes < 60 THEN
             MOVE 'Y' TO WS-TimeValid
           END-IF
         END-IF
      .

      FindShiftByName.
         MOVE 0 TO WS-ShiftIndex
         PERFORM ScanShiftSlot VARYING WS-CheckIterator FROM 1 BY 1 UNTIL WS-CheckIterator > WS-ShiftCount OR WS-ShiftIndex > 0
      .

      ScanShiftSlot.
         IF WS-CheckIterator NOT = WS-SkipIndex
             AND WS-SH-Name (WS-CheckIterator) = WS-SF-Name THEN
           MOVE WS-CheckIterator TO WS-ShiftIndex
         END-IF
      .

      BuildShiftCoverage.
         MOVE ALL '0' TO WS-MinuteTable
         MOVE 'N' TO WS-OverlapFound
         MOVE 'N' TO WS-GapFound
         PERFORM MarkShiftMinutes VARYING WS-CoverIterator FROM 1 BY 1 UNTIL WS-CoverIterator > WS-CoverCount
         PERFORM ScanMinute VARYING WS-MinuteIterator FROM 1 BY 1 UNTIL WS-MinuteIterator > 1440
      .

      MarkShiftMinutes.
         MOVE WS-SH-Start (WS-CoverIterator) TO WS-TimeText
         PERFORM CheckTimeText
         IF WS-TimeValid = 'Y' THEN
           COMPUTE WS-StartMinute = WS-CT-Hours * 60 + WS-CT-Minutes
           MOVE WS-SH-End (WS-CoverIterator) TO WS-TimeText
           PERFORM CheckTimeText
         END-IF
         IF WS-TimeValid = 'Y' THEN
           COMPUTE WS-EndMinute = WS-CT-Hours * 60 + WS-CT-Minutes
           IF WS-StartMinute < WS-EndMinute THEN
             PERFORM MarkMinute VARYING WS-MinuteIterator FROM WS-StartMinute BY 1 UNTIL WS-MinuteIterator NOT < WS-EndMinute
           ELSE
             PERFORM MarkMinute VARYING WS-MinuteIterator FROM WS-StartMinute BY 1 UNTIL WS-MinuteIterator NOT < 1440
             PERFORM MarkMinute VARYING WS-MinuteIterator FROM 0 BY 1 UNTIL WS-MinuteIterator NOT < WS-EndMinute
           END-IF
         END-IF
      .

      MarkMinute.
         IF WS-MinuteCount (WS-MinuteIterator + 1) < 9 THEN
           ADD 1 TO WS-MinuteCount (WS-MinuteIterator + 1)
         END-IF
      .

      ScanMinute.
         IF WS-MinuteCount (WS-MinuteIterator) > 1 AND WS-OverlapFound = 'N' THEN
           MOVE 'Y' TO WS-OverlapFound
           COMPUTE WS-OverlapMinute = WS-MinuteIterator - 1
         END-IF
         IF WS-MinuteCount (WS-MinuteIterator) = 0 AND WS-GapFound = 'N' THEN
           MOVE 'Y' TO WS-GapFound
           COMPUTE WS-GapMinute = WS-MinuteIterator - 1
         END-IF
      .

      FormatMinute.
         DIVIDE WS-ReportMinute BY 60 GIVING WS-CT-Hours
           REMAINDER WS-CT-Minutes
      .

      ValidateShiftTable.
         MOVE 0 TO WS-ErrorCount
         PERFORM CheckShiftEntry VARYING WS-ShiftIterator FROM 1 BY 1 UNTIL WS-ShiftIterator > WS-ShiftCount
         IF WS-ErrorCount = 0 AND WS-ShiftCount > 0 THEN
           MOVE WS-ShiftCount TO WS-CoverCount
           PERFORM BuildShiftCoverage
           IF WS-OverlapFound = 'Y' THEN
             MOVE WS-OverlapMinute TO WS-ReportMinute
             PERFORM FormatMinute
             DISPLAY 'ERROR: ' WS-ShiftFileName ' has shifts overlapping at '
               WS-ClockTime
             ADD 1 TO WS-ErrorCount
           END-IF
         END-IF
      .

      CheckShiftEntry.
         MOVE WS-SH-Entry (WS-ShiftIterator) TO WS-ShiftWork
         IF WS-SF-Name = SPACES THEN
           DISPLAY 'ERROR: ' WS-ShiftFileName ' entry ' WS-ShiftIterator
             ' has a blank shift name'
           ADD 1 TO WS-ErrorCount
         ELSE
           MOVE WS-ShiftIterator TO WS-SkipIndex
           PERFORM FindShiftByName
           IF WS-ShiftIndex > 0 AND WS-ShiftIndex < WS-ShiftIterator THEN
             DISPLAY 'ERROR: ' WS-ShiftFileName ' entry ' WS-ShiftIterator
               ' repeats shift ' WS-SF-Name ' from entry ' WS-ShiftIndex
             ADD 1 TO WS-ErrorCount
           END-IF
         END-IF
         MOVE WS-SF-Start TO WS-TimeText
         PERFORM CheckTimeText
         IF WS-TimeValid = 'Y' THEN
           MOVE WS-SF-End TO WS-TimeText
           PERFORM CheckTimeText
         END-IF
         IF WS-TimeValid NOT = 'Y' THEN
           DISPLAY 'ERROR: ' WS-ShiftFileName ' entry ' WS-ShiftIterator
             ' (' WS-SF-Name ') has times ' WS-SF-Start ' ' WS-SF-End
             ' - each must be HHMM from 0000 to 2359'
           ADD 1 TO WS-ErrorCount
         END-IF
         MOVE 0 TO WS-SkipIndex
      .

      SaveShiftDefs.
         IF WS-ShiftTruncated = 'Y' THEN
           DISPLAY 'ERROR: ' WS-ShiftFileName ' holds more than ' WS-MaxShifts
             ' shifts - saving here would lose the rest; nothing saved'
         ELSE
           PERFORM ValidateShiftTable
           IF WS-ErrorCount > 0 THEN
             DISPLAY 'NOTHING SAVED - correct the entries above first'
           ELSE
             MOVE 'Y' TO WS-ConfirmReply
             IF WS-ShiftCount > 0 AND WS-GapFound = 'Y' THEN
               MOVE WS-GapMinute TO WS-ReportMinute
               PERFORM FormatMinute
               DISPLAY 'WARNING: no shift covers ' WS-ClockTime
                 ' - readings then are counted as unshifted'
               DISPLAY 'SAVE WITH THE GAP? (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-ConfirmReply
             END-IF
             IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
               MOVE WS-ShiftFileName TO WS-SaveResource
               PERFORM LockForSave
               IF WS-LQ-Result NOT = 'G' THEN
                 PERFORM ReportLockRefused
               ELSE
                 PERFORM CheckShiftsUnchanged
                 IF WS-FileChanged = 'Y' THEN
                   PERFORM ReportFileChanged
                 ELSE
                   PERFORM WriteShiftDefs
                 END-IF
               END-IF
               PERFORM ReleaseFileLocks
             ELSE
               DISPLAY 'NOTHING SAVED'
             END-IF
           END-IF
         END-IF
      .

      WriteShiftDefs.
         PERFORM ScanChangeHistory
         OPEN OUTPUT ShiftDef
         IF WS-ShiftFileStatus = '00' THEN
           PERFORM SaveOneShift VARYING WS-ShiftIterator FROM 1 BY 1 UNTIL WS-ShiftIterator > WS-ShiftCount
           CLOSE ShiftDef
           PERFORM RecordRemovedShift VARYING WS-ShiftIterator FROM 1 BY 1 UNTIL WS-ShiftIterator > WS-SavedShiftCount
           PERFORM RecordShiftChange VARYING WS-ShiftIterator FROM 1 BY 1 UNTIL WS-ShiftIterator > WS-ShiftCount
           PERFORM KeepSavedShifts
           MOVE 'N' TO WS-ShiftDirty
           DISPLAY 'SAVED ' WS-ShiftCount ' shifts to ' WS-ShiftFileName
         ELSE
           DISPLAY 'ERROR: cannot write ' WS-ShiftFileName ' - status '
             WS-ShiftFileStatus
         END-IF
      .

      CheckShiftsUnchanged.
         MOVE 'N' TO WS-FileChanged
         MOVE 0 TO WS-CompareCount
         MOVE 'N' TO WS-Eof
         OPEN INPUT ShiftDef
         IF WS-ShiftFileStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y' OR WS-FileChanged = 'Y'
             READ ShiftDef
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 ADD 1 TO WS-CompareCount
                 IF WS-CompareCount > WS-SavedShiftCount THEN
                   MOVE 'Y' TO WS-FileChanged
                 ELSE
                   IF ShiftDefRecord NOT = WS-SavedShiftEntry (WS-CompareCount) THEN
                     MOVE 'Y' TO WS-FileChanged
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ShiftDef
         END-IF
         IF WS-CompareCount NOT = WS-SavedShiftCount THEN
           MOVE 'Y' TO WS-FileChanged
         END-IF
         MOVE 'N' TO WS-Eof
      .

      ReloadShiftDefs.
         MOVE 'Y' TO WS-ConfirmReply
         IF WS-ShiftDirty = 'Y' THEN
           DISPLAY 'DISCARD THE UNSAVED SHIFT CHANGES? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
         END-IF
         IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
           MOVE WS-ShiftFileName TO WS-LQ-Resource
           PERFORM LockForReload
           IF WS-LQ-Result NOT = 'G' THEN
             PERFORM ReportLockRefused
           ELSE
             PERFORM LoadShiftDefs
             PERFORM ReleaseFileLock
             MOVE 'N' TO WS-ShiftDirty
             DISPLAY 'RELOADED ' WS-ShiftCount ' shifts from ' WS-ShiftFileName
           END-IF
         ELSE
           DISPLAY 'NOTHING RELOADED'
         END-IF
      .

      SaveOneShift.
         MOVE WS-SH-Entry (WS-ShiftIterator) TO ShiftDefRecord
         WRITE ShiftDefRecord
      .

      RecordRemovedShift.
         MOVE WS-SavedShiftEntry (WS-ShiftIterator) TO WS-ShiftWork
         MOVE 0 TO WS-SkipIndex
         PERFORM FindShiftByName
         IF WS-ShiftIndex = 0 THEN
           PERFORM DescribeShift
           MOVE WS-ValueText TO WS-CE-Before
           MOVE SPACES TO WS-CE-After
           PERFORM WriteShiftEvent
         END-IF
      .

      RecordShiftChange.
         MOVE WS-SH-Entry (WS-ShiftIterator) TO WS-ShiftWork
         MOVE 0 TO WS-ShiftIndex
         PERFORM ScanSavedShift VARYING WS-CheckIterator FROM 1 BY 1 UNTIL WS-CheckIterator > WS-SavedShiftCount OR WS-ShiftIndex > 0
         PERFORM DescribeShift
         MOVE WS-ValueText TO WS-CE-After
         IF WS-ShiftIndex = 0 THEN
           MOVE SPACES TO WS-CE-Before
           PERFORM WriteShiftEvent
         ELSE
           IF WS-SavedShiftEntry (WS-ShiftIndex) NOT = WS-SH-Entry (WS-ShiftIterator) THEN
             MOVE WS-SavedShiftEntry (WS-ShiftIndex) TO WS-ShiftWork
             PERFORM DescribeShift
             MOVE WS-ValueText TO WS-CE-Before
             PERFORM WriteShiftEvent
           END-IF
         END-IF
      .

      ScanSavedShift.
         IF WS-SavedShiftEntry (WS-CheckIterator) (1:8) = WS-SF-Name THEN
           MOVE WS-CheckIterator TO WS-ShiftIndex
         END-IF
      .

      DescribeShift.
         MOVE SPACES TO WS-ValueText
         STRING WS-SF-Start DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-SF-End DELIMITED BY SIZE
           INTO WS-ValueText
      .

      WriteShiftEvent.
         MOVE 0 TO WS-CE-ChangeId
         MOVE 'C' TO WS-CE-Event
         MOVE WS-ShiftFileName TO WS-CE-Object
         MOVE WS-SF-Name TO WS-CE-Item
         MOVE SPACES TO WS-CE-RequestedBy
         PERFORM WriteChangeEvent
      .

      ThresholdMenu.
         DISPLAY ' '
         DISPLAY '========== TREND THRESHOLD =========='
         DISPLAY ' 1 - SHOW the threshold'
         DISPLAY ' 2 - SET the threshold'
         DISPLAY ' 3 - SAVE ' WS-ThresholdFileName
         DISPLAY ' 4 - RELOAD ' WS-ThresholdFileName
         DISPLAY ' 0 - RETURN to the main menu'
         DISPLAY 'CHOICE: ' WITH NO ADVANCING
         ACCEPT WS-MenuChoice

         EVALUATE WS-MenuChoice
           WHEN '1'
             PERFORM ShowThreshold
           WHEN '2'
             PERFORM SetThreshold
           WHEN '3'
             PERFORM SaveTrendThreshold
           WHEN '4'
             PERFORM ReloadTrendThreshold
           WHEN '0'
             MOVE 'Y' TO WS-ReturnFlag
           WHEN OTHER
             DISPLAY 'INVALID CHOICE - enter 0 through 4'
         END-EVALUATE
      .

      ShowThreshold.
         DISPLAY ' '
         DISPLAY 'TREND THRESHOLD: ' WS-ThresholdPct ' PERCENT'
         IF WS-ThresholdFound NOT = 'Y' THEN
           DISPLAY '  (' WS-ThresholdFileName ' holds no valid value -'
             ' TREND-RPT uses the 10 percent default)'
         END-IF
         IF WS-ThresholdDirty = 'Y' THEN
           DISPLAY '  (unsaved - the threshold in effect is ' WS-SavedThresholdPct
             ' percent)'
         END-IF
      .

      SetThreshold.
         DISPLAY 'CURRENT THRESHOLD: ' WS-ThresholdPct ' PERCENT'
         DISPLAY 'NEW THRESHOLD PERCENT (1-999): ' WITH NO ADVANCING
         ACCEPT WS-EntryReply
         MOVE 3 TO WS-MaxDigits
         PERFORM NormalizeNumberEntry
         IF WS-NumberValid = 'Y' THEN
           IF WS-DigitValue = 0 THEN
             DISPLAY 'ERROR: a zero threshold would flag every change'
           ELSE
             MOVE WS-DigitValue TO WS-ThresholdPct
             MOVE 'Y' TO WS-ThresholdDirty
             DISPLAY 'THRESHOLD SET TO ' WS-ThresholdPct ' PERCENT'
           END-IF
         ELSE
           DISPLAY 'ERROR: the threshold must be a whole number from 1 to 999'
         END-IF
      .

      SaveTrendThreshold.
         MOVE WS-ThresholdFileName TO WS-SaveResource
         PERFORM LockForSave
         IF WS-LQ-Result NOT = 'G' THEN
           PERFORM ReportLockRefused
         ELSE
           PERFORM CheckThresholdUnchanged
           IF WS-FileChanged = 'Y' THEN
             PERFORM ReportFileChanged
           ELSE
             PERFORM WriteTrendThreshold
           END-IF
         END-IF
         PERFORM ReleaseFileLocks
      .

      WriteTrendThreshold.
         PERFORM ScanChangeHistory
         OPEN OUTPUT ThresholdFile
         IF WS-ThresholdFileStatus = '00' THEN
           MOVE WS-ThresholdPct TO ThresholdFileRecord
           WRITE ThresholdFileRecord
           CLOSE ThresholdFile
           IF WS-ThresholdPct NOT = WS-SavedThresholdPct
               OR WS-ThresholdFound NOT = 'Y' THEN
             MOVE 0 TO WS-CE-ChangeId
             MOVE 'C' TO WS-CE-Event
             MOVE WS-ThresholdFileName TO WS-CE-Object
             MOVE 'TREND PERCENT' TO WS-CE-Item
             MOVE SPACES TO WS-CE-Before
             IF WS-ThresholdFound = 'Y' THEN
               MOVE WS-SavedThresholdPct TO WS-CE-Before
             END-IF
             MOVE WS-ThresholdPct TO WS-CE-After
             MOVE SPACES TO WS-CE-RequestedBy
             PERFORM WriteChangeEvent
           END-IF
           MOVE WS-ThresholdPct TO WS-SavedThresholdPct
           MOVE 'Y' TO WS-ThresholdFound
           MOVE 'N' TO WS-ThresholdDirty
           DISPLAY 'SAVED THRESHOLD ' WS-ThresholdPct ' PERCENT to '
             WS-ThresholdFileName
         ELSE
           DISPLAY 'ERROR: cannot write ' WS-ThresholdFileName ' - status '
             WS-ThresholdFileStatus
         END-IF
      .

      CheckThresholdUnchanged.
         MOVE 'N' TO WS-FileChanged
         MOVE 'N' TO WS-CompareFound
         MOVE 0 TO WS-ComparePct
         OPEN INPUT ThresholdFile
         IF WS-ThresholdFileStatus = '00' THEN
           READ ThresholdFile INTO WS-ThresholdRecord
             AT END
               CONTINUE
             NOT AT END
               IF WS-ThresholdRecord IS NUMERIC THEN
                 MOVE WS-ThresholdRecord TO WS-ComparePct
                 MOVE 'Y' TO WS-CompareFound
               END-IF
           END-READ
           CLOSE ThresholdFile
         END-IF
         IF WS-CompareFound NOT = WS-ThresholdFound THEN
           MOVE 'Y' TO WS-FileChanged
         ELSE
           IF WS-CompareFound = 'Y' AND WS-ComparePct NOT = WS-SavedThresholdPct THEN
             MOVE 'Y' TO WS-FileChanged
           END-IF
         END-IF
      .

      ReloadTrendThreshold.
         MOVE 'Y' TO WS-ConfirmReply
         IF WS-ThresholdDirty = 'Y' THEN
           DISPLAY 'DISCARD THE UNSAVED THRESHOLD? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
         END-IF
         IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
           MOVE WS-ThresholdFileName TO WS-LQ-Resource
           PERFORM LockForReload
           IF WS-LQ-Result NOT = 'G' THEN
             PERFORM ReportLockRefused
           ELSE
             PERFORM LoadTrendThreshold
             PERFORM ReleaseFileLock
             MOVE 'N' TO WS-ThresholdDirty
             DISPLAY 'RELOADED THRESHOLD ' WS-ThresholdPct ' PERCENT from '
               WS-ThresholdFileName
           END-IF
         ELSE
           DISPLAY 'NOTHING RELOADED'
         END-IF
      .

      AcceptEntryNumber.
         MOVE 0 TO WS-EntryNumber
         IF WS-ListCount = 0 THEN
           DISPLAY 'ERROR: there are no entries'
         ELSE
           DISPLAY 'ENTRY NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-EntryReply
           MOVE 3 TO WS-MaxDigits
           PERFORM NormalizeNumberEntry
           IF WS-NumberValid = 'Y' AND WS-DigitValue > 0 THEN
             IF WS-DigitValue > WS-ListCount THEN
               DISPLAY 'ERROR: there are only ' WS-ListCount ' entries'
             ELSE
               MOVE WS-DigitValue TO WS-EntryNumber
             END-IF
           ELSE
             DISPLAY 'ERROR: entry number must be numeric'
           END-IF
         END-IF
      .

      NormalizeNumberEntry.
         MOVE 'N' TO WS-NumberValid
         MOVE 0 TO WS-ReplyLength
         INSPECT WS-EntryReply TALLYING WS-ReplyLength
           FOR CHARACTERS BEFORE INITIAL SPACE
         IF WS-ReplyLength > 0 AND WS-ReplyLength NOT > WS-MaxDigits THEN
           IF WS-EntryReply (1:WS-ReplyLength) IS NUMERIC
               AND WS-EntryReply (WS-ReplyLength + 1:) = SPACES THEN
             MOVE ALL '0' TO WS-DigitText
             MOVE WS-EntryReply (1:WS-ReplyLength)
               TO WS-DigitText (19 - WS-ReplyLength:WS-ReplyLength)
             MOVE WS-DigitText TO WS-DigitValue
             MOVE 'Y' TO WS-NumberValid
           END-IF
         END-IF
      .

      LockForSave.
         MOVE 'nothing saved' TO WS-RefusedAction
         MOVE 'A' TO WS-LQ-Function
         MOVE WS-SaveResource TO WS-LQ-Resource
         MOVE 'X' TO WS-LQ-Mode
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
         IF WS-LQ-Result = 'G' THEN
           MOVE 'A' TO WS-LQ-Function
           MOVE 'chghist.dat' TO WS-LQ-Resource
           MOVE 'X' TO WS-LQ-Mode
           MOVE RETURN-CODE TO WS-LockSavedRc
           CALL 'LOCK-MGR' USING WS-LockRequest
           MOVE WS-LockSavedRc TO RETURN-CODE
         END-IF
      .

      LockForReload.
         MOVE 'nothing reloaded' TO WS-RefusedAction
         MOVE 'A' TO WS-LQ-Function
         MOVE 'S' TO WS-LQ-Mode
         MOVE RETURN-CODE TO WS-LockSavedRc
         CALL 'LOCK-MGR' USING WS-LockRequest
         MOVE WS-LockSavedRc TO RETURN-CODE
      .

      ReportLockRefused.
         IF WS-LQ-Result = 'B' THEN
           DISPLAY 'ERROR: ' WS-LQ-Resource ' is in use by ' WS-LQ-HolderProgram
             ' (process ' WS-LQ-HolderProcessId ' since ' WS-LQ-HolderSince
             ') - ' WS-RefusedAction
           DISPLAY '       try again when it has finished'
         ELSE
           DISPLAY 'ERROR: the lock registry could not be updated for '
             WS-LQ-Resource ' - ' WS-RefusedAction
         END-IF
      .

      ReportFileChanged.
         DISPLAY 'ERROR: ' WS-SaveResource ' has been changed by another job'
           ' since it was loaded - nothing saved'
         DISPLAY '       RELOAD it (your unsaved changes are discarded) and'
           ' make them again'
      .

      ScanChangeHistory.
         MOVE 0 TO WS-LastChangeId
         MOVE 'N' TO WS-Eof
         OPEN INPUT ChangeHistory
         IF WS-ChangeHistStatus = '00' THEN
           PERFORM UNTIL WS-Eof = 'Y'
             READ ChangeHistory
               AT END
                 MOVE 'Y' TO WS-Eof
               NOT AT END
                 IF CH-ChangeId > WS-LastChangeId THEN
                   MOVE CH-ChangeId TO WS-LastChangeId
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ChangeHistory
         END-IF
         MOVE 'N' TO WS-Eof
      .

      WriteChangeEvent.
         ACCEPT WS-ChangeDate FROM DATE YYYYMMDD
         ACCEPT WS-ChangeTime FROM TIME
         MOVE SPACES TO WS-CE-Timestamp
         STRING WS-ChangeDate (1:8) DELIMITED BY SIZE
                WS-ChangeTime (1:6) DELIMITED BY SIZE
           INTO WS-CE-Timestamp
         MOVE WS-OperatorId TO WS-CE-Operator
         MOVE 'REF-MAINT' TO WS-CE-Program
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
         IF WS-SensorDirty = 'Y' OR WS-RuleDirty = 'Y'
             OR WS-ShiftDirty = 'Y' OR WS-ThresholdDirty = 'Y' THEN
           DISPLAY 'There are unsaved changes - exit without saving? (Y/N): '
             WITH NO ADVANCING
           ACCEPT WS-ConfirmReply
           IF WS-ConfirmReply = 'Y' OR WS-ConfirmReply = 'y' THEN
             MOVE 'Y' TO WS-ExitFlag
           END-IF
         ELSE
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
