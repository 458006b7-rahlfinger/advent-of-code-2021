      .

      LoadDefaultStream.
         MOVE 9 TO WS-StepCount
         MOVE 'FEEDCHK' TO WS-ST-Name (1)
         MOVE './feedchk' TO WS-ST-Command (1)
         MOVE 'FEEDSTG' TO WS-ST-Name (2)
         MOVE './feedstg' TO WS-ST-Command (2)
         MOVE 'PART-ONE' TO WS-ST-Name (3)
         MOVE './part1' TO WS-ST-Command (3)
         MOVE 'PART-TWO' TO WS-ST-Name (4)
         MOVE './part2' TO WS-ST-Command (4)
         MOVE 'DIAGMSTR' TO WS-ST-Name (5)
         MOVE './diagmstr' TO WS-ST-Command (5)
         MOVE 'DIAG-SUM' TO WS-ST-Name (6)
         MOVE './part3' TO WS-ST-Command (6)
         MOVE 'TRENDRPT' TO WS-ST-Name (7)
         MOVE './trendrpt' TO WS-ST-Command (7)
         MOVE 'SENSHLTH' TO WS-ST-Name (8)
         MOVE './senshlth' TO WS-ST-Command (8)
         MOVE 'OPSBRD' TO WS-ST-Name (9)
         MOVE './opsbrd' TO WS-ST-Command (9)
         PERFORM InitDefaultStep VARYING WS-StepIterator FROM 1 BY 1 UNTIL WS-StepIterator > WS-StepCount
      .


      ApplyStatusRecord.
         IF WS-ST-Name (WS-StatusIterator) = RS-StepName THEN
           IF RS-Status = 'C' OR RS-Status = 'S' THEN
             MOVE 'Y' TO WS-ST-Done (WS-StatusIterator)
           ELSE
             MOVE 'N' TO WS-ST-Done (WS-StatusIterator)
           ADD 1 TO WS-SkippedCount
           DISPLAY 'Step ' WS-ST-Name (WS-StepIterator)
             ' already complete for ' WS-RunDate (1:8) ' - skipped'
           PERFORM RecordSkippedStep
         ELSE
           DISPLAY 'Running step ' WS-ST-Name (WS-StepIterator) ': '
             WS-ST-Command (WS-StepIterator)
           DISPLAY 'ERROR: step ' WS-ST-Name (WS-StepIterator)
             ' ended with return code ' WS-StepRc
             ' - the stream stops here'
           IF WS-StepRc = 20 THEN
             DISPLAY 'NOTE: return code 20 means a shared file was held by'
               ' another program - rerun the stream once it has finished,'
               ' or run lockutil to clear a stale lock'
           END-IF
           MOVE WS-StepRc TO WS-StoppedRc
           MOVE 'Y' TO WS-StreamStopped
         END-IF
         WRITE RunStatusRecord
         CLOSE RunStatus
      .

      RecordSkippedStep.
         OPEN EXTEND RunStatus
         IF WS-RunStatusStatus NOT = '00' THEN
           OPEN OUTPUT RunStatus
         END-IF
         MOVE WS-RunDate (1:8) TO RS-RunDate
         MOVE WS-ST-Name (WS-StepIterator) TO RS-StepName
         MOVE WS-ST-Rc (WS-StepIterator) TO RS-ReturnCode
         MOVE 'S' TO RS-Status
         WRITE RunStatusRecord
         CLOSE RunStatus
      .
