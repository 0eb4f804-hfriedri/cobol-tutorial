       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JobStepFile ASSIGN TO "jobsteps.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StepFileStatus.
              SELECT RunLogFile ASSIGN TO "runlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RunLogStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  JobStepFile.
       01  JobStepRecord.
               02  JsStream           PIC X(8).
               02  JsSeq              PIC 9(2).
               02  JsProgram          PIC X(8).
       FD  RunLogFile.
       01  RunLogRecord.
               02  RunProgram         PIC X(8).
               02  RunRecType         PIC X.
               02  RunTimestamp       PIC X(21).
               02  RunCount           PIC 9(6).
               02  RunOutcome         PIC X(4).
      * The period-end indicator follows the date: M or Q while the
      * month- or quarter-end close for the date is still to run.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
               02  ProcPeriodEnd      PIC X.
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
               02  AuditOperation         PIC X(10).
               02  AuditIDNum             PIC 9(6).
               02  AuditBeforeFirstName   PIC X(15).
               02  AuditBeforeLastName    PIC X(15).
               02  AuditAfterFirstName    PIC X(15).
               02  AuditAfterLastName     PIC X(15).
               02  AuditReasonCode        PIC X(20).
               02  AuditBeforeAmount      PIC S9(7)V99.
               02  AuditAfterAmount       PIC S9(7)V99.
               02  AuditOperatorID        PIC X(8).
               02  AuditSeqNum            PIC 9(9).
               02  AuditChainValue        PIC 9(9).
       FD  AuditChainFile.
       01  AuditChainRecord.
               02  AcLastSeq          PIC 9(9).
               02  AcLastChain        PIC 9(9).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  StepFileStatus             PIC XX.
       01  RunLogStatus               PIC XX.
       01  EndOfFileFlag              PIC X.
       01  BusinessDateText           PIC X(8).
       01  RollStream                 PIC X(8) VALUE SPACES.
       01  PeriodEndFlag              PIC X VALUE SPACE.
               88  PeriodEndPending   VALUE 'M' 'Q'.
       01  NewPeriodEnd               PIC X VALUE SPACE.
       01  NextBusinessDate           PIC 9(8).
       01  StepIdx                    PIC 99.
       01  OpenStepCount              PIC 99 VALUE 0.
       01  CalFunction                PIC X(4).
       01  CalDate2                   PIC 9(8).
       01  CalDays                    PIC S9(5).
       01  CalDayType                 PIC X.
       01  StepTable.
               02  StepCount          PIC 99 VALUE 0.
               02  StepEntry          OCCURS 1 TO 50 TIMES
                                      DEPENDING ON StepCount.
                   03  STSeq          PIC 9(2).
                   03  STProgram      PIC X(8).
                   03  STState        PIC X.
                       88  StepClean      VALUE 'C'.
                       88  StepFailed     VALUE 'F'.
                       88  StepNotRun     VALUE ' '.
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "BUSINESS DATE ROLL".
           ACCEPT RollStream.
           IF RollStream = SPACES
               MOVE "NIGHTLY" TO RollStream
           END-IF.
           MOVE FUNCTION UPPER-CASE(RollStream) TO RollStream.
           PERFORM GetProcessingDate.
           MOVE BusinessDate TO BusinessDateText.
           DISPLAY "Stream        : " RollStream.
           DISPLAY "Business Date : " BusinessDate.
           IF PeriodEndPending
               DISPLAY "Period-End    : " PeriodEndFlag
                   " Close Pending"
           END-IF.
           PERFORM LoadStepTable.
           IF StepCount = 0
               DISPLAY "ERROR: no steps defined for stream "
                   RollStream " in jobsteps.dat - date not rolled"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MarkStepStates.
           IF OpenStepCount > 0
               DISPLAY "ERROR: " OpenStepCount " step(s) of "
                   RollStream " not complete for " BusinessDate
                   " - date not rolled"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RollStream = "MONTHLY"
               PERFORM RollAfterClose
           ELSE
               PERFORM RollAfterNightly
           END-IF.
           DISPLAY "END OF BUSINESS DATE ROLL".
           STOP RUN.
       GetProcessingDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessDate.
           MOVE SPACE TO PeriodEndFlag.
           OPEN INPUT ProcDateFile.
           IF ProcDateStatus = "00"
               READ ProcDateFile
                   AT END CONTINUE
                   NOT AT END
                       IF ProcDate IS NUMERIC AND ProcDate > 0
                           MOVE ProcDate TO BusinessDate
                           MOVE ProcPeriodEnd TO PeriodEndFlag
                       END-IF
               END-READ
               CLOSE ProcDateFile
           ELSE
               DISPLAY "WARNING: procdate.dat not found - rolling "
                   "from the system date"
           END-IF.
       LoadStepTable.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT JobStepFile.
           IF StepFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ JobStepFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND JsStream = RollStream
                       AND JsProgram NOT = "DATEROLL"
                       AND StepCount < 50
                   ADD 1 TO StepCount
                   MOVE JsSeq TO STSeq(StepCount)
                   MOVE JsProgram TO STProgram(StepCount)
                   MOVE SPACE TO STState(StepCount)
               END-IF
           END-PERFORM.
           IF StepFileStatus = "00" OR StepFileStatus = "10"
               CLOSE JobStepFile
           END-IF.
      * A step is complete when its latest end record for the business
      * date is not a failure, the same test JOBCHK applies.
       MarkStepStates.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT RunLogFile.
           IF RunLogStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RunLogFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND RunRecType = 'E'
                       AND RunTimestamp(1:8) = BusinessDateText
                   PERFORM MarkOneStepState
               END-IF
           END-PERFORM.
           IF RunLogStatus = "00" OR RunLogStatus = "10"
               CLOSE RunLogFile
           END-IF.
           MOVE 0 TO OpenStepCount.
           PERFORM VARYING StepIdx FROM 1 BY 1
                   UNTIL StepIdx > StepCount
               EVALUATE TRUE
                   WHEN StepClean(StepIdx)
                       DISPLAY "Step " STSeq(StepIdx) " "
                           STProgram(StepIdx) " COMPLETE"
                   WHEN StepFailed(StepIdx)
                       DISPLAY "Step " STSeq(StepIdx) " "
                           STProgram(StepIdx) " *** FAILED ***"
                       ADD 1 TO OpenStepCount
                   WHEN OTHER
                       DISPLAY "Step " STSeq(StepIdx) " "
                           STProgram(StepIdx) " NOT RUN"
                       ADD 1 TO OpenStepCount
               END-EVALUATE
           END-PERFORM.
       MarkOneStepState.
           PERFORM VARYING StepIdx FROM 1 BY 1
                   UNTIL StepIdx > StepCount
               IF STProgram(StepIdx) = RunProgram
                   IF RunOutcome = "FAIL"
                       MOVE 'F' TO STState(StepIdx)
                   ELSE
                       MOVE 'C' TO STState(StepIdx)
                   END-IF
               END-IF
           END-PERFORM.
      * On the business day a month closes the date is held and marked
      * so JOBCHK releases the MONTHLY job; MONTHLY's own roll then
      * moves the date on. Any other night rolls straight to the next
      * business day.
       RollAfterNightly.
           IF PeriodEndPending
               DISPLAY "Month-End Close Still Pending for "
                   BusinessDate " - Run MONTHLY"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "PEND" TO CalFunction
               CALL 'BIZCAL' USING CalFunction, BusinessDate,
                   CalDate2, CalDays, CalDayType
               IF CalDayType = 'M' OR CalDayType = 'Q'
                   MOVE CalDayType TO NewPeriodEnd
                   MOVE BusinessDate TO NextBusinessDate
                   PERFORM WriteProcessingDate
                   IF CalDayType = 'Q'
                       DISPLAY "Quarter-End - Date Held at "
                           BusinessDate " for MONTHLY"
                   ELSE
                       DISPLAY "Month-End - Date Held at "
                           BusinessDate " for MONTHLY"
                   END-IF
               ELSE
                   PERFORM RollToNextBusinessDay
               END-IF
           END-IF.
       RollAfterClose.
           IF NOT PeriodEndPending
               DISPLAY "ERROR: no month-end close pending for "
                   BusinessDate " - date not rolled"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RollToNextBusinessDay
           END-IF.
       RollToNextBusinessDay.
           MOVE "ADD " TO CalFunction.
           MOVE 1 TO CalDays.
           CALL 'BIZCAL' USING CalFunction, BusinessDate,
               NextBusinessDate, CalDays, CalDayType.
           MOVE SPACE TO NewPeriodEnd.
           PERFORM WriteProcessingDate.
           DISPLAY "Business Date Rolled " BusinessDate " To "
               NextBusinessDate.
      * The roll is audited with the old and new date and indicator in
      * the reason code.
       WriteProcessingDate.
           OPEN OUTPUT ProcDateFile.
           MOVE NextBusinessDate TO ProcDate.
           MOVE NewPeriodEnd TO ProcPeriodEnd.
           WRITE ProcDateRecord.
           CLOSE ProcDateFile.
           OPEN EXTEND AuditFile.
           MOVE "DATEROLL" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE RollStream TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING BusinessDate PeriodEndFlag ">" NextBusinessDate
               NewPeriodEnd
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           CLOSE AuditFile.
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       ChainAuditRecord.
           MOVE ZEROS TO PriorChainValue.
           MOVE ZEROS TO AcLastSeq.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE AcLastChain TO PriorChainValue
               END-READ
               CLOSE AuditChainFile
           END-IF.
           COMPUTE AuditSeqNum = AcLastSeq + 1.
           MOVE 0 TO ChainWork.
           PERFORM VARYING ChainIdx FROM 1 BY 1
                   UNTIL ChainIdx > 152
               COMPUTE ChainWork = ChainWork
                   + FUNCTION ORD(AuditRecord(ChainIdx:1))
                   * ChainIdx
           END-PERFORM.
           COMPUTE AuditChainValue = FUNCTION MOD(
               PriorChainValue * 7 + ChainWork, 1000000000).
       SaveAuditChain.
           OPEN OUTPUT AuditChainFile.
           MOVE AuditSeqNum TO AcLastSeq.
           MOVE AuditChainValue TO AcLastChain.
           WRITE AuditChainRecord.
           CLOSE AuditChainFile.
