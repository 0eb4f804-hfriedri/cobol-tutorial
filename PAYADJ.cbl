       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EmployeeFile ASSIGN TO "empmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EmpID.
              SELECT PaycheckFile ASSIGN TO "paychk.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PaycheckStatus.
              SELECT OPTIONAL PayAdjFile ASSIGN TO "payadj.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayAdjStatus.
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
       FD  EmployeeFile.
       01  EmployeeData.
               02  EmpID              PIC 9(4).
               02  EmpName            PIC X(20).
               02  EmpPayRate         PIC 99V99.
               02  EmpFedTaxRate      PIC V999.
               02  EmpDeductRate      PIC V999.
               02  EmpYTDGross        PIC 9(7)V99.
               02  EmpYTDTax          PIC 9(7)V99.
               02  EmpYTDNet          PIC 9(7)V99.
               02  EmpRecStatus       PIC X.
                   88  EmployeeActive VALUE SPACE.
                   88  EmployeeGone   VALUE 'D'.
               02  EmpBankRouting     PIC 9(9).
               02  EmpBankAccount     PIC X(12).
       FD  PaycheckFile.
       01  PaycheckRecord.
               02  CkEmpID            PIC 9(4).
               02  CkPayDate          PIC X(8).
               02  CkHours            PIC 99V99.
               02  CkGross            PIC 9(6)V99.
               02  CkFedTax           PIC 9(6)V99.
               02  CkInsAmount        PIC 9(5)V99.
               02  CkRetAmount        PIC 9(5)V99.
               02  CkGarnAmount       PIC 9(5)V99.
               02  CkMatchAmount      PIC 9(5)V99.
               02  CkNet              PIC 9(6)V99.
               02  CkOTHours          PIC 99V99.
               02  CkPremHours        PIC 99V99.
               02  CkRegEarn          PIC 9(6)V99.
               02  CkOTEarn           PIC 9(6)V99.
               02  CkPremEarn         PIC 9(6)V99.
               02  CkCommEarn         PIC 9(6)V99.
               02  CkPtoHours         PIC 99V99.
               02  CkPtoEarn          PIC 9(6)V99.
               02  CkCheckType        PIC X.
                   88  CkIsOffCycle   VALUE 'O'.
                   88  CkIsVoid       VALUE 'V'.
                   88  CkIsReissue    VALUE 'S'.
               02  CkRefSeq           PIC 9(7).
               02  CkOtherEarn        PIC 9(6)V99.
               02  CkPtoTaken         OCCURS 9 TIMES.
                   03  CkPtType       PIC X.
                   03  CkPtHours      PIC 9(3)V99.
      * Void, reissue and off-cycle payment requests, approved or
      * rejected by a supervisor in PAYAPPR. Approved off-cycle
      * payments are paid by the next PAYRUN OFFCYC run.
       FD  PayAdjFile.
       01  PayAdjRecord.
               02  PqReqType          PIC X.
                   88  PqIsVoid       VALUE 'V'.
                   88  PqIsReissue    VALUE 'S'.
                   88  PqIsOffCycle   VALUE 'O'.
               02  PqEmpID            PIC 9(4).
               02  PqCheckSeq         PIC 9(7).
               02  PqCheckDate        PIC X(8).
               02  PqCheckNet         PIC 9(6)V99.
               02  PqEarnType         PIC X.
               02  PqHours            PIC 99V99.
               02  PqAmount           PIC 9(6)V99.
               02  PqDedFlag          PIC X.
               02  PqReason           PIC X(20).
               02  PqOperator         PIC X(8).
               02  PqDate             PIC 9(8).
               02  PqStatus           PIC X.
                   88  PqPending      VALUE 'P'.
                   88  PqApproved     VALUE 'A'.
                   88  PqRejected     VALUE 'R'.
                   88  PqDone         VALUE 'D'.
               02  PqApprover         PIC X(8).
               02  PqDoneDate         PIC X(8).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       01  PaycheckStatus             PIC XX.
       01  PayAdjStatus               PIC XX.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  EmpExists                  PIC X.
       01  QueuedCount                PIC 9(4) VALUE 0.
       01  ListedCount                PIC 9(4).
       01  WorkEmpID                  PIC 9(4).
       01  WorkSeq                    PIC 9(7).
       01  WorkReqType                PIC X.
       01  WorkEarnType               PIC X.
               88  WorkEarnValid      VALUE 'F' 'B' 'C'.
       01  WorkHours                  PIC 99V99.
       01  WorkAmount                 PIC 9(6)V99.
       01  WorkDedFlag                PIC X.
       01  WorkReason                 PIC X(20).
       01  RequestOKFlag              PIC X.
       01  PendingFoundFlag           PIC X.
       01  RequestWrittenFlag         PIC X.
       01  CheckLineNum               PIC 9(7).
       01  ChkIdx                     PIC 9(3).
       01  FoundChkIdx                PIC 9(3).
       01  RefIdx                     PIC 9(3).
       01  CheckTypeText              PIC X(9).
       01  CheckStatusText            PIC X(18).
       01  ReqTypeText                PIC X(9).
       01  ReportGross                PIC ZZZZZ9.99.
       01  ReportTax                  PIC ZZZZZ9.99.
       01  ReportNet                  PIC ZZZZZ9.99.
       01  ReportHours                PIC Z9.99.
      * One employee's checks on paychk.dat, by line number on the
      * file, with whether each has since been voided or reissued.
       01  CheckTable.
               02  ChkCount           PIC 9(3) VALUE 0.
               02  ChkEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON ChkCount.
                   03  CtSeq          PIC 9(7).
                   03  CtPayDate      PIC X(8).
                   03  CtType         PIC X.
                   03  CtRefSeq       PIC 9(7).
                   03  CtGross        PIC 9(6)V99.
                   03  CtTax          PIC 9(6)V99.
                   03  CtNet          PIC 9(6)V99.
                   03  CtVoided       PIC X.
                   03  CtReissued     PIC X.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "PAYROLL CHECK ADJUSTMENT REQUESTS".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN INPUT EmployeeFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "PAYROLL CHECK ADJUSTMENTS"
               DISPLAY "1: List Employee Checks"
               DISPLAY "2: Request Check Void"
               DISPLAY "3: Request Check Reissue"
               DISPLAY "4: Request Off-Cycle Payment"
               DISPLAY "5: List Open Requests"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListEmployeeChecks
                   WHEN 2 MOVE 'V' TO WorkReqType
                          PERFORM RequestVoidOrReissue
                   WHEN 3 MOVE 'S' TO WorkReqType
                          PERFORM RequestVoidOrReissue
                   WHEN 4 PERFORM RequestOffCycle
                   WHEN 5 PERFORM ListOpenRequests
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE AuditFile.
           CLOSE EmployeeFile.
           DISPLAY "Requests Queued : " QueuedCount
           DISPLAY "END OF CHECK ADJUSTMENT REQUESTS".
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
       GetProcessingDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessDate.
           OPEN INPUT ProcDateFile.
           IF ProcDateStatus = "00"
               READ ProcDateFile
                   AT END CONTINUE
                   NOT AT END
                       IF ProcDate IS NUMERIC AND ProcDate > 0
                           MOVE ProcDate TO BusinessDate
                           DISPLAY "Processing Date Override : "
                               BusinessDate
                       END-IF
               END-READ
               CLOSE ProcDateFile
           END-IF.
       GetEmployee.
           DISPLAY "Employee ID : " WITH NO ADVANCING.
           ACCEPT WorkEmpID.
           MOVE WorkEmpID TO EmpID.
           MOVE 'Y' TO EmpExists.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmpExists
           END-READ.
           IF EmpExists = 'N'
               DISPLAY "Employee Not on Master"
           ELSE
               DISPLAY "Employee : " EmpName
           END-IF.
       ListEmployeeChecks.
           PERFORM GetEmployee.
           IF EmpExists = 'Y'
               PERFORM LoadEmployeeChecks
               PERFORM ShowEmployeeChecks
           END-IF.
       ShowEmployeeChecks.
           IF ChkCount = 0
               DISPLAY "No Checks on File for Employee"
           END-IF.
           PERFORM VARYING ChkIdx FROM 1 BY 1
                   UNTIL ChkIdx > ChkCount
               PERFORM ShowOneCheck
           END-PERFORM.
       ShowOneCheck.
           EVALUATE CtType(ChkIdx)
               WHEN 'O' MOVE "OFF-CYCLE" TO CheckTypeText
               WHEN 'V' MOVE "VOID" TO CheckTypeText
               WHEN 'S' MOVE "REISSUE" TO CheckTypeText
               WHEN OTHER MOVE "REGULAR" TO CheckTypeText
           END-EVALUATE.
           MOVE SPACES TO CheckStatusText.
           EVALUATE TRUE
               WHEN CtType(ChkIdx) = 'V' OR CtType(ChkIdx) = 'S'
                   STRING "OF " CtRefSeq(ChkIdx)
                       DELIMITED BY SIZE INTO CheckStatusText
                   END-STRING
               WHEN CtVoided(ChkIdx) = 'Y' AND CtReissued(ChkIdx) = 'Y'
                   MOVE "VOIDED, REISSUED" TO CheckStatusText
               WHEN CtVoided(ChkIdx) = 'Y'
                   MOVE "VOIDED" TO CheckStatusText
               WHEN CtReissued(ChkIdx) = 'Y'
                   MOVE "REISSUED" TO CheckStatusText
           END-EVALUATE.
           MOVE CtGross(ChkIdx) TO ReportGross.
           MOVE CtTax(ChkIdx) TO ReportTax.
           MOVE CtNet(ChkIdx) TO ReportNet.
           DISPLAY CtSeq(ChkIdx) " " CtPayDate(ChkIdx) " "
               CheckTypeText " Gross " ReportGross " Tax " ReportTax
               " Net " ReportNet " " CheckStatusText.
      * A void or reissue names a check by its line number on
      * paychk.dat, as listed here and by PAYINQ. A void record points
      * back to the check it reverses and a reissue to the check it
      * replaces, so the file itself tells which checks are settled.
       LoadEmployeeChecks.
           MOVE 0 TO ChkCount.
           MOVE 0 TO CheckLineNum.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO CheckLineNum
                   IF CkEmpID = WorkEmpID AND ChkCount < 500
                       PERFORM AddCheckToTable
                   END-IF
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
       AddCheckToTable.
           ADD 1 TO ChkCount.
           MOVE CheckLineNum TO CtSeq(ChkCount).
           MOVE CkPayDate TO CtPayDate(ChkCount).
           MOVE CkGross TO CtGross(ChkCount).
           MOVE CkFedTax TO CtTax(ChkCount).
           MOVE CkNet TO CtNet(ChkCount).
           MOVE 'N' TO CtVoided(ChkCount) CtReissued(ChkCount).
           MOVE ZEROS TO CtRefSeq(ChkCount).
           IF CkIsVoid OR CkIsReissue OR CkIsOffCycle
               MOVE CkCheckType TO CtType(ChkCount)
           ELSE
               MOVE 'R' TO CtType(ChkCount)
           END-IF.
           IF (CkIsVoid OR CkIsReissue) AND CkRefSeq IS NUMERIC
               MOVE CkRefSeq TO CtRefSeq(ChkCount)
               PERFORM VARYING RefIdx FROM 1 BY 1
                       UNTIL RefIdx > ChkCount
                   IF CtSeq(RefIdx) = CkRefSeq
                       IF CkIsVoid
                           MOVE 'Y' TO CtVoided(RefIdx)
                       ELSE
                           MOVE 'Y' TO CtReissued(RefIdx)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       FindCheckEntry.
           MOVE 0 TO FoundChkIdx.
           PERFORM VARYING ChkIdx FROM 1 BY 1
                   UNTIL ChkIdx > ChkCount
               IF CtSeq(ChkIdx) = WorkSeq
                   MOVE ChkIdx TO FoundChkIdx
               END-IF
           END-PERFORM.
      * Only a check paid in the current year can be voided or
      * reissued; the year's statements and returns would otherwise no
      * longer agree with what was filed.
       RequestVoidOrReissue.
           PERFORM GetEmployee.
           IF EmpExists = 'Y'
               PERFORM LoadEmployeeChecks
               PERFORM ShowEmployeeChecks
               DISPLAY "Check Number (Line on File) : "
                   WITH NO ADVANCING
               ACCEPT WorkSeq
               PERFORM FindCheckEntry
               PERFORM ValidateCheckRequest
               IF RequestOKFlag = 'Y'
                   DISPLAY "Reason : " WITH NO ADVANCING
                   ACCEPT WorkReason
                   IF WorkReason = SPACES
                       DISPLAY "Reason Required - Not Queued"
                   ELSE
                       PERFORM QueueCheckRequest
                   END-IF
               END-IF
           END-IF.
       ValidateCheckRequest.
           MOVE 'N' TO RequestOKFlag.
           EVALUATE TRUE
               WHEN FoundChkIdx = 0
                   DISPLAY "Check Not Found for Employee"
               WHEN CtType(FoundChkIdx) = 'V'
                   DISPLAY "A Void Entry Cannot Be Voided or Reissued"
               WHEN CtPayDate(FoundChkIdx)(1:4)
                       NOT = BusinessDate(1:4)
                   DISPLAY "Check Is Not from the Current Year"
               WHEN WorkReqType = 'V' AND CtVoided(FoundChkIdx) = 'Y'
                   DISPLAY "Check Is Already Voided"
               WHEN WorkReqType = 'S'
                       AND CtReissued(FoundChkIdx) = 'Y'
                   DISPLAY "Check Is Already Reissued"
               WHEN OTHER
                   PERFORM FindOpenCheckRequest
                   IF PendingFoundFlag = 'Y'
                       DISPLAY "Check Already Has an Open Request"
                   ELSE
                       MOVE 'Y' TO RequestOKFlag
                   END-IF
           END-EVALUATE.
       FindOpenCheckRequest.
           MOVE 'N' TO PendingFoundFlag.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PayAdjFile.
           IF PayAdjStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PayAdjFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND PqPending
                       AND (PqIsVoid OR PqIsReissue)
                       AND PqCheckSeq = WorkSeq
                   MOVE 'Y' TO PendingFoundFlag
               END-IF
           END-PERFORM.
           IF PayAdjStatus = "00" OR PayAdjStatus = "05"
                   OR PayAdjStatus = "10"
               CLOSE PayAdjFile
           END-IF.
       QueueCheckRequest.
           MOVE SPACES TO PayAdjRecord.
           MOVE WorkReqType TO PqReqType.
           MOVE WorkEmpID TO PqEmpID.
           MOVE WorkSeq TO PqCheckSeq.
           MOVE CtPayDate(FoundChkIdx) TO PqCheckDate.
           MOVE CtNet(FoundChkIdx) TO PqCheckNet.
           MOVE ZEROS TO PqHours PqAmount.
           PERFORM WriteRequest.
           IF RequestWrittenFlag = 'Y'
               IF WorkReqType = 'V'
                   MOVE "PAYVOIDREQ" TO AuditOperation
               ELSE
                   MOVE "PAYREISREQ" TO AuditOperation
               END-IF
               MOVE CtNet(FoundChkIdx) TO AuditBeforeAmount
               MOVE CtNet(FoundChkIdx) TO AuditAfterAmount
               PERFORM WriteRequestAudit
               DISPLAY "Request Queued for Supervisor Approval"
           END-IF.
      * Final pay is entered as hours at the employee's rate or as an
      * amount and is paid as regular earnings; a bonus or correction
      * is an amount paid as other earnings. Deductions are taken only
      * when asked for; tax is always withheld.
       RequestOffCycle.
           PERFORM GetEmployee.
           IF EmpExists = 'Y'
               MOVE 'N' TO RequestOKFlag
               DISPLAY "Earnings Type (F Final Pay, B Bonus, "
                   "C Correction) : " WITH NO ADVANCING
               ACCEPT WorkEarnType
               MOVE FUNCTION UPPER-CASE(WorkEarnType) TO WorkEarnType
               MOVE ZEROS TO WorkHours WorkAmount
               EVALUATE TRUE
                   WHEN NOT WorkEarnValid
                       DISPLAY "Invalid Earnings Type - Not Queued"
                   WHEN WorkEarnType = 'F'
                       DISPLAY "Hours (0 to Enter an Amount) : "
                           WITH NO ADVANCING
                       ACCEPT WorkHours
                       IF WorkHours > 0
                           COMPUTE WorkAmount ROUNDED =
                               WorkHours * EmpPayRate
                       ELSE
                           DISPLAY "Amount : " WITH NO ADVANCING
                           ACCEPT WorkAmount
                       END-IF
                       MOVE 'Y' TO RequestOKFlag
                   WHEN OTHER
                       DISPLAY "Amount : " WITH NO ADVANCING
                       ACCEPT WorkAmount
                       MOVE 'Y' TO RequestOKFlag
               END-EVALUATE
               IF RequestOKFlag = 'Y'
                   PERFORM QueueOffCycleRequest
               END-IF
           END-IF.
       QueueOffCycleRequest.
           IF WorkAmount = 0
               DISPLAY "Amount Must Be Positive - Not Queued"
           ELSE
               MOVE WorkAmount TO ReportGross
               DISPLAY "Gross Amount : " ReportGross
               DISPLAY "Take Regular Deductions (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT WorkDedFlag
               MOVE FUNCTION UPPER-CASE(WorkDedFlag) TO WorkDedFlag
               IF WorkDedFlag NOT = 'Y'
                   MOVE 'N' TO WorkDedFlag
               END-IF
               DISPLAY "Reason : " WITH NO ADVANCING
               ACCEPT WorkReason
               IF WorkReason = SPACES
                   DISPLAY "Reason Required - Not Queued"
               ELSE
                   MOVE SPACES TO PayAdjRecord
                   MOVE 'O' TO PqReqType
                   MOVE WorkEmpID TO PqEmpID
                   MOVE ZEROS TO PqCheckSeq PqCheckNet
                   MOVE WorkEarnType TO PqEarnType
                   MOVE WorkHours TO PqHours
                   MOVE WorkAmount TO PqAmount
                   MOVE WorkDedFlag TO PqDedFlag
                   PERFORM WriteRequest
                   IF RequestWrittenFlag = 'Y'
                       MOVE "OFFCYCREQ" TO AuditOperation
                       MOVE ZEROS TO AuditBeforeAmount
                       MOVE WorkAmount TO AuditAfterAmount
                       PERFORM WriteRequestAudit
                       DISPLAY "Request Queued for Supervisor Approval"
                   END-IF
               END-IF
           END-IF.
       WriteRequest.
           MOVE WorkReason TO PqReason.
           MOVE CurrentOpID TO PqOperator.
           MOVE BusinessDate TO PqDate.
           SET PqPending TO TRUE.
           MOVE 'N' TO RequestWrittenFlag.
           OPEN EXTEND PayAdjFile.
           IF PayAdjStatus = "00" OR PayAdjStatus = "05"
               WRITE PayAdjRecord
               IF PayAdjStatus = "00"
                   MOVE 'Y' TO RequestWrittenFlag
                   ADD 1 TO QueuedCount
               END-IF
               CLOSE PayAdjFile
           END-IF.
           IF RequestWrittenFlag = 'N'
               DISPLAY "ERROR: Request Not Queued - Status "
                   PayAdjStatus
           END-IF.
       WriteRequestAudit.
           MOVE WorkEmpID TO AuditIDNum.
           MOVE EmpName TO AuditBeforeFirstName.
           MOVE EmpName(16:5) TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           IF PqIsOffCycle
               STRING "EARN TYPE " PqEarnType
                   DELIMITED BY SIZE INTO AuditAfterFirstName
               END-STRING
           ELSE
               STRING "CHECK " PqCheckSeq
                   DELIMITED BY SIZE INTO AuditAfterFirstName
               END-STRING
           END-IF.
           MOVE PqCheckDate TO AuditAfterLastName.
           MOVE WorkReason TO AuditReasonCode.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       ListOpenRequests.
           MOVE 0 TO ListedCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PayAdjFile.
           IF PayAdjStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PayAdjFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND (PqPending OR PqApproved)
                   ADD 1 TO ListedCount
                   PERFORM ShowOneRequest
               END-IF
           END-PERFORM.
           IF PayAdjStatus = "00" OR PayAdjStatus = "05"
                   OR PayAdjStatus = "10"
               CLOSE PayAdjFile
           END-IF.
           DISPLAY "Open Requests : " ListedCount.
       ShowOneRequest.
           EVALUATE TRUE
               WHEN PqIsVoid MOVE "VOID" TO ReqTypeText
               WHEN PqIsReissue MOVE "REISSUE" TO ReqTypeText
               WHEN OTHER MOVE "OFF-CYCLE" TO ReqTypeText
           END-EVALUATE.
           IF PqIsOffCycle
               MOVE PqAmount TO ReportGross
               MOVE PqHours TO ReportHours
               DISPLAY ReqTypeText " Emp " PqEmpID " Type " PqEarnType
                   " Hours " ReportHours " Gross " ReportGross
                   " Ded " PqDedFlag
           ELSE
               MOVE PqCheckNet TO ReportNet
               DISPLAY ReqTypeText " Emp " PqEmpID " Check "
                   PqCheckSeq " of " PqCheckDate " Net " ReportNet
           END-IF.
           IF PqPending
               DISPLAY "    Pending - Requested by " PqOperator
                   " on " PqDate " - " PqReason
           ELSE
               DISPLAY "    Approved by " PqApprover
                   " - Awaiting PAYRUN OFFCYC - " PqReason
           END-IF.
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
