       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOMAINT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PtoPlanFile ASSIGN TO "ptoplan.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PtoPlanStatus.
              SELECT OPTIONAL PtoBalFile ASSIGN TO "ptobal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PbKey
                  FILE STATUS IS PtoBalStatus.
              SELECT EmployeeFile ASSIGN TO "empmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EmpID.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
      * A PTO plan accrues hours of one PTO type, either per hour
      * worked (basis H) or per pay period (basis P), up to an annual
      * cap on the hours accrued in a year (zero for none). At year-end
      * the balance is carried over in full (rule A), up to the carry
      * maximum (rule L) or not at all (rule N); the rest is forfeited.
       FD  PtoPlanFile.
       01  PtoPlanRecord.
               02  PpPlanCode         PIC X(4).
               02  PpPtoType          PIC X.
               02  PpDesc             PIC X(20).
               02  PpAccrualBasis     PIC X.
               02  PpAccrualRate      PIC 99V9999.
               02  PpAnnualCap        PIC 9(3)V99.
               02  PpCarryRule        PIC X.
               02  PpCarryMax         PIC 9(3)V99.
      * One balance per employee and PTO type, under the plan the
      * employee is enrolled in for that type.
       FD  PtoBalFile.
       01  PtoBalData.
               02  PbKey.
                   03  PbEmpID        PIC 9(4).
                   03  PbPtoType      PIC X.
               02  PbPlanCode         PIC X(4).
               02  PbBalance          PIC 9(4)V99.
               02  PbYTDAccrued       PIC 9(4)V99.
               02  PbYTDTaken         PIC 9(4)V99.
               02  PbLastPayDate      PIC X(8).
               02  PbClosedYear       PIC 9(4).
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  PtoPlanStatus              PIC XX.
       01  PtoBalStatus               PIC XX.
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
       01  ConfirmChoice              PIC X.
       01  EmpExists                  PIC X.
       01  BalFoundFlag               PIC X.
       01  BalEOFFlag                 PIC X.
       01  ListedCount                PIC 9(3).
       01  WorkEmpID                  PIC 9(4).
       01  WorkPlanCode               PIC X(4).
       01  WorkPtoType                PIC X.
               88  WorkTypeReserved   VALUE 'R' 'H' SPACE.
       01  WorkDesc                   PIC X(20).
       01  WorkBasis                  PIC X.
               88  WorkBasisValid     VALUE 'H' 'P'.
       01  WorkRate                   PIC 99V9999.
       01  WorkCap                    PIC 9(3)V99.
       01  WorkCarryRule              PIC X.
               88  WorkCarryValid     VALUE 'A' 'L' 'N'.
       01  WorkCarryMax               PIC 9(3)V99.
       01  WorkBalance                PIC 9(4)V99.
       01  WorkReason                 PIC X(20).
       01  OldBalance                 PIC 9(4)V99.
       01  OldCap                     PIC 9(3)V99.
       01  ReportHours                PIC ZZZ9.99.
       01  ReportRate                 PIC Z9.9999.
       01  PlanIdx                    PIC 99.
       01  FoundPlanIdx               PIC 99.
       01  PlanTable.
               02  PlanCount          PIC 99 VALUE 0.
               02  PlanEntry          OCCURS 1 TO 50 TIMES
                                      DEPENDING ON PlanCount.
                   03  PLPlanCode     PIC X(4).
                   03  PLPtoType      PIC X.
                   03  PLDesc         PIC X(20).
                   03  PLAccrualBasis PIC X.
                   03  PLAccrualRate  PIC 99V9999.
                   03  PLAnnualCap    PIC 9(3)V99.
                   03  PLCarryRule    PIC X.
                   03  PLCarryMax     PIC 9(3)V99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "PAID TIME OFF MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadPlanTable.
           OPEN INPUT EmployeeFile.
           OPEN I-O PtoBalFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "PAID TIME OFF"
               DISPLAY "1: List PTO Plans"
               DISPLAY "2: Add / Change PTO Plan"
               DISPLAY "3: Enroll Employee in Plan"
               DISPLAY "4: Employee Balances"
               DISPLAY "5: Adjust Balance"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListPlans
                   WHEN 2 PERFORM MaintainPlan
                   WHEN 3 PERFORM EnrollEmployee
                   WHEN 4 PERFORM ListEmployeeBalances
                   WHEN 5 PERFORM AdjustBalance
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE AuditFile.
           CLOSE PtoBalFile.
           CLOSE EmployeeFile.
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
       LoadPlanTable.
           MOVE 0 TO PlanCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PtoPlanFile.
           IF PtoPlanStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PtoPlanFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND PlanCount < 50
                   ADD 1 TO PlanCount
                   MOVE PtoPlanRecord TO PlanEntry(PlanCount)
               END-IF
           END-PERFORM.
           IF PtoPlanStatus = "00" OR PtoPlanStatus = "10"
               CLOSE PtoPlanFile
           END-IF.
       SavePlanTable.
           OPEN OUTPUT PtoPlanFile.
           PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
               MOVE PlanEntry(PlanIdx) TO PtoPlanRecord
               WRITE PtoPlanRecord
           END-PERFORM.
           CLOSE PtoPlanFile.
       FindPlan.
           MOVE 0 TO FoundPlanIdx.
           PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
               IF PLPlanCode(PlanIdx) = WorkPlanCode
                   MOVE PlanIdx TO FoundPlanIdx
               END-IF
           END-PERFORM.
       ListPlans.
           DISPLAY " ".
           PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
               MOVE PLAccrualRate(PlanIdx) TO ReportRate
               DISPLAY PLPlanCode(PlanIdx) " " PLPtoType(PlanIdx) " "
                   PLDesc(PlanIdx) " Basis " PLAccrualBasis(PlanIdx)
                   " Rate " ReportRate
               MOVE PLAnnualCap(PlanIdx) TO ReportHours
               DISPLAY "     Annual Cap " ReportHours
                   " Carryover " PLCarryRule(PlanIdx) " Max "
                   PLCarryMax(PlanIdx)
           END-PERFORM.
           DISPLAY "Plans on File : " PlanCount.
       MaintainPlan.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Role Required"
           ELSE
               DISPLAY "Plan Code : " WITH NO ADVANCING
               ACCEPT WorkPlanCode
               MOVE FUNCTION UPPER-CASE(WorkPlanCode) TO WorkPlanCode
               PERFORM FindPlan
               IF FoundPlanIdx > 0
                   MOVE FoundPlanIdx TO PlanIdx
                   MOVE PLAccrualRate(PlanIdx) TO ReportRate
                   DISPLAY "Current : " PLPtoType(PlanIdx) " "
                       PLDesc(PlanIdx) " Basis "
                       PLAccrualBasis(PlanIdx) " Rate " ReportRate
                       " Cap " PLAnnualCap(PlanIdx) " Carry "
                       PLCarryRule(PlanIdx) " " PLCarryMax(PlanIdx)
               END-IF
               IF WorkPlanCode = SPACES
                   DISPLAY "Plan Code Required"
               ELSE
                   PERFORM AcceptPlanDetails
               END-IF
           END-IF.
      * R and H are the regular and holiday pay types on timesheets, so
      * they cannot name a PTO type.
       AcceptPlanDetails.
           DISPLAY "PTO Type (e.g. V Vacation, S Sick) : "
               WITH NO ADVANCING.
           ACCEPT WorkPtoType.
           MOVE FUNCTION UPPER-CASE(WorkPtoType) TO WorkPtoType.
           DISPLAY "Description : " WITH NO ADVANCING.
           ACCEPT WorkDesc.
           DISPLAY "Accrual Basis (H Per Hour Worked, P Per Pay "
               "Period) : " WITH NO ADVANCING.
           ACCEPT WorkBasis.
           MOVE FUNCTION UPPER-CASE(WorkBasis) TO WorkBasis.
           DISPLAY "Accrual Rate in Hours (99.9999) : "
               WITH NO ADVANCING.
           ACCEPT WorkRate.
           DISPLAY "Annual Accrual Cap in Hours (0 = None) : "
               WITH NO ADVANCING.
           ACCEPT WorkCap.
           DISPLAY "Carryover (A All, L Limited, N None) : "
               WITH NO ADVANCING.
           ACCEPT WorkCarryRule.
           MOVE FUNCTION UPPER-CASE(WorkCarryRule) TO WorkCarryRule.
           MOVE ZEROS TO WorkCarryMax.
           IF WorkCarryRule = 'L'
               DISPLAY "Carryover Limit in Hours : " WITH NO ADVANCING
               ACCEPT WorkCarryMax
           END-IF.
           EVALUATE TRUE
               WHEN WorkTypeReserved
                   DISPLAY "PTO Type Cannot Be Blank, R or H - "
                       "Not Saved"
               WHEN NOT WorkBasisValid
                   DISPLAY "Accrual Basis Must Be H or P - Not Saved"
               WHEN WorkRate = ZEROS
                   DISPLAY "Accrual Rate Required - Not Saved"
               WHEN NOT WorkCarryValid
                   DISPLAY "Carryover Must Be A, L or N - Not Saved"
               WHEN WorkCarryRule = 'L' AND WorkCarryMax = ZEROS
                   DISPLAY "Carryover Limit Required - Not Saved"
               WHEN FoundPlanIdx = 0 AND PlanCount >= 50
                   DISPLAY "Plan Table Full - Not Saved"
               WHEN OTHER
                   PERFORM SavePlanDetails
           END-EVALUATE.
       SavePlanDetails.
           IF FoundPlanIdx = 0
               ADD 1 TO PlanCount
               MOVE PlanCount TO FoundPlanIdx
               MOVE ZEROS TO OldCap
               MOVE "PTO plan added" TO AuditReasonCode
           ELSE
               MOVE PLAnnualCap(FoundPlanIdx) TO OldCap
               MOVE "PTO plan changed" TO AuditReasonCode
           END-IF.
           MOVE WorkPlanCode TO PLPlanCode(FoundPlanIdx).
           MOVE WorkPtoType TO PLPtoType(FoundPlanIdx).
           MOVE WorkDesc TO PLDesc(FoundPlanIdx).
           MOVE WorkBasis TO PLAccrualBasis(FoundPlanIdx).
           MOVE WorkRate TO PLAccrualRate(FoundPlanIdx).
           MOVE WorkCap TO PLAnnualCap(FoundPlanIdx).
           MOVE WorkCarryRule TO PLCarryRule(FoundPlanIdx).
           MOVE WorkCarryMax TO PLCarryMax(FoundPlanIdx).
           PERFORM SavePlanTable.
           MOVE "PTOPLAN" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE WorkPlanCode TO AuditBeforeFirstName.
           MOVE WorkPtoType TO AuditBeforeLastName.
           MOVE WorkBasis TO AuditAfterFirstName.
           MOVE WorkCarryRule TO AuditAfterLastName.
           MOVE OldCap TO AuditBeforeAmount.
           MOVE WorkCap TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           DISPLAY "PTO Plan Saved".
       AcceptEmployee.
           DISPLAY "Employee ID : " WITH NO ADVANCING.
           ACCEPT WorkEmpID.
           MOVE WorkEmpID TO EmpID.
           MOVE 'Y' TO EmpExists.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmpExists
           END-READ.
           IF EmpExists = 'Y' AND EmployeeGone
               MOVE 'N' TO EmpExists
           END-IF.
           IF EmpExists = 'Y'
               DISPLAY "Employee : " EmpName
           ELSE
               DISPLAY "Employee Unknown or Gone"
           END-IF.
       ReadBalance.
           MOVE WorkEmpID TO PbEmpID.
           MOVE WorkPtoType TO PbPtoType.
           MOVE 'Y' TO BalFoundFlag.
           READ PtoBalFile
               INVALID KEY MOVE 'N' TO BalFoundFlag
           END-READ.
      * Hours accrue from the first pay date after enrollment. An
      * employee already holding a balance of the plan's type is moved
      * to the new plan with the balance kept.
       EnrollEmployee.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Role Required"
           ELSE
               PERFORM AcceptEmployee
               IF EmpExists = 'Y'
                   DISPLAY "Plan Code : " WITH NO ADVANCING
                   ACCEPT WorkPlanCode
                   MOVE FUNCTION UPPER-CASE(WorkPlanCode)
                       TO WorkPlanCode
                   PERFORM FindPlan
                   IF FoundPlanIdx = 0
                       DISPLAY "PTO Plan Not on File"
                   ELSE
                       MOVE PLPtoType(FoundPlanIdx) TO WorkPtoType
                       PERFORM ReadBalance
                       IF BalFoundFlag = 'Y'
                           PERFORM MoveEmployeePlan
                       ELSE
                           PERFORM AddEmployeeBalance
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MoveEmployeePlan.
           IF PbPlanCode = WorkPlanCode
               DISPLAY "Employee Already Enrolled in " WorkPlanCode
           ELSE
               MOVE PbBalance TO ReportHours
               DISPLAY "Employee Is in Plan " PbPlanCode
                   " With Balance " ReportHours
               DISPLAY "Move to Plan " WorkPlanCode
                   " Keeping the Balance (Y/N) : " WITH NO ADVANCING
               ACCEPT ConfirmChoice
               IF ConfirmChoice = 'Y' OR ConfirmChoice = 'y'
                   MOVE PbPlanCode TO AuditBeforeLastName
                   MOVE WorkPlanCode TO PbPlanCode
                   REWRITE PtoBalData
                       INVALID KEY
                           DISPLAY "Balance Not Updated"
                       NOT INVALID KEY
                           MOVE "PTOENRL" TO AuditOperation
                           MOVE WorkEmpID TO AuditIDNum
                           MOVE WorkPtoType TO AuditBeforeFirstName
                           MOVE WorkPtoType TO AuditAfterFirstName
                           MOVE WorkPlanCode TO AuditAfterLastName
                           MOVE "PTO plan moved" TO AuditReasonCode
                           MOVE PbBalance TO AuditBeforeAmount
                           MOVE PbBalance TO AuditAfterAmount
                           PERFORM WriteAuditRecord
                           DISPLAY "Employee Moved to " WorkPlanCode
                   END-REWRITE
               ELSE
                   DISPLAY "Enrollment Abandoned"
               END-IF
           END-IF.
       AddEmployeeBalance.
           DISPLAY "Opening Balance in Hours : " WITH NO ADVANCING.
           ACCEPT WorkBalance.
           MOVE WorkEmpID TO PbEmpID.
           MOVE WorkPtoType TO PbPtoType.
           MOVE WorkPlanCode TO PbPlanCode.
           MOVE WorkBalance TO PbBalance.
           MOVE ZEROS TO PbYTDAccrued.
           MOVE ZEROS TO PbYTDTaken.
           MOVE BusinessDate TO PbLastPayDate.
           MOVE ZEROS TO PbClosedYear.
           WRITE PtoBalData
               INVALID KEY
                   DISPLAY "Balance Not Written"
               NOT INVALID KEY
                   MOVE "PTOENRL" TO AuditOperation
                   MOVE WorkEmpID TO AuditIDNum
                   MOVE WorkPtoType TO AuditBeforeFirstName
                   MOVE SPACES TO AuditBeforeLastName
                   MOVE WorkPtoType TO AuditAfterFirstName
                   MOVE WorkPlanCode TO AuditAfterLastName
                   MOVE "PTO enrollment" TO AuditReasonCode
                   MOVE ZEROS TO AuditBeforeAmount
                   MOVE WorkBalance TO AuditAfterAmount
                   PERFORM WriteAuditRecord
                   DISPLAY "Employee Enrolled in " WorkPlanCode
           END-WRITE.
       ListEmployeeBalances.
           PERFORM AcceptEmployee.
           IF EmpExists = 'Y'
               MOVE 0 TO ListedCount
               MOVE WorkEmpID TO PbEmpID
               MOVE LOW-VALUES TO PbPtoType
               MOVE 'N' TO BalEOFFlag
               START PtoBalFile KEY IS NOT LESS THAN PbKey
                   INVALID KEY MOVE 'Y' TO BalEOFFlag
               END-START
               PERFORM UNTIL BalEOFFlag = 'Y'
                   READ PtoBalFile NEXT RECORD
                       AT END MOVE 'Y' TO BalEOFFlag
                   END-READ
                   IF BalEOFFlag = 'N'
                       IF PbEmpID NOT = WorkEmpID
                           MOVE 'Y' TO BalEOFFlag
                       ELSE
                           ADD 1 TO ListedCount
                           PERFORM DisplayOneBalance
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "PTO Balances : " ListedCount
           END-IF.
       DisplayOneBalance.
           MOVE PbBalance TO ReportHours.
           DISPLAY "Type " PbPtoType " Plan " PbPlanCode
               " Balance " ReportHours.
           DISPLAY "     Accrued This Year " PbYTDAccrued
               " Taken This Year " PbYTDTaken
               " Last Accrual Pay Date " PbLastPayDate.
       AdjustBalance.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Role Required"
           ELSE
               PERFORM AcceptEmployee
               IF EmpExists = 'Y'
                   DISPLAY "PTO Type : " WITH NO ADVANCING
                   ACCEPT WorkPtoType
                   MOVE FUNCTION UPPER-CASE(WorkPtoType)
                       TO WorkPtoType
                   PERFORM ReadBalance
                   IF BalFoundFlag = 'N'
                       DISPLAY "Employee Has No PTO of That Type"
                   ELSE
                       PERFORM AdjustOneBalance
                   END-IF
               END-IF
           END-IF.
       AdjustOneBalance.
           PERFORM DisplayOneBalance.
           DISPLAY "New Balance in Hours : " WITH NO ADVANCING.
           ACCEPT WorkBalance.
           DISPLAY "Reason : " WITH NO ADVANCING.
           ACCEPT WorkReason.
           IF WorkReason = SPACES
               DISPLAY "Reason Required - Not Adjusted"
           ELSE
               MOVE PbBalance TO OldBalance
               MOVE WorkBalance TO PbBalance
               REWRITE PtoBalData
                   INVALID KEY
                       DISPLAY "Balance Not Updated"
                   NOT INVALID KEY
                       MOVE "PTOADJ" TO AuditOperation
                       MOVE WorkEmpID TO AuditIDNum
                       MOVE WorkPtoType TO AuditBeforeFirstName
                       MOVE PbPlanCode TO AuditBeforeLastName
                       MOVE WorkPtoType TO AuditAfterFirstName
                       MOVE PbPlanCode TO AuditAfterLastName
                       MOVE WorkReason TO AuditReasonCode
                       MOVE OldBalance TO AuditBeforeAmount
                       MOVE WorkBalance TO AuditAfterAmount
                       PERFORM WriteAuditRecord
                       DISPLAY "Balance Adjusted"
               END-REWRITE
           END-IF.
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
