       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMAINT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL SalesRepFile ASSIGN TO "salesrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SrRepID.
              SELECT OPTIONAL CommPlanFile ASSIGN TO "commplan.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CommPlanKey.
              SELECT OPTIONAL CustRepFile ASSIGN TO "custrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RaIDNum
                  ALTERNATE RECORD KEY IS RaRepID
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderRepFile ASSIGN TO "ordrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrOrderNum.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL EmployeeFile ASSIGN TO "empmast.dat"
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
       FD  SalesRepFile.
       01  SalesRepData.
               02  SrRepID            PIC X(8).
               02  SrRepName          PIC X(20).
               02  SrPlanCode         PIC X(4).
               02  SrEmpID            PIC 9(4).
               02  SrStatus           PIC X.
                   88  SrRepActive    VALUE SPACE.
                   88  SrRepInactive  VALUE 'I'.
               02  SrCarryBal         PIC S9(7)V99.
               02  SrYTDComm          PIC S9(7)V99.
               02  SrLastPeriod       PIC 9(6).
       FD  CommPlanFile.
       01  CommPlanData.
               02  CommPlanKey.
                   03  PnPlanCode     PIC X(4).
                   03  PnRateType     PIC X.
                       88  PnBaseRate     VALUE 'B'.
                       88  PnProductRate  VALUE 'P'.
                       88  PnDiscountRate VALUE 'D'.
                   03  PnRateKey      PIC X(10).
               02  PnRate             PIC V999.
               02  PnClawPct          PIC 9(3).
               02  PnClawDays         PIC 9(3).
       FD  CustRepFile.
       01  CustRepData.
               02  RaIDNum            PIC 9(6).
               02  RaRepID            PIC X(8).
               02  RaAssignDate       PIC 9(8).
       FD  OrderRepFile.
       01  OrderRepData.
               02  OrOrderNum         PIC 9(6).
               02  OrRepID            PIC X(8).
               02  OrSource           PIC X.
                   88  OrFromCustomer VALUE 'C'.
                   88  OrFromQuote    VALUE 'Q'.
                   88  OrOverridden   VALUE 'O'.
       FD  CustomerFile.
       01  CustomerData.
               02  IDNum              PIC 9(6).
               02  FirstName          PIC X(15).
               02  LastName           PIC X(15).
               02  TaxID              PIC 9(9).
               02  CustAddress.
                   03  StreetNumber   PIC X(6).
                   03  StreetName     PIC X(20).
                   03  City           PIC X(15).
               02  DateOfBirth.
                   03  MOB            PIC 99.
                   03  DOB            PIC 99.
                   03  YOB            PIC 9(4).
               02  LastActivityDate.
                   03  LastActMonth   PIC 99.
                   03  LastActDay     PIC 99.
                   03  LastActYear    PIC 9(4).
               02  Balance            PIC S9(7)V99 VALUE ZEROS.
               02  CreditLimit        PIC S9(7)V99 VALUE ZEROS.
               02  RecStatus          PIC X VALUE SPACE.
                   88  RecordActive   VALUE SPACE.
                   88  RecordFrozen   VALUE 'F'.
                   88  RecordDormant  VALUE 'M'.
                   88  RecordClosed   VALUE 'C'.
                   88  RecordDeleted  VALUE 'D'.
                   88  RecordMerged   VALUE 'G'.
                   88  RecordLive     VALUES SPACE, 'F', 'M'.
               02  MergedToID         PIC 9(6).
               02  CustJurisCode      PIC X(5).
               02  DoNotMailFlag      PIC X.
                   88  DoNotMail      VALUE 'Y'.
               02  TaxIDVerifyStatus  PIC X.
                   88  TaxIDVerified  VALUE 'V'.
                   88  TaxIDVerFailed VALUE 'F'.
               02  CredScore          PIC 9(3).
               02  CredScoreDate      PIC 9(8).
               02  AddrStatus         PIC X.
                   88  AddrGood       VALUE SPACE.
                   88  AddrBad        VALUE 'B'.
       FD  OrderFile.
       01  OrderData.
               02  OrderNum           PIC 9(6).
               02  OrdCustIDNum       PIC 9(6).
               02  OrdDate.
                   03  OrdMonth       PIC 99.
                   03  OrdDay         PIC 99.
                   03  OrdYear        PIC 9(4).
               02  OrdLineCount       PIC 9(3).
               02  OrdTotal           PIC S9(7)V99.
               02  OrdTaxAmount       PIC S9(7)V99.
               02  OrdDiscCode        PIC X(5).
               02  OrdInvoiceNum      PIC 9(6).
               02  OrdRecStatus       PIC X.
                   88  OrderOpen      VALUE SPACE.
                   88  OrderAllocated VALUE 'A'.
                   88  OrderBackord   VALUE 'B'.
                   88  OrderHeld      VALUE 'H'.
                   88  OrderPicked    VALUE 'P'.
                   88  OrderShipped   VALUE 'S'.
                   88  OrderCancelled VALUE 'X'.
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
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
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
       01  RepFoundFlag               PIC X.
       01  RepEOFFlag                 PIC X.
       01  RateFoundFlag              PIC X.
       01  RateEOFFlag                PIC X.
       01  AssignFoundFlag            PIC X.
       01  CustExists                 PIC X.
       01  OrderExists                PIC X.
       01  EmpExists                  PIC X.
       01  ListedCount                PIC 9(5).
       01  WorkRepID                  PIC X(8).
       01  WorkRepName                PIC X(20).
       01  WorkPlanCode               PIC X(4).
       01  WorkEmpID                  PIC 9(4).
       01  WorkActive                 PIC X.
       01  WorkRateType               PIC X.
       01  WorkRateKey                PIC X(10).
       01  WorkRate                   PIC V999.
       01  WorkClawPct                PIC 9(3).
       01  WorkClawDays               PIC 9(3).
       01  OldRepID                   PIC X(8).
       01  OldRate                    PIC V999.
       01  WorkIDNum                  PIC 9(6).
       01  WorkOrderNum               PIC 9(6).
       01  ReportRate                 PIC 9.999.
       01  ReportCarry                PIC ZZZZZZ9.99-.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "SALES REP AND COMMISSION PLAN MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN I-O SalesRepFile.
           OPEN I-O CommPlanFile.
           OPEN I-O CustRepFile.
           OPEN I-O OrderRepFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT OrderFile.
           OPEN INPUT EmployeeFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "SALES REPS"
               DISPLAY "1: List Sales Reps"
               DISPLAY "2: Add / Change Sales Rep"
               DISPLAY "3: List Commission Plan"
               DISPLAY "4: Set Commission Plan Rate"
               DISPLAY "5: Remove Commission Plan Rate"
               DISPLAY "6: Assign Rep to Customer"
               DISPLAY "7: List Customers for Rep"
               DISPLAY "8: Change Rep on Order"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListSalesReps
                   WHEN 2 PERFORM MaintainSalesRep
                   WHEN 3 PERFORM ListPlanRates
                   WHEN 4 PERFORM SetPlanRate
                   WHEN 5 PERFORM RemovePlanRate
                   WHEN 6 PERFORM AssignCustomerRep
                   WHEN 7 PERFORM ListRepCustomers
                   WHEN 8 PERFORM ChangeOrderRep
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE SalesRepFile.
           CLOSE CommPlanFile.
           CLOSE CustRepFile.
           CLOSE OrderRepFile.
           CLOSE CustomerFile.
           CLOSE OrderFile.
           CLOSE EmployeeFile.
           CLOSE AuditFile.
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
       AcceptRepID.
           DISPLAY "Rep ID : " WITH NO ADVANCING.
           ACCEPT WorkRepID.
           MOVE FUNCTION UPPER-CASE(WorkRepID) TO WorkRepID.
           MOVE WorkRepID TO SrRepID.
           MOVE 'Y' TO RepFoundFlag.
           READ SalesRepFile
               INVALID KEY MOVE 'N' TO RepFoundFlag
           END-READ.
       ListSalesReps.
           DISPLAY " ".
           MOVE 0 TO ListedCount.
           MOVE LOW-VALUES TO SrRepID.
           MOVE 'N' TO RepEOFFlag.
           START SalesRepFile KEY IS NOT LESS THAN SrRepID
               INVALID KEY MOVE 'Y' TO RepEOFFlag
           END-START.
           PERFORM UNTIL RepEOFFlag = 'Y'
               READ SalesRepFile NEXT RECORD
                   AT END MOVE 'Y' TO RepEOFFlag
               END-READ
               IF RepEOFFlag = 'N'
                   ADD 1 TO ListedCount
                   MOVE SrCarryBal TO ReportCarry
                   IF SrRepInactive
                       DISPLAY SrRepID " " SrRepName " Plan "
                           SrPlanCode " Emp " SrEmpID " INACTIVE"
                   ELSE
                       DISPLAY SrRepID " " SrRepName " Plan "
                           SrPlanCode " Emp " SrEmpID
                           " Carried " ReportCarry
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Sales Reps on File : " ListedCount.
      * A rep is never removed, since orders and the commission ledger
      * carry the rep ID; a rep who leaves is made inactive and is no
      * longer given to customers or orders. The employee number ties
      * the rep to empmast.dat so commission is paid through PAYRUN;
      * zero means the rep is not on the payroll.
       MaintainSalesRep.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Reps"
           ELSE
               PERFORM AcceptRepID
               IF WorkRepID = SPACES
                   DISPLAY "Rep ID Required"
               ELSE
                   PERFORM MaintainSalesRepDetail
               END-IF
           END-IF.
       MaintainSalesRepDetail.
           MOVE SPACES TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           IF RepFoundFlag = 'Y'
               DISPLAY "Current Name : " SrRepName
               DISPLAY "Current Plan : " SrPlanCode
                   "  Employee : " SrEmpID
               MOVE SrRepName(1:15) TO AuditBeforeFirstName
               MOVE SrPlanCode TO AuditBeforeLastName
           END-IF.
           DISPLAY "Rep Name : " WITH NO ADVANCING.
           ACCEPT WorkRepName.
           DISPLAY "Commission Plan Code : " WITH NO ADVANCING.
           ACCEPT WorkPlanCode.
           MOVE FUNCTION UPPER-CASE(WorkPlanCode) TO WorkPlanCode.
           DISPLAY "Employee Number (0 if Not on Payroll) : "
               WITH NO ADVANCING.
           ACCEPT WorkEmpID.
           DISPLAY "Active (Y/N) : " WITH NO ADVANCING.
           ACCEPT WorkActive.
           MOVE 'Y' TO EmpExists.
           IF WorkEmpID > 0
               MOVE WorkEmpID TO EmpID
               READ EmployeeFile
                   INVALID KEY MOVE 'N' TO EmpExists
               END-READ
           END-IF.
           MOVE WorkPlanCode TO PnPlanCode.
           MOVE 'B' TO PnRateType.
           MOVE SPACES TO PnRateKey.
           MOVE 'Y' TO RateFoundFlag.
           READ CommPlanFile
               INVALID KEY MOVE 'N' TO RateFoundFlag
           END-READ.
           EVALUATE TRUE
               WHEN WorkRepName = SPACES
                   DISPLAY "Rep Name Required - Not Saved"
               WHEN RateFoundFlag = 'N'
                   DISPLAY "Plan " WorkPlanCode " Has No Base Rate - "
                       "Set the Plan First - Not Saved"
               WHEN EmpExists = 'N'
                   DISPLAY "Employee " WorkEmpID
                       " Not on Employee Master - Not Saved"
               WHEN OTHER
                   PERFORM SaveSalesRep
           END-EVALUATE.
       SaveSalesRep.
           IF RepFoundFlag = 'N'
               MOVE WorkRepID TO SrRepID
               MOVE ZEROS TO SrCarryBal
               MOVE ZEROS TO SrYTDComm
               MOVE ZEROS TO SrLastPeriod
           END-IF.
           MOVE WorkRepName TO SrRepName.
           MOVE WorkPlanCode TO SrPlanCode.
           MOVE WorkEmpID TO SrEmpID.
           IF WorkActive = 'N' OR 'n'
               SET SrRepInactive TO TRUE
           ELSE
               SET SrRepActive TO TRUE
           END-IF.
           IF RepFoundFlag = 'Y'
               REWRITE SalesRepData
                   INVALID KEY DISPLAY "Sales Rep Not Updated"
               END-REWRITE
           ELSE
               WRITE SalesRepData
                   INVALID KEY DISPLAY "Sales Rep Not Written"
               END-WRITE
           END-IF.
           MOVE "SALESREP" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE SrRepName(1:15) TO AuditAfterFirstName.
           MOVE SrPlanCode TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING "Rep " SrRepID " " SrStatus
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           DISPLAY "Sales Rep Saved".
      * A plan is a base rate, which also holds the clawback rule, and
      * optional rates by product or by order discount code that take
      * its place on the lines they match.
       AcceptPlanKey.
           DISPLAY "Plan Code : " WITH NO ADVANCING.
           ACCEPT WorkPlanCode.
           MOVE FUNCTION UPPER-CASE(WorkPlanCode) TO WorkPlanCode.
           DISPLAY "Rate Type (B=Base P=Product D=Discount Code) : "
               WITH NO ADVANCING.
           ACCEPT WorkRateType.
           MOVE FUNCTION UPPER-CASE(WorkRateType) TO WorkRateType.
           MOVE SPACES TO WorkRateKey.
           EVALUATE WorkRateType
               WHEN 'P'
                   DISPLAY "Product Name : " WITH NO ADVANCING
                   ACCEPT WorkRateKey
               WHEN 'D'
                   DISPLAY "Discount Code : " WITH NO ADVANCING
                   ACCEPT WorkRateKey
                   MOVE FUNCTION UPPER-CASE(WorkRateKey)
                       TO WorkRateKey
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WorkPlanCode TO PnPlanCode.
           MOVE WorkRateType TO PnRateType.
           MOVE WorkRateKey TO PnRateKey.
       ListPlanRates.
           DISPLAY " ".
           DISPLAY "Plan Code : " WITH NO ADVANCING.
           ACCEPT WorkPlanCode.
           MOVE FUNCTION UPPER-CASE(WorkPlanCode) TO WorkPlanCode.
           MOVE 0 TO ListedCount.
           MOVE WorkPlanCode TO PnPlanCode.
           MOVE LOW-VALUES TO PnRateType.
           MOVE LOW-VALUES TO PnRateKey.
           MOVE 'N' TO RateEOFFlag.
           START CommPlanFile KEY IS NOT LESS THAN CommPlanKey
               INVALID KEY MOVE 'Y' TO RateEOFFlag
           END-START.
           PERFORM UNTIL RateEOFFlag = 'Y'
               READ CommPlanFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOFFlag
               END-READ
               IF RateEOFFlag = 'N'
                   IF PnPlanCode NOT = WorkPlanCode
                       MOVE 'Y' TO RateEOFFlag
                   ELSE
                       ADD 1 TO ListedCount
                       MOVE PnRate TO ReportRate
                       EVALUATE TRUE
                           WHEN PnBaseRate
                               DISPLAY "Base Rate " ReportRate
                                   "  Clawback " PnClawPct
                                   "% Within " PnClawDays " Days"
                           WHEN PnProductRate
                               DISPLAY "Product  " PnRateKey " "
                                   ReportRate
                           WHEN OTHER
                               DISPLAY "Discount " PnRateKey " "
                                   ReportRate
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Plan Rates on File : " ListedCount.
       SetPlanRate.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Plans"
           ELSE
               PERFORM AcceptPlanKey
               IF WorkPlanCode = SPACES
                       OR NOT (PnBaseRate OR PnProductRate
                               OR PnDiscountRate)
                       OR (NOT PnBaseRate AND WorkRateKey = SPACES)
                   DISPLAY "Plan Code, Rate Type and Key Required"
               ELSE
                   PERFORM SetPlanRateDetail
               END-IF
           END-IF.
      * The clawback rule is a percentage of the commission already
      * paid on an invoice that is taken back when the invoice is
      * written off, and the number of days after the invoice date
      * within which a write-off is clawed back (zero for no limit).
       SetPlanRateDetail.
           MOVE 'Y' TO RateFoundFlag.
           READ CommPlanFile
               INVALID KEY MOVE 'N' TO RateFoundFlag
           END-READ.
           MOVE ZEROS TO OldRate.
           IF RateFoundFlag = 'Y'
               MOVE PnRate TO OldRate
               MOVE PnRate TO ReportRate
               DISPLAY "Current Rate : " ReportRate
           END-IF.
           DISPLAY "Commission Rate (e.g. .050) : " WITH NO ADVANCING.
           ACCEPT WorkRate.
           MOVE ZEROS TO WorkClawPct.
           MOVE ZEROS TO WorkClawDays.
           IF WorkRateType = 'B'
               DISPLAY "Clawback Percent on Write-Off : "
                   WITH NO ADVANCING
               ACCEPT WorkClawPct
               DISPLAY "Clawback Within Days of Invoice (0=Always) : "
                   WITH NO ADVANCING
               ACCEPT WorkClawDays
           END-IF.
           IF WorkClawPct > 100
               DISPLAY "Clawback Percent Over 100 - Not Saved"
           ELSE
               MOVE WorkPlanCode TO PnPlanCode
               MOVE WorkRateType TO PnRateType
               MOVE WorkRateKey TO PnRateKey
               MOVE WorkRate TO PnRate
               MOVE WorkClawPct TO PnClawPct
               MOVE WorkClawDays TO PnClawDays
               IF RateFoundFlag = 'Y'
                   REWRITE CommPlanData
                       INVALID KEY DISPLAY "Plan Rate Not Updated"
                   END-REWRITE
               ELSE
                   WRITE CommPlanData
                       INVALID KEY DISPLAY "Plan Rate Not Written"
                   END-WRITE
               END-IF
               MOVE "COMMPLAN" TO AuditOperation
               PERFORM WritePlanAudit
               DISPLAY "Plan Rate Saved"
           END-IF.
      * The base rate of a plan still given to a rep stays, since the
      * commission run needs it for every line the plan pays on.
       RemovePlanRate.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Plans"
           ELSE
               PERFORM AcceptPlanKey
               MOVE 'Y' TO RateFoundFlag
               READ CommPlanFile
                   INVALID KEY MOVE 'N' TO RateFoundFlag
               END-READ
               EVALUATE TRUE
                   WHEN RateFoundFlag = 'N'
                       DISPLAY "Plan Rate Not on File"
                   WHEN PnBaseRate
                       DISPLAY "Base Rate Cannot Be Removed - "
                           "Set It Instead"
                   WHEN OTHER
                       MOVE PnRate TO OldRate
                       MOVE ZEROS TO WorkRate
                       DELETE CommPlanFile
                           INVALID KEY
                               DISPLAY "Plan Rate Not Removed"
                           NOT INVALID KEY
                               MOVE "COMMPLNDEL" TO AuditOperation
                               PERFORM WritePlanAudit
                               DISPLAY "Plan Rate Removed"
                       END-DELETE
               END-EVALUATE
           END-IF.
       WritePlanAudit.
           MOVE ZEROS TO AuditIDNum.
           MOVE SPACES TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING WorkPlanCode " " WorkRateType " " WorkRateKey
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE OldRate TO AuditBeforeAmount.
           MOVE WorkRate TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
      * The customer's rep goes onto each new order. Orders already
      * taken keep the rep they were given; a blank rep takes the
      * customer off the rep's book.
       AssignCustomerRep.
           DISPLAY " ".
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N' OR NOT RecordLive
               DISPLAY "Customer Does not Exist or Is Not Active"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
               PERFORM AssignCustomerRepDetail
           END-IF.
       AssignCustomerRepDetail.
           MOVE WorkIDNum TO RaIDNum.
           MOVE 'Y' TO AssignFoundFlag.
           READ CustRepFile
               INVALID KEY MOVE 'N' TO AssignFoundFlag
           END-READ.
           MOVE SPACES TO OldRepID.
           IF AssignFoundFlag = 'Y'
               MOVE RaRepID TO OldRepID
               DISPLAY "Current Rep : " OldRepID
           END-IF.
           PERFORM AcceptRepID.
           EVALUATE TRUE
               WHEN WorkRepID = SPACES AND AssignFoundFlag = 'N'
                   DISPLAY "Customer Has No Rep"
               WHEN WorkRepID = SPACES
                   DELETE CustRepFile
                       INVALID KEY DISPLAY "Rep Not Removed"
                       NOT INVALID KEY
                           PERFORM WriteAssignAudit
                           DISPLAY "Rep Removed from Customer"
                   END-DELETE
               WHEN RepFoundFlag = 'N' OR SrRepInactive
                   DISPLAY "Rep Not on File or Inactive"
               WHEN OTHER
                   MOVE WorkIDNum TO RaIDNum
                   MOVE WorkRepID TO RaRepID
                   MOVE BusinessDate TO RaAssignDate
                   IF AssignFoundFlag = 'Y'
                       REWRITE CustRepData
                           INVALID KEY DISPLAY "Rep Not Assigned"
                       END-REWRITE
                   ELSE
                       WRITE CustRepData
                           INVALID KEY DISPLAY "Rep Not Assigned"
                       END-WRITE
                   END-IF
                   PERFORM WriteAssignAudit
                   DISPLAY "Rep " WorkRepID " Assigned"
           END-EVALUATE.
       WriteAssignAudit.
           MOVE "CUSTREP" TO AuditOperation.
           MOVE WorkIDNum TO AuditIDNum.
           MOVE OldRepID TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE WorkRepID TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE "Customer rep" TO AuditReasonCode.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE ZEROS TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       ListRepCustomers.
           DISPLAY " ".
           PERFORM AcceptRepID.
           MOVE 0 TO ListedCount.
           MOVE WorkRepID TO RaRepID.
           MOVE 'N' TO RepEOFFlag.
           START CustRepFile KEY IS EQUAL TO RaRepID
               INVALID KEY MOVE 'Y' TO RepEOFFlag
           END-START.
           PERFORM UNTIL RepEOFFlag = 'Y'
               READ CustRepFile NEXT RECORD
                   AT END MOVE 'Y' TO RepEOFFlag
               END-READ
               IF RepEOFFlag = 'N'
                   IF RaRepID NOT = WorkRepID
                       MOVE 'Y' TO RepEOFFlag
                   ELSE
                       ADD 1 TO ListedCount
                       MOVE RaIDNum TO IDNum
                       READ CustomerFile
                           INVALID KEY
                               MOVE SPACES TO FirstName
                               MOVE "*NOT ON FILE*" TO LastName
                       END-READ
                       DISPLAY RaIDNum " " FirstName " " LastName
                           " Since " RaAssignDate
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Customers for Rep : " ListedCount.
      * An order can be credited to another rep until it is invoiced
      * in full; what is already collected stays with the ledger.
       ChangeOrderRep.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Reps"
           ELSE
               DISPLAY "Order Number : " WITH NO ADVANCING
               ACCEPT WorkOrderNum
               MOVE WorkOrderNum TO OrderNum
               MOVE 'Y' TO OrderExists
               READ OrderFile
                   INVALID KEY MOVE 'N' TO OrderExists
               END-READ
               EVALUATE TRUE
                   WHEN OrderExists = 'N'
                       DISPLAY "Order Does not Exist"
                   WHEN OrderShipped OR OrderCancelled
                       DISPLAY "Order Is Closed - Rep Not Changed"
                   WHEN OTHER
                       PERFORM ChangeOrderRepDetail
               END-EVALUATE
           END-IF.
       ChangeOrderRepDetail.
           MOVE WorkOrderNum TO OrOrderNum.
           MOVE 'Y' TO AssignFoundFlag.
           READ OrderRepFile
               INVALID KEY MOVE 'N' TO AssignFoundFlag
           END-READ.
           MOVE SPACES TO OldRepID.
           IF AssignFoundFlag = 'Y'
               MOVE OrRepID TO OldRepID
               DISPLAY "Current Rep : " OldRepID
           END-IF.
           PERFORM AcceptRepID.
           IF RepFoundFlag = 'N' OR SrRepInactive
               DISPLAY "Rep Not on File or Inactive"
           ELSE
               MOVE WorkOrderNum TO OrOrderNum
               MOVE WorkRepID TO OrRepID
               SET OrOverridden TO TRUE
               IF AssignFoundFlag = 'Y'
                   REWRITE OrderRepData
                       INVALID KEY DISPLAY "Order Rep Not Changed"
                   END-REWRITE
               ELSE
                   WRITE OrderRepData
                       INVALID KEY DISPLAY "Order Rep Not Changed"
                   END-WRITE
               END-IF
               MOVE "ORDREP" TO AuditOperation
               MOVE OrdCustIDNum TO AuditIDNum
               MOVE OldRepID TO AuditBeforeFirstName
               MOVE SPACES TO AuditBeforeLastName
               MOVE WorkRepID TO AuditAfterFirstName
               MOVE SPACES TO AuditAfterLastName
               MOVE SPACES TO AuditReasonCode
               STRING "Order " WorkOrderNum
                   DELIMITED BY SIZE INTO AuditReasonCode
               END-STRING
               MOVE ZEROS TO AuditBeforeAmount
               MOVE ZEROS TO AuditAfterAmount
               PERFORM WriteAuditRecord
               DISPLAY "Order " WorkOrderNum " Now Credited to "
                   WorkRepID
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
