              SELECT TaxBrktFile ASSIGN TO "taxbrkt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TaxBrktStatus.
              SELECT PayRulesFile ASSIGN TO "payrules.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayRulesStatus.
              SELECT OPTIONAL PtoBalFile ASSIGN TO "ptobal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PbKey.
              SELECT OPTIONAL DeductFile ASSIGN TO "empded.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DeductKey.
              SELECT PaycheckFile ASSIGN TO "paychk.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL
                  FILE STATUS IS PaycheckStatus.
              SELECT BankFile ASSIGN TO "ddfile.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT DepositRegFile ASSIGN TO "ddreg.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PayJrnlFile ASSIGN TO "payjrnl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayJrnlStatus.
              SELECT OPTIONAL CommPayFile ASSIGN TO "commpay.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CmEmpID.
              SELECT OPTIONAL PayAdjFile ASSIGN TO "payadj.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PayAdjStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  HoursFile.
               02  FILLER             PIC X.
               02  PhEmpID            PIC 9(4).
               02  PhHours            PIC 99V99.
               02  PhWorkDate         PIC 9(8).
               02  PhPayType          PIC X.
               02  FILLER             PIC X(2).
       01  PhTrailerRecord REDEFINES HoursRecord.
               02  FILLER             PIC X.
               02  PhTrlRecCount      PIC 9(5).
       01  TaxBrktRecord.
               02  TbFromAmount       PIC 9(7)V99.
               02  TbRate             PIC V999.
      * Overtime and premium pay rules, maintained through PARMMNT.
       FD  PayRulesFile.
       01  PayRulesRecord.
               02  PrWeeklyOTHours    PIC 99V99.
               02  PrDailyOTHours     PIC 99V99.
               02  PrOTMultiplier     PIC 9V99.
               02  PrDailyDTHours     PIC 99V99.
               02  PrDTMultiplier     PIC 9V99.
               02  PrHolidayMult      PIC 9V99.
       FD  DeductFile.
       01  DeductData.
               02  DeductKey.
               02  DedRate            PIC V999.
               02  DedPriority        PIC 9.
               02  DedMatchRate       PIC V999.
      * Paid time off balances by employee and PTO type, kept by
      * PTOMAINT, PTOACCR and PTOYEND.
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
       FD  PaycheckFile.
       01  PaycheckRecord.
               02  CkEmpID            PIC 9(4).
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
       FD  BankFile.
       01  BankRecord.
               02  DdRecType          PIC X.
               02  FILLER             PIC X(16).
       FD  DepositRegFile.
       01  DepositRegLine             PIC X(90).
      * Payroll journal for the general ledger, one line per posting
      * type and side. GLPOST sends unposted lines in its PAYROLL batch
      * through the glmap.dat entry for the posting type, then stamps
      * the date sent.
       FD  PayJrnlFile.
       01  PayJrnlRecord.
               02  PjPayDate          PIC X(8).
               02  PjPostType         PIC X(8).
               02  PjDrCr             PIC X.
               02  PjAmount           PIC 9(9)V99.
               02  PjPostedDate       PIC 9(8).
      * Sales commission COMMCALC has left for the employee, paid as
      * its own earnings line on the next check and then zeroed.
       FD  CommPayFile.
       01  CommPayData.
               02  CmEmpID            PIC 9(4).
               02  CmRepID            PIC X(8).
               02  CmAmount           PIC 9(7)V99.
               02  CmPeriod           PIC 9(6).
               02  CmPaidDate         PIC X(8).
      * Void, reissue and off-cycle payment requests from PAYADJ. An
      * off-cycle run pays the approved off-cycle payments and marks
      * them done.
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
       WORKING-STORAGE SECTION.
       01  HoursFileStatus            PIC XX.
       01  RunMode                    PIC X(6) VALUE SPACES.
           88  OffCycleRun            VALUE "OFFCYC".
       01  RunCheckType               PIC X VALUE 'R'.
       01  PayAdjStatus               PIC XX.
       01  AdjEOFFlag                 PIC X.
       01  AdjIdx                     PIC 9(3).
       01  OffCycleDueCount           PIC 9(3) VALUE 0.
       01  OtherPay                   PIC 9(6)V99 VALUE ZEROS.
       01  TotalOtherPay              PIC 9(9)V99 VALUE ZEROS.
       01  RunPayDate                 PIC X(8).
       01  DepositCount               PIC 9(5) VALUE 0.
       01  CheckCount                 PIC 9(5) VALUE 0.
       01  FedTax                     PIC 9(6)V99.
       01  Deductions                 PIC 9(6)V99.
       01  PayCheck                   PIC 9(6)V99.
       01  CommPay                    PIC 9(6)V99.
       01  RegularPay                 PIC 9(6)V99.
       01  OvertimePay                PIC 9(6)V99.
       01  PremiumPay                 PIC 9(6)V99.
       01  PtoPay                     PIC 9(6)V99.
       01  PtoHours                   PIC 9(3)V99.
       01  TotalPtoPay                PIC 9(9)V99 VALUE ZEROS.
       01  PtoShortCount              PIC 9(5) VALUE 0.
       01  BalFoundFlag               PIC X.
       01  BalEOFFlag                 PIC X.
       01  TOIdx                      PIC 9.
       01  FoundTOIdx                 PIC 9.
       01  PtoSlot                    PIC 99.
       01  RegularHours               PIC 9(3)V99.
       01  OvertimeHours              PIC 9(3)V99.
       01  DoubleHours                PIC 9(3)V99.
       01  PremiumHours               PIC 9(3)V99.
       01  HoursWorked                PIC 9(3)V99.
       01  DayStraight                PIC 9(3)V99.
       01  TotalRegPay                PIC 9(9)V99 VALUE ZEROS.
       01  TotalOTPay                 PIC 9(9)V99 VALUE ZEROS.
       01  TotalPremPay               PIC 9(9)V99 VALUE ZEROS.
       01  ReportHours                PIC ZZ9.99.
       01  PayRulesStatus             PIC XX.
       01  RuleWeeklyOT               PIC 99V99 VALUE 40.00.
       01  RuleDailyOT                PIC 99V99 VALUE ZEROS.
       01  RuleOTMult                 PIC 9V99 VALUE 1.50.
       01  RuleDailyDT                PIC 99V99 VALUE ZEROS.
       01  RuleDTMult                 PIC 9V99 VALUE 2.00.
       01  RuleHolMult                PIC 9V99 VALUE 1.50.
       01  PayEmpID                   PIC 9(4).
       01  HoursIdx                   PIC 9(4).
       01  ScanIdx                    PIC 9(4).
       01  DayIdx                     PIC 99.
       01  FoundDayIdx                PIC 99.
       01  WeekIdx                    PIC 99.
       01  FoundWeekIdx               PIC 99.
       01  WorkWeek                   PIC 9(7).
       01  CommPayFound               PIC X.
       01  TotalComm                  PIC 9(9)V99 VALUE ZEROS.
       01  JrnlWages                  PIC 9(9)V99 VALUE ZEROS.
       01  TotalGross                 PIC 9(9)V99 VALUE ZEROS.
       01  TotalTax                   PIC 9(9)V99 VALUE ZEROS.
       01  TotalNet                   PIC 9(9)V99 VALUE ZEROS.
       01  MatchThisAmount            PIC 9(5)V99.
       01  TotalMatch                 PIC 9(9)V99 VALUE ZEROS.
       01  ReportDed                  PIC ZZZZ9.99.
       01  PaycheckStatus             PIC XX.
       01  PayJrnlStatus              PIC XX.
       01  CheckEOFFlag               PIC X.
       01  PriorCheckCount            PIC 9(7) VALUE 0.
       01  CheckReadCount             PIC 9(7) VALUE 0.
       01  TotalDeductions            PIC 9(9)V99 VALUE ZEROS.
       01  TotalIns                   PIC 9(9)V99 VALUE ZEROS.
       01  TotalRet                   PIC 9(9)V99 VALUE ZEROS.
       01  TotalGarn                  PIC 9(9)V99 VALUE ZEROS.
       01  TotalOtherDed              PIC 9(9)V99 VALUE ZEROS.
       01  FileGross                  PIC 9(9)V99 VALUE ZEROS.
       01  FileTax                    PIC 9(9)V99 VALUE ZEROS.
       01  FileIns                    PIC 9(9)V99 VALUE ZEROS.
       01  FileRet                    PIC 9(9)V99 VALUE ZEROS.
       01  FileGarn                   PIC 9(9)V99 VALUE ZEROS.
       01  FileMatch                  PIC 9(9)V99 VALUE ZEROS.
       01  FileNet                    PIC 9(9)V99 VALUE ZEROS.
       01  FileCheckCount             PIC 9(5) VALUE 0.
       01  JrnlDebits                 PIC 9(9)V99 VALUE ZEROS.
       01  JrnlCredits                PIC 9(9)V99 VALUE ZEROS.
       01  JrnlPostType               PIC X(8).
       01  JrnlDrCr                   PIC X.
       01  JrnlAmount                 PIC 9(9)V99.
       01  JrnlProvedFlag             PIC X VALUE 'Y'.
       01  JrnlOutput                 PIC X.
           88  JrnlToRegister         VALUE 'R'.
           88  JrnlToFile             VALUE 'F'.
       01  BracketTable.
               02  BracketCount       PIC 99 VALUE 0.
               02  BracketEntry       OCCURS 1 TO 10 TIMES
                                      DEPENDING ON BracketCount.
                   03  BTFromAmount   PIC 9(7)V99.
                   03  BTRate         PIC V999.
      * The detail lines of the run; an employee's lines need not be
      * together on payhours.dat.
       01  HoursTable.
               02  HoursCount         PIC 9(4) VALUE 0.
               02  HoursEntry         OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON HoursCount.
                   03  HTEmpID        PIC 9(4).
                   03  HTWorkDate     PIC 9(8).
                   03  HTHours        PIC 99V99.
                   03  HTPayType      PIC X.
                   03  HTDoneFlag     PIC X.
      * payadj.dat, kept whole so it can be written back with the
      * off-cycle payments of the run marked done.
       01  PayAdjTable.
               02  AdjCount           PIC 9(3) VALUE 0.
               02  AdjEntry           OCCURS 1 TO 999 TIMES
                                      DEPENDING ON AdjCount.
                   03  AJReqType      PIC X.
                   03  AJEmpID        PIC 9(4).
                   03  AJCheckSeq     PIC 9(7).
                   03  AJCheckDate    PIC X(8).
                   03  AJCheckNet     PIC 9(6)V99.
                   03  AJEarnType     PIC X.
                   03  AJHours        PIC 99V99.
                   03  AJAmount       PIC 9(6)V99.
                   03  AJDedFlag      PIC X.
                   03  AJReason       PIC X(20).
                   03  AJOperator     PIC X(8).
                   03  AJDate         PIC 9(8).
                   03  AJStatus       PIC X.
                   03  AJApprover     PIC X(8).
                   03  AJDoneDate     PIC X(8).
      * One employee's regular hours by day worked, and what is left of
      * them after the daily thresholds by workweek.
       01  DayTable.
               02  DayCount           PIC 99 VALUE 0.
               02  DayEntry           OCCURS 1 TO 62 TIMES
                                      DEPENDING ON DayCount.
                   03  DWDate         PIC 9(8).
                   03  DWWeek         PIC 9(7).
                   03  DWHours        PIC 9(3)V99.
       01  WeekTable.
               02  WeekCount          PIC 99 VALUE 0.
               02  WeekEntry          OCCURS 1 TO 62 TIMES
                                      DEPENDING ON WeekCount.
                   03  WKWeek         PIC 9(7).
                   03  WKHours        PIC 9(3)V99.
      * One employee's paid time off hours by PTO type, and how many
      * of them the balance covers.
       01  TimeOffTable.
               02  TOCount            PIC 9 VALUE 0.
               02  TOEntry            OCCURS 1 TO 9 TIMES
                                      DEPENDING ON TOCount.
                   03  TOType         PIC X.
                   03  TOHours        PIC 9(3)V99.
                   03  TOPaidHours    PIC 9(3)V99.
       01  AppliedDedTable.
               02  AppliedDedCount    PIC 99 VALUE 0.
               02  AppliedDedEntry    OCCURS 1 TO 10 TIMES
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "PAYROLL RUN".
           PERFORM GetRunMode.
           PERFORM LoadTaxBrackets.
           PERFORM LoadPayRules.
           IF OffCycleRun
               PERFORM LoadPayAdjTable
               IF OffCycleDueCount = 0
                   DISPLAY "No approved off-cycle payments on "
                       "payadj.dat - nothing to pay"
                   DISPLAY "END OF PAYROLL RUN"
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT HoursFile
               IF HoursFileStatus NOT = "00"
                   DISPLAY "ERROR: payhours.dat not found - "
                       "run abandoned"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O EmployeeFile.
           OPEN INPUT DeductFile.
           OPEN I-O CommPayFile.
           OPEN I-O PtoBalFile.
           PERFORM CountPriorChecks.
           OPEN EXTEND PaycheckFile.
           OPEN OUTPUT RegisterFile.
           OPEN OUTPUT DepositRegFile.
           IF OffCycleRun
               MOVE "OFF-CYCLE CHECK REGISTER" TO DepositRegLine
               MOVE "OFF-CYCLE PAYROLL REGISTER" TO RegisterLine
           ELSE
               MOVE "DIRECT DEPOSIT REGISTER" TO DepositRegLine
               MOVE "PAYROLL REGISTER" TO RegisterLine
           END-IF.
           WRITE DepositRegLine.
           WRITE RegisterLine.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunPayDate.
           IF OffCycleRun
               PERFORM PayOffCycleEntries
           ELSE
               PERFORM PayRegularRun
           END-IF.
           MOVE SPACES TO DepositRegLine.
           WRITE DepositRegLine.
           MOVE SPACES TO DepositRegLine.
           STRING "DEPOSITS " DepositCount
               "  PAPER CHECKS " CheckCount
               DELIMITED BY SIZE INTO DepositRegLine
           END-STRING.
           WRITE DepositRegLine.
           CLOSE DepositRegFile.
           PERFORM WriteControlTotals.
           IF NOT OffCycleRun
               CLOSE HoursFile
           END-IF.
           CLOSE EmployeeFile.
           CLOSE DeductFile.
           CLOSE CommPayFile.
           CLOSE PtoBalFile.
           CLOSE PaycheckFile.
           IF OffCycleRun
               PERFORM SavePayAdjTable
           END-IF.
           IF PaidCount > 0
               PERFORM SumRunPaychecks
               PERFORM ProvePayrollJournal
           END-IF.
           CLOSE RegisterFile.
           DISPLAY "Employees Paid    : " PaidCount
           DISPLAY "Records Rejected  : " RejectedCount
           IF RejectedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF PtoShortCount > 0
               DISPLAY "PTO Not Covered by Balance : " PtoShortCount
               MOVE 4 TO RETURN-CODE
           END-IF
           IF JrnlProvedFlag = 'N'
               DISPLAY "ERROR: payroll journal does not prove - "
                   "not written to payjrnl.dat, see payreg.lst"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "END OF PAYROLL RUN".
           STOP RUN.
      * The SYSIN card OFFCYC runs the approved off-cycle payments
      * instead of the hours on payhours.dat. Without a card the
      * regular payroll is run.
       GetRunMode.
           ACCEPT RunMode.
           MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode.
           IF OffCycleRun
               MOVE 'O' TO RunCheckType
               DISPLAY "Off-Cycle Run"
           END-IF.
       PayRegularRun.
           OPEN OUTPUT BankFile.
           MOVE SPACES TO BankRecord.
           MOVE 'H' TO DdRecType.
           MOVE RunPayDate TO DdHdrRunDate.
               ELSE
                   DISPLAY "WARNING: payhours.dat missing header "
                       "record"
                   PERFORM StoreHoursDetail
               END-IF
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y' OR TrailerSeen = 'Y'
               IF EndOfFileFlag = 'N'
                   EVALUATE TRUE
                       WHEN PhIsDetail
                           PERFORM StoreHoursDetail
                       WHEN PhIsTrailer
                           MOVE 'Y' TO TrailerSeen
                           IF PhTrlRecCount NOT = DetailCount
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM PayAllEmployees.
           MOVE SPACES TO BankRecord.
           MOVE 'T' TO DdRecType.
           MOVE DepositCount TO DdTrlRecCount.
           MOVE DepositHash TO DdTrlHashTotal.
           WRITE BankRecord.
           CLOSE BankFile.
       LoadTaxBrackets.
           MOVE 0 TO BracketCount.
           MOVE 'N' TO BrktEOFFlag.
           IF TaxBrktStatus = "00" OR TaxBrktStatus = "10"
               CLOSE TaxBrktFile
           END-IF.
      * Without payrules.dat the weekly threshold is 40 hours at time
      * and a half, with no daily thresholds, and holiday hours are
      * paid at time and a half.
       LoadPayRules.
           OPEN INPUT PayRulesFile.
           IF PayRulesStatus NOT = "00"
               DISPLAY "payrules.dat not found - standard overtime "
                   "rules will be used"
           ELSE
               READ PayRulesFile
                   AT END CONTINUE
                   NOT AT END
                       IF PrWeeklyOTHours IS NUMERIC
                               AND PrWeeklyOTHours > 0
                           MOVE PrWeeklyOTHours TO RuleWeeklyOT
                           MOVE PrDailyOTHours TO RuleDailyOT
                           MOVE PrOTMultiplier TO RuleOTMult
                           MOVE PrDailyDTHours TO RuleDailyDT
                           MOVE PrDTMultiplier TO RuleDTMult
                           MOVE PrHolidayMult TO RuleHolMult
                       END-IF
               END-READ
               CLOSE PayRulesFile
           END-IF.
      * Details without a valid work date, as sent by sources that
      * report only hours for the period, are paid at straight time.
       StoreHoursDetail.
           ADD 1 TO DetailCount.
           IF HoursCount < 2000
               ADD 1 TO HoursCount
               MOVE PhEmpID TO HTEmpID(HoursCount)
               MOVE PhHours TO HTHours(HoursCount)
               MOVE ZEROS TO HTWorkDate(HoursCount)
               IF PhWorkDate IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(PhWorkDate) = 0
                       MOVE PhWorkDate TO HTWorkDate(HoursCount)
                   END-IF
               END-IF
               IF PhPayType = SPACE
                   MOVE 'R' TO HTPayType(HoursCount)
               ELSE
                   MOVE PhPayType TO HTPayType(HoursCount)
               END-IF
               MOVE 'N' TO HTDoneFlag(HoursCount)
           ELSE
               ADD 1 TO RejectedCount
               DISPLAY "Rejected - Hours for Employee " PhEmpID
                   " - Hours Table Full"
           END-IF.
       PayAllEmployees.
           PERFORM VARYING HoursIdx FROM 1 BY 1
                   UNTIL HoursIdx > HoursCount
               IF HTDoneFlag(HoursIdx) = 'N'
                   MOVE HTEmpID(HoursIdx) TO PayEmpID
                   PERFORM PayOneEmployee
               END-IF
           END-PERFORM.
       PayOneEmployee.
           PERFORM SplitEmployeeHours.
           MOVE PayEmpID TO EmpID.
           MOVE 'Y' TO EmpExists.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmpExists
           END-READ.
           IF EmpExists = 'N' OR EmployeeGone
               ADD 1 TO RejectedCount
               DISPLAY "Rejected - Employee " PayEmpID
                   " Not on Master"
           ELSE
               PERFORM GetCommissionPay
               PERFORM CheckPtoBalances
               PERFORM PriceEmployeeHours
               COMPUTE GrossPay = RegularPay + OvertimePay
                   + PremiumPay + PtoPay + CommPay
               PERFORM ComputePayroll
               ADD GrossPay TO EmpYTDGross
               ADD FedTax TO EmpYTDTax
                       ADD GrossPay TO TotalGross
                       ADD FedTax TO TotalTax
                       ADD PayCheck TO TotalNet
                       ADD CommPay TO TotalComm
                       ADD RegularPay TO TotalRegPay
                       ADD OvertimePay TO TotalOTPay
                       ADD PremiumPay TO TotalPremPay
                       ADD PtoPay TO TotalPtoPay
                       PERFORM PostPtoTaken
                       PERFORM MarkCommissionPaid
                       PERFORM WritePaycheckHistory
                       PERFORM WriteDepositOrCheck
                       PERFORM WriteRegisterLine
               END-REWRITE
           END-IF.
       LoadPayAdjTable.
           MOVE 0 TO AdjCount.
           MOVE 'N' TO AdjEOFFlag.
           OPEN INPUT PayAdjFile.
           IF PayAdjStatus NOT = "00"
               MOVE 'Y' TO AdjEOFFlag
           END-IF.
           PERFORM UNTIL AdjEOFFlag = 'Y'
               READ PayAdjFile
                   AT END MOVE 'Y' TO AdjEOFFlag
               END-READ
               IF AdjEOFFlag = 'N'
                   IF AdjCount < 999
                       ADD 1 TO AdjCount
                       MOVE PayAdjRecord TO AdjEntry(AdjCount)
                       IF PqIsOffCycle AND PqApproved
                           ADD 1 TO OffCycleDueCount
                       END-IF
                   ELSE
                       DISPLAY "ERROR: payadj.dat exceeds 999 "
                           "requests - run abandoned"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           IF PayAdjStatus = "00" OR PayAdjStatus = "05"
                   OR PayAdjStatus = "10"
               CLOSE PayAdjFile
           END-IF.
       SavePayAdjTable.
           OPEN OUTPUT PayAdjFile.
           PERFORM VARYING AdjIdx FROM 1 BY 1
                   UNTIL AdjIdx > AdjCount
               MOVE AdjEntry(AdjIdx) TO PayAdjRecord
               WRITE PayAdjRecord
           END-PERFORM.
           CLOSE PayAdjFile.
       PayOffCycleEntries.
           PERFORM VARYING AdjIdx FROM 1 BY 1
                   UNTIL AdjIdx > AdjCount
               IF AJReqType(AdjIdx) = 'O' AND AJStatus(AdjIdx) = 'A'
                   PERFORM PayOneOffCycle
               END-IF
           END-PERFORM.
      * An off-cycle payment is its own paper check. Final pay is paid
      * as regular earnings, to an employee already terminated if need
      * be; a bonus or correction is paid as other earnings. Tax is
      * withheld as on any check and the employee's deductions are
      * taken unless the request said not to.
       PayOneOffCycle.
           MOVE AJEmpID(AdjIdx) TO EmpID.
           MOVE 'Y' TO EmpExists.
           READ EmployeeFile
               INVALID KEY MOVE 'N' TO EmpExists
           END-READ.
           IF EmpExists = 'N'
               ADD 1 TO RejectedCount
               DISPLAY "Rejected - Off-Cycle Payment for Employee "
                   AJEmpID(AdjIdx) " Not on Master"
           ELSE
               MOVE ZEROS TO RegularHours OvertimeHours DoubleHours
                             PremiumHours PtoHours HoursWorked
               MOVE ZEROS TO RegularPay OvertimePay PremiumPay
                             PtoPay CommPay OtherPay
               MOVE 0 TO TOCount
               IF AJEarnType(AdjIdx) = 'F'
                   MOVE AJHours(AdjIdx) TO RegularHours HoursWorked
                   MOVE AJAmount(AdjIdx) TO RegularPay
               ELSE
                   MOVE AJAmount(AdjIdx) TO OtherPay
               END-IF
               COMPUTE GrossPay = RegularPay + OtherPay
               IF AJDedFlag(AdjIdx) = 'N'
                   PERFORM ComputeGraduatedTax
                   MOVE ZEROS TO Deductions
                   MOVE 0 TO AppliedDedCount
                   COMPUTE PayCheck ROUNDED = GrossPay - FedTax
               ELSE
                   PERFORM ComputePayroll
               END-IF
               ADD GrossPay TO EmpYTDGross
               ADD FedTax TO EmpYTDTax
               ADD PayCheck TO EmpYTDNet
               REWRITE EmployeeData
                   INVALID KEY
                       ADD 1 TO RejectedCount
                       DISPLAY "Rejected - Employee " EmpID
                           " Master Not Updated"
                   NOT INVALID KEY
                       ADD 1 TO PaidCount
                       ADD GrossPay TO TotalGross
                       ADD FedTax TO TotalTax
                       ADD PayCheck TO TotalNet
                       ADD RegularPay TO TotalRegPay
                       ADD OtherPay TO TotalOtherPay
                       PERFORM WritePaycheckHistory
                       PERFORM WriteDepositOrCheck
                       PERFORM WriteRegisterLine
                       MOVE 'D' TO AJStatus(AdjIdx)
                       MOVE RunPayDate TO AJDoneDate(AdjIdx)
               END-REWRITE
           END-IF.
      * An employee's hours are split into regular, overtime and
      * premium hours, with paid time off apart. Holiday hours are all
      * premium hours and, like paid time off, do not count toward the
      * overtime thresholds. The regular hours of each
      * day worked go to double time past the daily double-time
      * threshold and to overtime past the daily overtime threshold;
      * what is left counts toward the weekly threshold of its
      * workweek, Monday to Sunday, and any excess there is overtime.
       SplitEmployeeHours.
           MOVE ZEROS TO RegularHours OvertimeHours DoubleHours
                         PremiumHours PtoHours.
           MOVE 0 TO TOCount.
           MOVE 0 TO DayCount.
           MOVE 0 TO WeekCount.
           PERFORM SplitOneHoursLine
               VARYING ScanIdx FROM HoursIdx BY 1
               UNTIL ScanIdx > HoursCount.
           PERFORM SplitOneDay
               VARYING DayIdx FROM 1 BY 1
               UNTIL DayIdx > DayCount.
           PERFORM SplitOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > WeekCount.
           COMPUTE HoursWorked = RegularHours + OvertimeHours
               + DoubleHours + PremiumHours.
       SplitOneHoursLine.
           IF HTEmpID(ScanIdx) = PayEmpID
                   AND HTDoneFlag(ScanIdx) = 'N'
               MOVE 'Y' TO HTDoneFlag(ScanIdx)
               EVALUATE TRUE
                   WHEN HTPayType(ScanIdx) = 'H'
                       ADD HTHours(ScanIdx) TO PremiumHours
                   WHEN HTPayType(ScanIdx) NOT = 'R'
                       PERFORM AddTimeOffHours
                   WHEN HTWorkDate(ScanIdx) = ZEROS
                       ADD HTHours(ScanIdx) TO RegularHours
                   WHEN OTHER
                       PERFORM AddDayWorked
               END-EVALUATE
           END-IF.
       AddTimeOffHours.
           MOVE 0 TO FoundTOIdx.
           PERFORM VARYING TOIdx FROM 1 BY 1
                   UNTIL TOIdx > TOCount
               IF TOType(TOIdx) = HTPayType(ScanIdx)
                   MOVE TOIdx TO FoundTOIdx
               END-IF
           END-PERFORM.
           IF FoundTOIdx = 0 AND TOCount < 9
               ADD 1 TO TOCount
               MOVE TOCount TO FoundTOIdx
               MOVE HTPayType(ScanIdx) TO TOType(FoundTOIdx)
               MOVE ZEROS TO TOHours(FoundTOIdx)
               MOVE ZEROS TO TOPaidHours(FoundTOIdx)
           END-IF.
           IF FoundTOIdx > 0
               ADD HTHours(ScanIdx) TO TOHours(FoundTOIdx)
           END-IF.
       AddDayWorked.
           MOVE 0 TO FoundDayIdx.
           PERFORM VARYING DayIdx FROM 1 BY 1
                   UNTIL DayIdx > DayCount
               IF DWDate(DayIdx) = HTWorkDate(ScanIdx)
                   MOVE DayIdx TO FoundDayIdx
               END-IF
           END-PERFORM.
           IF FoundDayIdx = 0 AND DayCount < 62
               ADD 1 TO DayCount
               MOVE DayCount TO FoundDayIdx
               MOVE HTWorkDate(ScanIdx) TO DWDate(FoundDayIdx)
               COMPUTE DWWeek(FoundDayIdx) =
                   (FUNCTION INTEGER-OF-DATE(HTWorkDate(ScanIdx)) - 1)
                   / 7
               MOVE ZEROS TO DWHours(FoundDayIdx)
           END-IF.
           IF FoundDayIdx > 0
               ADD HTHours(ScanIdx) TO DWHours(FoundDayIdx)
           ELSE
               ADD HTHours(ScanIdx) TO RegularHours
           END-IF.
       SplitOneDay.
           MOVE DWHours(DayIdx) TO DayStraight.
           IF RuleDailyDT > 0 AND DayStraight > RuleDailyDT
               COMPUTE DoubleHours = DoubleHours
                   + DayStraight - RuleDailyDT
               MOVE RuleDailyDT TO DayStraight
           END-IF.
           IF RuleDailyOT > 0 AND DayStraight > RuleDailyOT
               COMPUTE OvertimeHours = OvertimeHours
                   + DayStraight - RuleDailyOT
               MOVE RuleDailyOT TO DayStraight
           END-IF.
           MOVE DWWeek(DayIdx) TO WorkWeek.
           MOVE 0 TO FoundWeekIdx.
           PERFORM VARYING WeekIdx FROM 1 BY 1
                   UNTIL WeekIdx > WeekCount
               IF WKWeek(WeekIdx) = WorkWeek
                   MOVE WeekIdx TO FoundWeekIdx
               END-IF
           END-PERFORM.
           IF FoundWeekIdx = 0
               ADD 1 TO WeekCount
               MOVE WeekCount TO FoundWeekIdx
               MOVE WorkWeek TO WKWeek(FoundWeekIdx)
               MOVE ZEROS TO WKHours(FoundWeekIdx)
           END-IF.
           ADD DayStraight TO WKHours(FoundWeekIdx).
       SplitOneWeek.
           IF WKHours(WeekIdx) > RuleWeeklyOT
               COMPUTE OvertimeHours = OvertimeHours
                   + WKHours(WeekIdx) - RuleWeeklyOT
               ADD RuleWeeklyOT TO RegularHours
           ELSE
               ADD WKHours(WeekIdx) TO RegularHours
           END-IF.
      * Paid time off is paid at the normal rate for as many hours as
      * the balance of its type covers. TIMESHT refuses requests over
      * the balance, so a shortfall here means the balance changed after
      * entry; the uncovered hours are not paid and are listed on the
      * register.
       CheckPtoBalances.
           PERFORM CheckOnePtoBalance
               VARYING TOIdx FROM 1 BY 1
               UNTIL TOIdx > TOCount.
       CheckOnePtoBalance.
           MOVE EmpID TO PbEmpID.
           MOVE TOType(TOIdx) TO PbPtoType.
           MOVE 'Y' TO BalFoundFlag.
           READ PtoBalFile
               INVALID KEY MOVE 'N' TO BalFoundFlag
           END-READ.
           IF BalFoundFlag = 'N'
               MOVE ZEROS TO TOPaidHours(TOIdx)
           ELSE
               IF PbBalance < TOHours(TOIdx)
                   MOVE PbBalance TO TOPaidHours(TOIdx)
               ELSE
                   MOVE TOHours(TOIdx) TO TOPaidHours(TOIdx)
               END-IF
           END-IF.
           IF TOPaidHours(TOIdx) < TOHours(TOIdx)
               ADD 1 TO PtoShortCount
           END-IF.
           ADD TOPaidHours(TOIdx) TO PtoHours.
           ADD TOPaidHours(TOIdx) TO HoursWorked.
       PostPtoTaken.
           PERFORM PostOnePtoTaken
               VARYING TOIdx FROM 1 BY 1
               UNTIL TOIdx > TOCount.
       PostOnePtoTaken.
           IF TOPaidHours(TOIdx) > 0
               MOVE EmpID TO PbEmpID
               MOVE TOType(TOIdx) TO PbPtoType
               READ PtoBalFile
                   INVALID KEY
                       DISPLAY "WARNING: PTO balance for employee "
                           EmpID " type " TOType(TOIdx) " not found"
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       SUBTRACT TOPaidHours(TOIdx) FROM PbBalance
                       ADD TOPaidHours(TOIdx) TO PbYTDTaken
                       REWRITE PtoBalData
                           INVALID KEY
                               DISPLAY "WARNING: PTO balance for "
                                   "employee " EmpID " not updated"
                               MOVE 4 TO RETURN-CODE
                       END-REWRITE
               END-READ
           END-IF.
       PriceEmployeeHours.
           COMPUTE PtoPay ROUNDED = PtoHours * EmpPayRate.
           COMPUTE RegularPay ROUNDED = RegularHours * EmpPayRate.
           COMPUTE OvertimePay ROUNDED =
               OvertimeHours * EmpPayRate * RuleOTMult
               + DoubleHours * EmpPayRate * RuleDTMult.
           COMPUTE PremiumPay ROUNDED =
               PremiumHours * EmpPayRate * RuleHolMult.
       GetCommissionPay.
           MOVE ZEROS TO CommPay.
           MOVE EmpID TO CmEmpID.
           MOVE 'Y' TO CommPayFound.
           READ CommPayFile
               INVALID KEY MOVE 'N' TO CommPayFound
           END-READ.
           IF CommPayFound = 'Y'
               MOVE CmAmount TO CommPay
           END-IF.
       MarkCommissionPaid.
           IF CommPay > 0
               MOVE ZEROS TO CmAmount
               MOVE RunPayDate TO CmPaidDate
               REWRITE CommPayData
                   INVALID KEY
                       DISPLAY "WARNING: commission for employee "
                           EmpID " paid but not cleared"
                       MOVE 4 TO RETURN-CODE
               END-REWRITE
           END-IF.
       ComputePayroll.
           PERFORM ComputeGraduatedTax.
           PERFORM ComputeDeductions.
               IF DedRetirement AND DedMatchRate > 0
                   COMPUTE MatchThisAmount ROUNDED =
                       DedThisAmount * DedMatchRate
               END-IF
               IF AppliedDedCount < 10
                   ADD 1 TO AppliedDedCount
       WritePaycheckHistory.
           MOVE EmpID TO CkEmpID.
           MOVE RunPayDate TO CkPayDate.
           MOVE RegularHours TO CkHours.
           COMPUTE CkOTHours = OvertimeHours + DoubleHours.
           MOVE PremiumHours TO CkPremHours.
           MOVE RegularPay TO CkRegEarn.
           MOVE OvertimePay TO CkOTEarn.
           MOVE PremiumPay TO CkPremEarn.
           MOVE CommPay TO CkCommEarn.
           MOVE PtoHours TO CkPtoHours.
           MOVE PtoPay TO CkPtoEarn.
           PERFORM StoreCheckPtoTaken
               VARYING PtoSlot FROM 1 BY 1
               UNTIL PtoSlot > 9.
           MOVE RunCheckType TO CkCheckType.
           MOVE ZEROS TO CkRefSeq.
           MOVE OtherPay TO CkOtherEarn.
           MOVE GrossPay TO CkGross.
           MOVE FedTax TO CkFedTax.
           MOVE ZEROS TO CkInsAmount.
               UNTIL DedIdx > AppliedDedCount.
           MOVE PayCheck TO CkNet.
           WRITE PaycheckRecord.
           ADD Deductions TO TotalDeductions.
           ADD CkInsAmount TO TotalIns.
           ADD CkRetAmount TO TotalRet.
           ADD CkGarnAmount TO TotalGarn.
           ADD CkMatchAmount TO TotalMatch.
      * The hours taken of each PTO type go on the check so that a
      * void can give them back to the balance.
       StoreCheckPtoTaken.
           IF PtoSlot > TOCount
               MOVE SPACE TO CkPtType(PtoSlot)
               MOVE ZEROS TO CkPtHours(PtoSlot)
           ELSE
               MOVE TOType(PtoSlot) TO CkPtType(PtoSlot)
               MOVE TOPaidHours(PtoSlot) TO CkPtHours(PtoSlot)
           END-IF.
       SumOneCheckDed.
           EVALUATE ADType(DedIdx)
               WHEN 'I' ADD ADAmount(DedIdx) TO CkInsAmount
               WHEN OTHER CONTINUE
           END-EVALUATE.
           ADD ADMatch(DedIdx) TO CkMatchAmount.
      * Off-cycle payments are always paper checks; ddfile.dat carries
      * only the regular run's deposits.
       WriteDepositOrCheck.
           IF EmpBankRouting = ZEROS OR OffCycleRun
               ADD 1 TO CheckCount
               MOVE PayCheck TO ReportDep
               MOVE SPACES TO DepositRegLine
           MOVE GrossPay TO ReportGross.
           MOVE FedTax TO ReportTax.
           MOVE PayCheck TO ReportNet.
           MOVE HoursWorked TO ReportHours.
           MOVE SPACES TO RegisterLine.
           STRING "ID " EmpID " " EmpName
               " Hours " ReportHours
               " Gross " ReportGross
               " Tax " ReportTax
               " Net " ReportNet
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           IF RegularPay > 0
               MOVE RegularHours TO ReportHours
               MOVE RegularPay TO ReportGross
               MOVE SPACES TO RegisterLine
               STRING "    REGULAR    " ReportHours " HRS " ReportGross
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           IF OvertimePay > 0
               COMPUTE ReportHours = OvertimeHours + DoubleHours
               MOVE OvertimePay TO ReportGross
               MOVE SPACES TO RegisterLine
               STRING "    OVERTIME   " ReportHours " HRS " ReportGross
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           IF PremiumPay > 0
               MOVE PremiumHours TO ReportHours
               MOVE PremiumPay TO ReportGross
               MOVE SPACES TO RegisterLine
               STRING "    PREMIUM    " ReportHours " HRS " ReportGross
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           IF PtoPay > 0
               MOVE PtoHours TO ReportHours
               MOVE PtoPay TO ReportGross
               MOVE SPACES TO RegisterLine
               STRING "    PAID TIME OFF " ReportHours " HRS "
                   ReportGross
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           PERFORM WritePtoShortLine
               VARYING TOIdx FROM 1 BY 1
               UNTIL TOIdx > TOCount.
           IF CommPay > 0
               MOVE CommPay TO ReportDed
               MOVE SPACES TO RegisterLine
               STRING "    COMMISSION " ReportDed
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           IF OtherPay > 0
               MOVE OtherPay TO ReportGross
               MOVE SPACES TO RegisterLine
               STRING "    BONUS/OTHER " ReportGross
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           PERFORM WriteOneDeductionLine
               VARYING DedIdx FROM 1 BY 1
               UNTIL DedIdx > AppliedDedCount.
           PERFORM WritePtoBalanceLines.
       WriteOneDeductionLine.
           MOVE ADAmount(DedIdx) TO ReportDed.
           MOVE SPACES TO RegisterLine.
               END-STRING
               WRITE RegisterLine
           END-IF.
       WritePtoShortLine.
           IF TOPaidHours(TOIdx) < TOHours(TOIdx)
               COMPUTE ReportHours = TOHours(TOIdx)
                   - TOPaidHours(TOIdx)
               MOVE SPACES TO RegisterLine
               STRING "    *** PTO " TOType(TOIdx) " " ReportHours
                   " HRS NOT COVERED BY BALANCE - NOT PAID ***"
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
      * The employee's PTO balances after the hours taken on this check.
       WritePtoBalanceLines.
           MOVE EmpID TO PbEmpID.
           MOVE LOW-VALUES TO PbPtoType.
           MOVE 'N' TO BalEOFFlag.
           START PtoBalFile KEY IS NOT LESS THAN PbKey
               INVALID KEY MOVE 'Y' TO BalEOFFlag
           END-START.
           PERFORM UNTIL BalEOFFlag = 'Y'
               READ PtoBalFile NEXT RECORD
                   AT END MOVE 'Y' TO BalEOFFlag
               END-READ
               IF BalEOFFlag = 'N'
                   IF PbEmpID NOT = EmpID
                       MOVE 'Y' TO BalEOFFlag
                   ELSE
                       MOVE PbBalance TO ReportGross
                       MOVE SPACES TO RegisterLine
                       STRING "    PTO BALANCE " PbPtoType " "
                           PbPlanCode " " ReportGross " HRS"
                           DELIMITED BY SIZE INTO RegisterLine
                       END-STRING
                       WRITE RegisterLine
                   END-IF
               END-IF
           END-PERFORM.
       WriteControlTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           MOVE TotalComm TO ReportTotal.
           STRING "TOTAL COMMISSION IN GROSS " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           MOVE TotalRegPay TO ReportTotal.
           STRING "TOTAL REGULAR EARNINGS    " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           MOVE TotalOTPay TO ReportTotal.
           STRING "TOTAL OVERTIME EARNINGS   " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           MOVE TotalPremPay TO ReportTotal.
           STRING "TOTAL PREMIUM EARNINGS    " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           MOVE TotalPtoPay TO ReportTotal.
           STRING "TOTAL PAID TIME OFF       " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           MOVE TotalOtherPay TO ReportTotal.
           STRING "TOTAL BONUS AND OTHER     " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
      * Records already on paychk.dat are counted before the run so the
      * journal can be tied to just the checks this run appended.
       CountPriorChecks.
           MOVE 0 TO PriorCheckCount.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N'
                   ADD 1 TO PriorCheckCount
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
       SumRunPaychecks.
           MOVE 0 TO CheckReadCount.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N'
                   ADD 1 TO CheckReadCount
                   IF CheckReadCount > PriorCheckCount
                       ADD 1 TO FileCheckCount
                       ADD CkGross TO FileGross
                       ADD CkFedTax TO FileTax
                       ADD CkInsAmount TO FileIns
                       ADD CkRetAmount TO FileRet
                       ADD CkGarnAmount TO FileGarn
                       ADD CkMatchAmount TO FileMatch
                       ADD CkNet TO FileNet
                   END-IF
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
      * The journal debits wages (PAYGROSS), sales commission paid
      * through payroll (PAYCOMM) and the employer match
      * expense (PAYMATCH), and credits federal tax withheld (PAYFIT),
      * the insurance, retirement and garnishment liabilities (PAYINS,
      * PAYRET, PAYGARN), any other deduction (PAYDEDO), the match
      * liability (PAYMATCH) and net pay cash (PAYNET). It is written
      * only when debits equal credits and every amount ties to the
      * paychk.dat records of the run.
       ProvePayrollJournal.
           COMPUTE TotalOtherDed =
               TotalDeductions - TotalIns - TotalRet - TotalGarn.
           COMPUTE JrnlWages = TotalGross - TotalComm.
           COMPUTE JrnlDebits = TotalGross + TotalMatch.
           COMPUTE JrnlCredits = TotalTax + TotalIns + TotalRet
               + TotalGarn + TotalOtherDed + TotalMatch + TotalNet.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "PAYROLL JOURNAL - PAY DATE " RunPayDate
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           PERFORM ListJournalLines.
           MOVE JrnlDebits TO ReportTotal.
           MOVE JrnlCredits TO ReportTax2.
           MOVE SPACES TO RegisterLine.
           STRING "    DEBITS " ReportTotal "  CREDITS " ReportTax2
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           IF JrnlDebits NOT = JrnlCredits
               MOVE 'N' TO JrnlProvedFlag
               MOVE "    *** JOURNAL DEBITS DO NOT EQUAL CREDITS ***"
                   TO RegisterLine
               WRITE RegisterLine
           END-IF.
           IF FileCheckCount NOT = PaidCount
                   OR FileGross NOT = TotalGross
                   OR FileTax NOT = TotalTax
                   OR FileIns NOT = TotalIns
                   OR FileRet NOT = TotalRet
                   OR FileGarn NOT = TotalGarn
                   OR FileMatch NOT = TotalMatch
                   OR FileNet NOT = TotalNet
               MOVE 'N' TO JrnlProvedFlag
               MOVE SPACES TO RegisterLine
               STRING "    *** JOURNAL DOES NOT TIE TO PAYCHK.DAT - "
                   FileCheckCount " CHECKS ON FILE ***"
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
           END-IF.
           IF JrnlProvedFlag = 'Y'
               MOVE SPACES TO RegisterLine
               STRING "    JOURNAL BALANCED AND TIED TO PAYCHK.DAT - "
                   "WRITTEN TO PAYJRNL.DAT"
                   DELIMITED BY SIZE INTO RegisterLine
               END-STRING
               WRITE RegisterLine
               OPEN EXTEND PayJrnlFile
               MOVE 'F' TO JrnlOutput
               PERFORM EmitJournal
               CLOSE PayJrnlFile
           END-IF.
       ListJournalLines.
           MOVE 'R' TO JrnlOutput.
           PERFORM EmitJournal.
       EmitJournal.
           MOVE "PAYGROSS" TO JrnlPostType.
           MOVE 'D' TO JrnlDrCr.
           MOVE JrnlWages TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYCOMM" TO JrnlPostType.
           MOVE TotalComm TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYMATCH" TO JrnlPostType.
           MOVE TotalMatch TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE 'C' TO JrnlDrCr.
           PERFORM EmitJournalLine.
           MOVE "PAYFIT" TO JrnlPostType.
           MOVE TotalTax TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYINS" TO JrnlPostType.
           MOVE TotalIns TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYRET" TO JrnlPostType.
           MOVE TotalRet TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYGARN" TO JrnlPostType.
           MOVE TotalGarn TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYDEDO" TO JrnlPostType.
           MOVE TotalOtherDed TO JrnlAmount.
           PERFORM EmitJournalLine.
           MOVE "PAYNET" TO JrnlPostType.
           MOVE TotalNet TO JrnlAmount.
           PERFORM EmitJournalLine.
       EmitJournalLine.
           IF JrnlAmount > 0
               IF JrnlToRegister
                   MOVE JrnlAmount TO ReportTotal
                   MOVE SPACES TO RegisterLine
                   STRING "    " JrnlPostType " " JrnlDrCr " "
                       ReportTotal
                       DELIMITED BY SIZE INTO RegisterLine
                   END-STRING
                   WRITE RegisterLine
               ELSE
                   MOVE RunPayDate TO PjPayDate
                   MOVE JrnlPostType TO PjPostType
                   MOVE JrnlDrCr TO PjDrCr
                   MOVE JrnlAmount TO PjAmount
                   MOVE ZEROS TO PjPostedDate
                   WRITE PayJrnlRecord
               END-IF
           END-IF.
