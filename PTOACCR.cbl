       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOACCR.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT PtoPlanFile ASSIGN TO "ptoplan.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PtoPlanStatus.
              SELECT OPTIONAL PtoBalFile ASSIGN TO "ptobal.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PbKey
                  FILE STATUS IS PtoBalStatus.
              SELECT PaycheckFile ASSIGN TO "paychk.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PaycheckStatus.
              SELECT AccrualListFile ASSIGN TO "ptoaccr.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  AccrualListFile.
       01  AccrualListLine            PIC X(90).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  PtoPlanStatus              PIC XX.
       01  PtoBalStatus               PIC XX.
       01  PaycheckStatus             PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CheckEOFFlag               PIC X.
       01  PlanIdx                    PIC 99.
       01  FoundPlanIdx               PIC 99.
       01  BasisHours                 PIC S9(5)V99.
       01  BasisPeriods               PIC S9(3).
       01  AccruedHours               PIC 9(4)V99.
       01  CapRoom                    PIC 9(4)V99.
       01  CappedFlag                 PIC X.
       01  NewLastPayDate             PIC X(8).
       01  BalancesRead               PIC 9(5) VALUE 0.
       01  AccrualCount               PIC 9(5) VALUE 0.
       01  CappedCount                PIC 9(5) VALUE 0.
       01  HeldCount                  PIC 9(5) VALUE 0.
       01  NoPlanCount                PIC 9(5) VALUE 0.
       01  TotalAccrued               PIC 9(7)V99 VALUE ZEROS.
       01  ReportHours                PIC ZZZZ9.99.
       01  ReportAccrued              PIC ZZZ9.99.
       01  ReportBalance              PIC ZZZ9.99.
       01  ReportTotal                PIC ZZZZZZ9.99.
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
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "PAID TIME OFF ACCRUAL".
           PERFORM LoadPlanTable.
           IF PlanCount = 0
               DISPLAY "ERROR: ptoplan.dat not found or empty - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PtoBalFile.
           OPEN OUTPUT AccrualListFile.
           MOVE SPACES TO AccrualListLine.
           STRING "PAID TIME OFF ACCRUAL - " BusinessDate
               DELIMITED BY SIZE INTO AccrualListLine
           END-STRING.
           WRITE AccrualListLine.
           MOVE SPACES TO AccrualListLine.
           WRITE AccrualListLine.
           MOVE "EMP  T PLAN  HOURS/PDS ACCRUED BALANCE LAST PAY"
               TO AccrualListLine.
           WRITE AccrualListLine.
           MOVE ZEROS TO PbKey.
           START PtoBalFile KEY IS NOT LESS THAN PbKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PtoBalFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO BalancesRead
                   PERFORM AccrueOneBalance
               END-IF
           END-PERFORM.
           CLOSE PtoBalFile.
           MOVE SPACES TO AccrualListLine.
           WRITE AccrualListLine.
           MOVE TotalAccrued TO ReportTotal.
           MOVE SPACES TO AccrualListLine.
           STRING "BALANCES ACCRUED " AccrualCount
               "  HOURS ACCRUED " ReportTotal
               "  AT ANNUAL CAP " CappedCount
               DELIMITED BY SIZE INTO AccrualListLine
           END-STRING.
           WRITE AccrualListLine.
           CLOSE AccrualListFile.
           DISPLAY "Balances Read      : " BalancesRead
           DISPLAY "Balances Accrued   : " AccrualCount
           DISPLAY "Hours Accrued      : " ReportTotal
           DISPLAY "Held for Year-End  : " HeldCount
           DISPLAY "Plan Not on File   : " NoPlanCount
           IF HeldCount > 0 OR NoPlanCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF PAID TIME OFF ACCRUAL".
           STOP RUN.
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
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PtoPlanFile.
           IF PtoPlanStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ PtoPlanFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND PlanCount < 50
                   ADD 1 TO PlanCount
                   MOVE PtoPlanRecord TO PlanEntry(PlanCount)
               END-IF
           END-PERFORM.
           IF PtoPlanStatus = "00" OR PtoPlanStatus = "10"
               CLOSE PtoPlanFile
           END-IF.
      * Each balance accrues on the employee's checks paid since the
      * last pay date it accrued on, so the run can follow any number of
      * payroll runs and a rerun accrues nothing twice. Plans on an
      * hourly basis accrue on the hours worked on those checks, paid
      * time off excluded; plans on a pay-period basis accrue once per
      * check. Accrual stops at the plan's annual cap. Checks of a new
      * year are held until PTOYEND has closed the old one.
       AccrueOneBalance.
           MOVE 0 TO FoundPlanIdx.
           PERFORM VARYING PlanIdx FROM 1 BY 1
                   UNTIL PlanIdx > PlanCount
               IF PLPlanCode(PlanIdx) = PbPlanCode
                   MOVE PlanIdx TO FoundPlanIdx
               END-IF
           END-PERFORM.
           IF FoundPlanIdx = 0
               ADD 1 TO NoPlanCount
               DISPLAY "WARNING: plan " PbPlanCode " of employee "
                   PbEmpID " not on ptoplan.dat - not accrued"
           ELSE
               PERFORM SumChecksSinceAccrual
               EVALUATE TRUE
                   WHEN NewLastPayDate = PbLastPayDate
                       CONTINUE
                   WHEN NewLastPayDate(1:4) > PbLastPayDate(1:4)
                           AND PbClosedYear < PbLastPayDate(1:4)
                       ADD 1 TO HeldCount
                       MOVE SPACES TO AccrualListLine
                       STRING PbEmpID " " PbPtoType " " PbPlanCode
                           "  *** YEAR " PbLastPayDate(1:4)
                           " NOT CLOSED - RUN PTOYEND ***"
                           DELIMITED BY SIZE INTO AccrualListLine
                       END-STRING
                       WRITE AccrualListLine
                   WHEN OTHER
                       PERFORM PostAccrual
               END-EVALUATE
           END-IF.
       SumChecksSinceAccrual.
           MOVE ZEROS TO BasisHours.
           MOVE 0 TO BasisPeriods.
           MOVE PbLastPayDate TO NewLastPayDate.
           MOVE 'N' TO CheckEOFFlag.
           OPEN INPUT PaycheckFile.
           IF PaycheckStatus NOT = "00"
               MOVE 'Y' TO CheckEOFFlag
           END-IF.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ PaycheckFile
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N' AND CkEmpID = PbEmpID
                       AND CkPayDate > PbLastPayDate
                   PERFORM AddOneCheck
               END-IF
           END-PERFORM.
           IF PaycheckStatus = "00" OR PaycheckStatus = "10"
               CLOSE PaycheckFile
           END-IF.
      * A void takes back the hours and the pay period of the check
      * it reverses; an off-cycle check is not a pay period of its own.
       AddOneCheck.
           IF CkIsVoid
               SUBTRACT 1 FROM BasisPeriods
               SUBTRACT CkHours CkOTHours CkPremHours FROM BasisHours
           ELSE
               IF NOT CkIsOffCycle
                   ADD 1 TO BasisPeriods
               END-IF
               ADD CkHours TO BasisHours
               IF CkOTHours IS NUMERIC AND CkPremHours IS NUMERIC
                   ADD CkOTHours TO BasisHours
                   ADD CkPremHours TO BasisHours
               END-IF
           END-IF.
           IF CkPayDate > NewLastPayDate
               MOVE CkPayDate TO NewLastPayDate
           END-IF.
       PostAccrual.
           IF BasisPeriods < 0
               MOVE 0 TO BasisPeriods
           END-IF.
           IF BasisHours < 0
               MOVE ZEROS TO BasisHours
           END-IF.
           IF PLAccrualBasis(FoundPlanIdx) = 'P'
               COMPUTE AccruedHours ROUNDED =
                   BasisPeriods * PLAccrualRate(FoundPlanIdx)
               MOVE BasisPeriods TO ReportHours
           ELSE
               COMPUTE AccruedHours ROUNDED =
                   BasisHours * PLAccrualRate(FoundPlanIdx)
               MOVE BasisHours TO ReportHours
           END-IF.
           MOVE 'N' TO CappedFlag.
           IF PLAnnualCap(FoundPlanIdx) > 0
               IF PbYTDAccrued NOT < PLAnnualCap(FoundPlanIdx)
                   MOVE ZEROS TO CapRoom
               ELSE
                   COMPUTE CapRoom = PLAnnualCap(FoundPlanIdx)
                       - PbYTDAccrued
               END-IF
               IF AccruedHours > CapRoom
                   MOVE CapRoom TO AccruedHours
                   MOVE 'Y' TO CappedFlag
                   ADD 1 TO CappedCount
               END-IF
           END-IF.
           ADD AccruedHours TO PbBalance.
           ADD AccruedHours TO PbYTDAccrued.
           MOVE NewLastPayDate TO PbLastPayDate.
           REWRITE PtoBalData
               INVALID KEY
                   DISPLAY "WARNING: PTO balance of employee "
                       PbEmpID " not updated"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO AccrualCount
                   ADD AccruedHours TO TotalAccrued
                   PERFORM WriteAccrualLine
           END-REWRITE.
       WriteAccrualLine.
           MOVE AccruedHours TO ReportAccrued.
           MOVE PbBalance TO ReportBalance.
           MOVE SPACES TO AccrualListLine.
           IF CappedFlag = 'Y'
               STRING PbEmpID " " PbPtoType " " PbPlanCode "  "
                   ReportHours "  " ReportAccrued " " ReportBalance
                   " " PbLastPayDate " AT ANNUAL CAP"
                   DELIMITED BY SIZE INTO AccrualListLine
               END-STRING
           ELSE
               STRING PbEmpID " " PbPtoType " " PbPlanCode "  "
                   ReportHours "  " ReportAccrued " " ReportBalance
                   " " PbLastPayDate
                   DELIMITED BY SIZE INTO AccrualListLine
               END-STRING
           END-IF.
           WRITE AccrualListLine.
