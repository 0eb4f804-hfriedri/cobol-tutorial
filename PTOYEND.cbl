       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOYEND.
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
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT YearEndListFile ASSIGN TO "ptoyend.lst"
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
       FD  YearEndListFile.
       01  YearEndListLine            PIC X(90).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  PtoPlanStatus              PIC XX.
       01  PtoBalStatus               PIC XX.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CheckEOFFlag               PIC X.
       01  YearCard                   PIC X(4) VALUE SPACES.
       01  CloseYear                  PIC 9(4).
       01  PlanIdx                    PIC 99.
       01  FoundPlanIdx               PIC 99.
       01  OpeningBalance             PIC 9(4)V99.
       01  CarriedHours               PIC 9(4)V99.
       01  ForfeitHours               PIC 9(4)V99.
       01  BalancesRead               PIC 9(5) VALUE 0.
       01  ClosedCount                PIC 9(5) VALUE 0.
       01  AlreadyClosedCount         PIC 9(5) VALUE 0.
       01  NoPlanCount                PIC 9(5) VALUE 0.
       01  TotalCarried               PIC 9(7)V99 VALUE ZEROS.
       01  TotalForfeited             PIC 9(7)V99 VALUE ZEROS.
       01  ReportOpening              PIC ZZZ9.99.
       01  ReportCarried              PIC ZZZ9.99.
       01  ReportForfeit              PIC ZZZ9.99.
       01  ReportTotal                PIC ZZZZZZ9.99.
       01  ReportTotal2               PIC ZZZZZZ9.99.
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
           DISPLAY "PAID TIME OFF YEAR-END CLOSE".
           PERFORM GetCloseYear.
           IF CloseYear > BizYear
               DISPLAY "ERROR: year " CloseYear
                   " has not started - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadPlanTable.
           IF PlanCount = 0
               DISPLAY "ERROR: ptoplan.dat not found or empty - "
                   "run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PtoBalFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT YearEndListFile.
           MOVE SPACES TO YearEndListLine.
           STRING "PAID TIME OFF YEAR-END CLOSE - YEAR " CloseYear
               "  RUN " BusinessDate
               DELIMITED BY SIZE INTO YearEndListLine
           END-STRING.
           WRITE YearEndListLine.
           MOVE SPACES TO YearEndListLine.
           WRITE YearEndListLine.
           MOVE "EMP  T PLAN RULE BALANCE CARRIED FORFEIT"
               TO YearEndListLine.
           WRITE YearEndListLine.
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
                   PERFORM CloseOneBalance
               END-IF
           END-PERFORM.
           CLOSE PtoBalFile.
           CLOSE AuditFile.
           MOVE SPACES TO YearEndListLine.
           WRITE YearEndListLine.
           MOVE TotalCarried TO ReportTotal.
           MOVE TotalForfeited TO ReportTotal2.
           MOVE SPACES TO YearEndListLine.
           STRING "BALANCES CLOSED " ClosedCount
               "  HOURS CARRIED " ReportTotal
               "  HOURS FORFEITED " ReportTotal2
               DELIMITED BY SIZE INTO YearEndListLine
           END-STRING.
           WRITE YearEndListLine.
           CLOSE YearEndListFile.
           DISPLAY "Balances Read      : " BalancesRead
           DISPLAY "Balances Closed    : " ClosedCount
           DISPLAY "Already Closed     : " AlreadyClosedCount
           DISPLAY "Hours Carried      : " ReportTotal
           DISPLAY "Hours Forfeited    : " ReportTotal2
           DISPLAY "Plan Not on File   : " NoPlanCount
           IF NoPlanCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF PAID TIME OFF YEAR-END CLOSE".
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
      * The year to close comes from the SYSIN card. Without one, a run
      * in December closes the current year and a run in any other
      * month closes the year before.
       GetCloseYear.
           ACCEPT YearCard.
           IF YearCard IS NUMERIC AND YearCard > "0000"
               MOVE YearCard TO CloseYear
           ELSE
               IF BizMonth = 12
                   MOVE BizYear TO CloseYear
               ELSE
                   COMPUTE CloseYear = BizYear - 1
               END-IF
           END-IF.
           DISPLAY "Closing Year : " CloseYear.
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
      * The plan's carryover rule decides what survives into the new
      * year: A carries the whole balance, L carries up to the plan's
      * carryover limit and N carries nothing. The rest is forfeited.
      * The year-to-date figures restart and the balance is stamped
      * with the closed year, so a rerun leaves it alone.
       CloseOneBalance.
           IF PbClosedYear NOT < CloseYear
               ADD 1 TO AlreadyClosedCount
           ELSE
               MOVE 0 TO FoundPlanIdx
               PERFORM VARYING PlanIdx FROM 1 BY 1
                       UNTIL PlanIdx > PlanCount
                   IF PLPlanCode(PlanIdx) = PbPlanCode
                       MOVE PlanIdx TO FoundPlanIdx
                   END-IF
               END-PERFORM
               IF FoundPlanIdx = 0
                   ADD 1 TO NoPlanCount
                   DISPLAY "WARNING: plan " PbPlanCode " of employee "
                       PbEmpID " not on ptoplan.dat - not closed"
               ELSE
                   PERFORM ApplyCarryover
               END-IF
           END-IF.
       ApplyCarryover.
           MOVE PbBalance TO OpeningBalance.
           EVALUATE PLCarryRule(FoundPlanIdx)
               WHEN 'A'
                   MOVE PbBalance TO CarriedHours
               WHEN 'L'
                   IF PbBalance > PLCarryMax(FoundPlanIdx)
                       MOVE PLCarryMax(FoundPlanIdx) TO CarriedHours
                   ELSE
                       MOVE PbBalance TO CarriedHours
                   END-IF
               WHEN OTHER
                   MOVE ZEROS TO CarriedHours
           END-EVALUATE.
           COMPUTE ForfeitHours = OpeningBalance - CarriedHours.
           MOVE CarriedHours TO PbBalance.
           MOVE ZEROS TO PbYTDAccrued.
           MOVE ZEROS TO PbYTDTaken.
           MOVE CloseYear TO PbClosedYear.
           REWRITE PtoBalData
               INVALID KEY
                   DISPLAY "WARNING: PTO balance of employee "
                       PbEmpID " not updated"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO ClosedCount
                   ADD CarriedHours TO TotalCarried
                   ADD ForfeitHours TO TotalForfeited
                   PERFORM WriteYearEndAudit
                   PERFORM WriteYearEndLine
           END-REWRITE.
       WriteYearEndAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE "PTOYEND" TO AuditOperation.
           MOVE PbEmpID TO AuditIDNum.
           MOVE SPACES TO AuditBeforeFirstName.
           STRING "TYPE " PbPtoType DELIMITED BY SIZE
               INTO AuditBeforeFirstName
           END-STRING.
           MOVE PbPlanCode TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           STRING "YEAR " CloseYear DELIMITED BY SIZE
               INTO AuditAfterFirstName
           END-STRING.
           MOVE SPACES TO AuditAfterLastName.
           STRING "CARRY RULE " PLCarryRule(FoundPlanIdx)
               DELIMITED BY SIZE INTO AuditAfterLastName
           END-STRING.
           IF ForfeitHours > 0
               MOVE "PTO forfeited" TO AuditReasonCode
           ELSE
               MOVE "PTO carryover" TO AuditReasonCode
           END-IF.
           MOVE OpeningBalance TO AuditBeforeAmount.
           MOVE CarriedHours TO AuditAfterAmount.
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       WriteYearEndLine.
           MOVE OpeningBalance TO ReportOpening.
           MOVE CarriedHours TO ReportCarried.
           MOVE ForfeitHours TO ReportForfeit.
           MOVE SPACES TO YearEndListLine.
           STRING PbEmpID " " PbPtoType " " PbPlanCode "   "
               PLCarryRule(FoundPlanIdx) "  " ReportOpening " "
               ReportCarried " " ReportForfeit
               DELIMITED BY SIZE INTO YearEndListLine
           END-STRING.
           WRITE YearEndListLine.
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
