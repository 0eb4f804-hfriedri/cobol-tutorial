       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
      * Monthly sales commission run. Commission is earned only on what
      * has been collected against an invoice, as OPENITEM logged it in
      * oiapply.dat, at the rates of the plan of the rep on the order.
      * Credit memos and cancellations reduce the sale it is paid on,
      * so commission already paid on the credited part is clawed
      * back; a write-off claws back under the plan's clawback rule.
      * Each rep gets a statement in commstmt.lst, and what is payable
      * to a rep on the employee master is left in commpay.dat for the
      * next PAYRUN. A rep whose clawbacks exceed the month's earnings
      * carries the balance into the next month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT CommCtlFile ASSIGN TO "commctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CommCtlStatus.
              SELECT OPTIONAL OiApplyFile ASSIGN TO "oiapply.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OiApplyStatus.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderLineKey.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderRepFile ASSIGN TO "ordrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrOrderNum.
              SELECT OPTIONAL CustRepFile ASSIGN TO "custrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RaIDNum
                  ALTERNATE RECORD KEY IS RaRepID
                      WITH DUPLICATES.
              SELECT OPTIONAL SalesRepFile ASSIGN TO "salesrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SrRepID.
              SELECT OPTIONAL CommPlanFile ASSIGN TO "commplan.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CommPlanKey.
              SELECT OPTIONAL CommLedgFile ASSIGN TO "commledg.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LgInvoiceNum
                  ALTERNATE RECORD KEY IS LgRepID
                      WITH DUPLICATES.
              SELECT OPTIONAL CommPayFile ASSIGN TO "commpay.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CmEmpID.
              SELECT CommDetFile ASSIGN TO "commdet.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT StmtFile ASSIGN TO "commstmt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  CommCtlFile.
       01  CommCtlRecord.
               02  CcLastPeriod       PIC 9(6).
       FD  OiApplyFile.
       01  OiApplyRecord.
               02  OaIDNum            PIC 9(6).
               02  OaInvoiceNum       PIC 9(6).
               02  OaDate             PIC 9(8).
               02  OaType             PIC X(8).
               02  OaRef              PIC X(10).
               02  OaAmount           PIC S9(7)V99.
               02  OaOpenAfter        PIC S9(7)V99.
       FD  OpenItemFile.
       01  OpenItemData.
               02  OpenItemKey.
                   03  OiIDNum        PIC 9(6).
                   03  OiInvoiceNum   PIC 9(6).
               02  OiInvDate          PIC 9(8).
               02  OiOrderRef         PIC X(10).
               02  OiOrigAmount       PIC S9(7)V99.
               02  OiOpenAmount       PIC S9(7)V99.
               02  OiLastDate         PIC 9(8).
               02  OiStatus           PIC X.
                   88  OiItemOpen     VALUE 'O'.
                   88  OiItemClosed   VALUE 'C'.
                   88  OiItemVoided   VALUE 'X'.
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
       FD  OrderLineFile.
       01  OrderLineData.
               02  OrderLineKey.
                   03  OlOrderNum     PIC 9(6).
                   03  OlLineNum      PIC 9(3).
               02  OlProdName         PIC X(10).
               02  OlSizeType         PIC A.
               02  OlQty              PIC 9(3).
               02  OlPrice            PIC 9(5)V99.
               02  OlAmount           PIC 9(5)V99.
               02  OlPickQty          PIC 9(3).
               02  OlShortFlag        PIC X.
       FD  ShipmentFile.
       01  ShipmentData.
               02  ShipmentKey.
                   03  ShOrderNum     PIC 9(6).
                   03  ShShipNum      PIC 9(3).
                   03  ShLineNum      PIC 9(3).
               02  ShDate             PIC 9(8).
               02  ShInvoiceNum       PIC 9(6).
               02  ShProdName         PIC X(10).
               02  ShSizeType         PIC A.
               02  ShQty              PIC 9(3).
               02  ShAmount           PIC 9(5)V99.
       FD  OrderRepFile.
       01  OrderRepData.
               02  OrOrderNum         PIC 9(6).
               02  OrRepID            PIC X(8).
               02  OrSource           PIC X.
                   88  OrFromCustomer VALUE 'C'.
                   88  OrFromQuote    VALUE 'Q'.
                   88  OrOverridden   VALUE 'O'.
       FD  CustRepFile.
       01  CustRepData.
               02  RaIDNum            PIC 9(6).
               02  RaRepID            PIC X(8).
               02  RaAssignDate       PIC 9(8).
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
       FD  CommLedgFile.
       01  CommLedgData.
               02  LgInvoiceNum       PIC 9(6).
               02  LgIDNum            PIC 9(6).
               02  LgOrderNum         PIC 9(6).
               02  LgRepID            PIC X(8).
               02  LgInvDate          PIC 9(8).
               02  LgInvAmount        PIC S9(7)V99.
               02  LgCommFull         PIC S9(7)V99.
               02  LgCollected        PIC S9(7)V99.
               02  LgCredited         PIC S9(7)V99.
               02  LgWrittenOff       PIC S9(7)V99.
               02  LgCommPaid         PIC S9(7)V99.
               02  LgClawPct          PIC 9(3).
               02  LgClawDays         PIC 9(3).
               02  LgClawFlag         PIC X.
                   88  LgClawedBack   VALUE 'Y'.
       FD  CommPayFile.
       01  CommPayData.
               02  CmEmpID            PIC 9(4).
               02  CmRepID            PIC X(8).
               02  CmAmount           PIC 9(7)V99.
               02  CmPeriod           PIC 9(6).
               02  CmPaidDate         PIC X(8).
       FD  CommDetFile.
       01  CommDetRecord.
               02  DtRepID            PIC X(8).
               02  DtInvoiceNum       PIC 9(6).
               02  DtIDNum            PIC 9(6).
               02  DtDate             PIC 9(8).
               02  DtType             PIC X(8).
               02  DtAmount           PIC S9(7)V99.
               02  DtCommChange       PIC S9(7)V99.
       FD  StmtFile.
       01  StmtLine                   PIC X(100).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CommCtlStatus              PIC XX.
       01  OiApplyStatus              PIC XX.
       01  RunPeriod                  PIC 9(6).
       01  LastPeriod                 PIC 9(6) VALUE 0.
       01  ActPeriod                  PIC 9(6).
       01  LastRunYear                PIC 9(4).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  DetEOFFlag                 PIC X.
       01  LineEOFFlag                PIC X.
       01  LedgerFound                PIC X.
       01  ItemFound                  PIC X.
       01  OrderFound                 PIC X.
       01  RateFound                  PIC X.
       01  RepFound                   PIC X.
       01  PayFound                   PIC X.
       01  ActInvoiceNum              PIC 9(6).
       01  InvPlanCode                PIC X(4).
       01  InvDiscCode                PIC X(5).
       01  RateProdName               PIC X(10).
       01  BaseRate                   PIC V999.
       01  LineRate                   PIC V999.
       01  CostedLineCount            PIC 9(5).
       01  EarnableAmount             PIC S9(7)V99.
       01  CommDue                    PIC S9(7)V99.
       01  CommChange                 PIC S9(7)V99.
       01  DaysSinceInvoice           PIC S9(7).
       01  PeriodNet                  PIC S9(7)V99.
       01  Payable                    PIC S9(7)V99.
       01  RepIdx                     PIC 9(3).
       01  FoundRepIdx                PIC 9(3).
       01  RepTable.
               02  RepCount           PIC 9(3) VALUE 0.
               02  RepEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON RepCount.
                   03  RTRepID        PIC X(8).
                   03  RTEarned       PIC S9(7)V99.
                   03  RTClawed       PIC S9(7)V99.
       01  ActivityCount              PIC 9(6) VALUE 0.
       01  HouseCount                 PIC 9(6) VALUE 0.
       01  UnknownRepCount            PIC 9(3) VALUE 0.
       01  TotEarned                  PIC S9(9)V99 VALUE ZEROS.
       01  TotClawed                  PIC S9(9)V99 VALUE ZEROS.
       01  TotPayroll                 PIC S9(9)V99 VALUE ZEROS.
       01  TotNotPayroll              PIC S9(9)V99 VALUE ZEROS.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportComm                 PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "SALES COMMISSION RUN".
           COMPUTE RunPeriod = BizYear * 100 + BizMonth.
           PERFORM LoadCommControl.
           IF RunPeriod <= LastPeriod
               DISPLAY "ERROR: commission already run for period "
                   LastPeriod " - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OpenItemFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT OrderRepFile.
           OPEN INPUT CustRepFile.
           OPEN INPUT CommPlanFile.
           OPEN I-O SalesRepFile.
           OPEN I-O CommLedgFile.
           OPEN I-O CommPayFile.
           OPEN OUTPUT CommDetFile.
           PERFORM ReadApplications.
           CLOSE CommDetFile.
           OPEN OUTPUT StmtFile.
           PERFORM WriteRepStatement
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx > RepCount.
           PERFORM WriteRunTotals.
           CLOSE StmtFile.
           CLOSE OpenItemFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
           CLOSE OrderRepFile.
           CLOSE CustRepFile.
           CLOSE CommPlanFile.
           CLOSE SalesRepFile.
           CLOSE CommLedgFile.
           CLOSE CommPayFile.
           PERFORM SaveCommControl.
           MOVE TotEarned TO ReportTotal.
           DISPLAY "Activity Records    : " ActivityCount.
           DISPLAY "House Accounts      : " HouseCount.
           DISPLAY "Reps With Activity  : " RepCount.
           DISPLAY "Commission Earned   : " ReportTotal.
           MOVE TotClawed TO ReportTotal.
           DISPLAY "Commission Clawed   : " ReportTotal.
           MOVE TotPayroll TO ReportTotal.
           DISPLAY "To Payroll          : " ReportTotal.
           IF UnknownRepCount > 0
               DISPLAY "Reps Not on File    : " UnknownRepCount
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF SALES COMMISSION RUN".
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
       LoadCommControl.
           OPEN INPUT CommCtlFile.
           IF CommCtlStatus = "00"
               READ CommCtlFile
                   AT END CONTINUE
                   NOT AT END
                       IF CcLastPeriod IS NUMERIC
                           MOVE CcLastPeriod TO LastPeriod
                       END-IF
               END-READ
               CLOSE CommCtlFile
           END-IF.
       SaveCommControl.
           OPEN OUTPUT CommCtlFile.
           MOVE RunPeriod TO CcLastPeriod.
           WRITE CommCtlRecord.
           CLOSE CommCtlFile.
       ReadApplications.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT OiApplyFile.
           IF OiApplyStatus NOT = "00"
               DISPLAY "No Open Item Activity - Nothing Commissioned"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OiApplyFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   COMPUTE ActPeriod = OaDate / 100
                   IF ActPeriod = RunPeriod AND OaInvoiceNum > 0
                       PERFORM ApplyOneActivity
                   END-IF
               END-IF
           END-PERFORM.
           IF OiApplyStatus = "00" OR OiApplyStatus = "05"
                   OR OiApplyStatus = "10"
               CLOSE OiApplyFile
           END-IF.
      * Payments count as collected on the invoice they settled. A
      * credit memo from RMAPROC carries its order number and counts
      * against the invoice it was raised on, even where it spilled
      * over onto the customer's other items.
       ApplyOneActivity.
           ADD 1 TO ActivityCount.
           MOVE OaInvoiceNum TO ActInvoiceNum.
           IF OaType = "CREDIT" AND OaRef(1:6) IS NUMERIC
               PERFORM FindCreditedInvoice
           END-IF.
           PERFORM GetLedger.
           IF LedgerFound = 'Y'
               EVALUATE OaType
                   WHEN "PAYMENT"
                       ADD OaAmount TO LgCollected
                   WHEN "CREDIT"
                   WHEN "CANCEL"
                       ADD OaAmount TO LgCredited
                   WHEN "WRITEOFF"
                       ADD OaAmount TO LgWrittenOff
                       PERFORM CheckClawbackWindow
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM ComputeCommDue
               COMPUTE CommChange = CommDue - LgCommPaid
               MOVE CommDue TO LgCommPaid
               REWRITE CommLedgData
                   INVALID KEY
                       DISPLAY "WARNING: commission ledger for invoice "
                           LgInvoiceNum " not updated"
               END-REWRITE
               IF LgRepID = SPACES
                   ADD 1 TO HouseCount
               ELSE
                   PERFORM RecordRepActivity
               END-IF
           END-IF.
       FindCreditedInvoice.
           MOVE OaRef(1:6) TO OrderNum.
           MOVE 'Y' TO OrderFound.
           READ OrderFile
               INVALID KEY MOVE 'N' TO OrderFound
           END-READ.
           IF OrderFound = 'Y' AND OrdCustIDNum = OaIDNum
                   AND OrdInvoiceNum > 0
               MOVE OrdInvoiceNum TO ActInvoiceNum
           END-IF.
       GetLedger.
           MOVE ActInvoiceNum TO LgInvoiceNum.
           MOVE 'Y' TO LedgerFound.
           READ CommLedgFile
               INVALID KEY MOVE 'N' TO LedgerFound
           END-READ.
           IF LedgerFound = 'N'
               PERFORM BuildLedger
           END-IF.
      * The first activity on an invoice fixes its rep and the full
      * commission on it, from the lines that shipped on it priced at
      * the plan rates of the rep on the order. An order with no rep
      * takes the customer's; an invoice with neither is a house
      * account and pays no commission.
       BuildLedger.
           MOVE OaIDNum TO OiIDNum.
           MOVE ActInvoiceNum TO OiInvoiceNum.
           MOVE 'Y' TO ItemFound.
           READ OpenItemFile
               INVALID KEY MOVE 'N' TO ItemFound
           END-READ.
           IF ItemFound = 'N'
               DISPLAY "WARNING: invoice " ActInvoiceNum " of "
                   OaIDNum " not on open items - not commissioned"
           ELSE
               MOVE ActInvoiceNum TO LgInvoiceNum
               MOVE OaIDNum TO LgIDNum
               MOVE OiInvDate TO LgInvDate
               MOVE OiOrigAmount TO LgInvAmount
               MOVE ZEROS TO LgOrderNum
               IF OiOrderRef(1:6) IS NUMERIC
                   MOVE OiOrderRef(1:6) TO LgOrderNum
               END-IF
               MOVE ZEROS TO LgCommFull LgCollected LgCredited
                             LgWrittenOff LgCommPaid
                             LgClawPct LgClawDays
               MOVE 'N' TO LgClawFlag
               PERFORM FindInvoiceRep
               IF LgRepID NOT = SPACES
                   PERFORM CostInvoiceCommission
               END-IF
               WRITE CommLedgData
                   INVALID KEY
                       DISPLAY "WARNING: commission ledger for invoice "
                           LgInvoiceNum " not written"
                   NOT INVALID KEY
                       MOVE 'Y' TO LedgerFound
               END-WRITE
           END-IF.
       FindInvoiceRep.
           MOVE SPACES TO LgRepID.
           IF LgOrderNum > 0
               MOVE LgOrderNum TO OrOrderNum
               READ OrderRepFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE OrRepID TO LgRepID
               END-READ
           END-IF.
           IF LgRepID = SPACES
               MOVE LgIDNum TO RaIDNum
               READ CustRepFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE RaRepID TO LgRepID
               END-READ
           END-IF.
       CostInvoiceCommission.
           MOVE ZEROS TO BaseRate.
           MOVE SPACES TO InvPlanCode.
           MOVE LgRepID TO SrRepID.
           READ SalesRepFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SrPlanCode TO InvPlanCode
           END-READ.
           MOVE InvPlanCode TO PnPlanCode.
           MOVE 'B' TO PnRateType.
           MOVE SPACES TO PnRateKey.
           READ CommPlanFile
               INVALID KEY
                   DISPLAY "WARNING: no base rate for plan "
                       InvPlanCode " of rep " LgRepID
               NOT INVALID KEY
                   MOVE PnRate TO BaseRate
                   MOVE PnClawPct TO LgClawPct
                   MOVE PnClawDays TO LgClawDays
           END-READ.
           MOVE SPACES TO InvDiscCode.
           IF LgOrderNum > 0
               MOVE LgOrderNum TO OrderNum
               READ OrderFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE OrdDiscCode TO InvDiscCode
               END-READ
           END-IF.
           MOVE 0 TO CostedLineCount.
           MOVE ActInvoiceNum TO ShInvoiceNum.
           MOVE 'N' TO LineEOFFlag.
           START ShipmentFile KEY IS EQUAL TO ShInvoiceNum
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ ShipmentFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF ShInvoiceNum NOT = ActInvoiceNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       ADD 1 TO CostedLineCount
                       MOVE ShProdName TO RateProdName
                       PERFORM GetLineRate
                       COMPUTE LgCommFull ROUNDED =
                           LgCommFull + ShAmount * LineRate
                   END-IF
               END-IF
           END-PERFORM.
           IF CostedLineCount = 0 AND LgOrderNum > 0
               PERFORM CostOrderLines
           END-IF.
      * An invoice raised before shipment.dat was kept covers the
      * whole order.
       CostOrderLines.
           MOVE LgOrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START OrderLineFile KEY IS NOT LESS THAN OrderLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ OrderLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF OlOrderNum NOT = LgOrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       MOVE OlProdName TO RateProdName
                       PERFORM GetLineRate
                       COMPUTE LgCommFull ROUNDED =
                           LgCommFull + OlAmount * LineRate
                   END-IF
               END-IF
           END-PERFORM.
      * A product rate in the plan comes first, then a rate for the
      * order's discount code, then the plan's base rate.
       GetLineRate.
           MOVE BaseRate TO LineRate.
           MOVE InvPlanCode TO PnPlanCode.
           MOVE 'P' TO PnRateType.
           MOVE RateProdName TO PnRateKey.
           MOVE 'Y' TO RateFound.
           READ CommPlanFile
               INVALID KEY MOVE 'N' TO RateFound
           END-READ.
           IF RateFound = 'N' AND InvDiscCode NOT = SPACES
               MOVE InvPlanCode TO PnPlanCode
               MOVE 'D' TO PnRateType
               MOVE InvDiscCode TO PnRateKey
               MOVE 'Y' TO RateFound
               READ CommPlanFile
                   INVALID KEY MOVE 'N' TO RateFound
               END-READ
           END-IF.
           IF RateFound = 'Y'
               MOVE PnRate TO LineRate
           END-IF.
      * A write-off claws back only when it falls within the plan's
      * days of the invoice date, or the plan sets no limit.
       CheckClawbackWindow.
           IF LgClawPct > 0 AND NOT LgClawedBack
               IF LgClawDays = 0
                   MOVE 'Y' TO LgClawFlag
               ELSE
                   IF LgInvDate > 0
                       COMPUTE DaysSinceInvoice =
                           FUNCTION INTEGER-OF-DATE(OaDate)
                           - FUNCTION INTEGER-OF-DATE(LgInvDate)
                       IF DaysSinceInvoice <= LgClawDays
                           MOVE 'Y' TO LgClawFlag
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * Commission due to date is the full commission in proportion to
      * what was collected, never more than the sale net of credits,
      * less the clawback share once the invoice is written off. The
      * difference from what was already paid is this activity's
      * earning, or its clawback when negative.
       ComputeCommDue.
           COMPUTE EarnableAmount = LgInvAmount - LgCredited.
           IF LgCollected < EarnableAmount
               MOVE LgCollected TO EarnableAmount
           END-IF.
           IF EarnableAmount < 0
               MOVE ZEROS TO EarnableAmount
           END-IF.
           IF LgInvAmount > 0
               COMPUTE CommDue ROUNDED =
                   LgCommFull * EarnableAmount / LgInvAmount
           ELSE
               MOVE ZEROS TO CommDue
           END-IF.
           IF LgClawedBack
               COMPUTE CommDue ROUNDED =
                   CommDue * (100 - LgClawPct) / 100
           END-IF.
       RecordRepActivity.
           MOVE 0 TO FoundRepIdx.
           PERFORM VARYING RepIdx FROM 1 BY 1
                   UNTIL RepIdx > RepCount
               IF RTRepID(RepIdx) = LgRepID
                   MOVE RepIdx TO FoundRepIdx
               END-IF
           END-PERFORM.
           IF FoundRepIdx = 0 AND RepCount < 500
               ADD 1 TO RepCount
               MOVE RepCount TO FoundRepIdx
               MOVE LgRepID TO RTRepID(FoundRepIdx)
               MOVE ZEROS TO RTEarned(FoundRepIdx)
               MOVE ZEROS TO RTClawed(FoundRepIdx)
           END-IF.
           IF FoundRepIdx = 0
               DISPLAY "WARNING: rep table full - " LgRepID
                   " not on statement"
               ADD 1 TO UnknownRepCount
           ELSE
               IF CommChange > 0
                   ADD CommChange TO RTEarned(FoundRepIdx) TotEarned
               ELSE
                   SUBTRACT CommChange FROM RTClawed(FoundRepIdx)
                       TotClawed
               END-IF
               MOVE LgRepID TO DtRepID
               MOVE LgInvoiceNum TO DtInvoiceNum
               MOVE LgIDNum TO DtIDNum
               MOVE OaDate TO DtDate
               MOVE OaType TO DtType
               MOVE OaAmount TO DtAmount
               MOVE CommChange TO DtCommChange
               WRITE CommDetRecord
           END-IF.
      * The statement lists the rep's activity for the month, then
      * settles it: a positive balance after any amount carried in is
      * paid, through payroll where the rep is an employee; a negative
      * one is carried forward against next month's earnings.
       WriteRepStatement.
           MOVE RTRepID(RepIdx) TO SrRepID.
           MOVE 'Y' TO RepFound.
           READ SalesRepFile
               INVALID KEY
                   MOVE 'N' TO RepFound
                   MOVE "*NOT ON FILE*" TO SrRepName
           END-READ.
           MOVE SPACES TO StmtLine.
           WRITE StmtLine.
           MOVE SPACES TO StmtLine.
           STRING "COMMISSION STATEMENT  REP " RTRepID(RepIdx) "  "
               SrRepName "  PERIOD " RunPeriod
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE SPACES TO StmtLine.
           STRING "INVOICE CUSTOMER DATE     TYPE         AMOUNT"
               "   COMMISSION"
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           PERFORM ListRepActivity.
           COMPUTE PeriodNet = RTEarned(RepIdx) - RTClawed(RepIdx).
           MOVE RTEarned(RepIdx) TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    EARNED ON COLLECTIONS   " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE RTClawed(RepIdx) TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    CLAWED BACK             " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           IF RepFound = 'N'
               ADD 1 TO UnknownRepCount
               MOVE "    REP NOT ON SALESREP.DAT - NOTHING PAID"
                   TO StmtLine
               WRITE StmtLine
           ELSE
               PERFORM SettleRepBalance
           END-IF.
       SettleRepBalance.
           COMPUTE LastRunYear = SrLastPeriod / 100.
           IF LastRunYear NOT = BizYear
               MOVE ZEROS TO SrYTDComm
           END-IF.
           MOVE SrCarryBal TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    CARRIED IN              " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           COMPUTE Payable = PeriodNet + SrCarryBal.
           MOVE Payable TO ReportTotal.
           MOVE SPACES TO StmtLine.
           IF Payable > 0
               ADD Payable TO SrYTDComm
               MOVE ZEROS TO SrCarryBal
               IF SrEmpID > 0
                   PERFORM QueueCommissionPay
                   ADD Payable TO TotPayroll
                   STRING "    PAYABLE                 " ReportTotal
                       "  THROUGH PAYROLL, EMPLOYEE " SrEmpID
                       DELIMITED BY SIZE INTO StmtLine
                   END-STRING
               ELSE
                   ADD Payable TO TotNotPayroll
                   STRING "    PAYABLE                 " ReportTotal
                       "  REP NOT ON PAYROLL"
                       DELIMITED BY SIZE INTO StmtLine
                   END-STRING
               END-IF
           ELSE
               MOVE Payable TO SrCarryBal
               STRING "    CARRIED FORWARD         " ReportTotal
                   DELIMITED BY SIZE INTO StmtLine
               END-STRING
           END-IF.
           WRITE StmtLine.
           MOVE SrYTDComm TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    YEAR TO DATE PAID       " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE RunPeriod TO SrLastPeriod.
           REWRITE SalesRepData
               INVALID KEY
                   DISPLAY "WARNING: sales rep " SrRepID
                       " not updated"
           END-REWRITE.
       QueueCommissionPay.
           MOVE SrEmpID TO CmEmpID.
           MOVE 'Y' TO PayFound.
           READ CommPayFile
               INVALID KEY MOVE 'N' TO PayFound
           END-READ.
           IF PayFound = 'Y'
               ADD Payable TO CmAmount
               MOVE SrRepID TO CmRepID
               MOVE RunPeriod TO CmPeriod
               MOVE SPACES TO CmPaidDate
               REWRITE CommPayData
                   INVALID KEY
                       DISPLAY "WARNING: commission pay for employee "
                           SrEmpID " not updated"
               END-REWRITE
           ELSE
               MOVE SrEmpID TO CmEmpID
               MOVE SrRepID TO CmRepID
               MOVE Payable TO CmAmount
               MOVE RunPeriod TO CmPeriod
               MOVE SPACES TO CmPaidDate
               WRITE CommPayData
                   INVALID KEY
                       DISPLAY "WARNING: commission pay for employee "
                           SrEmpID " not written"
               END-WRITE
           END-IF.
       ListRepActivity.
           MOVE 'N' TO DetEOFFlag.
           OPEN INPUT CommDetFile.
           PERFORM UNTIL DetEOFFlag = 'Y'
               READ CommDetFile
                   AT END MOVE 'Y' TO DetEOFFlag
               END-READ
               IF DetEOFFlag = 'N'
                       AND DtRepID = RTRepID(RepIdx)
                   MOVE DtAmount TO ReportAmount
                   MOVE DtCommChange TO ReportComm
                   MOVE SPACES TO StmtLine
                   STRING DtInvoiceNum "  " DtIDNum " " DtDate " "
                       DtType " " ReportAmount "  " ReportComm
                       DELIMITED BY SIZE INTO StmtLine
                   END-STRING
                   WRITE StmtLine
               END-IF
           END-PERFORM.
           CLOSE CommDetFile.
       WriteRunTotals.
           MOVE SPACES TO StmtLine.
           WRITE StmtLine.
           MOVE SPACES TO StmtLine.
           STRING "COMMISSION RUN TOTALS FOR PERIOD " RunPeriod
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE TotEarned TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    EARNED ON COLLECTIONS   " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE TotClawed TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    CLAWED BACK             " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE TotPayroll TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    SENT TO PAYROLL         " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
           MOVE TotNotPayroll TO ReportTotal.
           MOVE SPACES TO StmtLine.
           STRING "    PAYABLE OUTSIDE PAYROLL " ReportTotal
               DELIMITED BY SIZE INTO StmtLine
           END-STRING.
           WRITE StmtLine.
