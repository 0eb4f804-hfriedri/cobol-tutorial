       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT ReorderFile ASSIGN TO "reorder.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ReorderFileStatus.
              SELECT LedgerFile ASSIGN TO LedgerFileName
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LedgerFileStatus.
              SELECT BackorderFile ASSIGN TO "backorder.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BackFileStatus.
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT OPTIONAL ProdVendFile ASSIGN TO "prodvend.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ProdVendKey
                  ALTERNATE RECORD KEY IS PvVendorID
                      WITH DUPLICATES.
              SELECT RopParmFile ASSIGN TO "ropparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RopParmStatus.
              SELECT ProposalFile ASSIGN TO "ropprop.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProposalStatus.
              SELECT RopListFile ASSIGN TO "ropcalc.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  ReorderFile.
       01  ReorderRecord.
               02  RoProdName         PIC X(10).
               02  RoSizeType         PIC A.
               02  RoReorderPoint     PIC 9(5).
               02  RoOrderUpTo        PIC 9(5).
       FD  LedgerFile.
       01  LedgerMovement.
               02  MvType              PIC X.
               02  MvProdName          PIC X(10).
               02  MvSizeType          PIC A.
               02  MvSign              PIC X.
               02  MvQuantity          PIC 9(5).
               02  MvReason            PIC X(10).
               02  MvDate              PIC 9(8).
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       FD  BackorderFile.
       01  BackorderData.
               02  BoOrderNum          PIC 9(6).
               02  BoCustIDNum         PIC 9(6).
               02  BoProdName          PIC X(10).
               02  BoSizeType          PIC A.
               02  BoQty               PIC 9(3).
       FD  VendorFile.
       01  VendorData.
               02  VnVendorID         PIC X(6).
               02  VnName             PIC X(25).
               02  VnAddress          PIC X(30).
               02  VnCity             PIC X(15).
               02  VnPostCode         PIC X(10).
               02  VnPhone            PIC X(15).
               02  VnTermsDays        PIC 9(3).
               02  VnDiscDays         PIC 9(3).
               02  VnDiscRate         PIC V999.
               02  VnRemitName        PIC X(25).
               02  VnRemitAddress     PIC X(30).
               02  VnRemitCity        PIC X(15).
               02  VnRemitPostCode    PIC X(10).
               02  VnStatus           PIC X.
                   88  VnActive       VALUE SPACE.
                   88  VnOnHold       VALUE 'H'.
                   88  VnInactive     VALUE 'I'.
               02  VnUpdDate          PIC 9(8).
               02  VnOperator         PIC X(8).
               02  VnPayMethod        PIC X.
                   88  VnPaysByCheck  VALUES SPACE, 'C'.
                   88  VnPaysByACH    VALUE 'A'.
               02  VnBankRouting      PIC 9(9).
               02  VnBankAccount      PIC X(17).
       FD  ProdVendFile.
       01  ProdVendData.
               02  ProdVendKey.
                   03  PvProdName     PIC X(10).
                   03  PvSizeType     PIC A.
                   03  PvVendorID     PIC X(6).
               02  PvVendorItem       PIC X(15).
               02  PvPrice            PIC 9(5)V99.
               02  PvMinQty           PIC 9(5).
               02  PvLeadDays         PIC 9(3).
               02  PvPreferred        PIC X.
                   88  PvIsPreferred  VALUE 'Y'.
       FD  RopParmFile.
       01  RopParmRecord.
               02  RcDemandMonths     PIC 99.
               02  RcServiceFactor    PIC 9V99.
               02  RcCoverDays        PIC 9(3).
               02  RcDefLeadDays      PIC 9(3).
      * One proposal per product and size whose calculated levels
      * differ from reorder.dat. ROPREV accepts or rejects them.
       FD  ProposalFile.
       01  ProposalData.
               02  RpProdName         PIC X(10).
               02  RpSizeType         PIC A.
               02  RpOldReorder       PIC 9(5).
               02  RpOldUpTo          PIC 9(5).
               02  RpNewReorder       PIC 9(5).
               02  RpNewUpTo          PIC 9(5).
               02  RpAvgDaily         PIC 9(5)V99.
               02  RpPeakDaily        PIC 9(5).
               02  RpLeadDays         PIC 9(3).
               02  RpBackQty          PIC 9(5).
               02  RpCalcDate         PIC 9(8).
               02  RpStatus           PIC X.
                   88  RpPending      VALUE 'P'.
                   88  RpAccepted     VALUE 'A'.
                   88  RpRejected     VALUE 'R'.
       FD  RopListFile.
       01  RopListLine                PIC X(80).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  BizDateInt                 PIC 9(7).
       01  ReorderFileStatus          PIC XX.
       01  LedgerFileStatus           PIC XX.
       01  LedgerFileName             PIC X(16).
       01  BackFileStatus             PIC XX.
       01  RopParmStatus              PIC XX.
       01  ProposalStatus             PIC XX.
       01  EndOfFileFlag              PIC X.
       01  SourceEOFFlag              PIC X.
       01  SourceFoundFlag            PIC X.
       01  PreferredFoundFlag         PIC X.
       01  VendorFoundFlag            PIC X.
       01  ChosenPrice                PIC 9(5)V99.
       01  ChosenLeadDays             PIC 9(3).
       01  DemandMonths               PIC 99.
       01  ServiceFactor              PIC 9V99.
       01  CoverDays                  PIC 9(3).
       01  DefLeadDays                PIC 9(3).
       01  MonthIdx                   PIC 99.
       01  WorkYear                   PIC 9(4).
       01  WorkMonth                  PIC 99.
       01  WorkYYYYMM                 PIC 9(6).
       01  WindowStart                PIC 9(8).
       01  WindowDays                 PIC 9(5).
       01  ItemIdx                    PIC 9(3).
       01  FoundItemIdx               PIC 9(3).
       01  ItemTable.
               02  ItemCount          PIC 9(3) VALUE 0.
               02  ItemEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON ItemCount.
                   03  ITProdName     PIC X(10).
                   03  ITSizeType     PIC A.
                   03  ITOldReorder   PIC 9(5).
                   03  ITOldUpTo      PIC 9(5).
                   03  ITIssueQty     PIC 9(7).
                   03  ITReturnQty    PIC 9(7).
                   03  ITBackQty      PIC 9(5).
                   03  ITDayDate      PIC 9(8).
                   03  ITDayQty       PIC 9(5).
                   03  ITPeakQty      PIC 9(5).
                   03  ITSumSquares   PIC 9(13).
       01  NetDemand                  PIC S9(7).
       01  MeanDaily                  PIC 9(5)V9(4).
       01  IssueMean                  PIC 9(5)V9(4).
       01  DemandVariance             PIC S9(9)V9(4).
       01  SafetyStock                PIC 9(7)V99.
       01  CalcReorder                PIC 9(7).
       01  CalcUpTo                   PIC 9(7).
       01  NewReorder                 PIC 9(5).
       01  NewUpTo                    PIC 9(5).
       01  ChangeFlag                 PIC X(6).
       01  ItemsCalculated            PIC 9(4) VALUE 0.
       01  ProposalCount              PIC 9(4) VALUE 0.
       01  TableFullCount             PIC 9(4) VALUE 0.
       01  ReportLead                 PIC ZZ9.
       01  ReportAvg                  PIC ZZZZ9.99.
       01  ReportPeak                 PIC ZZZZ9.
       01  ReportBack                 PIC ZZZZ9.
       01  ReportOldReorder           PIC ZZZZ9.
       01  ReportOldUpTo              PIC ZZZZ9.
       01  ReportNewReorder           PIC ZZZZ9.
       01  ReportNewUpTo              PIC ZZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "REORDER POINT RECALCULATION".
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadRopParms.
           PERFORM LoadReorderLevels.
           PERFORM ScanLedgerMonths.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               PERFORM CloseItemDay
           END-PERFORM.
           PERFORM LoadBackorders.
           COMPUTE WindowDays = BizDateInt
               - FUNCTION INTEGER-OF-DATE(WindowStart) + 1.
           DISPLAY "Demand From " WindowStart " - " WindowDays
               " Days".
           OPEN INPUT VendorFile.
           OPEN INPUT ProdVendFile.
           OPEN OUTPUT ProposalFile.
           OPEN OUTPUT RopListFile.
           PERFORM WriteReportHeadings.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               PERFORM CalculateOneItem
           END-PERFORM.
           MOVE SPACES TO RopListLine.
           WRITE RopListLine.
           MOVE SPACES TO RopListLine.
           STRING "ITEMS CALCULATED " ItemsCalculated
               "  CHANGES PROPOSED " ProposalCount
               DELIMITED BY SIZE INTO RopListLine
           END-STRING.
           WRITE RopListLine.
           CLOSE VendorFile.
           CLOSE ProdVendFile.
           CLOSE ProposalFile.
           CLOSE RopListFile.
           DISPLAY "Items Calculated  : " ItemsCalculated.
           DISPLAY "Changes Proposed  : " ProposalCount.
           IF TableFullCount > 0
               DISPLAY "WARNING: " TableFullCount
                   " items not calculated - table full"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Review Listed in ropcalc.lst - Accept With ROPREV".
           DISPLAY "END OF REORDER POINT RECALCULATION".
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
      * Months of ledger the demand is taken from, the service-level
      * safety factor applied to the spread of daily demand, the days
      * of demand an order-up-to level covers beyond the reorder
      * point, and the lead time of an item with no vendor source.
       LoadRopParms.
           MOVE ZEROS TO RopParmRecord.
           OPEN INPUT RopParmFile.
           IF RopParmStatus = "00"
               READ RopParmFile
                   AT END MOVE ZEROS TO RopParmRecord
               END-READ
               CLOSE RopParmFile
           END-IF.
           MOVE 3 TO DemandMonths.
           MOVE 1.65 TO ServiceFactor.
           MOVE 30 TO CoverDays.
           MOVE 14 TO DefLeadDays.
           IF RcDemandMonths IS NUMERIC AND RcDemandMonths > 0
                   AND RcDemandMonths <= 24
               MOVE RcDemandMonths TO DemandMonths
           END-IF.
           IF RcServiceFactor IS NUMERIC AND RcServiceFactor > 0
               MOVE RcServiceFactor TO ServiceFactor
           END-IF.
           IF RcCoverDays IS NUMERIC AND RcCoverDays > 0
               MOVE RcCoverDays TO CoverDays
           END-IF.
           IF RcDefLeadDays IS NUMERIC AND RcDefLeadDays > 0
               MOVE RcDefLeadDays TO DefLeadDays
           END-IF.
           DISPLAY "Demand Months " DemandMonths " Safety Factor "
               ServiceFactor " Cover Days " CoverDays.
       LoadReorderLevels.
           MOVE 0 TO ItemCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ReorderFile.
           IF ReorderFileStatus NOT = "00"
               DISPLAY "No reorder.dat - All Items Proposed as New"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ReorderFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   MOVE RoProdName TO MvProdName
                   MOVE RoSizeType TO MvSizeType
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       MOVE RoReorderPoint
                           TO ITOldReorder(FoundItemIdx)
                       MOVE RoOrderUpTo TO ITOldUpTo(FoundItemIdx)
                   END-IF
               END-IF
           END-PERFORM.
           IF ReorderFileStatus = "00" OR ReorderFileStatus = "10"
               CLOSE ReorderFile
           END-IF.
       FindOrAddItem.
           MOVE 0 TO FoundItemIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITProdName(ItemIdx) = MvProdName
                       AND ITSizeType(ItemIdx) = MvSizeType
                   MOVE ItemIdx TO FoundItemIdx
               END-IF
           END-PERFORM.
           IF FoundItemIdx = 0
               IF ItemCount < 500
                   ADD 1 TO ItemCount
                   MOVE ItemCount TO FoundItemIdx
                   MOVE MvProdName TO ITProdName(ItemCount)
                   MOVE MvSizeType TO ITSizeType(ItemCount)
                   MOVE ZEROS TO ITOldReorder(ItemCount)
                   MOVE ZEROS TO ITOldUpTo(ItemCount)
                   MOVE ZEROS TO ITIssueQty(ItemCount)
                   MOVE ZEROS TO ITReturnQty(ItemCount)
                   MOVE ZEROS TO ITBackQty(ItemCount)
                   MOVE ZEROS TO ITDayDate(ItemCount)
                   MOVE ZEROS TO ITDayQty(ItemCount)
                   MOVE ZEROS TO ITPeakQty(ItemCount)
                   MOVE ZEROS TO ITSumSquares(ItemCount)
               ELSE
                   ADD 1 TO TableFullCount
               END-IF
           END-IF.
      * The window runs from the first day of the earliest month read
      * up to the processing date.
       ScanLedgerMonths.
           MOVE BizYear TO WorkYear.
           MOVE BizMonth TO WorkMonth.
           PERFORM ScanOneLedgerMonth
               VARYING MonthIdx FROM 1 BY 1
               UNTIL MonthIdx > DemandMonths.
       ScanOneLedgerMonth.
           COMPUTE WorkYYYYMM = WorkYear * 100 + WorkMonth.
           COMPUTE WindowStart = WorkYYYYMM * 100 + 1.
           MOVE SPACES TO LedgerFileName.
           STRING "invl" WorkYYYYMM ".dat"
               DELIMITED BY SIZE INTO LedgerFileName
           END-STRING.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT LedgerFile.
           IF LedgerFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ LedgerFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND MvDate <= BusinessDate
                   PERFORM AddLedgerDemand
               END-IF
           END-PERFORM.
           IF LedgerFileStatus = "00" OR LedgerFileStatus = "10"
               CLOSE LedgerFile
           END-IF.
           IF WorkMonth = 1
               MOVE 12 TO WorkMonth
               SUBTRACT 1 FROM WorkYear
           ELSE
               SUBTRACT 1 FROM WorkMonth
           END-IF.
      * Demand is every issue, allocations included. Transfers and
      * adjustments are not demand. Stock handed back by an order
      * cancellation or short shipment reduces the total demand but
      * not the daily figures, as it comes back days after the issue.
       AddLedgerDemand.
           EVALUATE TRUE
               WHEN MvType = 'I'
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       IF ITDayDate(FoundItemIdx) NOT = MvDate
                           MOVE FoundItemIdx TO ItemIdx
                           PERFORM CloseItemDay
                           MOVE MvDate TO ITDayDate(FoundItemIdx)
                       END-IF
                       ADD MvQuantity TO ITDayQty(FoundItemIdx)
                       ADD MvQuantity TO ITIssueQty(FoundItemIdx)
                   END-IF
               WHEN MvType = 'R' AND (MvReason = "CANCEL"
                       OR MvReason = "SHORTSHIP")
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       ADD MvQuantity TO ITReturnQty(FoundItemIdx)
                   END-IF
           END-EVALUATE.
       CloseItemDay.
           IF ITDayQty(ItemIdx) > ITPeakQty(ItemIdx)
               MOVE ITDayQty(ItemIdx) TO ITPeakQty(ItemIdx)
           END-IF.
           COMPUTE ITSumSquares(ItemIdx) = ITSumSquares(ItemIdx)
               + ITDayQty(ItemIdx) * ITDayQty(ItemIdx).
           MOVE ZEROS TO ITDayQty(ItemIdx).
      * Units still on backorder are demand that could not be met and
      * never reached the ledger.
       LoadBackorders.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT BackorderFile.
           IF BackFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ BackorderFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   MOVE BoProdName TO MvProdName
                   MOVE BoSizeType TO MvSizeType
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       ADD BoQty TO ITBackQty(FoundItemIdx)
                   END-IF
               END-IF
           END-PERFORM.
           IF BackFileStatus = "00" OR BackFileStatus = "10"
               CLOSE BackorderFile
           END-IF.
       WriteReportHeadings.
           MOVE SPACES TO RopListLine.
           STRING "REORDER POINT REVIEW AS OF " BusinessDate
               " - DEMAND OVER " WindowDays " DAYS"
               DELIMITED BY SIZE INTO RopListLine
           END-STRING.
           WRITE RopListLine.
           MOVE SPACES TO RopListLine.
           WRITE RopListLine.
           MOVE SPACES TO RopListLine.
           STRING "PRODUCT    S LEAD  AVG/DAY  PEAK BACKO OLDROP UP TO"
               " NEWROP UP TO"
               DELIMITED BY SIZE INTO RopListLine
           END-STRING.
           WRITE RopListLine.
      * Reorder point is the average demand over the lead time plus
      * safety stock of the service factor times the standard
      * deviation of daily demand over the lead time. The order-up-to
      * level adds the cover days of average demand.
       CalculateOneItem.
           ADD 1 TO ItemsCalculated.
           PERFORM FindItemLeadTime.
           COMPUTE NetDemand = ITIssueQty(ItemIdx)
               - ITReturnQty(ItemIdx).
           IF NetDemand < 0
               MOVE 0 TO NetDemand
           END-IF.
           COMPUTE MeanDaily ROUNDED =
               (NetDemand + ITBackQty(ItemIdx)) / WindowDays.
           COMPUTE IssueMean ROUNDED =
               ITIssueQty(ItemIdx) / WindowDays.
           COMPUTE DemandVariance ROUNDED =
               ITSumSquares(ItemIdx) / WindowDays
               - IssueMean * IssueMean.
           IF DemandVariance < 0
               MOVE 0 TO DemandVariance
           END-IF.
           COMPUTE SafetyStock ROUNDED = ServiceFactor
               * FUNCTION SQRT(DemandVariance)
               * FUNCTION SQRT(ChosenLeadDays).
           COMPUTE CalcReorder ROUNDED =
               MeanDaily * ChosenLeadDays + SafetyStock.
           COMPUTE CalcUpTo ROUNDED =
               CalcReorder + MeanDaily * CoverDays.
           IF CalcReorder > 99999
               MOVE 99999 TO CalcReorder
           END-IF.
           IF CalcUpTo > 99999
               MOVE 99999 TO CalcUpTo
           END-IF.
           MOVE CalcReorder TO NewReorder.
           MOVE CalcUpTo TO NewUpTo.
           MOVE SPACES TO ChangeFlag.
           IF NewReorder NOT = ITOldReorder(ItemIdx)
                   OR NewUpTo NOT = ITOldUpTo(ItemIdx)
               MOVE "CHANGE" TO ChangeFlag
               PERFORM WriteProposal
           END-IF.
           MOVE ChosenLeadDays TO ReportLead.
           MOVE MeanDaily TO ReportAvg.
           MOVE ITPeakQty(ItemIdx) TO ReportPeak.
           MOVE ITBackQty(ItemIdx) TO ReportBack.
           MOVE ITOldReorder(ItemIdx) TO ReportOldReorder.
           MOVE ITOldUpTo(ItemIdx) TO ReportOldUpTo.
           MOVE NewReorder TO ReportNewReorder.
           MOVE NewUpTo TO ReportNewUpTo.
           MOVE SPACES TO RopListLine.
           STRING ITProdName(ItemIdx) " " ITSizeType(ItemIdx) "  "
               ReportLead " " ReportAvg " " ReportPeak " "
               ReportBack "  " ReportOldReorder " " ReportOldUpTo
               "  " ReportNewReorder " " ReportNewUpTo " " ChangeFlag
               DELIMITED BY SIZE INTO RopListLine
           END-STRING.
           WRITE RopListLine.
       WriteProposal.
           ADD 1 TO ProposalCount.
           MOVE ITProdName(ItemIdx) TO RpProdName.
           MOVE ITSizeType(ItemIdx) TO RpSizeType.
           MOVE ITOldReorder(ItemIdx) TO RpOldReorder.
           MOVE ITOldUpTo(ItemIdx) TO RpOldUpTo.
           MOVE NewReorder TO RpNewReorder.
           MOVE NewUpTo TO RpNewUpTo.
           MOVE MeanDaily TO RpAvgDaily.
           MOVE ITPeakQty(ItemIdx) TO RpPeakDaily.
           MOVE ChosenLeadDays TO RpLeadDays.
           MOVE ITBackQty(ItemIdx) TO RpBackQty.
           MOVE BusinessDate TO RpCalcDate.
           SET RpPending TO TRUE.
           WRITE ProposalData.
      * The lead time of the source PURCHGEN would buy from: the
      * preferred vendor while active, otherwise the cheapest active
      * source.
       FindItemLeadTime.
           MOVE 'N' TO SourceFoundFlag.
           MOVE 'N' TO PreferredFoundFlag.
           MOVE ZEROS TO ChosenPrice.
           MOVE DefLeadDays TO ChosenLeadDays.
           MOVE ITProdName(ItemIdx) TO PvProdName.
           MOVE ITSizeType(ItemIdx) TO PvSizeType.
           MOVE LOW-VALUES TO PvVendorID.
           MOVE 'N' TO SourceEOFFlag.
           START ProdVendFile KEY IS NOT LESS THAN ProdVendKey
               INVALID KEY MOVE 'Y' TO SourceEOFFlag
           END-START.
           PERFORM UNTIL SourceEOFFlag = 'Y'
               READ ProdVendFile NEXT RECORD
                   AT END MOVE 'Y' TO SourceEOFFlag
               END-READ
               IF SourceEOFFlag = 'N'
                   IF PvProdName NOT = ITProdName(ItemIdx)
                           OR PvSizeType NOT = ITSizeType(ItemIdx)
                       MOVE 'Y' TO SourceEOFFlag
                   ELSE
                       PERFORM ConsiderOneSource
                   END-IF
               END-IF
           END-PERFORM.
       ConsiderOneSource.
           MOVE PvVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           IF VendorFoundFlag = 'Y' AND VnActive
                   AND PreferredFoundFlag = 'N'
               IF PvIsPreferred OR SourceFoundFlag = 'N'
                       OR PvPrice < ChosenPrice
                   MOVE 'Y' TO SourceFoundFlag
                   IF PvIsPreferred
                       MOVE 'Y' TO PreferredFoundFlag
                   END-IF
                   MOVE PvPrice TO ChosenPrice
                   IF PvLeadDays > 0
                       MOVE PvLeadDays TO ChosenLeadDays
                   ELSE
                       MOVE DefLeadDays TO ChosenLeadDays
                   END-IF
               END-IF
           END-IF.
