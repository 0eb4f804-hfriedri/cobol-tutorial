       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESAN.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
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
              SELECT OPTIONAL AvgCostFile ASSIGN TO "avgcost.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AvgCostKey.
              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT OPTIONAL ArchiveFile ASSIGN TO "ordarchive.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchiveStatus.
              SELECT OPTIONAL ArchLineFile ASSIGN TO "ordlnarch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ArchLineStatus.
              SELECT SalesWorkFile ASSIGN TO "saleswork.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SalesSortWork ASSIGN TO "salessort.tmp".
              SELECT SalesSortedFile ASSIGN TO "salesrank.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SalesListFile ASSIGN TO "salesan.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SalesExtFile ASSIGN TO "salesan.csv"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  AvgCostFile.
       01  AvgCostData.
               02  AvgCostKey.
                   03  AcProdName     PIC X(10).
                   03  AcSizeType     PIC A.
               02  AcAvgCost          PIC 9(5)V99.
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName        PIC X(10).
               02  CatSizeType        PIC A.
               02  CatUnitCost        PIC 9(5)V99.
       FD  ArchiveFile.
       01  ArchOrderData.
               02  AoOrderNum         PIC 9(6).
               02  AoCustIDNum        PIC 9(6).
               02  AoDate             PIC 9(8).
               02  AoDateParts REDEFINES AoDate.
                   03  AoMonth        PIC 99.
                   03  AoDay          PIC 99.
                   03  AoYear         PIC 9(4).
               02  AoLineCount        PIC 9(3).
               02  AoTotal            PIC S9(7)V99.
               02  AoTaxAmount        PIC S9(7)V99.
               02  AoDiscCode         PIC X(5).
               02  AoInvoiceNum       PIC 9(6).
               02  AoRecStatus        PIC X.
       FD  ArchLineFile.
       01  ArchLineData.
               02  AlOrderNum         PIC 9(6).
               02  AlLineNum          PIC 9(3).
               02  AlProdName         PIC X(10).
               02  AlSizeType         PIC A.
               02  AlQty              PIC 9(3).
               02  AlPrice            PIC 9(5)V99.
               02  AlAmount           PIC 9(5)V99.
               02  AlPickQty          PIC 9(3).
               02  AlShortFlag        PIC X.
      * One shipped line of the two periods compared, C = this year to
      * date, P = the same months of last year, costed at the current
      * average cost.
       FD  SalesWorkFile.
       01  SalesWorkRecord.
               02  SwPeriod           PIC X.
               02  SwMonth            PIC 99.
               02  SwProdName         PIC X(10).
               02  SwSizeType         PIC A.
               02  SwOnCatalog        PIC X.
               02  SwIDNum            PIC 9(6).
               02  SwCustName         PIC X(15).
               02  SwCity             PIC X(15).
               02  SwQty              PIC 9(5).
               02  SwRevenue          PIC S9(7)V99.
               02  SwCost             PIC S9(7)V99.
       SD  SalesSortWork.
       01  SalesSortRecord.
               02  FILLER             PIC X(3).
               02  SsProdName         PIC X(10).
               02  SsSizeType         PIC A.
               02  FILLER             PIC X.
               02  SsIDNum            PIC 9(6).
               02  FILLER             PIC X(15).
               02  SsCity             PIC X(15).
               02  FILLER             PIC X(23).
       FD  SalesSortedFile.
       01  SalesSortedRecord.
               02  StPeriod           PIC X.
                   88  StCurrent      VALUE 'C'.
               02  StMonth            PIC 99.
               02  StProdName         PIC X(10).
               02  StSizeType         PIC A.
               02  StOnCatalog        PIC X.
               02  StIDNum            PIC 9(6).
               02  StCustName         PIC X(15).
               02  StCity             PIC X(15).
               02  StQty              PIC 9(5).
               02  StRevenue          PIC S9(7)V99.
               02  StCost             PIC S9(7)V99.
       FD  SalesListFile.
       01  SalesListLine              PIC X(132).
       FD  SalesExtFile.
       01  SalesExtLine               PIC X(200).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CatFileStatus              PIC XX.
       01  ArchiveStatus              PIC XX.
       01  ArchLineStatus             PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ScanEOFFlag                PIC X.
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  ShipRecFound               PIC X.
       01  CostFoundFlag              PIC X.
       01  CustFoundFlag              PIC X.
       01  OrderFoundFlag             PIC X.
       01  WasPickedFlag              PIC X.
       01  FirstGroupFlag             PIC X.
       01  ArchTableFull              PIC X VALUE 'N'.
       01  LineWalkMode               PIC X.
               88  WalkDetecting          VALUE 'D'.
               88  WalkCosting            VALUE 'C'.
       01  DimMode                    PIC X.
               88  DimProduct             VALUE 'P'.
               88  DimCustomer            VALUE 'C'.
               88  DimCity                VALUE 'T'.
               88  DimMonth               VALUE 'M'.
       01  DimLabel                   PIC X(8).
       01  PriorYear                  PIC 9(4).
       01  OldestYear                 PIC 9(4).
       01  SaleDate                   PIC 9(8).
       01  SaleDateParts REDEFINES SaleDate.
               02  SaleYear           PIC 9(4).
               02  SaleMonth          PIC 99.
               02  SaleDay            PIC 99.
       01  SalePeriod                 PIC X.
       01  SaleIDNum                  PIC 9(6).
       01  SaleProdName               PIC X(10).
       01  SaleSizeType               PIC A.
       01  SaleQty                    PIC 9(5).
       01  SaleRevenue                PIC S9(7)V99.
       01  SaleCost                   PIC S9(7)V99.
       01  SaleOnCatalog              PIC X.
       01  UnitCost                   PIC 9(5)V99.
       01  ShipQty                    PIC 9(3).
       01  HoldShipOrder              PIC 9(6) VALUE 0.
       01  HoldShipCustID             PIC 9(6) VALUE 0.
       01  HoldCustIDNum              PIC 9(6) VALUE 0.
       01  HoldCustName               PIC X(15).
       01  HoldCustCity               PIC X(15).
       01  GroupKey                   PIC X(20).
       01  GroupName                  PIC X(15).
       01  HoldKey                    PIC X(20).
       01  HoldName                   PIC X(15).
       01  KeyHeading                 PIC X(21).
       01  LinesCollected             PIC 9(7) VALUE 0.
       01  UncostedCount              PIC 9(5) VALUE 0.
       01  ExtractCount               PIC 9(6) VALUE 0.
       01  ArchIdx                    PIC 9(5).
       01  ProdIdx                    PIC 9(4).
       01  MonthIdx                   PIC 99.
       01  ArchOrderTable.
               02  ArchOrderCount     PIC 9(4) VALUE 0.
               02  ArchOrderEntry     OCCURS 1 TO 9999 TIMES
                                      DEPENDING ON ArchOrderCount.
                   03  AOTOrderNum    PIC 9(6).
                   03  AOTCustIDNum   PIC 9(6).
                   03  AOTDate        PIC 9(8).
                   03  AOTHasShip     PIC X.
       01  ProdTable.
               02  ProdCount          PIC 9(3) VALUE 0.
               02  ProdEntry          OCCURS 1 TO 999 TIMES
                                      DEPENDING ON ProdCount.
                   03  PTProdName     PIC X(10).
                   03  PTSizeType     PIC A.
                   03  PTUnitCost     PIC 9(5)V99.
       01  MonthTable.
               02  MonthTotal         OCCURS 12 TIMES.
                   03  MTCurQty       PIC 9(7).
                   03  MTPriorQty     PIC 9(7).
                   03  MTCurRev       PIC S9(9)V99.
                   03  MTPriorRev     PIC S9(9)V99.
                   03  MTCurCost      PIC S9(9)V99.
                   03  MTPriorCost    PIC S9(9)V99.
       01  GrpTotals.
               02  GrpCurQty          PIC 9(7).
               02  GrpPriorQty        PIC 9(7).
               02  GrpCurRev          PIC S9(9)V99.
               02  GrpPriorRev        PIC S9(9)V99.
               02  GrpCurCost         PIC S9(9)V99.
               02  GrpPriorCost       PIC S9(9)V99.
       01  GrandTotals.
               02  GrandCurQty        PIC 9(7).
               02  GrandPriorQty      PIC 9(7).
               02  GrandCurRev        PIC S9(9)V99.
               02  GrandPriorRev      PIC S9(9)V99.
               02  GrandCurCost       PIC S9(9)V99.
               02  GrandPriorCost     PIC S9(9)V99.
       01  CurMargin                  PIC S9(9)V99.
       01  PriorMargin                PIC S9(9)V99.
       01  PctCur                     PIC S9(9)V99.
       01  PctPrior                   PIC S9(9)V99.
       01  PctWork                    PIC S9(5)V9.
       01  PctText                    PIC X(8).
       01  RevPctText                 PIC X(8).
       01  MarPctText                 PIC X(8).
       01  ReportPct                  PIC ZZZZ9.9-.
       01  ReportCurQty               PIC ZZZZZZ9.
       01  ReportPriorQty             PIC ZZZZZZ9.
       01  ReportCurRev               PIC ZZZZZZZZ9.99-.
       01  ReportPriorRev             PIC ZZZZZZZZ9.99-.
       01  ReportCurMar               PIC ZZZZZZZZ9.99-.
       01  ReportPriorMar             PIC ZZZZZZZZ9.99-.
       01  ExtCurQty                  PIC -(7)9.
       01  ExtPriorQty                PIC -(7)9.
       01  ExtCurRev                  PIC -(9)9.99.
       01  ExtPriorRev                PIC -(9)9.99.
       01  ExtCurMar                  PIC -(9)9.99.
       01  ExtPriorMar                PIC -(9)9.99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           COMPUTE PriorYear = BizYear - 1.
           COMPUTE OldestYear = BizYear - 2.
           DISPLAY "SALES ANALYSIS".
           DISPLAY "Year To " BizMonth "/" BizYear
               " Against Same Months Of " PriorYear.
           INITIALIZE MonthTable.
           PERFORM LoadCatalogTable.
           PERFORM LoadArchivedOrders.
           OPEN INPUT CustomerFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT AvgCostFile.
           OPEN OUTPUT SalesWorkFile.
           PERFORM CollectShipmentLines.
           PERFORM CollectUnrecordedOrders.
           PERFORM CollectArchivedLines.
           CLOSE CustomerFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
           CLOSE AvgCostFile.
           CLOSE SalesWorkFile.
           OPEN OUTPUT SalesListFile.
           OPEN OUTPUT SalesExtFile.
           MOVE SPACES TO SalesListLine.
           STRING "SALES ANALYSIS YEAR TO " BizMonth "/" BizYear
               " AGAINST THE SAME MONTHS OF " PriorYear
               DELIMITED BY SIZE INTO SalesListLine
           END-STRING.
           WRITE SalesListLine.
           MOVE SPACES TO SalesExtLine.
           STRING "HDR," BusinessDate "," BizYear "," PriorYear
               DELIMITED BY SIZE INTO SalesExtLine
           END-STRING.
           WRITE SalesExtLine.
           MOVE 'P' TO DimMode.
           MOVE "PRODUCT" TO DimLabel.
           MOVE "PRODUCT / SIZE" TO KeyHeading.
           SORT SalesSortWork ON ASCENDING KEY SsProdName SsSizeType
               USING SalesWorkFile
               GIVING SalesSortedFile.
           PERFORM WriteDimensionReport.
           MOVE 'C' TO DimMode.
           MOVE "CUSTOMER" TO DimLabel.
           MOVE "CUSTOMER" TO KeyHeading.
           SORT SalesSortWork ON ASCENDING KEY SsIDNum
               USING SalesWorkFile
               GIVING SalesSortedFile.
           PERFORM WriteDimensionReport.
           MOVE 'T' TO DimMode.
           MOVE "CITY" TO DimLabel.
           MOVE "CITY" TO KeyHeading.
           SORT SalesSortWork ON ASCENDING KEY SsCity
               USING SalesWorkFile
               GIVING SalesSortedFile.
           PERFORM WriteDimensionReport.
           MOVE 'M' TO DimMode.
           MOVE "MONTH" TO DimLabel.
           MOVE "MONTH" TO KeyHeading.
           PERFORM WriteMonthReport.
           MOVE SPACES TO SalesExtLine.
           STRING "TRL," ExtractCount
               DELIMITED BY SIZE INTO SalesExtLine
           END-STRING.
           WRITE SalesExtLine.
           CLOSE SalesListFile.
           CLOSE SalesExtFile.
           DISPLAY "Shipped Lines Analysed : " LinesCollected.
           DISPLAY "Lines Without A Cost   : " UncostedCount.
           DISPLAY "Extract Rows Written   : " ExtractCount.
           IF UncostedCount > 0
               DISPLAY "WARNING: products with no average or catalog "
                   "cost are reported at full margin"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ArchTableFull = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Report Written to salesan.lst".
           DISPLAY "END OF SALES ANALYSIS".
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
       LoadCatalogTable.
           MOVE 0 TO ProdCount.
           MOVE 'N' TO ScanEOFFlag.
           OPEN INPUT CatalogFile.
           IF CatFileStatus NOT = "00"
               DISPLAY "WARNING: prodcat.dat not found"
               MOVE 'Y' TO ScanEOFFlag
           END-IF.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ CatalogFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N' AND ProdCount < 999
                   ADD 1 TO ProdCount
                   MOVE CatProdName TO PTProdName(ProdCount)
                   MOVE CatSizeType TO PTSizeType(ProdCount)
                   MOVE CatUnitCost TO PTUnitCost(ProdCount)
               END-IF
           END-PERFORM.
           IF CatFileStatus = "00" OR CatFileStatus = "10"
               CLOSE CatalogFile
           END-IF.
      * Shipped orders ORDARCH has moved to the archive, from the
      * start of the year before last so that an order placed then
      * and shipped in last year's months is still found.
       LoadArchivedOrders.
           MOVE 0 TO ArchOrderCount.
           MOVE 'N' TO ScanEOFFlag.
           OPEN INPUT ArchiveFile.
           IF ArchiveStatus NOT = "00"
               MOVE 'Y' TO ScanEOFFlag
           END-IF.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ ArchiveFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                       AND AoRecStatus = 'S' AND AoYear >= OldestYear
                   IF ArchOrderCount < 9999
                       ADD 1 TO ArchOrderCount
                       MOVE AoOrderNum TO AOTOrderNum(ArchOrderCount)
                       MOVE AoCustIDNum
                           TO AOTCustIDNum(ArchOrderCount)
                       COMPUTE AOTDate(ArchOrderCount) =
                           AoYear * 10000 + AoMonth * 100 + AoDay
                       MOVE 'N' TO AOTHasShip(ArchOrderCount)
                   ELSE
                       IF ArchTableFull = 'N'
                           DISPLAY "WARNING: more than 9999 archived "
                               "orders - older lines not analysed"
                           MOVE 'Y' TO ArchTableFull
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ArchiveStatus = "00" OR ArchiveStatus = "05"
                   OR ArchiveStatus = "10"
               CLOSE ArchiveFile
           END-IF.
      * Every shipment SHIPCONF recorded, dated the day it shipped and
      * at the amount invoiced, whether the order is still on file or
      * has since been archived.
       CollectShipmentLines.
           MOVE ZEROS TO ShipmentKey.
           MOVE 'N' TO ShipEOFFlag.
           START ShipmentFile KEY IS NOT LESS THAN ShipmentKey
               INVALID KEY MOVE 'Y' TO ShipEOFFlag
           END-START.
           PERFORM UNTIL ShipEOFFlag = 'Y'
               READ ShipmentFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipEOFFlag
               END-READ
               IF ShipEOFFlag = 'N'
                   IF ShOrderNum NOT = HoldShipOrder
                       PERFORM FindShipmentCustomer
                   END-IF
                   MOVE ShDate TO SaleDate
                   PERFORM ClassifySaleDate
                   IF SalePeriod NOT = SPACE
                       MOVE HoldShipCustID TO SaleIDNum
                       MOVE ShProdName TO SaleProdName
                       MOVE ShSizeType TO SaleSizeType
                       MOVE ShQty TO SaleQty
                       MOVE ShAmount TO SaleRevenue
                       PERFORM RecordSale
                   END-IF
               END-IF
           END-PERFORM.
       FindShipmentCustomer.
           MOVE ShOrderNum TO HoldShipOrder.
           MOVE ZEROS TO HoldShipCustID.
           MOVE ShOrderNum TO OrderNum.
           MOVE 'Y' TO OrderFoundFlag.
           READ OrderFile
               INVALID KEY MOVE 'N' TO OrderFoundFlag
           END-READ.
           IF OrderFoundFlag = 'Y'
               MOVE OrdCustIDNum TO HoldShipCustID
           ELSE
               PERFORM FindArchivedOrder
               IF ArchIdx <= ArchOrderCount
                   MOVE AOTCustIDNum(ArchIdx) TO HoldShipCustID
                   MOVE 'Y' TO AOTHasShip(ArchIdx)
               END-IF
           END-IF.
       FindArchivedOrder.
           PERFORM VARYING ArchIdx FROM 1 BY 1
                   UNTIL ArchIdx > ArchOrderCount
                      OR AOTOrderNum(ArchIdx) = HoldShipOrder
               CONTINUE
           END-PERFORM.
      * Orders shipped before shipments were recorded carry no
      * shipment.dat lines; they are taken from the order lines as a
      * whole on the order date, at the picked quantity once picked.
       CollectUnrecordedOrders.
           MOVE ZEROS TO OrderNum.
           MOVE 'N' TO ScanEOFFlag.
           START OrderFile KEY IS NOT LESS THAN OrderNum
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N' AND OrderShipped
                   COMPUTE SaleDate =
                       OrdYear * 10000 + OrdMonth * 100 + OrdDay
                   PERFORM ClassifySaleDate
                   IF SalePeriod NOT = SPACE
                       PERFORM CheckOrderShipments
                       IF ShipRecFound = 'N'
                           MOVE OrdCustIDNum TO SaleIDNum
                           MOVE 'N' TO WasPickedFlag
                           MOVE 'D' TO LineWalkMode
                           PERFORM WalkOrderLines
                           MOVE 'C' TO LineWalkMode
                           PERFORM WalkOrderLines
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       CheckOrderShipments.
           MOVE 'N' TO ShipRecFound.
           MOVE OrderNum TO ShOrderNum.
           MOVE ZEROS TO ShShipNum.
           MOVE ZEROS TO ShLineNum.
           START ShipmentFile KEY IS NOT LESS THAN ShipmentKey
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ShipmentFile NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF ShOrderNum = OrderNum
                               MOVE 'Y' TO ShipRecFound
                           END-IF
                   END-READ
           END-START.
      * SHIPCONF bills picked quantities once an order has been
      * picked, so a first pass looks for any pick before the lines
      * are taken.
       WalkOrderLines.
           MOVE OrderNum TO OlOrderNum.
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
                   IF OlOrderNum NOT = OrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       IF WalkDetecting
                           IF OlPickQty > 0
                               MOVE 'Y' TO WasPickedFlag
                               MOVE 'Y' TO LineEOFFlag
                           END-IF
                       ELSE
                           PERFORM TakeOneOrderLine
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       TakeOneOrderLine.
           IF WasPickedFlag = 'Y'
               MOVE OlPickQty TO ShipQty
           ELSE
               MOVE OlQty TO ShipQty
           END-IF.
           IF ShipQty > 0
               MOVE OlProdName TO SaleProdName
               MOVE OlSizeType TO SaleSizeType
               MOVE ShipQty TO SaleQty
               COMPUTE SaleRevenue = ShipQty * OlPrice
               PERFORM RecordSale
           END-IF.
      * Archived lines of orders that shipped before shipments were
      * recorded; the rest are already counted from shipment.dat.
       CollectArchivedLines.
           MOVE ZEROS TO HoldShipOrder.
           MOVE 'N' TO ScanEOFFlag.
           OPEN INPUT ArchLineFile.
           IF ArchLineStatus NOT = "00"
               MOVE 'Y' TO ScanEOFFlag
           END-IF.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ ArchLineFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF AlOrderNum NOT = HoldShipOrder
                       MOVE AlOrderNum TO HoldShipOrder
                       PERFORM FindArchivedOrder
                   END-IF
                   IF ArchIdx <= ArchOrderCount
                       IF AOTHasShip(ArchIdx) = 'N'
                           PERFORM TakeOneArchivedLine
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ArchLineStatus = "00" OR ArchLineStatus = "05"
                   OR ArchLineStatus = "10"
               CLOSE ArchLineFile
           END-IF.
       TakeOneArchivedLine.
           MOVE AOTDate(ArchIdx) TO SaleDate.
           PERFORM ClassifySaleDate.
           IF AlPickQty > 0
               MOVE AlPickQty TO ShipQty
           ELSE
               MOVE AlQty TO ShipQty
           END-IF.
           IF SalePeriod NOT = SPACE AND ShipQty > 0
               MOVE AOTCustIDNum(ArchIdx) TO SaleIDNum
               MOVE AlProdName TO SaleProdName
               MOVE AlSizeType TO SaleSizeType
               MOVE ShipQty TO SaleQty
               COMPUTE SaleRevenue = ShipQty * AlPrice
               PERFORM RecordSale
           END-IF.
      * C for this year's months up to the processing month, P for
      * the same months of last year, otherwise not analysed.
       ClassifySaleDate.
           MOVE SPACE TO SalePeriod.
           IF SaleMonth >= 1 AND SaleMonth <= BizMonth
               IF SaleYear = BizYear
                   MOVE 'C' TO SalePeriod
               END-IF
               IF SaleYear = PriorYear
                   MOVE 'P' TO SalePeriod
               END-IF
           END-IF.
       RecordSale.
           IF SaleIDNum NOT = HoldCustIDNum OR LinesCollected = 0
               PERFORM GetSaleCustomer
           END-IF.
           PERFORM GetSaleUnitCost.
           COMPUTE SaleCost = SaleQty * UnitCost.
           MOVE SalePeriod TO SwPeriod.
           MOVE SaleMonth TO SwMonth.
           MOVE SaleProdName TO SwProdName.
           MOVE SaleSizeType TO SwSizeType.
           MOVE SaleOnCatalog TO SwOnCatalog.
           MOVE SaleIDNum TO SwIDNum.
           MOVE HoldCustName TO SwCustName.
           MOVE HoldCustCity TO SwCity.
           MOVE SaleQty TO SwQty.
           MOVE SaleRevenue TO SwRevenue.
           MOVE SaleCost TO SwCost.
           WRITE SalesWorkRecord.
           ADD 1 TO LinesCollected.
           IF SalePeriod = 'C'
               ADD SaleQty TO MTCurQty(SaleMonth)
               ADD SaleRevenue TO MTCurRev(SaleMonth)
               ADD SaleCost TO MTCurCost(SaleMonth)
           ELSE
               ADD SaleQty TO MTPriorQty(SaleMonth)
               ADD SaleRevenue TO MTPriorRev(SaleMonth)
               ADD SaleCost TO MTPriorCost(SaleMonth)
           END-IF.
      * Customers since purged are still analysed under their number.
       GetSaleCustomer.
           MOVE SaleIDNum TO HoldCustIDNum.
           MOVE SaleIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'Y'
               MOVE LastName TO HoldCustName
               MOVE City TO HoldCustCity
           ELSE
               MOVE "*NOT ON FILE*" TO HoldCustName
               MOVE "*UNKNOWN*" TO HoldCustCity
           END-IF.
      * Margin is at the current average cost, or the catalog cost for
      * a product never received through INVCOST.
       GetSaleUnitCost.
           MOVE 'N' TO SaleOnCatalog.
           MOVE ZEROS TO UnitCost.
           PERFORM VARYING ProdIdx FROM 1 BY 1
                   UNTIL ProdIdx > ProdCount
               IF PTProdName(ProdIdx) = SaleProdName
                       AND PTSizeType(ProdIdx) = SaleSizeType
                   MOVE 'Y' TO SaleOnCatalog
                   MOVE PTUnitCost(ProdIdx) TO UnitCost
               END-IF
           END-PERFORM.
           MOVE SaleProdName TO AcProdName.
           MOVE SaleSizeType TO AcSizeType.
           MOVE 'Y' TO CostFoundFlag.
           READ AvgCostFile
               INVALID KEY MOVE 'N' TO CostFoundFlag
           END-READ.
           IF CostFoundFlag = 'Y' AND AcAvgCost > 0
               MOVE AcAvgCost TO UnitCost
           END-IF.
           IF UnitCost = 0
               ADD 1 TO UncostedCount
           END-IF.
       WriteSectionHeader.
           MOVE SPACES TO SalesListLine.
           WRITE SalesListLine.
           MOVE SPACES TO SalesListLine.
           STRING "SALES BY " DimLabel
               DELIMITED BY SIZE INTO SalesListLine
           END-STRING.
           WRITE SalesListLine.
           MOVE SPACES TO SalesListLine.
           STRING KeyHeading "NAME             QTY TY  QTY LY"
               "    REVENUE TY    REVENUE LY REV CHG%"
               "     MARGIN TY     MARGIN LY MAR CHG%"
               DELIMITED BY SIZE INTO SalesListLine
           END-STRING.
           WRITE SalesListLine.
       WriteDimensionReport.
           PERFORM WriteSectionHeader.
           INITIALIZE GrpTotals.
           INITIALIZE GrandTotals.
           MOVE 'Y' TO FirstGroupFlag.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT SalesSortedFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ SalesSortedFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM BuildGroupKey
                   IF FirstGroupFlag = 'Y' OR GroupKey NOT = HoldKey
                       IF FirstGroupFlag = 'N'
                           PERFORM WriteGroupLine
                       END-IF
                       MOVE 'N' TO FirstGroupFlag
                       MOVE GroupKey TO HoldKey
                       MOVE GroupName TO HoldName
                       INITIALIZE GrpTotals
                   END-IF
                   PERFORM AddSortedLine
               END-IF
           END-PERFORM.
           CLOSE SalesSortedFile.
           IF FirstGroupFlag = 'N'
               PERFORM WriteGroupLine
           END-IF.
           PERFORM WriteGrandLine.
       BuildGroupKey.
           MOVE SPACES TO GroupKey.
           MOVE SPACES TO GroupName.
           EVALUATE TRUE
               WHEN DimProduct
                   STRING StProdName " " StSizeType
                       DELIMITED BY SIZE INTO GroupKey
                   END-STRING
                   IF StOnCatalog = 'N'
                       MOVE "*NOT ON FILE*" TO GroupName
                   END-IF
               WHEN DimCustomer
                   MOVE StIDNum TO GroupKey
                   MOVE StCustName TO GroupName
               WHEN DimCity
                   MOVE StCity TO GroupKey
           END-EVALUATE.
       AddSortedLine.
           IF StCurrent
               ADD StQty TO GrpCurQty
               ADD StRevenue TO GrpCurRev
               ADD StCost TO GrpCurCost
               ADD StQty TO GrandCurQty
               ADD StRevenue TO GrandCurRev
               ADD StCost TO GrandCurCost
           ELSE
               ADD StQty TO GrpPriorQty
               ADD StRevenue TO GrpPriorRev
               ADD StCost TO GrpPriorCost
               ADD StQty TO GrandPriorQty
               ADD StRevenue TO GrandPriorRev
               ADD StCost TO GrandPriorCost
           END-IF.
       WriteMonthReport.
           PERFORM WriteSectionHeader.
           INITIALIZE GrandTotals.
           PERFORM WriteOneMonth
               VARYING MonthIdx FROM 1 BY 1
               UNTIL MonthIdx > BizMonth.
           PERFORM WriteGrandLine.
       WriteOneMonth.
           MOVE MTCurQty(MonthIdx) TO GrpCurQty.
           MOVE MTPriorQty(MonthIdx) TO GrpPriorQty.
           MOVE MTCurRev(MonthIdx) TO GrpCurRev.
           MOVE MTPriorRev(MonthIdx) TO GrpPriorRev.
           MOVE MTCurCost(MonthIdx) TO GrpCurCost.
           MOVE MTPriorCost(MonthIdx) TO GrpPriorCost.
           ADD GrpCurQty TO GrandCurQty.
           ADD GrpPriorQty TO GrandPriorQty.
           ADD GrpCurRev TO GrandCurRev.
           ADD GrpPriorRev TO GrandPriorRev.
           ADD GrpCurCost TO GrandCurCost.
           ADD GrpPriorCost TO GrandPriorCost.
           MOVE SPACES TO HoldKey.
           STRING BizYear "-" MonthIdx
               DELIMITED BY SIZE INTO HoldKey
           END-STRING.
           MOVE SPACES TO HoldName.
           PERFORM WriteGroupLine.
       WriteGrandLine.
           MOVE GrandTotals TO GrpTotals.
           MOVE "TOTAL" TO HoldKey.
           MOVE SPACES TO HoldName.
           MOVE SPACES TO SalesListLine.
           WRITE SalesListLine.
           PERFORM WriteGroupLine.
      * One report line and one extract row; the change is against
      * the same period last year and is left blank with nothing to
      * compare, NEW where there were no sales last year.
       WriteGroupLine.
           COMPUTE CurMargin = GrpCurRev - GrpCurCost.
           COMPUTE PriorMargin = GrpPriorRev - GrpPriorCost.
           MOVE GrpCurRev TO PctCur.
           MOVE GrpPriorRev TO PctPrior.
           PERFORM FormatPercent.
           MOVE PctText TO RevPctText.
           MOVE CurMargin TO PctCur.
           MOVE PriorMargin TO PctPrior.
           PERFORM FormatPercent.
           MOVE PctText TO MarPctText.
           MOVE GrpCurQty TO ReportCurQty.
           MOVE GrpPriorQty TO ReportPriorQty.
           MOVE GrpCurRev TO ReportCurRev.
           MOVE GrpPriorRev TO ReportPriorRev.
           MOVE CurMargin TO ReportCurMar.
           MOVE PriorMargin TO ReportPriorMar.
           MOVE SPACES TO SalesListLine.
           STRING HoldKey " " HoldName " " ReportCurQty " "
               ReportPriorQty " " ReportCurRev " " ReportPriorRev " "
               RevPctText " " ReportCurMar " " ReportPriorMar " "
               MarPctText
               DELIMITED BY SIZE INTO SalesListLine
           END-STRING.
           WRITE SalesListLine.
           MOVE GrpCurQty TO ExtCurQty.
           MOVE GrpPriorQty TO ExtPriorQty.
           MOVE GrpCurRev TO ExtCurRev.
           MOVE GrpPriorRev TO ExtPriorRev.
           MOVE CurMargin TO ExtCurMar.
           MOVE PriorMargin TO ExtPriorMar.
           MOVE SPACES TO SalesExtLine.
           STRING FUNCTION TRIM(DimLabel) ","
               FUNCTION TRIM(HoldKey) ","
               FUNCTION TRIM(HoldName) ","
               FUNCTION TRIM(ExtCurQty) ","
               FUNCTION TRIM(ExtPriorQty) ","
               FUNCTION TRIM(ExtCurRev) ","
               FUNCTION TRIM(ExtPriorRev) ","
               FUNCTION TRIM(RevPctText) ","
               FUNCTION TRIM(ExtCurMar) ","
               FUNCTION TRIM(ExtPriorMar) ","
               FUNCTION TRIM(MarPctText)
               DELIMITED BY SIZE INTO SalesExtLine
           END-STRING.
           WRITE SalesExtLine.
           ADD 1 TO ExtractCount.
       FormatPercent.
           MOVE SPACES TO PctText.
           IF PctPrior = 0
               IF PctCur NOT = 0
                   MOVE "     NEW" TO PctText
               END-IF
           ELSE
               IF PctPrior > 0
                   COMPUTE PctWork ROUNDED =
                       (PctCur - PctPrior) * 100 / PctPrior
                       ON SIZE ERROR MOVE 99999.9 TO PctWork
                   END-COMPUTE
               ELSE
                   COMPUTE PctWork ROUNDED =
                       (PctCur - PctPrior) * 100 / (0 - PctPrior)
                       ON SIZE ERROR MOVE 99999.9 TO PctWork
                   END-COMPUTE
               END-IF
               MOVE PctWork TO ReportPct
               MOVE ReportPct TO PctText
           END-IF.
