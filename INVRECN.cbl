       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECN.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT ValuProdFile ASSIGN TO "valuprod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ValuProdStatus.
              SELECT OPTIONAL InvPostFile ASSIGN TO "invpost.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvPostStatus.
              SELECT OPTIONAL InvGLBalFile ASSIGN TO "invglbal.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvGLBalStatus.
              SELECT OPTIONAL OrderFile ASSIGN TO "order.dat"
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
              SELECT RecnFile ASSIGN TO "invrecn.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  ValuProdFile.
       01  ValuProdRecord.
               02  VpRunDate          PIC 9(8).
               02  VpProdName         PIC X(10).
               02  VpSizeType         PIC A.
               02  VpQuantity         PIC 9(7).
               02  VpUnitCost         PIC 9(5)V99.
               02  VpValue            PIC 9(9)V99.
       FD  InvPostFile.
       01  InvPostRecord.
               02  IpDate             PIC 9(8).
               02  IpPostType         PIC X(8).
               02  IpSource           PIC X(8).
               02  IpRef              PIC X(10).
               02  IpProdName         PIC X(10).
               02  IpSizeType         PIC A.
               02  IpQty              PIC S9(5).
               02  IpUnitCost         PIC 9(5)V99.
               02  IpAmount           PIC S9(9)V99.
      * The GL inventory balance by product and size as of the last
      * reconciliation, carried forward from month to month.
       FD  InvGLBalFile.
       01  InvGLBalRecord.
               02  IgAsOfDate         PIC 9(8).
               02  IgProdName         PIC X(10).
               02  IgSizeType         PIC A.
               02  IgBalance          PIC S9(9)V99.
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
       FD  RecnFile.
       01  RecnLine                   PIC X(100).
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
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  ValuProdStatus             PIC XX.
       01  InvPostStatus              PIC XX.
       01  InvGLBalStatus             PIC XX.
       01  EndOfFileFlag              PIC X.
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  LineShippedQty             PIC 9(5).
       01  LineOutstandQty            PIC 9(3).
       01  PriorAsOfDate              PIC 9(8) VALUE ZEROS.
       01  BaselineFlag               PIC X VALUE 'Y'.
       01  ValuationDate              PIC 9(8) VALUE ZEROS.
       01  PeriodPostCount            PIC 9(6) VALUE 0.
       01  ItemIdx                    PIC 9(4).
       01  FoundItemIdx               PIC 9(4).
       01  WorkProdName               PIC X(10).
       01  WorkSizeType               PIC A.
       01  WorkValue                  PIC S9(9)V99.
       01  DiffCount                  PIC 9(4) VALUE 0.
       01  TotPerpetual               PIC S9(11)V99 VALUE ZEROS.
       01  TotAllocated               PIC S9(11)V99 VALUE ZEROS.
       01  TotOpening                 PIC S9(11)V99 VALUE ZEROS.
       01  TotPeriod                  PIC S9(11)V99 VALUE ZEROS.
       01  TotGLBalance               PIC S9(11)V99 VALUE ZEROS.
       01  TotDifference              PIC S9(11)V99 VALUE ZEROS.
       01  ReportPerpetual            PIC ZZZZZZZZ9.99-.
       01  ReportAllocated            PIC ZZZZZZZZ9.99-.
       01  ReportGLBalance            PIC ZZZZZZZZ9.99-.
       01  ReportDifference           PIC ZZZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZZZ9.99-.
       01  DiffMarker                 PIC X(3).
      * One entry per product and size. The GL balance is the carried
      * opening balance less the value the period's postings took out
      * of stock. Goods issued to allocated orders have left the
      * perpetual quantity but stay in the GL until shipment, so they
      * are added back before the two are compared.
       01  RecnTable.
               02  RecnCount          PIC 9(4) VALUE 0.
               02  RecnEntry          OCCURS 1 TO 1000 TIMES
                                      DEPENDING ON RecnCount.
                   03  RtProdName     PIC X(10).
                   03  RtSizeType     PIC A.
                   03  RtUnitCost     PIC 9(5)V99.
                   03  RtPerpetual    PIC S9(9)V99.
                   03  RtAllocated    PIC S9(9)V99.
                   03  RtOpening      PIC S9(9)V99.
                   03  RtPeriod       PIC S9(9)V99.
                   03  RtGLBalance    PIC S9(9)V99.
                   03  RtDifference   PIC S9(9)V99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "INVENTORY TO GL RECONCILIATION".
           PERFORM LoadValuation.
           IF RecnCount = 0
               DISPLAY "ERROR: valuprod.dat missing or empty - "
                   "run VALURPT first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadGLBalances.
           PERFORM ApplyPeriodPostings.
           PERFORM LoadAllocatedStock.
           PERFORM ComputeDifferences.
           PERFORM WriteReconciliation.
           PERFORM SaveGLBalances.
           DISPLAY "Items Reconciled  : " RecnCount
           DISPLAY "Period Postings   : " PeriodPostCount
           DISPLAY "Items Different   : " DiffCount
           MOVE TotDifference TO ReportTotal.
           DISPLAY "Net Difference    : " ReportTotal
           IF DiffCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF INVENTORY TO GL RECONCILIATION".
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
       LoadValuation.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT ValuProdFile.
           IF ValuProdStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ ValuProdFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   MOVE VpRunDate TO ValuationDate
                   MOVE VpProdName TO WorkProdName
                   MOVE VpSizeType TO WorkSizeType
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       MOVE VpUnitCost TO RtUnitCost(FoundItemIdx)
                       ADD VpValue TO RtPerpetual(FoundItemIdx)
                   END-IF
               END-IF
           END-PERFORM.
           IF ValuProdStatus = "00" OR ValuProdStatus = "10"
               CLOSE ValuProdFile
           END-IF.
       FindOrAddItem.
           MOVE 0 TO FoundItemIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > RecnCount
               IF RtProdName(ItemIdx) = WorkProdName
                       AND RtSizeType(ItemIdx) = WorkSizeType
                   MOVE ItemIdx TO FoundItemIdx
               END-IF
           END-PERFORM.
           IF FoundItemIdx = 0
               IF RecnCount < 1000
                   ADD 1 TO RecnCount
                   MOVE RecnCount TO FoundItemIdx
                   MOVE WorkProdName TO RtProdName(FoundItemIdx)
                   MOVE WorkSizeType TO RtSizeType(FoundItemIdx)
                   MOVE ZEROS TO RtUnitCost(FoundItemIdx)
                   MOVE ZEROS TO RtPerpetual(FoundItemIdx)
                   MOVE ZEROS TO RtAllocated(FoundItemIdx)
                   MOVE ZEROS TO RtOpening(FoundItemIdx)
                   MOVE ZEROS TO RtPeriod(FoundItemIdx)
                   MOVE ZEROS TO RtGLBalance(FoundItemIdx)
                   MOVE ZEROS TO RtDifference(FoundItemIdx)
               ELSE
                   DISPLAY "WARNING: item table full - "
                       WorkProdName " dropped"
               END-IF
           END-IF.
      * With no carried balance on file this run is the baseline: the
      * GL is taken to agree with the perpetual valuation today and
      * later months reconcile from there.
       LoadGLBalances.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT InvGLBalFile.
           IF InvGLBalStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ InvGLBalFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   MOVE 'N' TO BaselineFlag
                   MOVE IgAsOfDate TO PriorAsOfDate
                   MOVE IgProdName TO WorkProdName
                   MOVE IgSizeType TO WorkSizeType
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       ADD IgBalance TO RtOpening(FoundItemIdx)
                   END-IF
               END-IF
           END-PERFORM.
           IF InvGLBalStatus = "00" OR InvGLBalStatus = "05"
                   OR InvGLBalStatus = "10"
               CLOSE InvGLBalFile
           END-IF.
       ApplyPeriodPostings.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT InvPostFile.
           IF InvPostStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ InvPostFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND IpDate > PriorAsOfDate
                       AND IpDate NOT > BusinessDate
                   ADD 1 TO PeriodPostCount
                   MOVE IpProdName TO WorkProdName
                   MOVE IpSizeType TO WorkSizeType
                   PERFORM FindOrAddItem
                   IF FoundItemIdx > 0
                       SUBTRACT IpAmount FROM RtPeriod(FoundItemIdx)
                   END-IF
               END-IF
           END-PERFORM.
           IF InvPostStatus = "00" OR InvPostStatus = "05"
                   OR InvPostStatus = "10"
               CLOSE InvPostFile
           END-IF.
      * ALLOC and BACKREL issue stock when an order is allocated;
      * SHIPCONF relieves its value when the order ships.
       LoadAllocatedStock.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ShipmentFile.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ZEROS TO OrderNum.
           START OrderFile KEY IS NOT LESS THAN OrderNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND (OrderAllocated OR OrderPicked)
                   PERFORM AddAllocatedLines
               END-IF
           END-PERFORM.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
      * Only the quantity not yet shipped is issued and unrelieved.
       AddAllocatedLines.
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
                       PERFORM SumLineShipments
                       MOVE OlProdName TO WorkProdName
                       MOVE OlSizeType TO WorkSizeType
                       PERFORM FindOrAddItem
                       IF FoundItemIdx > 0
                           COMPUTE WorkValue = LineOutstandQty
                               * RtUnitCost(FoundItemIdx)
                           ADD WorkValue TO RtAllocated(FoundItemIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       SumLineShipments.
           MOVE ZEROS TO LineShippedQty.
           MOVE OlOrderNum TO ShOrderNum.
           MOVE ZEROS TO ShShipNum.
           MOVE ZEROS TO ShLineNum.
           MOVE 'N' TO ShipEOFFlag.
           START ShipmentFile KEY IS NOT LESS THAN ShipmentKey
               INVALID KEY MOVE 'Y' TO ShipEOFFlag
           END-START.
           PERFORM UNTIL ShipEOFFlag = 'Y'
               READ ShipmentFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipEOFFlag
               END-READ
               IF ShipEOFFlag = 'N'
                   IF ShOrderNum NOT = OlOrderNum
                       MOVE 'Y' TO ShipEOFFlag
                   ELSE
                       IF ShLineNum = OlLineNum
                           ADD ShQty TO LineShippedQty
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF OlQty > LineShippedQty
               COMPUTE LineOutstandQty = OlQty - LineShippedQty
           ELSE
               MOVE ZEROS TO LineOutstandQty
           END-IF.
       ComputeDifferences.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > RecnCount
               IF BaselineFlag = 'Y'
                   COMPUTE RtOpening(ItemIdx) =
                       RtPerpetual(ItemIdx) + RtAllocated(ItemIdx)
                       - RtPeriod(ItemIdx)
               END-IF
               COMPUTE RtGLBalance(ItemIdx) =
                   RtOpening(ItemIdx) + RtPeriod(ItemIdx)
               COMPUTE RtDifference(ItemIdx) =
                   RtPerpetual(ItemIdx) + RtAllocated(ItemIdx)
                   - RtGLBalance(ItemIdx)
               IF RtDifference(ItemIdx) NOT = ZEROS
                   ADD 1 TO DiffCount
               END-IF
               ADD RtPerpetual(ItemIdx) TO TotPerpetual
               ADD RtAllocated(ItemIdx) TO TotAllocated
               ADD RtOpening(ItemIdx) TO TotOpening
               ADD RtPeriod(ItemIdx) TO TotPeriod
               ADD RtGLBalance(ItemIdx) TO TotGLBalance
               ADD RtDifference(ItemIdx) TO TotDifference
           END-PERFORM.
       WriteReconciliation.
           OPEN OUTPUT RecnFile.
           MOVE SPACES TO RecnLine.
           STRING "INVENTORY TO GL RECONCILIATION AS OF " BusinessDate
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE SPACES TO RecnLine.
           STRING "PERPETUAL VALUATION FROM VALURPT OF " ValuationDate
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE SPACES TO RecnLine.
           IF BaselineFlag = 'Y'
               MOVE "BASELINE RUN - NO CARRIED GL BALANCE, OPENING "
                   TO RecnLine(1:46)
               MOVE "TAKEN FROM THE PERPETUAL VALUATION"
                   TO RecnLine(47:34)
           ELSE
               STRING "GL POSTINGS AFTER " PriorAsOfDate
                   " THROUGH " BusinessDate
                   DELIMITED BY SIZE INTO RecnLine
               END-STRING
           END-IF.
           WRITE RecnLine.
           MOVE SPACES TO RecnLine.
           WRITE RecnLine.
           MOVE "PRODUCT    S     PERPETUAL     ALLOCATED    GL BALANCE"
               TO RecnLine(1:54).
           MOVE "    DIFFERENCE" TO RecnLine(55:14).
           WRITE RecnLine.
           PERFORM WriteOneRecnLine
               VARYING ItemIdx FROM 1 BY 1
               UNTIL ItemIdx > RecnCount.
           MOVE SPACES TO RecnLine.
           WRITE RecnLine.
           MOVE TotPerpetual TO ReportTotal.
           MOVE SPACES TO RecnLine.
           STRING "TOTAL PERPETUAL VALUATION   : " ReportTotal
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE TotAllocated TO ReportTotal.
           MOVE SPACES TO RecnLine.
           STRING "ALLOCATED NOT YET SHIPPED   : " ReportTotal
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE TotOpening TO ReportTotal.
           MOVE SPACES TO RecnLine.
           STRING "GL OPENING BALANCE          : " ReportTotal
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE TotPeriod TO ReportTotal.
           MOVE SPACES TO RecnLine.
           STRING "PERIOD POSTINGS             : " ReportTotal
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE TotGLBalance TO ReportTotal.
           MOVE SPACES TO RecnLine.
           STRING "GL INVENTORY BALANCE        : " ReportTotal
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           MOVE TotDifference TO ReportTotal.
           MOVE SPACES TO RecnLine.
           STRING "NET DIFFERENCE              : " ReportTotal
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
           CLOSE RecnFile.
       WriteOneRecnLine.
           MOVE RtPerpetual(ItemIdx) TO ReportPerpetual.
           MOVE RtAllocated(ItemIdx) TO ReportAllocated.
           MOVE RtGLBalance(ItemIdx) TO ReportGLBalance.
           MOVE RtDifference(ItemIdx) TO ReportDifference.
           IF RtDifference(ItemIdx) NOT = ZEROS
               MOVE " **" TO DiffMarker
           ELSE
               MOVE SPACES TO DiffMarker
           END-IF.
           MOVE SPACES TO RecnLine.
           STRING RtProdName(ItemIdx) " " RtSizeType(ItemIdx)
               " " ReportPerpetual
               " " ReportAllocated
               " " ReportGLBalance
               " " ReportDifference
               DiffMarker
               DELIMITED BY SIZE INTO RecnLine
           END-STRING.
           WRITE RecnLine.
       SaveGLBalances.
           OPEN OUTPUT InvGLBalFile.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > RecnCount
               MOVE BusinessDate TO IgAsOfDate
               MOVE RtProdName(ItemIdx) TO IgProdName
               MOVE RtSizeType(ItemIdx) TO IgSizeType
               MOVE RtGLBalance(ItemIdx) TO IgBalance
               WRITE InvGLBalRecord
           END-PERFORM.
           CLOSE InvGLBalFile.
