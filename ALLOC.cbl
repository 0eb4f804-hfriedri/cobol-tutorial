              SELECT MovementFile ASSIGN TO "invmove.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT OPTIONAL OrderLotFile ASSIGN TO "ordlot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdLotStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OrderFile.
               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
       FD  BackorderFile.
       01  BackorderData.
               02  BoOrderNum          PIC 9(6).
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
      * The lots issued to each order by ALLOC or BACKREL, earliest
      * expiry first, for PICKGEN to print and SHIPCONF to record
      * against the customer when the order ships. A component issued
      * for a kit line carries the kit it was issued for.
       FD  OrderLotFile.
       01  OrderLotData.
               02  OaOrderNum          PIC 9(6).
               02  OaProdName          PIC X(10).
               02  OaSizeType          PIC A.
               02  OaLocation          PIC X(4).
               02  OaLotNum            PIC X(10).
               02  OaExpiryDate        PIC 9(8).
               02  OaQty               PIC 9(5).
               02  OaKitName           PIC X(10).
               02  OaKitSize           PIC A.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  KitFile.
       01  KitRecord.
               02  KdKitName          PIC X(10).
               02  KdKitSize          PIC A.
               02  KdCompName         PIC X(10).
               02  KdCompSize         PIC A.
               02  KdCompQty          PIC 9(3).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus              PIC XX.
       01  BusinessDate                PIC 9(8).
       01  CatFileStatus               PIC XX.
       01  InvFileStatus               PIC XX.
       01  BackFileStatus              PIC XX.
       01  OrdLotStatus                PIC XX.
       01  KitFileStatus               PIC XX.
       01  EndOfFileFlag               PIC X VALUE 'N'.
       01  BackEOFFlag                 PIC X.
       01  ProdIdx                     PIC 99.
       01  BackFilledCount             PIC 9(5) VALUE 0.
       01  OrdersProcessed             PIC 9(5) VALUE 0.
       01  WantedQty                   PIC 9(5).
       01  AllocLeftQty                PIC 9(5).
       01  AllocQty                    PIC 9(5).
       01  AllocatableQty              PIC 9(7).
       01  AllocOrderNum               PIC 9(6).
       01  StockFoundFlag              PIC X.
       01  ExpiredLotCount             PIC 9(5) VALUE 0.
       01  InvIdx                      PIC 9(3).
       01  FoundInvIdx                 PIC 9(3).
       01  InvTable.
                   03  IVProdName      PIC X(10).
                   03  IVSizeType      PIC A.
                   03  IVLocation      PIC X(4).
                   03  IVLotNum        PIC X(10).
                   03  IVExpiryDate    PIC 9(8).
                   03  IVQuantity      PIC 9(5).
       01  OrderTable.
               02  ProductCount        PIC 9(2) VALUE 0.
                   03  BTQty           PIC 9(3).
                   03  BTFilled        PIC X.
       01  BackIdx                     PIC 9(4).
       01  ScanIdx                     PIC 9(4).
       01  StillShortFlag              PIC X.
       01  OrderExists                 PIC X.
       01  KitLineName                 PIC X(10) VALUE SPACES.
       01  KitLineSize                 PIC A VALUE SPACE.
       01  KitWantedQty                PIC 9(5).
       01  KitBuiltQty                 PIC 9(5).
       01  KitExplodeQty               PIC 9(5).
       01  KitNeedQty                  PIC 9(7).
       01  KitCompCount                PIC 9(3).
       01  KitCompsFoundFlag           PIC X.
       01  KitLinesExploded            PIC 9(5) VALUE 0.
       01  KitIdx                      PIC 9(3).
       01  KitTable.
               02  KitEntryCount       PIC 9(3) VALUE 0.
               02  KitEntry            OCCURS 1 TO 500 TIMES
                                       DEPENDING ON KitEntryCount.
                   03  KTKitName       PIC X(10).
                   03  KTKitSize       PIC A.
                   03  KTCompName      PIC X(10).
                   03  KTCompSize      PIC A.
                   03  KTCompQty       PIC 9(3).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
               STOP RUN
           END-IF.
           PERFORM LoadInventory.
           PERFORM LoadKitTable.
           OPEN EXTEND MovementFile.
           OPEN EXTEND OrderLotFile.
           PERFORM ReallocateBackorders.
           PERFORM AllocateOpenOrders.
           PERFORM PromoteFilledOrders.
           CLOSE MovementFile.
           CLOSE OrderLotFile.
           PERFORM RewriteBackorderFile.
           DISPLAY "Orders Processed    : " OrdersProcessed
           DISPLAY "Lines Allocated     : " AllocatedLines
           DISPLAY "Backorders Filled   : " BackFilledCount
           DISPLAY "Lines Backordered   : " BackorderedLines
           DISPLAY "Kits From Components: " KitLinesExploded
           DISPLAY "Expired Lots Held   : " ExpiredLotCount
           IF BackorderedLines > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                   MOVE InvLocation TO IVLocation(InvItemCount)
               END-IF
               MOVE InvQuantity TO IVQuantity(InvItemCount)
               MOVE InvLotNum TO IVLotNum(InvItemCount)
               IF InvExpiryDate IS NUMERIC
                   MOVE InvExpiryDate TO IVExpiryDate(InvItemCount)
               ELSE
                   MOVE ZEROS TO IVExpiryDate(InvItemCount)
               END-IF
               IF IVExpiryDate(InvItemCount) > 0
                       AND IVExpiryDate(InvItemCount)
                           NOT > BusinessDate
                       AND InvQuantity > 0
                   ADD 1 TO ExpiredLotCount
               END-IF
           ELSE
               DISPLAY "WARNING: inventory table full - "
                   InvProdName " dropped"
           END-IF.
       LoadKitTable.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT KitFile.
           IF KitFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ KitFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF KitEntryCount < 500
                       ADD 1 TO KitEntryCount
                       MOVE KitRecord TO KitEntry(KitEntryCount)
                   ELSE
                       DISPLAY "WARNING: kit table full - kit "
                           KdKitName " component dropped"
                   END-IF
               END-IF
           END-PERFORM.
           IF KitFileStatus = "00" OR KitFileStatus = "10"
               CLOSE KitFile
           END-IF.
       ReallocateBackorders.
           MOVE 'N' TO BackEOFFlag.
           OPEN INPUT BackorderFile.
           MOVE BTProdName(BackIdx) TO CatProdName.
           MOVE BTSizeType(BackIdx) TO CatSizeType.
           MOVE BTQty(BackIdx) TO WantedQty.
           MOVE BTOrderNum(BackIdx) TO AllocOrderNum.
           PERFORM AllocateFromStock.
           IF StockFoundFlag = 'Y'
               MOVE 'Y' TO BTFilled(BackIdx)
               ADD 1 TO BackFilledCount
               DISPLAY "Backorder Filled - Order "
                   BTOrderNum(BackIdx) " "
                   BTProdName(BackIdx)
           END-IF.
       AllocateFromStock.
           MOVE 0 TO KitCompCount.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) = CatProdName
                       AND KTKitSize(KitIdx) = CatSizeType
                   ADD 1 TO KitCompCount
               END-IF
           END-PERFORM.
           IF KitCompCount = 0
               PERFORM AllocateItemFromStock
           ELSE
               PERFORM AllocateKitFromStock
           END-IF.
      * Stock is allocated earliest expiry first, a line taking more
      * than one lot where it has to, and only when the lots still in
      * date cover the whole line. A lot expiring on or before the
      * processing date is never allocated. Stock without an expiry
      * date goes last; MAIN is preferred between equal dates.
       AllocateItemFromStock.
           MOVE 'N' TO StockFoundFlag.
           PERFORM SumAllocatableQty.
           IF AllocatableQty >= WantedQty
               MOVE 'Y' TO StockFoundFlag
               MOVE WantedQty TO AllocLeftQty
               PERFORM AllocateNextLot
                   UNTIL AllocLeftQty = 0
           END-IF.
       SumAllocatableQty.
           MOVE ZEROS TO AllocatableQty.
           PERFORM VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvItemCount
               IF IVProdName(InvIdx) = CatProdName
                       AND IVSizeType(InvIdx) = CatSizeType
                       AND (IVExpiryDate(InvIdx) = 0
                           OR IVExpiryDate(InvIdx) > BusinessDate)
                   ADD IVQuantity(InvIdx) TO AllocatableQty
               END-IF
           END-PERFORM.
      * A kit line takes kits already built into stock first. The rest
      * is made up from the kit's components, and only when every
      * component is in date in stock for all of it; otherwise nothing
      * is allocated and the kit line waits on backorder as one line.
       AllocateKitFromStock.
           MOVE 'N' TO StockFoundFlag.
           MOVE WantedQty TO KitWantedQty.
           PERFORM SumAllocatableQty.
           IF AllocatableQty >= KitWantedQty
               MOVE KitWantedQty TO KitBuiltQty
           ELSE
               MOVE AllocatableQty TO KitBuiltQty
           END-IF.
           COMPUTE KitExplodeQty = KitWantedQty - KitBuiltQty.
           MOVE CatProdName TO KitLineName.
           MOVE CatSizeType TO KitLineSize.
           MOVE 'Y' TO KitCompsFoundFlag.
           IF KitExplodeQty > 0
               PERFORM CheckKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
           END-IF.
           IF KitCompsFoundFlag = 'Y'
               MOVE 'Y' TO StockFoundFlag
               MOVE SPACES TO KitLineName
               MOVE SPACE TO KitLineSize
               MOVE KitBuiltQty TO AllocLeftQty
               PERFORM AllocateNextLot
                   UNTIL AllocLeftQty = 0
               IF KitExplodeQty > 0
                   MOVE CatProdName TO KitLineName
                   MOVE CatSizeType TO KitLineSize
                   PERFORM AllocateKitComponent
                       VARYING KitIdx FROM 1 BY 1
                       UNTIL KitIdx > KitEntryCount
                   MOVE KitLineName TO CatProdName
                   MOVE KitLineSize TO CatSizeType
                   ADD 1 TO KitLinesExploded
               END-IF
           END-IF.
           MOVE SPACES TO KitLineName.
           MOVE SPACE TO KitLineSize.
       CheckKitComponent.
           IF KTKitName(KitIdx) = KitLineName
                   AND KTKitSize(KitIdx) = KitLineSize
               MOVE KTCompName(KitIdx) TO CatProdName
               MOVE KTCompSize(KitIdx) TO CatSizeType
               PERFORM SumAllocatableQty
               COMPUTE KitNeedQty = KitExplodeQty * KTCompQty(KitIdx)
               IF AllocatableQty < KitNeedQty
                   MOVE 'N' TO KitCompsFoundFlag
               END-IF
               MOVE KitLineName TO CatProdName
               MOVE KitLineSize TO CatSizeType
           END-IF.
       AllocateKitComponent.
           IF KTKitName(KitIdx) = KitLineName
                   AND KTKitSize(KitIdx) = KitLineSize
               MOVE KTCompName(KitIdx) TO CatProdName
               MOVE KTCompSize(KitIdx) TO CatSizeType
               COMPUTE AllocLeftQty = KitExplodeQty * KTCompQty(KitIdx)
               PERFORM AllocateNextLot
                   UNTIL AllocLeftQty = 0
           END-IF.
       AllocateNextLot.
           PERFORM FindNextLot.
           IF IVQuantity(FoundInvIdx) < AllocLeftQty
               MOVE IVQuantity(FoundInvIdx) TO AllocQty
           ELSE
               MOVE AllocLeftQty TO AllocQty
           END-IF.
           SUBTRACT AllocQty FROM IVQuantity(FoundInvIdx).
           SUBTRACT AllocQty FROM AllocLeftQty.
           PERFORM WriteIssueMovement.
           PERFORM WriteOrderLot.
       FindNextLot.
           MOVE 0 TO FoundInvIdx.
           PERFORM VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvItemCount
               IF IVProdName(InvIdx) = CatProdName
                       AND IVSizeType(InvIdx) = CatSizeType
                       AND IVQuantity(InvIdx) > 0
                       AND (IVExpiryDate(InvIdx) = 0
                           OR IVExpiryDate(InvIdx) > BusinessDate)
                   EVALUATE TRUE
                       WHEN FoundInvIdx = 0
                           MOVE InvIdx TO FoundInvIdx
                       WHEN IVExpiryDate(InvIdx) = 0
                               AND IVExpiryDate(FoundInvIdx) > 0
                           CONTINUE
                       WHEN IVExpiryDate(InvIdx) > 0
                               AND IVExpiryDate(FoundInvIdx) = 0
                           MOVE InvIdx TO FoundInvIdx
                       WHEN IVExpiryDate(InvIdx)
                               < IVExpiryDate(FoundInvIdx)
                           MOVE InvIdx TO FoundInvIdx
                       WHEN IVExpiryDate(InvIdx)
                               = IVExpiryDate(FoundInvIdx)
                               AND IVLocation(InvIdx) = "MAIN"
                               AND IVLocation(FoundInvIdx)
                                   NOT = "MAIN"
                           MOVE InvIdx TO FoundInvIdx
                   END-EVALUATE
               END-IF
           END-PERFORM.
       WriteIssueMovement.
           MOVE 'I' TO MvType.
           MOVE CatProdName TO MvProdName.
           MOVE CatSizeType TO MvSizeType.
           MOVE '+' TO MvSign.
           MOVE AllocQty TO MvQuantity.
           MOVE "ALLOC" TO MvReason.
           MOVE BusinessDate TO MvDate.
           MOVE ZEROS TO MvUnitCost.
           MOVE IVLocation(FoundInvIdx) TO MvLocation.
           MOVE SPACES TO MvToLocation.
           MOVE IVLotNum(FoundInvIdx) TO MvLotNum.
           MOVE IVExpiryDate(FoundInvIdx) TO MvExpiryDate.
           WRITE MovementData.
       WriteOrderLot.
           MOVE AllocOrderNum TO OaOrderNum.
           MOVE CatProdName TO OaProdName.
           MOVE CatSizeType TO OaSizeType.
           MOVE IVLocation(FoundInvIdx) TO OaLocation.
           MOVE IVLotNum(FoundInvIdx) TO OaLotNum.
           MOVE IVExpiryDate(FoundInvIdx) TO OaExpiryDate.
           MOVE AllocQty TO OaQty.
           MOVE KitLineName TO OaKitName.
           MOVE KitLineSize TO OaKitSize.
           WRITE OrderLotData.
       AllocateOpenOrders.
           OPEN I-O OrderFile.
           OPEN INPUT OrderLineFile.
           MOVE OlProdName TO CatProdName.
           MOVE OlSizeType TO CatSizeType.
           MOVE OlQty TO WantedQty.
           MOVE OrderNum TO AllocOrderNum.
           PERFORM AllocateFromStock.
           IF StockFoundFlag = 'Y'
               ADD 1 TO AllocatedLines
               MOVE 'Y' TO AnyLineFilledFlag
           ELSE
               DISPLAY "WARNING: backorder table full - order "
                   OrderNum " line dropped"
           END-IF.
      * A backordered order whose last waiting backorder was filled
      * this run is ready to pick and ship again.
       PromoteFilledOrders.
           OPEN I-O OrderFile.
           PERFORM CheckOneFilledOrder
               VARYING BackIdx FROM 1 BY 1
               UNTIL BackIdx > BackCount.
           CLOSE OrderFile.
       CheckOneFilledOrder.
           IF BTFilled(BackIdx) = 'Y'
               MOVE 'N' TO StillShortFlag
               PERFORM VARYING ScanIdx FROM 1 BY 1
                       UNTIL ScanIdx > BackCount
                   IF BTOrderNum(ScanIdx) = BTOrderNum(BackIdx)
                           AND BTFilled(ScanIdx) = 'N'
                       MOVE 'Y' TO StillShortFlag
                   END-IF
               END-PERFORM
               IF StillShortFlag = 'N'
                   MOVE BTOrderNum(BackIdx) TO OrderNum
                   MOVE 'Y' TO OrderExists
                   READ OrderFile
                       INVALID KEY MOVE 'N' TO OrderExists
                   END-READ
                   IF OrderExists = 'Y' AND OrderBackord
                       SET OrderAllocated TO TRUE
                       REWRITE OrderData
                           INVALID KEY
                               DISPLAY "WARNING: order "
                                   OrderNum " not updated"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
       RewriteBackorderFile.
           OPEN OUTPUT BackorderFile.
           PERFORM VARYING BackIdx FROM 1 BY 1
