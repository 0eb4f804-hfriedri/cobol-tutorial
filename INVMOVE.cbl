                  RECORD KEY IS AvgCostKey.
              SELECT CostChgFile ASSIGN TO "costchg.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
              SELECT OPTIONAL POFile ASSIGN TO "pofile.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
       FD  MovementFile.
       01  MovementData.
               02  MvType              PIC X.
                   88  MvIsIssue       VALUE 'I'.
                   88  MvIsAdjustment  VALUE 'A'.
                   88  MvIsTransfer    VALUE 'T'.
                   88  MvIsAssembly    VALUE 'K'.
               02  MvProdName          PIC X(10).
               02  MvSizeType          PIC A.
               02  MvSign              PIC X.
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       FD  RejectFile.
       01  RejectRecord.
               02  RejMovement         PIC X(69).
               02  RejReason           PIC X(24).
       FD  RegisterFile.
       01  RegisterLine                PIC X(90).
       FD  LedgerFile.
       01  LedgerRecord               PIC X(69).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
               02  AcAvgCost          PIC 9(5)V99.
       FD  CostChgFile.
       01  CostChgLine                PIC X(90).
       FD  KitFile.
       01  KitRecord.
               02  KdKitName          PIC X(10).
               02  KdKitSize          PIC A.
               02  KdCompName         PIC X(10).
               02  KdCompSize         PIC A.
               02  KdCompQty          PIC 9(3).
       FD  POFile.
       01  POData.
               02  PoNum              PIC 9(6).
                   88  PoConfirmed    VALUE 'C'.
                   88  PoReceived     VALUE 'R'.
                   88  PoCancelled    VALUE 'X'.
               02  PoVendorID         PIC X(6).
               02  PoVendorItem       PIC X(15).
               02  PoUnitPrice        PIC 9(5)V99.
               02  PoPromiseDate      PIC 9(8).
               02  PoPrintFlag        PIC X.
                   88  PoPrinted      VALUE 'Y'.
               02  PoInvQty           PIC 9(5).
       WORKING-STORAGE SECTION.
       01  LedgerFileStatus            PIC XX.
       01  LedgerFileName              PIC X(16).
       01  RevalImpact                 PIC S9(9)V99.
       01  CostChgCount                PIC 9(4) VALUE 0.
       01  ReportImpact                PIC ZZZZZZ9.99-.
       01  InvPostCount                PIC 9(5) VALUE 0.
       01  IcPostType                  PIC X(8).
       01  IcSource                    PIC X(8).
       01  IcRef                       PIC X(10).
       01  IcQty                       PIC S9(5).
       01  IcUnitCost                  PIC 9(5)V99.
       01  IcAmount                    PIC S9(9)V99.
       01  OrderTable.
               02  ProductCount        PIC 9(2) VALUE 0.
               02  Product             OCCURS 1 TO 50 TIMES
                    03  ProdSize       OCCURS 10 TIMES.
                         04  SizeType  PIC A.
                         04  Quantity  PIC 9(5).
                         04  SizeCost  PIC 9(5)V99.
       01  ItemIdx                     PIC 9(3).
       01  FoundItemIdx                PIC 9(3).
       01  FromItemIdx                 PIC 9(3).
       01  ToItemIdx                   PIC 9(3).
       01  WorkLocation                PIC X(4).
       01  WorkLotNum                  PIC X(10).
       01  WorkExpiryDate              PIC 9(8).
       01  LocationOnHand              PIC 9(7).
       01  DrawQty                     PIC 9(5).
       01  DrawLeftQty                 PIC 9(5).
       01  NextLotIdx                  PIC 9(3).
       01  TotalOnHand                 PIC 9(7).
       01  POFoundFlag                 PIC X.
       01  PoNumText                   PIC X(6).
                   03  ITProdName      PIC X(10).
                   03  ITSizeType      PIC A.
                   03  ITLocation      PIC X(4).
                   03  ITLotNum        PIC X(10).
                   03  ITExpiryDate    PIC 9(8).
                   03  ITQuantity      PIC 9(5).
                   03  ITOpeningQty    PIC 9(5).
                   03  ITReceiptQty    PIC 9(6).
                   03  ITIssueQty      PIC 9(6).
                   03  ITAdjustQty     PIC S9(6).
       01  KitFileStatus               PIC XX.
       01  AssemblyMovement            PIC X(69).
       01  KitBuildName                PIC X(10).
       01  KitBuildSize                PIC A.
       01  KitBuildQty                 PIC 9(5).
       01  KitBuildCost                PIC 9(9)V99.
       01  KitExpiryDate               PIC 9(8).
       01  KitNeedQty                  PIC 9(7).
       01  KitCompCount                PIC 9(3).
       01  KitShortFlag                PIC X.
       01  KitItemIdx                  PIC 9(3).
       01  AssemblyCount               PIC 9(5) VALUE 0.
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
           END-IF.
           PERFORM LoadInventory.
           PERFORM RecordOpeningBalances.
           PERFORM LoadKitTable.
           OPEN I-O AvgCostFile.
           OPEN I-O POFile.
           OPEN OUTPUT CostChgFile.
           DISPLAY "Movements Applied  : " AppliedCount
           DISPLAY "Cost Changes       : " CostChgCount
           DISPLAY "PO Receipts Matched: " PoMatchCount
           DISPLAY "Kit Assemblies     : " AssemblyCount
           DISPLAY "Value Postings     : " InvPostCount
           DISPLAY "Movements Rejected : " RejectedCount
           IF RejectedCount > 0
               MOVE 4 TO RETURN-CODE
               MOVE CatSizeType
                   TO SizeType(FoundProdIdx, SizeIdx)
               MOVE 0 TO Quantity(FoundProdIdx, SizeIdx)
               MOVE CatUnitCost TO SizeCost(FoundProdIdx, SizeIdx)
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
               IF EndOfFileFlag = 'N' AND KitEntryCount < 500
                   ADD 1 TO KitEntryCount
                   MOVE KitRecord TO KitEntry(KitEntryCount)
               END-IF
           END-PERFORM.
           IF KitFileStatus = "00" OR KitFileStatus = "10"
               CLOSE KitFile
           END-IF.
       LoadInventory.
           MOVE 'N' TO EndOfFileFlag.
           IF InvLocation = SPACES
               MOVE "MAIN" TO InvLocation
           END-IF.
           IF InvExpiryDate NOT NUMERIC
               MOVE ZEROS TO InvExpiryDate
           END-IF.
           MOVE InvProdName TO MvProdName.
           MOVE InvSizeType TO MvSizeType.
           MOVE InvLocation TO WorkLocation.
           MOVE InvLotNum TO WorkLotNum.
           MOVE InvExpiryDate TO WorkExpiryDate.
           PERFORM FindOrAddItem.
           IF FoundItemIdx > 0
               ADD InvQuantity TO ITQuantity(FoundItemIdx)
               IF ITProdName(ItemIdx) = MvProdName
                       AND ITSizeType(ItemIdx) = MvSizeType
                       AND ITLocation(ItemIdx) = WorkLocation
                       AND ITLotNum(ItemIdx) = WorkLotNum
                   MOVE ItemIdx TO FoundItemIdx
               END-IF
           END-PERFORM.
                   MOVE MvProdName TO ITProdName(FoundItemIdx)
                   MOVE MvSizeType TO ITSizeType(FoundItemIdx)
                   MOVE WorkLocation TO ITLocation(FoundItemIdx)
                   MOVE WorkLotNum TO ITLotNum(FoundItemIdx)
                   MOVE WorkExpiryDate TO ITExpiryDate(FoundItemIdx)
                   MOVE 0 TO ITQuantity(FoundItemIdx)
                   MOVE 0 TO ITOpeningQty(FoundItemIdx)
                   MOVE 0 TO ITReceiptQty(FoundItemIdx)
           IF MvLocation = SPACES
               MOVE "MAIN" TO MvLocation
           END-IF.
           IF MvExpiryDate NOT NUMERIC
               MOVE ZEROS TO MvExpiryDate
           END-IF.
           PERFORM FindMovementSlot.
           EVALUATE TRUE
               WHEN FoundProdIdx = 0
                   MOVE "Product/size not on file" TO RejectReason
                   PERFORM WriteReject
               WHEN MvIsReceipt AND MvReason(1:2) = "PO"
                       AND MvLotNum = SPACES
                   MOVE "PO receipt without lot" TO RejectReason
                   PERFORM WriteReject
               WHEN MvIsTransfer
                   PERFORM ApplyTransfer
               WHEN MvIsAssembly
                   PERFORM ApplyAssembly
               WHEN OTHER
                   PERFORM PostMovementQuantity
           END-EVALUATE.
       ApplyTransfer.
           IF MvToLocation = SPACES
                   OR MvToLocation = MvLocation
               PERFORM WriteReject
           ELSE
               MOVE MvLocation TO WorkLocation
               MOVE MvLotNum TO WorkLotNum
               MOVE MvExpiryDate TO WorkExpiryDate
               PERFORM FindOrAddItem
               MOVE FoundItemIdx TO FromItemIdx
               IF FromItemIdx > 0
                   MOVE ITExpiryDate(FromItemIdx) TO WorkExpiryDate
               END-IF
               MOVE MvToLocation TO WorkLocation
               PERFORM FindOrAddItem
               MOVE FoundItemIdx TO ToItemIdx
                       PERFORM WriteLedgerRecord
               END-EVALUATE
           END-IF.
      * An assembly builds kits into stock at a location. Every
      * component must be there in date for the whole quantity, or the
      * assembly is rejected. The components are drawn earliest expiry
      * first and go on the ledger as issues; the kits are received at
      * the components' average cost and go on the ledger as a receipt.
      * Value only moves between items, so nothing is posted for the
      * GL. Kits built under a new lot number take the earliest expiry
      * among the components drawn unless the assembly gives one.
       ApplyAssembly.
           MOVE 0 TO KitCompCount.
           MOVE 'N' TO KitShortFlag.
           PERFORM CheckAssemblyComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx > KitEntryCount.
           MOVE MvLocation TO WorkLocation.
           MOVE MvLotNum TO WorkLotNum.
           MOVE MvExpiryDate TO WorkExpiryDate.
           MOVE 0 TO FoundItemIdx.
           IF KitCompCount > 0
               PERFORM FindOrAddItem
           END-IF.
           EVALUATE TRUE
               WHEN KitCompCount = 0
                   MOVE "Product is not a kit" TO RejectReason
                   PERFORM WriteReject
               WHEN MvSign = '-' OR MvQuantity = 0
                   MOVE "Bad assembly quantity" TO RejectReason
                   PERFORM WriteReject
               WHEN FoundItemIdx = 0
                   MOVE "Location slot unavailable" TO RejectReason
                   PERFORM WriteReject
               WHEN KitShortFlag = 'Y'
                   MOVE "Kit components short" TO RejectReason
                   PERFORM WriteReject
               WHEN OTHER
                   MOVE FoundItemIdx TO KitItemIdx
                   PERFORM BuildKitsIntoStock
           END-EVALUATE.
       CheckAssemblyComponent.
           IF KTKitName(KitIdx) = MvProdName
                   AND KTKitSize(KitIdx) = MvSizeType
               ADD 1 TO KitCompCount
               MOVE ZEROS TO LocationOnHand
               PERFORM VARYING ItemIdx FROM 1 BY 1
                       UNTIL ItemIdx > ItemCount
                   IF ITProdName(ItemIdx) = KTCompName(KitIdx)
                           AND ITSizeType(ItemIdx) = KTCompSize(KitIdx)
                           AND ITLocation(ItemIdx) = MvLocation
                           AND (ITExpiryDate(ItemIdx) = 0
                               OR ITExpiryDate(ItemIdx) > BusinessDate)
                       ADD ITQuantity(ItemIdx) TO LocationOnHand
                   END-IF
               END-PERFORM
               COMPUTE KitNeedQty = MvQuantity * KTCompQty(KitIdx)
               IF LocationOnHand < KitNeedQty
                   MOVE 'Y' TO KitShortFlag
               END-IF
           END-IF.
       BuildKitsIntoStock.
           MOVE MovementData TO AssemblyMovement.
           MOVE MvProdName TO KitBuildName.
           MOVE MvSizeType TO KitBuildSize.
           MOVE MvQuantity TO KitBuildQty.
           MOVE ZEROS TO KitBuildCost.
           MOVE ZEROS TO KitExpiryDate.
           PERFORM DrawKitComponent
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx > KitEntryCount.
           MOVE AssemblyMovement TO MovementData.
           PERFORM FindMovementSlot.
           MOVE 'R' TO MvType.
           MOVE KitItemIdx TO FoundItemIdx.
           COMPUTE MvUnitCost ROUNDED = KitBuildCost / KitBuildQty.
           IF ITQuantity(FoundItemIdx) = 0 AND MvLotNum NOT = SPACES
               IF MvExpiryDate = 0
                   MOVE KitExpiryDate TO MvExpiryDate
               END-IF
               MOVE MvExpiryDate TO ITExpiryDate(FoundItemIdx)
           END-IF.
           MOVE ITExpiryDate(FoundItemIdx) TO MvExpiryDate.
           IF MvUnitCost > 0
               PERFORM RecomputeAverageCost
           END-IF.
           ADD MvQuantity TO ITQuantity(FoundItemIdx).
           ADD MvQuantity TO ITReceiptQty(FoundItemIdx).
           ADD 1 TO AppliedCount.
           ADD 1 TO AssemblyCount.
           PERFORM WriteLedgerRecord.
       DrawKitComponent.
           IF KTKitName(KitIdx) = KitBuildName
                   AND KTKitSize(KitIdx) = KitBuildSize
               MOVE 'I' TO MvType
               MOVE KTCompName(KitIdx) TO MvProdName
               MOVE KTCompSize(KitIdx) TO MvSizeType
               COMPUTE MvQuantity = KitBuildQty * KTCompQty(KitIdx)
               MOVE ZEROS TO MvUnitCost
               MOVE SPACES TO MvLotNum
               MOVE ZEROS TO MvExpiryDate
               PERFORM FindMovementSlot
               IF FoundProdIdx > 0
                   PERFORM FindAdjustmentCost
               ELSE
                   MOVE ZEROS TO IcUnitCost
               END-IF
               COMPUTE KitBuildCost = KitBuildCost
                   + MvQuantity * IcUnitCost
               MOVE MvQuantity TO DrawLeftQty
               PERFORM DrawKitComponentLot
                   UNTIL DrawLeftQty = 0
               PERFORM WriteLedgerRecord
           END-IF.
       DrawKitComponentLot.
           MOVE 0 TO NextLotIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITProdName(ItemIdx) = MvProdName
                       AND ITSizeType(ItemIdx) = MvSizeType
                       AND ITLocation(ItemIdx) = MvLocation
                       AND ITQuantity(ItemIdx) > 0
                       AND (ITExpiryDate(ItemIdx) = 0
                           OR ITExpiryDate(ItemIdx) > BusinessDate)
                   EVALUATE TRUE
                       WHEN NextLotIdx = 0
                           MOVE ItemIdx TO NextLotIdx
                       WHEN ITExpiryDate(ItemIdx) = 0
                           CONTINUE
                       WHEN ITExpiryDate(NextLotIdx) = 0
                           MOVE ItemIdx TO NextLotIdx
                       WHEN ITExpiryDate(ItemIdx)
                               < ITExpiryDate(NextLotIdx)
                           MOVE ItemIdx TO NextLotIdx
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF ITQuantity(NextLotIdx) < DrawLeftQty
               MOVE ITQuantity(NextLotIdx) TO DrawQty
           ELSE
               MOVE DrawLeftQty TO DrawQty
           END-IF.
           SUBTRACT DrawQty FROM ITQuantity(NextLotIdx).
           SUBTRACT DrawQty FROM DrawLeftQty.
           ADD DrawQty TO ITIssueQty(NextLotIdx).
           IF ITExpiryDate(NextLotIdx) > 0
                   AND (KitExpiryDate = 0
                       OR ITExpiryDate(NextLotIdx) < KitExpiryDate)
               MOVE ITExpiryDate(NextLotIdx) TO KitExpiryDate
           END-IF.
       FindMovementSlot.
           MOVE 0 TO FoundProdIdx.
           MOVE 0 TO FoundSizeIdx.
           END-EVALUATE.
           IF FoundProdIdx > 0
               MOVE MvLocation TO WorkLocation
               MOVE MvLotNum TO WorkLotNum
               MOVE MvExpiryDate TO WorkExpiryDate
               IF SignedQty < 0 AND MvLotNum = SPACES
                   PERFORM DrawDownByExpiry
                   MOVE 0 TO FoundItemIdx
               ELSE
                   PERFORM FindOrAddItem
               END-IF
           END-IF.
           IF FoundProdIdx > 0 AND FoundItemIdx > 0
               IF MvIsReceipt AND MvExpiryDate > 0
                       AND ITQuantity(FoundItemIdx) = 0
                   MOVE MvExpiryDate TO ITExpiryDate(FoundItemIdx)
               END-IF
               COMPUTE NewQty =
                   ITQuantity(FoundItemIdx) + SignedQty
               EVALUATE TRUE
                   WHEN NewQty < 0
                       MOVE "Would drive stock negative"
                           TO RejectReason
                       PERFORM WriteReject
                   WHEN MvIsReceipt AND MvExpiryDate > 0
                           AND MvExpiryDate
                               NOT = ITExpiryDate(FoundItemIdx)
                       MOVE "Lot held with other expiry"
                           TO RejectReason
                       PERFORM WriteReject
                   WHEN OTHER
                       PERFORM PostItemQuantity
               END-EVALUATE
           END-IF.
       PostItemQuantity.
           IF MvIsReceipt AND MvUnitCost > 0
               PERFORM RecomputeAverageCost
           END-IF.
           IF MvIsReceipt AND MvReason(1:2) = "PO"
               PERFORM MatchReceiptToPO
           END-IF.
           MOVE NewQty TO ITQuantity(FoundItemIdx).
           ADD 1 TO AppliedCount.
           PERFORM WriteLedgerRecord.
           IF MvIsAdjustment
                   OR (MvIsReceipt AND MvUnitCost > 0)
               PERFORM PostInventoryValue
           END-IF.
           EVALUATE TRUE
               WHEN MvIsReceipt
                   ADD MvQuantity
                       TO ITReceiptQty(FoundItemIdx)
               WHEN MvIsIssue
                   ADD MvQuantity
                       TO ITIssueQty(FoundItemIdx)
               WHEN MvIsAdjustment
                   ADD SignedQty
                       TO ITAdjustQty(FoundItemIdx)
           END-EVALUATE.
      * An issue or shrinkage that names no lot is taken from the
      * product's lots at the location, earliest expiry first. Stock
      * held without an expiry date goes last.
       DrawDownByExpiry.
           MOVE ZEROS TO LocationOnHand.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITProdName(ItemIdx) = MvProdName
                       AND ITSizeType(ItemIdx) = MvSizeType
                       AND ITLocation(ItemIdx) = MvLocation
                   ADD ITQuantity(ItemIdx) TO LocationOnHand
               END-IF
           END-PERFORM.
           IF LocationOnHand < MvQuantity
               MOVE "Would drive stock negative" TO RejectReason
               PERFORM WriteReject
           ELSE
               MOVE MvQuantity TO DrawLeftQty
               PERFORM DrawFromNextLot
                   UNTIL DrawLeftQty = 0
               ADD 1 TO AppliedCount
               PERFORM WriteLedgerRecord
               IF MvIsAdjustment
                   PERFORM PostInventoryValue
               END-IF
           END-IF.
       DrawFromNextLot.
           PERFORM FindNextLotToDraw.
           IF ITQuantity(NextLotIdx) < DrawLeftQty
               MOVE ITQuantity(NextLotIdx) TO DrawQty
           ELSE
               MOVE DrawLeftQty TO DrawQty
           END-IF.
           SUBTRACT DrawQty FROM ITQuantity(NextLotIdx).
           SUBTRACT DrawQty FROM DrawLeftQty.
           IF MvIsIssue
               ADD DrawQty TO ITIssueQty(NextLotIdx)
           ELSE
               SUBTRACT DrawQty FROM ITAdjustQty(NextLotIdx)
           END-IF.
       FindNextLotToDraw.
           MOVE 0 TO NextLotIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITProdName(ItemIdx) = MvProdName
                       AND ITSizeType(ItemIdx) = MvSizeType
                       AND ITLocation(ItemIdx) = MvLocation
                       AND ITQuantity(ItemIdx) > 0
                   EVALUATE TRUE
                       WHEN NextLotIdx = 0
                           MOVE ItemIdx TO NextLotIdx
                       WHEN ITExpiryDate(ItemIdx) = 0
                           CONTINUE
                       WHEN ITExpiryDate(NextLotIdx) = 0
                           MOVE ItemIdx TO NextLotIdx
                       WHEN ITExpiryDate(ItemIdx)
                               < ITExpiryDate(NextLotIdx)
                           MOVE ItemIdx TO NextLotIdx
                   END-EVALUATE
               END-IF
           END-PERFORM.
       RecomputeAverageCost.
           MOVE MvProdName TO AcProdName.
           MOVE MvSizeType TO AcSizeType.
               END-STRING
               WRITE CostChgLine
           END-IF.
      * Stock adjustments and costed receipts change inventory value
      * and are posted to invpost.dat for GLPOST. A shrinkage is taken
      * out at the weighted average, a gain put back at it; a receipt
      * goes in at its own cost. Receipts without a cost (returns and
      * cancellations putting back stock already issued) carry no value
      * of their own here.
       PostInventoryValue.
           IF MvIsReceipt
               MOVE "INVRCPT" TO IcPostType
               MOVE MvUnitCost TO IcUnitCost
               COMPUTE IcQty = 0 - MvQuantity
           ELSE
               MOVE "INVADJ" TO IcPostType
               PERFORM FindAdjustmentCost
               COMPUTE IcQty = 0 - SignedQty
           END-IF.
           MOVE "INVMOVE" TO IcSource.
           MOVE MvReason TO IcRef.
           CALL 'INVCOST' USING IcPostType, IcSource, IcRef,
               BusinessDate, MvProdName, MvSizeType, IcQty, IcUnitCost,
               IcAmount.
           ADD 1 TO InvPostCount.
       FindAdjustmentCost.
           MOVE MvProdName TO AcProdName.
           MOVE MvSizeType TO AcSizeType.
           MOVE 'Y' TO AvgFoundFlag.
           READ AvgCostFile
               INVALID KEY MOVE 'N' TO AvgFoundFlag
           END-READ.
           IF AvgFoundFlag = 'Y' AND AcAvgCost > 0
               MOVE AcAvgCost TO IcUnitCost
           ELSE
               MOVE SizeCost(FoundProdIdx, FoundSizeIdx)
                   TO IcUnitCost
           END-IF.
       MatchReceiptToPO.
           MOVE MvReason(3:6) TO PoNumText.
           IF PoNumText IS NUMERIC
           MOVE SPACES TO RegisterLine.
           STRING ITProdName(ItemIdx) " "
               ITSizeType(ItemIdx) " "
               ITLocation(ItemIdx) " "
               ITLotNum(ItemIdx)
               " Open " ITOpeningQty(ItemIdx)
               " Rcpt " ITReceiptQty(ItemIdx)
               " Issue " ITIssueQty(ItemIdx)
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
      * A lot used up is dropped from inventory.dat; its movements
      * stay on the monthly ledger.
       SaveInventory.
           OPEN OUTPUT InventoryFile.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITQuantity(ItemIdx) > 0
                       OR ITLotNum(ItemIdx) = SPACES
                   MOVE ITProdName(ItemIdx) TO InvProdName
                   MOVE ITSizeType(ItemIdx) TO InvSizeType
                   MOVE ITQuantity(ItemIdx) TO InvQuantity
                   MOVE ITLocation(ItemIdx) TO InvLocation
                   MOVE ITLotNum(ItemIdx) TO InvLotNum
                   MOVE ITExpiryDate(ItemIdx) TO InvExpiryDate
                   WRITE InventoryData
               END-IF
           END-PERFORM.
           CLOSE InventoryFile.
           DISPLAY "Inventory Written Back to inventory.dat".
