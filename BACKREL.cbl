              SELECT MovementFile ASSIGN TO "invmove.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT OPTIONAL OrderLotFile ASSIGN TO "ordlot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdLotStatus.
              SELECT ReleaseReportFile ASSIGN TO "backrel.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  InventoryFile.
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
       FD  ReleaseReportFile.
       01  ReleaseReportLine           PIC X(80).
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
       01  InvFileStatus               PIC XX.
       01  BackFileStatus              PIC XX.
       01  OrdLotStatus                PIC XX.
       01  KitFileStatus               PIC XX.
       01  KitEOFFlag                  PIC X VALUE 'N'.
       01  InvEOFFlag                  PIC X VALUE 'N'.
       01  BackEOFFlag                 PIC X VALUE 'N'.
       01  OrderExists                 PIC X.
       01  ReleasedCount               PIC 9(5) VALUE 0.
       01  WaitingCount                PIC 9(5) VALUE 0.
       01  StillShortFlag              PIC X.
       01  AllocLeftQty                PIC 9(5).
       01  AllocQty                    PIC 9(5).
       01  AllocatableQty              PIC 9(7).
       01  InvTable.
               02  InvCount            PIC 9(3) VALUE 0.
               02  InvEntry            OCCURS 1 TO 500 TIMES
                   03  ITProdName      PIC X(10).
                   03  ITSizeType      PIC A.
                   03  ITLocation      PIC X(4).
                   03  ITLotNum        PIC X(10).
                   03  ITExpiryDate    PIC 9(8).
                   03  ITQuantity      PIC 9(5).
       01  BackTable.
               02  BackCount           PIC 9(4) VALUE 0.
                   03  BTSizeType      PIC A.
                   03  BTQty           PIC 9(3).
                   03  BTFilled        PIC X.
       01  ReleaseProdName             PIC X(10).
       01  ReleaseSizeType             PIC A.
       01  KitLineName                 PIC X(10) VALUE SPACES.
       01  KitLineSize                 PIC A VALUE SPACE.
       01  KitBuiltQty                 PIC 9(5).
       01  KitExplodeQty               PIC 9(5).
       01  KitNeedQty                  PIC 9(7).
       01  KitCompCount                PIC 9(3).
       01  KitCompsFoundFlag           PIC X.
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
               DISPLAY "END OF BACKORDER RELEASE"
               STOP RUN
           END-IF.
           PERFORM LoadKitTable.
           OPEN EXTEND MovementFile.
           OPEN EXTEND OrderLotFile.
           PERFORM TryReleaseOneBackorder
               VARYING BackIdx FROM 1 BY 1
               UNTIL BackIdx > BackCount.
           CLOSE MovementFile.
           CLOSE OrderLotFile.
           PERFORM UpdateReleasedOrders.
           PERFORM RewriteBackorderFile.
           PERFORM WriteReleaseReport.
                       MOVE InvLocation TO ITLocation(InvCount)
                   END-IF
                   MOVE InvQuantity TO ITQuantity(InvCount)
                   MOVE InvLotNum TO ITLotNum(InvCount)
                   IF InvExpiryDate IS NUMERIC
                       MOVE InvExpiryDate TO ITExpiryDate(InvCount)
                   ELSE
                       MOVE ZEROS TO ITExpiryDate(InvCount)
                   END-IF
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
           IF BackFileStatus = "00" OR BackFileStatus = "10"
               CLOSE BackorderFile
           END-IF.
       LoadKitTable.
           OPEN INPUT KitFile.
           IF KitFileStatus NOT = "00"
               MOVE 'Y' TO KitEOFFlag
           END-IF.
           PERFORM UNTIL KitEOFFlag = 'Y'
               READ KitFile
                   AT END MOVE 'Y' TO KitEOFFlag
               END-READ
               IF KitEOFFlag = 'N' AND KitEntryCount < 500
                   ADD 1 TO KitEntryCount
                   MOVE KitRecord TO KitEntry(KitEntryCount)
               END-IF
           END-PERFORM.
           IF KitFileStatus = "00" OR KitFileStatus = "10"
               CLOSE KitFile
           END-IF.
      * Backorders are released from stock the way ALLOC allocates
      * it: earliest expiry first across lots, never a lot expiring
      * on or before the processing date, and only when the lots in
      * date cover the whole backorder. A kit backorder takes built
      * kits first and the rest as components, only when every
      * component is there for all of it.
       TryReleaseOneBackorder.
           MOVE BTProdName(BackIdx) TO ReleaseProdName.
           MOVE BTSizeType(BackIdx) TO ReleaseSizeType.
           MOVE 0 TO KitCompCount.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) = ReleaseProdName
                       AND KTKitSize(KitIdx) = ReleaseSizeType
                   ADD 1 TO KitCompCount
               END-IF
           END-PERFORM.
           PERFORM SumAllocatableQty.
           IF KitCompCount = 0
               IF AllocatableQty >= BTQty(BackIdx)
                   MOVE 'Y' TO BTFilled(BackIdx)
                   ADD 1 TO ReleasedCount
                   MOVE BTQty(BackIdx) TO AllocLeftQty
                   PERFORM ReleaseFromNextLot
                       UNTIL AllocLeftQty = 0
               ELSE
                   ADD 1 TO WaitingCount
               END-IF
           ELSE
               PERFORM TryReleaseKitBackorder
           END-IF.
       SumAllocatableQty.
           MOVE ZEROS TO AllocatableQty.
           PERFORM VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvCount
               IF ITProdName(InvIdx) = ReleaseProdName
                       AND ITSizeType(InvIdx) = ReleaseSizeType
                       AND (ITExpiryDate(InvIdx) = 0
                           OR ITExpiryDate(InvIdx) > BusinessDate)
                   ADD ITQuantity(InvIdx) TO AllocatableQty
               END-IF
           END-PERFORM.
       TryReleaseKitBackorder.
           IF AllocatableQty >= BTQty(BackIdx)
               MOVE BTQty(BackIdx) TO KitBuiltQty
           ELSE
               MOVE AllocatableQty TO KitBuiltQty
           END-IF.
           COMPUTE KitExplodeQty = BTQty(BackIdx) - KitBuiltQty.
           MOVE 'Y' TO KitCompsFoundFlag.
           IF KitExplodeQty > 0
               PERFORM CheckKitComponent
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
           END-IF.
           IF KitCompsFoundFlag = 'Y'
               MOVE 'Y' TO BTFilled(BackIdx)
               ADD 1 TO ReleasedCount
               MOVE KitBuiltQty TO AllocLeftQty
               PERFORM ReleaseFromNextLot
                   UNTIL AllocLeftQty = 0
               IF KitExplodeQty > 0
                   MOVE BTProdName(BackIdx) TO KitLineName
                   MOVE BTSizeType(BackIdx) TO KitLineSize
                   PERFORM ReleaseKitComponent
                       VARYING KitIdx FROM 1 BY 1
                       UNTIL KitIdx > KitEntryCount
                   MOVE SPACES TO KitLineName
                   MOVE SPACE TO KitLineSize
               END-IF
           ELSE
               ADD 1 TO WaitingCount
           END-IF.
       CheckKitComponent.
           IF KTKitName(KitIdx) = BTProdName(BackIdx)
                   AND KTKitSize(KitIdx) = BTSizeType(BackIdx)
               MOVE KTCompName(KitIdx) TO ReleaseProdName
               MOVE KTCompSize(KitIdx) TO ReleaseSizeType
               PERFORM SumAllocatableQty
               COMPUTE KitNeedQty = KitExplodeQty * KTCompQty(KitIdx)
               IF AllocatableQty < KitNeedQty
                   MOVE 'N' TO KitCompsFoundFlag
               END-IF
               MOVE BTProdName(BackIdx) TO ReleaseProdName
               MOVE BTSizeType(BackIdx) TO ReleaseSizeType
           END-IF.
       ReleaseKitComponent.
           IF KTKitName(KitIdx) = KitLineName
                   AND KTKitSize(KitIdx) = KitLineSize
               MOVE KTCompName(KitIdx) TO ReleaseProdName
               MOVE KTCompSize(KitIdx) TO ReleaseSizeType
               COMPUTE AllocLeftQty = KitExplodeQty * KTCompQty(KitIdx)
               PERFORM ReleaseFromNextLot
                   UNTIL AllocLeftQty = 0
           END-IF.
       ReleaseFromNextLot.
           PERFORM FindInventorySlot.
           IF ITQuantity(FoundInvIdx) < AllocLeftQty
               MOVE ITQuantity(FoundInvIdx) TO AllocQty
           ELSE
               MOVE AllocLeftQty TO AllocQty
           END-IF.
           SUBTRACT AllocQty FROM ITQuantity(FoundInvIdx).
           SUBTRACT AllocQty FROM AllocLeftQty.
           MOVE 'I' TO MvType.
           MOVE ReleaseProdName TO MvProdName.
           MOVE ReleaseSizeType TO MvSizeType.
           MOVE '+' TO MvSign.
           MOVE AllocQty TO MvQuantity.
           MOVE "BACKREL" TO MvReason.
           MOVE BusinessDate TO MvDate.
           MOVE ZEROS TO MvUnitCost.
           MOVE ITLocation(FoundInvIdx) TO MvLocation.
           MOVE SPACES TO MvToLocation.
           MOVE ITLotNum(FoundInvIdx) TO MvLotNum.
           MOVE ITExpiryDate(FoundInvIdx) TO MvExpiryDate.
           WRITE MovementData.
           MOVE BTOrderNum(BackIdx) TO OaOrderNum.
           MOVE ReleaseProdName TO OaProdName.
           MOVE ReleaseSizeType TO OaSizeType.
           MOVE ITLocation(FoundInvIdx) TO OaLocation.
           MOVE ITLotNum(FoundInvIdx) TO OaLotNum.
           MOVE ITExpiryDate(FoundInvIdx) TO OaExpiryDate.
           MOVE AllocQty TO OaQty.
           MOVE KitLineName TO OaKitName.
           MOVE KitLineSize TO OaKitSize.
           WRITE OrderLotData.
       FindInventorySlot.
           MOVE 0 TO FoundInvIdx.
           PERFORM VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvCount
               IF ITProdName(InvIdx) = ReleaseProdName
                       AND ITSizeType(InvIdx) = ReleaseSizeType
                       AND ITQuantity(InvIdx) > 0
                       AND (ITExpiryDate(InvIdx) = 0
                           OR ITExpiryDate(InvIdx) > BusinessDate)
                   EVALUATE TRUE
                       WHEN FoundInvIdx = 0
                           MOVE InvIdx TO FoundInvIdx
                       WHEN ITExpiryDate(InvIdx) = 0
                               AND ITExpiryDate(FoundInvIdx) > 0
                           CONTINUE
                       WHEN ITExpiryDate(InvIdx) > 0
                               AND ITExpiryDate(FoundInvIdx) = 0
                           MOVE InvIdx TO FoundInvIdx
                       WHEN ITExpiryDate(InvIdx)
                               < ITExpiryDate(FoundInvIdx)
                           MOVE InvIdx TO FoundInvIdx
                       WHEN ITExpiryDate(InvIdx)
                               = ITExpiryDate(FoundInvIdx)
                               AND ITLocation(InvIdx) = "MAIN"
                               AND ITLocation(FoundInvIdx)
                                   NOT = "MAIN"
                           MOVE InvIdx TO FoundInvIdx
                   END-EVALUATE
               END-IF
           END-PERFORM.
       UpdateReleasedOrders.
           OPEN I-O OrderFile.
           PERFORM CheckOneReleasedOrder
