       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITMAINT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
              SELECT MovementFile ASSIGN TO "invmove.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName        PIC X(10).
               02  CatSizeType        PIC A.
               02  CatUnitCost        PIC 9(5)V99.
      * One record per component of a kit: the kit product and size,
      * the component product and size, and how many of the component
      * go into one kit.
       FD  KitFile.
       01  KitRecord.
               02  KdKitName          PIC X(10).
               02  KdKitSize          PIC A.
               02  KdCompName         PIC X(10).
               02  KdCompSize         PIC A.
               02  KdCompQty          PIC 9(3).
       FD  MovementFile.
       01  MovementData.
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  CatFileStatus              PIC XX.
       01  KitFileStatus              PIC XX.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  ConfirmChoice              PIC X.
       01  NestedKitFlag              PIC X.
       01  WorkKitName                PIC X(10).
       01  WorkKitSize                PIC A.
       01  WorkCompName               PIC X(10).
       01  WorkCompSize               PIC A.
       01  WorkCompQty                PIC 9(3).
       01  OldCompQty                 PIC 9(3).
       01  WorkBuildQty               PIC 9(5).
       01  WorkLocation               PIC X(4).
       01  WorkLotNum                 PIC X(10).
       01  NeedQty                    PIC 9(7).
       01  KitCompCount               PIC 9(3).
       01  RemovedCount               PIC 9(3).
       01  ListedKitName              PIC X(10).
       01  ListedKitSize              PIC A.
       01  CatIdx                     PIC 9(3).
       01  FoundCatIdx                PIC 9(3).
       01  CatalogTable.
               02  CatalogCount       PIC 9(3) VALUE 0.
               02  CatalogEntry       OCCURS 1 TO 500 TIMES
                                      DEPENDING ON CatalogCount.
                   03  CTProdName     PIC X(10).
                   03  CTSizeType     PIC A.
       01  KitIdx                     PIC 9(3).
       01  FoundKitIdx                PIC 9(3).
       01  KitTable.
               02  KitEntryCount      PIC 9(3) VALUE 0.
               02  KitEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON KitEntryCount.
                   03  KTKitName      PIC X(10).
                   03  KTKitSize      PIC A.
                   03  KTCompName     PIC X(10).
                   03  KTCompSize     PIC A.
                   03  KTCompQty      PIC 9(3).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "KIT DEFINITION MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadCatalog.
           PERFORM LoadKitTable.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "KITS"
               DISPLAY "1: List Kits"
               DISPLAY "2: Add / Change Kit Component"
               DISPLAY "3: Remove Kit"
               DISPLAY "4: Record Kit Assembly"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListKits
                   WHEN 2 PERFORM MaintainKitComponent
                   WHEN 3 PERFORM RemoveKit
                   WHEN 4 PERFORM RecordKitAssembly
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE AuditFile.
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
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
       LoadCatalog.
           MOVE 0 TO CatalogCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CatalogFile.
           IF CatFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CatalogFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND CatalogCount < 500
                   ADD 1 TO CatalogCount
                   MOVE CatProdName TO CTProdName(CatalogCount)
                   MOVE CatSizeType TO CTSizeType(CatalogCount)
               END-IF
           END-PERFORM.
           IF CatFileStatus = "00" OR CatFileStatus = "10"
               CLOSE CatalogFile
           END-IF.
       LoadKitTable.
           MOVE 0 TO KitEntryCount.
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
       SaveKitTable.
           OPEN OUTPUT KitFile.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               MOVE KitEntry(KitIdx) TO KitRecord
               WRITE KitRecord
           END-PERFORM.
           CLOSE KitFile.
       AcceptKit.
           DISPLAY "Kit Product : " WITH NO ADVANCING.
           ACCEPT WorkKitName.
           DISPLAY "Kit Size : " WITH NO ADVANCING.
           ACCEPT WorkKitSize.
           MOVE 0 TO KitCompCount.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) = WorkKitName
                       AND KTKitSize(KitIdx) = WorkKitSize
                   ADD 1 TO KitCompCount
               END-IF
           END-PERFORM.
       FindCatalogEntry.
           MOVE 0 TO FoundCatIdx.
           PERFORM VARYING CatIdx FROM 1 BY 1
                   UNTIL CatIdx > CatalogCount
               IF CTProdName(CatIdx) = WorkCompName
                       AND CTSizeType(CatIdx) = WorkCompSize
                   MOVE CatIdx TO FoundCatIdx
               END-IF
           END-PERFORM.
       ListKits.
           DISPLAY " ".
           MOVE SPACES TO ListedKitName.
           MOVE SPACE TO ListedKitSize.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) NOT = ListedKitName
                       OR KTKitSize(KitIdx) NOT = ListedKitSize
                   MOVE KTKitName(KitIdx) TO ListedKitName
                   MOVE KTKitSize(KitIdx) TO ListedKitSize
                   DISPLAY "KIT " ListedKitName " " ListedKitSize
               END-IF
               DISPLAY "    " KTCompName(KitIdx) " "
                   KTCompSize(KitIdx) " x " KTCompQty(KitIdx)
           END-PERFORM.
           DISPLAY "Kit Components on File : " KitEntryCount.
      * Kits and their components are all catalog products. A kit is
      * one level deep: a component may not itself be a kit, nor a
      * kit be used as another kit's component. A quantity of zero
      * takes the component out of the kit. The components of a kit
      * are kept together in the table, so a new one goes in behind
      * the kit's last component.
       MaintainKitComponent.
           DISPLAY " ".
           PERFORM AcceptKit.
           MOVE WorkKitName TO WorkCompName.
           MOVE WorkKitSize TO WorkCompSize.
           PERFORM FindCatalogEntry.
           IF FoundCatIdx = 0
               DISPLAY "Kit Product/Size Not in Catalog"
           ELSE
               DISPLAY "Component Product : " WITH NO ADVANCING
               ACCEPT WorkCompName
               DISPLAY "Component Size : " WITH NO ADVANCING
               ACCEPT WorkCompSize
               DISPLAY "Quantity per Kit (0 to Remove) : "
                   WITH NO ADVANCING
               ACCEPT WorkCompQty
               PERFORM FindCatalogEntry
               MOVE 0 TO FoundKitIdx
               MOVE 'N' TO NestedKitFlag
               PERFORM VARYING KitIdx FROM 1 BY 1
                       UNTIL KitIdx > KitEntryCount
                   IF KTKitName(KitIdx) = WorkKitName
                           AND KTKitSize(KitIdx) = WorkKitSize
                           AND KTCompName(KitIdx) = WorkCompName
                           AND KTCompSize(KitIdx) = WorkCompSize
                       MOVE KitIdx TO FoundKitIdx
                   END-IF
                   IF (KTKitName(KitIdx) = WorkCompName
                           AND KTKitSize(KitIdx) = WorkCompSize)
                       OR (KTCompName(KitIdx) = WorkKitName
                           AND KTCompSize(KitIdx) = WorkKitSize)
                       MOVE 'Y' TO NestedKitFlag
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN FoundCatIdx = 0
                       DISPLAY "Component Product/Size Not in Catalog"
                   WHEN WorkCompName = WorkKitName
                           AND WorkCompSize = WorkKitSize
                       DISPLAY "A Kit Cannot Contain Itself"
                   WHEN NestedKitFlag = 'Y'
                       DISPLAY "Kits Cannot Be Nested - Not Saved"
                   WHEN WorkCompQty = 0 AND FoundKitIdx = 0
                       DISPLAY "Component Not in Kit"
                   WHEN WorkCompQty = 0
                       MOVE KTCompQty(FoundKitIdx) TO OldCompQty
                       PERFORM DropKitEntry
                       PERFORM SaveKitTable
                       PERFORM WriteKitAudit
                       DISPLAY "Component Removed from Kit"
                   WHEN FoundKitIdx = 0 AND KitEntryCount >= 500
                       DISPLAY "Kit Table Full - Not Added"
                   WHEN FoundKitIdx = 0
                       MOVE 0 TO OldCompQty
                       PERFORM InsertKitEntry
                       PERFORM SaveKitTable
                       PERFORM WriteKitAudit
                       DISPLAY "Component Added to Kit"
                   WHEN OTHER
                       MOVE KTCompQty(FoundKitIdx) TO OldCompQty
                       MOVE WorkCompQty TO KTCompQty(FoundKitIdx)
                       PERFORM SaveKitTable
                       PERFORM WriteKitAudit
                       DISPLAY "Component Quantity Changed"
               END-EVALUATE
           END-IF.
       InsertKitEntry.
           MOVE 0 TO FoundKitIdx.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) = WorkKitName
                       AND KTKitSize(KitIdx) = WorkKitSize
                   MOVE KitIdx TO FoundKitIdx
               END-IF
           END-PERFORM.
           ADD 1 TO KitEntryCount.
           IF FoundKitIdx = 0
               MOVE KitEntryCount TO FoundKitIdx
           ELSE
               ADD 1 TO FoundKitIdx
               PERFORM VARYING KitIdx FROM KitEntryCount BY -1
                       UNTIL KitIdx <= FoundKitIdx
                   MOVE KitEntry(KitIdx - 1) TO KitEntry(KitIdx)
               END-PERFORM
           END-IF.
           MOVE WorkKitName TO KTKitName(FoundKitIdx).
           MOVE WorkKitSize TO KTKitSize(FoundKitIdx).
           MOVE WorkCompName TO KTCompName(FoundKitIdx).
           MOVE WorkCompSize TO KTCompSize(FoundKitIdx).
           MOVE WorkCompQty TO KTCompQty(FoundKitIdx).
       DropKitEntry.
           PERFORM VARYING KitIdx FROM FoundKitIdx BY 1
                   UNTIL KitIdx >= KitEntryCount
               MOVE KitEntry(KitIdx + 1) TO KitEntry(KitIdx)
           END-PERFORM.
           SUBTRACT 1 FROM KitEntryCount.
       WriteKitAudit.
           MOVE "KITDEF" TO AuditOperation.
           MOVE WorkKitName TO AuditBeforeFirstName.
           MOVE WorkKitSize TO AuditBeforeLastName.
           MOVE WorkCompName TO AuditAfterFirstName.
           MOVE WorkCompSize TO AuditAfterLastName.
           MOVE "Kit component" TO AuditReasonCode.
           MOVE OldCompQty TO AuditBeforeAmount.
           MOVE WorkCompQty TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
      * Orders already allocated against a kit keep the components
      * they were given; removing the kit only stops it being
      * exploded from now on.
       RemoveKit.
           DISPLAY " ".
           PERFORM AcceptKit.
           IF KitCompCount = 0
               DISPLAY "Kit Not on File"
           ELSE
               DISPLAY "Remove Kit and its " KitCompCount
                   " Components (Y/N) : " WITH NO ADVANCING
               ACCEPT ConfirmChoice
               IF ConfirmChoice = 'Y' OR ConfirmChoice = 'y'
                   MOVE 0 TO RemovedCount
                   MOVE 1 TO KitIdx
                   PERFORM UNTIL KitIdx > KitEntryCount
                       IF KTKitName(KitIdx) = WorkKitName
                               AND KTKitSize(KitIdx) = WorkKitSize
                           MOVE KitIdx TO FoundKitIdx
                           PERFORM DropKitEntry
                           ADD 1 TO RemovedCount
                       ELSE
                           ADD 1 TO KitIdx
                       END-IF
                   END-PERFORM
                   PERFORM SaveKitTable
                   MOVE "KITDEL" TO AuditOperation
                   MOVE WorkKitName TO AuditBeforeFirstName
                   MOVE WorkKitSize TO AuditBeforeLastName
                   MOVE SPACES TO AuditAfterFirstName
                   MOVE SPACES TO AuditAfterLastName
                   MOVE "Kit removed" TO AuditReasonCode
                   MOVE RemovedCount TO AuditBeforeAmount
                   MOVE ZEROS TO AuditAfterAmount
                   PERFORM WriteAuditRecord
                   DISPLAY "Kit Removed"
               END-IF
           END-IF.
      * Pre-building kits into stock is posted by INVMOVE from an
      * assembly movement: the components are drawn from the location,
      * earliest expiry first, and the kits received there.
       RecordKitAssembly.
           DISPLAY " ".
           PERFORM AcceptKit.
           IF KitCompCount = 0
               DISPLAY "Kit Not on File"
           ELSE
               DISPLAY "Kits to Build : " WITH NO ADVANCING
               ACCEPT WorkBuildQty
               DISPLAY "Location (blank for MAIN) : "
                   WITH NO ADVANCING
               ACCEPT WorkLocation
               IF WorkLocation = SPACES
                   MOVE "MAIN" TO WorkLocation
               END-IF
               DISPLAY "Kit Lot Number (blank for none) : "
                   WITH NO ADVANCING
               ACCEPT WorkLotNum
               IF WorkBuildQty = 0
                   DISPLAY "Quantity Required - Nothing Recorded"
               ELSE
                   DISPLAY "Components Drawn from " WorkLocation
                   PERFORM VARYING KitIdx FROM 1 BY 1
                           UNTIL KitIdx > KitEntryCount
                       IF KTKitName(KitIdx) = WorkKitName
                               AND KTKitSize(KitIdx) = WorkKitSize
                           COMPUTE NeedQty =
                               WorkBuildQty * KTCompQty(KitIdx)
                           DISPLAY "    " KTCompName(KitIdx) " "
                               KTCompSize(KitIdx) " Qty " NeedQty
                       END-IF
                   END-PERFORM
                   DISPLAY "Record Assembly (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT ConfirmChoice
                   IF ConfirmChoice = 'Y' OR ConfirmChoice = 'y'
                       PERFORM WriteAssemblyMovement
                   END-IF
               END-IF
           END-IF.
       WriteAssemblyMovement.
           MOVE 'K' TO MvType.
           MOVE WorkKitName TO MvProdName.
           MOVE WorkKitSize TO MvSizeType.
           MOVE '+' TO MvSign.
           MOVE WorkBuildQty TO MvQuantity.
           MOVE "KITBUILD" TO MvReason.
           MOVE BusinessDate TO MvDate.
           MOVE ZEROS TO MvUnitCost.
           MOVE WorkLocation TO MvLocation.
           MOVE SPACES TO MvToLocation.
           MOVE WorkLotNum TO MvLotNum.
           MOVE ZEROS TO MvExpiryDate.
           OPEN EXTEND MovementFile.
           WRITE MovementData.
           CLOSE MovementFile.
           MOVE "KITBUILD" TO AuditOperation.
           MOVE WorkKitName TO AuditBeforeFirstName.
           MOVE WorkKitSize TO AuditBeforeLastName.
           MOVE WorkLocation TO AuditAfterFirstName.
           MOVE WorkLotNum TO AuditAfterLastName.
           MOVE "Kit assembly" TO AuditReasonCode.
           MOVE ZEROS TO AuditBeforeAmount.
           MOVE WorkBuildQty TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
           DISPLAY "Assembly Recorded - Posted by Next INVMOVE Run".
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE ZEROS TO AuditIDNum.
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
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
