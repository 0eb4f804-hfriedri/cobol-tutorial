               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName         PIC X(10).
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
               READ InventoryFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM AddInventoryItem
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
               CLOSE InventoryFile
           END-IF.
      * The lots of a product held at one location are reported as
      * one item.
       AddInventoryItem.
           IF InvLocation = SPACES
               MOVE "MAIN" TO InvLocation
           END-IF.
           MOVE 0 TO FoundItemIdx.
           PERFORM VARYING ItemIdx FROM 1 BY 1
                   UNTIL ItemIdx > ItemCount
               IF ITProdName(ItemIdx) = InvProdName
                       AND ITSizeType(ItemIdx) = InvSizeType
                       AND ITLocation(ItemIdx) = InvLocation
                   MOVE ItemIdx TO FoundItemIdx
               END-IF
           END-PERFORM.
           IF FoundItemIdx = 0 AND ItemCount < 500
               ADD 1 TO ItemCount
               MOVE ItemCount TO FoundItemIdx
               MOVE InvProdName TO ITProdName(ItemCount)
               MOVE InvSizeType TO ITSizeType(ItemCount)
               MOVE InvLocation TO ITLocation(ItemCount)
               MOVE ZEROS TO ITQuantity(ItemCount)
               MOVE ZEROS TO ITUnitCost(ItemCount)
               MOVE 'N' TO ITMovedFlag(ItemCount)
           END-IF.
           IF FoundItemIdx > 0
               ADD InvQuantity TO ITQuantity(FoundItemIdx)
           END-IF.
       LoadUnitCosts.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT CatalogFile.
