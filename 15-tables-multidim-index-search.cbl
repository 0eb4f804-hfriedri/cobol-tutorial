               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName         PIC X(10).
               02  CatSizeType         PIC A.
               02  CatUnitCost         PIC 9(5)V99.
               02  CatShipWeight       PIC 9(3)V99.
       WORKING-STORAGE SECTION.
       01  OrderTable.
               02  ProductCount        PIC 9(2) VALUE 0.
                         04  SizeType  PIC A.
                         04  Quantity  PIC 9(5) VALUE 0.
                         04  UnitCost  PIC 9(5)V99 VALUE 0.
                         04  ShipWeight PIC 9(3)V99 VALUE 0.
       01  EndOfFileFlag               PIC X VALUE 'N'.
       01  LowStockThreshold           PIC 9(5) VALUE 10.
       01  Choice                      PIC 99.
       01  WorkNewName                 PIC X(10).
       01  WorkSizeType                PIC A.
       01  WorkUnitCost                PIC 9(5)V99.
       01  WorkShipWeight              PIC 9(3)V99.
       01  ProdFoundFlag               PIC X.
       01  ProdIdx                     PIC 99.
       01  SizeIdx                     PIC 99.
                   03  HoldSizeType    PIC A.
                   03  HoldQuantity    PIC 9(5).
                   03  HoldUnitCost    PIC 9(5)V99.
                   03  HoldShipWeight  PIC 9(3)V99.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM LoadCatalog.
               DISPLAY "8: Retire Product"
               DISPLAY "9: Retire Size"
               DISPLAY "10: Set Unit Cost"
               DISPLAY "11: Set Shipping Weight"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 8 PERFORM RetireProduct
                   WHEN 9 PERFORM RetireSize
                   WHEN 10 PERFORM SetUnitCost
                   WHEN 11 PERFORM SetShipWeight
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
                   MOVE CatProdName TO WorkProdName
                   MOVE CatSizeType TO WorkSizeType
                   MOVE CatUnitCost TO WorkUnitCost
                   IF CatShipWeight IS NUMERIC
                       MOVE CatShipWeight TO WorkShipWeight
                   ELSE
                       MOVE 0 TO WorkShipWeight
                   END-IF
                   PERFORM InsertCatalogEntry
               END-IF
           END-PERFORM.
               MOVE WorkSizeType TO SizeType(ProdIdx, SizeIdx)
               MOVE 0 TO Quantity(ProdIdx, SizeIdx)
               MOVE WorkUnitCost TO UnitCost(ProdIdx, SizeIdx)
               MOVE WorkShipWeight TO ShipWeight(ProdIdx, SizeIdx)
           ELSE
               DISPLAY "Size List Full for " WorkProdName
           END-IF.
                   MOVE ProdName(ProdIdx) TO CatProdName
                   MOVE SizeType(ProdIdx, SizeIdx) TO CatSizeType
                   MOVE UnitCost(ProdIdx, SizeIdx) TO CatUnitCost
                   MOVE ShipWeight(ProdIdx, SizeIdx) TO CatShipWeight
                   WRITE CatalogData
               END-PERFORM
           END-PERFORM.
                   ACCEPT WorkSizeType
                   DISPLAY "Enter Unit Cost : " WITH NO ADVANCING
                   ACCEPT WorkUnitCost
                   DISPLAY "Enter Shipping Weight (lb) : "
                       WITH NO ADVANCING
                   ACCEPT WorkShipWeight
                   PERFORM InsertProductSorted
                   PERFORM AddSizeEntry
                   DISPLAY "Product Added"
               ACCEPT WorkSizeType
               DISPLAY "Enter Unit Cost : " WITH NO ADVANCING
               ACCEPT WorkUnitCost
               DISPLAY "Enter Shipping Weight (lb) : "
                   WITH NO ADVANCING
               ACCEPT WorkShipWeight
               PERFORM AddSizeEntry
               DISPLAY "Size Added"
           END-IF.
                   DISPLAY "Unit Cost Set"
               END-IF
           END-IF.
      * The shipping weight of one unit is what SHIPCONF totals to
      * rate freight on the carrier's weight breaks.
       SetShipWeight.
           DISPLAY " "
           DISPLAY "Enter Product Name : " WITH NO ADVANCING.
           ACCEPT WorkProdName.
           PERFORM FindProductIdx.
           IF ProdFoundFlag = 'N'
               DISPLAY "Product Not on Catalog"
           ELSE
               DISPLAY "Enter Size : " WITH NO ADVANCING
               ACCEPT WorkSizeType
               MOVE 0 TO InsertAt
               PERFORM VARYING SizeIdx FROM 1 BY 1
                       UNTIL SizeIdx > SizeCount(ProdIdx)
                   IF SizeType(ProdIdx, SizeIdx) = WorkSizeType
                       MOVE SizeIdx TO InsertAt
                   END-IF
               END-PERFORM
               IF InsertAt = 0
                   DISPLAY "Size Not on Product"
               ELSE
                   DISPLAY "Current Weight : "
                       ShipWeight(ProdIdx, InsertAt)
                   DISPLAY "Enter Shipping Weight (lb) : "
                       WITH NO ADVANCING
                   ACCEPT ShipWeight(ProdIdx, InsertAt)
                   DISPLAY "Shipping Weight Set"
               END-IF
           END-IF.
       SortProductTable.
           PERFORM VARYING ProdIdx FROM 1 BY 1
                   UNTIL ProdIdx >= ProductCount
                   TO Quantity(CopyToIdx, CopySizeIdx)
               MOVE UnitCost(CopyFromIdx, CopySizeIdx)
                   TO UnitCost(CopyToIdx, CopySizeIdx)
               MOVE ShipWeight(CopyFromIdx, CopySizeIdx)
                   TO ShipWeight(CopyToIdx, CopySizeIdx)
           END-PERFORM.
       CopyEntryToHold.
           MOVE ProdName(CopyFromIdx) TO HoldProdName.
                   TO HoldQuantity(CopySizeIdx)
               MOVE UnitCost(CopyFromIdx, CopySizeIdx)
                   TO HoldUnitCost(CopySizeIdx)
               MOVE ShipWeight(CopyFromIdx, CopySizeIdx)
                   TO HoldShipWeight(CopySizeIdx)
           END-PERFORM.
       CopyHoldToEntry.
           MOVE HoldProdName TO ProdName(CopyToIdx).
                   TO Quantity(CopyToIdx, CopySizeIdx)
               MOVE HoldUnitCost(CopySizeIdx)
                   TO UnitCost(CopyToIdx, CopySizeIdx)
               MOVE HoldShipWeight(CopySizeIdx)
                   TO ShipWeight(CopyToIdx, CopySizeIdx)
           END-PERFORM.
