                  FILE STATUS IS InvFileStatus.
              SELECT ValuationFile ASSIGN TO "valurpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ValuProdFile ASSIGN TO "valuprod.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL AvgCostFile ASSIGN TO "avgcost.dat"
                  ORGANIZATION IS INDEXED
               02  InvSizeType         PIC A.
               02  InvQuantity         PIC 9(5).
               02  InvLocation         PIC X(4).
               02  InvLotNum           PIC X(10).
               02  InvExpiryDate       PIC 9(8).
       FD  ValuationFile.
       01  ValuationLine               PIC X(90).
       FD  AvgCostFile.
                   03  AcProdName     PIC X(10).
                   03  AcSizeType     PIC A.
               02  AcAvgCost          PIC 9(5)V99.
      * The perpetual valuation by product and size, for the monthly
      * inventory reconciliation against the GL.
       FD  ValuProdFile.
       01  ValuProdRecord.
               02  VpRunDate          PIC 9(8).
               02  VpProdName         PIC X(10).
               02  VpSizeType         PIC A.
               02  VpQuantity         PIC 9(7).
               02  VpUnitCost         PIC 9(5)V99.
               02  VpValue            PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01  CatFileStatus               PIC XX.
       01  InvFileStatus               PIC XX.
       01  FirstLineFlag               PIC X VALUE 'Y'.
       01  SystemQty                   PIC 9(5).
       01  LocIdx                      PIC 99.
       01  FoundLocIdx                 PIC 99.
       01  LocTable.
               02  LocCount            PIC 99 VALUE 0.
               02  LocEntry            OCCURS 1 TO 10 TIMES
       01  ItemCount                   PIC 9(4) VALUE 0.
       01  ReportValue                 PIC ZZZZZZZZ9.99.
       01  ReportTotal                 PIC ZZZZZZZZZZ9.99.
       01  RunDate                     PIC 9(8).
       01  SizeValue                   PIC 9(9)V99.
       01  AvgFoundFlag                PIC X.
       01  UseUnitCost                 PIC 9(5)V99.
       PROCEDURE DIVISION.
           END-IF.
           OPEN INPUT AvgCostFile.
           OPEN OUTPUT ValuationFile.
           OPEN OUTPUT ValuProdFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate.
           MOVE "STOCK VALUATION REPORT" TO ValuationLine.
           WRITE ValuationLine.
           MOVE SPACES TO CurrentProduct.
           CLOSE CatalogFile.
           CLOSE AvgCostFile.
           CLOSE ValuationFile.
           CLOSE ValuProdFile.
           DISPLAY "Items Valued : " ItemCount
           MOVE GrandTotal TO ReportTotal.
           DISPLAY "Stock Value  : " ReportTotal
           END-IF.
           PERFORM FindSystemQuantity.
           PERFORM FindUnitCost.
           MOVE ZEROS TO SizeValue.
           PERFORM WriteOneLocationValue
               VARYING LocIdx FROM 1 BY 1
               UNTIL LocIdx > LocCount.
           MOVE RunDate TO VpRunDate.
           MOVE CatProdName TO VpProdName.
           MOVE CatSizeType TO VpSizeType.
           MOVE SystemQty TO VpQuantity.
           MOVE UseUnitCost TO VpUnitCost.
           MOVE SizeValue TO VpValue.
           WRITE ValuProdRecord.
       WriteOneLocationValue.
           COMPUTE LineValue =
               LTQuantity(LocIdx) * UseUnitCost.
           ADD LineValue TO ProductTotal.
           ADD LineValue TO SizeValue.
           ADD LineValue TO GrandTotal.
           ADD 1 TO ItemCount.
           MOVE LineValue TO ReportValue.
                       AND InvProdName = CatProdName
                       AND InvSizeType = CatSizeType
                   ADD InvQuantity TO SystemQty
                   PERFORM AddLocationQuantity
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
               CLOSE InventoryFile
           END-IF.
      * The lots of a size held at one location are valued together.
       AddLocationQuantity.
           IF InvLocation = SPACES
               MOVE "MAIN" TO InvLocation
           END-IF.
           MOVE 0 TO FoundLocIdx.
           PERFORM VARYING LocIdx FROM 1 BY 1
                   UNTIL LocIdx > LocCount
               IF LTLocation(LocIdx) = InvLocation
                   MOVE LocIdx TO FoundLocIdx
               END-IF
           END-PERFORM.
           IF FoundLocIdx = 0 AND LocCount < 10
               ADD 1 TO LocCount
               MOVE LocCount TO FoundLocIdx
               MOVE InvLocation TO LTLocation(LocCount)
               MOVE ZEROS TO LTQuantity(LocCount)
           END-IF.
           IF FoundLocIdx > 0
               ADD InvQuantity TO LTQuantity(FoundLocIdx)
           END-IF.
