              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL ShipToFile ASSIGN TO "shipto.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipToKey.
              SELECT OPTIONAL OrderShipFile ASSIGN TO "ordship.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OsOrderNum
                  ALTERNATE RECORD KEY IS OsInvoiceNum
                      WITH DUPLICATES.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderLotFile ASSIGN TO "ordlot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdLotStatus.
              SELECT PickListFile ASSIGN TO "picklist.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               02  CatProdName         PIC X(10).
               02  CatSizeType         PIC A.
               02  CatUnitCost         PIC 9(5)V99.
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
       FD  ShipToFile.
       01  ShipToData.
               02  ShipToKey.
                   03  StIDNum        PIC 9(6).
                   03  StShipToNum    PIC 9(3).
               02  StName             PIC X(30).
               02  StStreetNumber     PIC X(6).
               02  StStreetName       PIC X(20).
               02  StCity             PIC X(15).
               02  StStatus           PIC X.
                   88  ShipToActive   VALUE SPACE.
                   88  ShipToInactive VALUE 'I'.
               02  StUpdDate          PIC 9(8).
               02  StOperator         PIC X(8).
       FD  OrderShipFile.
       01  OrderShipData.
               02  OsOrderNum         PIC 9(6).
               02  OsIDNum            PIC 9(6).
               02  OsShipToNum        PIC 9(3).
               02  OsJurisCode        PIC X(5).
               02  OsInvoiceNum       PIC 9(6).
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
       FD  OrderLotFile.
       01  OrderLotData.
               02  OaOrderNum         PIC 9(6).
               02  OaProdName         PIC X(10).
               02  OaSizeType         PIC A.
               02  OaLocation         PIC X(4).
               02  OaLotNum           PIC X(10).
               02  OaExpiryDate       PIC 9(8).
               02  OaQty              PIC 9(5).
               02  OaKitName          PIC X(10).
               02  OaKitSize          PIC A.
       FD  PickListFile.
       01  PickListLine               PIC X(80).
       WORKING-STORAGE SECTION.
       01  CatFileStatus               PIC XX.
       01  OrdLotStatus                PIC XX.
       01  LotEOFFlag                  PIC X VALUE 'N'.
       01  LotIdx                      PIC 9(4).
       01  EndOfFileFlag               PIC X VALUE 'N'.
       01  CatEOFFlag                  PIC X VALUE 'N'.
       01  LineEOFFlag                 PIC X.
       01  ShipEOFFlag                 PIC X.
       01  LineShippedQty              PIC 9(5).
       01  LineOutstandQty             PIC 9(3).
       01  PickIdx                     PIC 9(4).
       01  CatIdx                      PIC 9(3).
       01  SlotQtyTotal                PIC 9(6).
       01  SlotLineCount               PIC 9(4).
       01  OrdersSelected              PIC 9(5) VALUE 0.
       01  LinesListed                 PIC 9(5) VALUE 0.
       01  ShipToFound                 PIC X.
       01  OrderShipToNum              PIC 9(3).
       01  DlvIdx                      PIC 9(4).
       01  CatalogTable.
               02  CatalogCount        PIC 9(3) VALUE 0.
               02  CatalogEntry        OCCURS 1 TO 500 TIMES
                   03  PKProdName      PIC X(10).
                   03  PKSizeType      PIC A.
                   03  PKQty           PIC 9(3).
                   03  PKShipToNum     PIC 9(3).
       01  LotTable.
               02  LotCount            PIC 9(4) VALUE 0.
               02  LotEntry            OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON LotCount.
                   03  LTOrderNum      PIC 9(6).
                   03  LTProdName      PIC X(10).
                   03  LTSizeType      PIC A.
                   03  LTLocation      PIC X(4).
                   03  LTLotNum        PIC X(10).
                   03  LTExpiryDate    PIC 9(8).
                   03  LTQty           PIC 9(5).
                   03  LTKitName       PIC X(10).
                   03  LTKitSize       PIC A.
       01  DeliveryTable.
               02  DeliveryCount       PIC 9(4) VALUE 0.
               02  DeliveryEntry       OCCURS 1 TO 999 TIMES
                                       DEPENDING ON DeliveryCount.
                   03  DLOrderNum      PIC 9(6).
                   03  DLCustIDNum     PIC 9(6).
                   03  DLShipToNum     PIC 9(3).
                   03  DLName          PIC X(30).
                   03  DLStreetNumber  PIC X(6).
                   03  DLStreetName    PIC X(20).
                   03  DLCity          PIC X(15).
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "WAREHOUSE PICK LIST GENERATION".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadOrderLots.
           PERFORM LoadAllocatedLines.
           PERFORM WritePickList.
           DISPLAY "Orders Selected : " OrdersSelected
           IF CatFileStatus = "00" OR CatFileStatus = "10"
               CLOSE CatalogFile
           END-IF.
       LoadOrderLots.
           OPEN INPUT OrderLotFile.
           IF OrdLotStatus NOT = "00"
               MOVE 'Y' TO LotEOFFlag
           END-IF.
           PERFORM UNTIL LotEOFFlag = 'Y'
               READ OrderLotFile
                   AT END MOVE 'Y' TO LotEOFFlag
               END-READ
               IF LotEOFFlag = 'N' AND OaQty > 0
                   IF LotCount < 2000
                       ADD 1 TO LotCount
                       MOVE OaOrderNum TO LTOrderNum(LotCount)
                       MOVE OaProdName TO LTProdName(LotCount)
                       MOVE OaSizeType TO LTSizeType(LotCount)
                       MOVE OaLocation TO LTLocation(LotCount)
                       MOVE OaLotNum TO LTLotNum(LotCount)
                       MOVE OaExpiryDate TO LTExpiryDate(LotCount)
                       MOVE OaQty TO LTQty(LotCount)
                       MOVE OaKitName TO LTKitName(LotCount)
                       MOVE OaKitSize TO LTKitSize(LotCount)
                   ELSE
                       DISPLAY "WARNING: lot table full - order "
                           OaOrderNum " lot not listed"
                   END-IF
               END-IF
           END-PERFORM.
           IF OrdLotStatus = "00" OR OrdLotStatus = "05"
                   OR OrdLotStatus = "10"
               CLOSE OrderLotFile
           END-IF.
       LoadAllocatedLines.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT ShipToFile.
           OPEN INPUT OrderShipFile.
           OPEN INPUT ShipmentFile.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ZEROS TO OrderNum.
           START OrderFile KEY IS NOT LESS THAN OrderNum
               END-READ
               IF EndOfFileFlag = 'N' AND OrderAllocated
                   ADD 1 TO OrdersSelected
                   PERFORM QueueOrderDelivery
                   PERFORM QueueOrderPickLines
               END-IF
           END-PERFORM.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE ShipToFile.
           CLOSE OrderShipFile.
           CLOSE ShipmentFile.
      * Each order picked is listed once more at the foot of the pick
      * list with the address it is to be delivered to: its ship-to
      * from ordship.dat, or the customer's bill-to address.
       QueueOrderDelivery.
           MOVE ZEROS TO OrderShipToNum.
           MOVE 'N' TO ShipToFound.
           MOVE OrderNum TO OsOrderNum.
           READ OrderShipFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE OsIDNum TO StIDNum
                   MOVE OsShipToNum TO StShipToNum
                   MOVE 'Y' TO ShipToFound
                   READ ShipToFile
                       INVALID KEY MOVE 'N' TO ShipToFound
                   END-READ
           END-READ.
           IF ShipToFound = 'Y'
               MOVE StShipToNum TO OrderShipToNum
           END-IF.
           IF DeliveryCount < 999
               ADD 1 TO DeliveryCount
               MOVE OrderNum TO DLOrderNum(DeliveryCount)
               MOVE OrdCustIDNum TO DLCustIDNum(DeliveryCount)
               MOVE OrderShipToNum TO DLShipToNum(DeliveryCount)
               IF ShipToFound = 'Y'
                   MOVE StName TO DLName(DeliveryCount)
                   MOVE StStreetNumber
                       TO DLStreetNumber(DeliveryCount)
                   MOVE StStreetName TO DLStreetName(DeliveryCount)
                   MOVE StCity TO DLCity(DeliveryCount)
               ELSE
                   PERFORM QueueBillToDelivery
               END-IF
           ELSE
               DISPLAY "WARNING: delivery table full - order "
                   OrderNum " address not listed"
           END-IF.
       QueueBillToDelivery.
           MOVE SPACES TO DLName(DeliveryCount).
           MOVE SPACES TO DLStreetNumber(DeliveryCount).
           MOVE SPACES TO DLStreetName(DeliveryCount).
           MOVE SPACES TO DLCity(DeliveryCount).
           MOVE OrdCustIDNum TO IDNum.
           READ CustomerFile
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE"
                       TO DLName(DeliveryCount)
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FirstName) " "
                       FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO DLName(DeliveryCount)
                   END-STRING
                   MOVE StreetNumber TO DLStreetNumber(DeliveryCount)
                   MOVE StreetName TO DLStreetName(DeliveryCount)
                   MOVE City TO DLCity(DeliveryCount)
           END-READ.
       QueueOrderPickLines.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
                   END-IF
               END-IF
           END-PERFORM.
      * Only what is still outstanding after earlier shipments of
      * the order is picked; a line already shipped in full is not
      * listed.
       QueuePickLine.
           PERFORM SumLineShipments.
           IF LineOutstandQty > 0
               IF PickCount < 999
                   ADD 1 TO PickCount
                   MOVE OrderNum TO PKOrderNum(PickCount)
                   MOVE OrdCustIDNum TO PKCustIDNum(PickCount)
                   MOVE OlProdName TO PKProdName(PickCount)
                   MOVE OlSizeType TO PKSizeType(PickCount)
                   MOVE LineOutstandQty TO PKQty(PickCount)
                   MOVE OrderShipToNum TO PKShipToNum(PickCount)
               ELSE
                   DISPLAY "WARNING: pick table full - order "
                       OrderNum " line dropped"
               END-IF
           END-IF.
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
       WritePickList.
           OPEN OUTPUT PickListFile.
           PERFORM WriteOneSlot
               VARYING CatIdx FROM 1 BY 1
               UNTIL CatIdx > CatalogCount.
           PERFORM WriteDeliverySection.
           CLOSE PickListFile.
       WriteOneSlot.
           MOVE 0 TO SlotQtyTotal.
           STRING "  Order " PKOrderNum(PickIdx)
               " Customer " PKCustIDNum(PickIdx)
               " Qty " PKQty(PickIdx)
               " Ship-To " PKShipToNum(PickIdx)
               DELIMITED BY SIZE INTO PickListLine
           END-STRING.
           WRITE PickListLine.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTOrderNum(LotIdx) = PKOrderNum(PickIdx)
                       AND LTProdName(LotIdx) = PKProdName(PickIdx)
                       AND LTSizeType(LotIdx) = PKSizeType(PickIdx)
                       AND LTKitName(LotIdx) = SPACES
                   PERFORM WriteOnePickLot
               END-IF
           END-PERFORM.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTOrderNum(LotIdx) = PKOrderNum(PickIdx)
                       AND LTKitName(LotIdx) = PKProdName(PickIdx)
                       AND LTKitSize(LotIdx) = PKSizeType(PickIdx)
                   PERFORM WriteOneComponentLot
               END-IF
           END-PERFORM.
      * The lots to take for the line, as ALLOC issued them, earliest
      * expiry first.
       WriteOnePickLot.
           MOVE SPACES TO PickListLine.
           IF LTLotNum(LotIdx) = SPACES
               STRING "      From " LTLocation(LotIdx)
                   " No Lot"
                   "                          Qty " LTQty(LotIdx)
                   DELIMITED BY SIZE INTO PickListLine
               END-STRING
           ELSE
               STRING "      From " LTLocation(LotIdx)
                   " Lot " LTLotNum(LotIdx)
                   " Expires " LTExpiryDate(LotIdx)
                   " Qty " LTQty(LotIdx)
                   DELIMITED BY SIZE INTO PickListLine
               END-STRING
           END-IF.
           WRITE PickListLine.
      * A kit not taken from built stock is picked as its components
      * and put together at packing; each component is listed under
      * the kit line with the lots ALLOC issued for it.
       WriteOneComponentLot.
           MOVE SPACES TO PickListLine.
           IF LTLotNum(LotIdx) = SPACES
               STRING "      Comp " LTProdName(LotIdx) " "
                   LTSizeType(LotIdx) " From " LTLocation(LotIdx)
                   " No Lot"
                   "                          Qty " LTQty(LotIdx)
                   DELIMITED BY SIZE INTO PickListLine
               END-STRING
           ELSE
               STRING "      Comp " LTProdName(LotIdx) " "
                   LTSizeType(LotIdx) " From " LTLocation(LotIdx)
                   " Lot " LTLotNum(LotIdx)
                   " Expires " LTExpiryDate(LotIdx)
                   " Qty " LTQty(LotIdx)
                   DELIMITED BY SIZE INTO PickListLine
               END-STRING
           END-IF.
           WRITE PickListLine.
       WriteDeliverySection.
           MOVE SPACES TO PickListLine.
           WRITE PickListLine.
           MOVE "DELIVERY ADDRESSES" TO PickListLine.
           WRITE PickListLine.
           PERFORM WriteOneDelivery
               VARYING DlvIdx FROM 1 BY 1
               UNTIL DlvIdx > DeliveryCount.
       WriteOneDelivery.
           MOVE SPACES TO PickListLine.
           WRITE PickListLine.
           MOVE SPACES TO PickListLine.
           IF DLShipToNum(DlvIdx) = 0
               STRING "  Order " DLOrderNum(DlvIdx)
                   " Customer " DLCustIDNum(DlvIdx)
                   " Bill-To  " DLName(DlvIdx)
                   DELIMITED BY SIZE INTO PickListLine
               END-STRING
           ELSE
               STRING "  Order " DLOrderNum(DlvIdx)
                   " Customer " DLCustIDNum(DlvIdx)
                   " Ship-To " DLShipToNum(DlvIdx) " "
                   DLName(DlvIdx)
                   DELIMITED BY SIZE INTO PickListLine
               END-STRING
           END-IF.
           WRITE PickListLine.
           MOVE SPACES TO PickListLine.
           STRING "      " FUNCTION TRIM(DLStreetNumber(DlvIdx)) " "
               FUNCTION TRIM(DLStreetName(DlvIdx)) ", "
               FUNCTION TRIM(DLCity(DlvIdx))
               DELIMITED BY SIZE INTO PickListLine
           END-STRING.
           WRITE PickListLine.
