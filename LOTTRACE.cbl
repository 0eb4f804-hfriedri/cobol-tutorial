       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL LotShipFile ASSIGN TO "lotship.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LotShipStatus.
              SELECT OPTIONAL OrderLotFile ASSIGN TO "ordlot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdLotStatus.
              SELECT InventoryFile ASSIGN TO "inventory.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvFileStatus.
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT TraceListFile ASSIGN TO "lottrace.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  LotShipFile.
       01  LotShipData.
               02  LsLotNum           PIC X(10).
               02  LsProdName         PIC X(10).
               02  LsSizeType         PIC A.
               02  LsExpiryDate       PIC 9(8).
               02  LsShipDate         PIC 9(8).
               02  LsOrderNum         PIC 9(6).
               02  LsCustIDNum        PIC 9(6).
               02  LsInvoiceNum       PIC 9(6).
               02  LsQty              PIC 9(5).
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
       FD  InventoryFile.
       01  InventoryData.
               02  InvProdName        PIC X(10).
               02  InvSizeType        PIC A.
               02  InvQuantity        PIC 9(5).
               02  InvLocation        PIC X(4).
               02  InvLotNum          PIC X(10).
               02  InvExpiryDate      PIC 9(8).
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
       FD  TraceListFile.
       01  TraceListLine              PIC X(90).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  LotShipStatus              PIC XX.
       01  OrdLotStatus               PIC XX.
       01  InvFileStatus              PIC XX.
       01  EndOfFileFlag              PIC X.
       01  LotCard                    PIC X(10).
       01  TraceLot                   PIC X(10).
       01  TraceExpiry                PIC 9(8) VALUE ZEROS.
       01  CustIdx                    PIC 9(4).
       01  FoundCustIdx               PIC 9(4).
       01  CustTable.
               02  CustCount          PIC 9(4) VALUE 0.
               02  CustEntry          OCCURS 1 TO 999 TIMES
                                      DEPENDING ON CustCount.
                   03  CTCustIDNum    PIC 9(6).
       01  ShipLineCount              PIC 9(5) VALUE 0.
       01  ShippedUnits               PIC 9(7) VALUE 0.
       01  AllocLineCount             PIC 9(5) VALUE 0.
       01  AllocatedUnits             PIC 9(7) VALUE 0.
       01  OnHandLineCount            PIC 9(5) VALUE 0.
       01  OnHandUnits                PIC 9(7) VALUE 0.
       01  AllocCustIDNum             PIC 9(6).
       01  ReportName                 PIC X(20).
       01  ReportCity                 PIC X(15).
       01  ReportQty                  PIC ZZZZ9.
       01  ReportUnits                PIC ZZZZZZ9.
       01  ReportCount                PIC ZZZ9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "LOT RECALL TRACE".
           MOVE SPACES TO LotCard.
           ACCEPT LotCard.
           IF LotCard = SPACES
               DISPLAY "ERROR: no lot number on SYSIN - run abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LotCard TO TraceLot.
           DISPLAY "Lot Traced : " TraceLot.
           PERFORM FindLotExpiry.
           OPEN INPUT CustomerFile.
           OPEN INPUT OrderFile.
           OPEN OUTPUT TraceListFile.
           MOVE SPACES TO TraceListLine.
           STRING "RECALL TRACE FOR LOT " TraceLot
               "  EXPIRES " TraceExpiry
               "  RUN " BusinessDate
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
           PERFORM ListLotShipments.
           PERFORM ListLotAllocations.
           PERFORM ListLotOnHand.
           PERFORM WriteTraceSummary.
           CLOSE CustomerFile.
           CLOSE OrderFile.
           CLOSE TraceListFile.
           DISPLAY "Customers Shipped : " CustCount
           DISPLAY "Units Shipped     : " ShippedUnits
           DISPLAY "Units Allocated   : " AllocatedUnits
           DISPLAY "Units On Hand     : " OnHandUnits
           DISPLAY "Trace Written to lottrace.lst"
           IF CustCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF LOT RECALL TRACE".
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
      * The expiry date printed in the heading is the one the lot was
      * received with, from any shipment or from stock still held.
       FindLotExpiry.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT InventoryFile.
           IF InvFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ InventoryFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND InvLotNum = TraceLot
                       AND InvExpiryDate IS NUMERIC
                   MOVE InvExpiryDate TO TraceExpiry
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
               CLOSE InventoryFile
           END-IF.
      * Every shipment of the lot from lotship.dat, with the customer
      * it went to as the customer stands on file today.
       ListLotShipments.
           MOVE SPACES TO TraceListLine.
           WRITE TraceListLine.
           MOVE "SHIPPED TO CUSTOMERS" TO TraceListLine.
           WRITE TraceListLine.
           MOVE SPACES TO TraceListLine.
           STRING "SHIPPED  ORDER  INVNO  CUSTNO NAME                 "
               "CITY            PRODUCT    S   QTY"
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT LotShipFile.
           IF LotShipStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ LotShipFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND LsLotNum = TraceLot
                   PERFORM WriteShipmentLine
               END-IF
           END-PERFORM.
           IF LotShipStatus = "00" OR LotShipStatus = "05"
                   OR LotShipStatus = "10"
               CLOSE LotShipFile
           END-IF.
           IF ShipLineCount = 0
               MOVE "  NONE - LOT HAS NOT BEEN SHIPPED" TO TraceListLine
               WRITE TraceListLine
           END-IF.
       WriteShipmentLine.
           ADD 1 TO ShipLineCount.
           ADD LsQty TO ShippedUnits.
           IF TraceExpiry = ZEROS
               MOVE LsExpiryDate TO TraceExpiry
           END-IF.
           MOVE LsCustIDNum TO IDNum.
           PERFORM GetCustomerName.
           PERFORM CountTraceCustomer.
           MOVE LsQty TO ReportQty.
           MOVE SPACES TO TraceListLine.
           STRING LsShipDate " " LsOrderNum " " LsInvoiceNum " "
               LsCustIDNum " " ReportName " " ReportCity " "
               LsProdName " " LsSizeType " " ReportQty
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
       GetCustomerName.
           MOVE SPACES TO ReportName.
           MOVE SPACES TO ReportCity.
           READ CustomerFile
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO ReportName
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FirstName) " "
                       FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO ReportName
                   END-STRING
                   MOVE City TO ReportCity
           END-READ.
       CountTraceCustomer.
           MOVE 0 TO FoundCustIdx.
           PERFORM VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx > CustCount
               IF CTCustIDNum(CustIdx) = LsCustIDNum
                   MOVE CustIdx TO FoundCustIdx
               END-IF
           END-PERFORM.
           IF FoundCustIdx = 0 AND CustCount < 999
               ADD 1 TO CustCount
               MOVE LsCustIDNum TO CTCustIDNum(CustCount)
           END-IF.
      * Units of the lot allocated to orders not yet shipped can still
      * be stopped at the warehouse.
       ListLotAllocations.
           MOVE SPACES TO TraceListLine.
           WRITE TraceListLine.
           MOVE "ALLOCATED TO ORDERS NOT YET SHIPPED" TO TraceListLine.
           WRITE TraceListLine.
           MOVE SPACES TO TraceListLine.
           STRING "  ORDER  CUSTNO NAME                 LOC  "
               "PRODUCT    S   QTY"
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT OrderLotFile.
           IF OrdLotStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OrderLotFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND OaLotNum = TraceLot
                       AND OaQty > 0
                   PERFORM WriteAllocationLine
               END-IF
           END-PERFORM.
           IF OrdLotStatus = "00" OR OrdLotStatus = "05"
                   OR OrdLotStatus = "10"
               CLOSE OrderLotFile
           END-IF.
           IF AllocLineCount = 0
               MOVE "  NONE" TO TraceListLine
               WRITE TraceListLine
           END-IF.
       WriteAllocationLine.
           ADD 1 TO AllocLineCount.
           ADD OaQty TO AllocatedUnits.
           MOVE ZEROS TO AllocCustIDNum.
           MOVE OaOrderNum TO OrderNum.
           READ OrderFile
               INVALID KEY
                   MOVE SPACES TO ReportName
                   MOVE "*ORDER NOT ON FILE*" TO ReportName
               NOT INVALID KEY
                   MOVE OrdCustIDNum TO AllocCustIDNum
                   MOVE OrdCustIDNum TO IDNum
                   PERFORM GetCustomerName
           END-READ.
           MOVE OaQty TO ReportQty.
           MOVE SPACES TO TraceListLine.
           STRING "  " OaOrderNum " " AllocCustIDNum " " ReportName " "
               OaLocation " " OaProdName " " OaSizeType " " ReportQty
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
       ListLotOnHand.
           MOVE SPACES TO TraceListLine.
           WRITE TraceListLine.
           MOVE "STILL IN STOCK" TO TraceListLine.
           WRITE TraceListLine.
           MOVE "  LOC  PRODUCT    S EXPIRES    QTY" TO TraceListLine.
           WRITE TraceListLine.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT InventoryFile.
           IF InvFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ InventoryFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND InvLotNum = TraceLot
                       AND InvQuantity > 0
                   PERFORM WriteOnHandLine
               END-IF
           END-PERFORM.
           IF InvFileStatus = "00" OR InvFileStatus = "10"
               CLOSE InventoryFile
           END-IF.
           IF OnHandLineCount = 0
               MOVE "  NONE" TO TraceListLine
               WRITE TraceListLine
           END-IF.
       WriteOnHandLine.
           ADD 1 TO OnHandLineCount.
           ADD InvQuantity TO OnHandUnits.
           IF InvLocation = SPACES
               MOVE "MAIN" TO InvLocation
           END-IF.
           IF InvExpiryDate NOT NUMERIC
               MOVE ZEROS TO InvExpiryDate
           END-IF.
           MOVE InvQuantity TO ReportQty.
           MOVE SPACES TO TraceListLine.
           STRING "  " InvLocation " " InvProdName " " InvSizeType " "
               InvExpiryDate " " ReportQty
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
       WriteTraceSummary.
           MOVE SPACES TO TraceListLine.
           WRITE TraceListLine.
           MOVE ShippedUnits TO ReportUnits.
           MOVE CustCount TO ReportCount.
           MOVE SPACES TO TraceListLine.
           STRING "UNITS SHIPPED     : " ReportUnits
               "  TO " ReportCount " CUSTOMERS"
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
           MOVE AllocatedUnits TO ReportUnits.
           MOVE SPACES TO TraceListLine.
           STRING "UNITS ALLOCATED   : " ReportUnits
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
           MOVE OnHandUnits TO ReportUnits.
           MOVE SPACES TO TraceListLine.
           STRING "UNITS IN STOCK    : " ReportUnits
               DELIMITED BY SIZE INTO TraceListLine
           END-STRING.
           WRITE TraceListLine.
