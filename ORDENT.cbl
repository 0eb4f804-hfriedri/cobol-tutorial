                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderLineKey.
              SELECT OPTIONAL QuoteFile ASSIGN TO "quote.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QuoteNum
                  ALTERNATE RECORD KEY IS QtCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL QuoteLineFile ASSIGN TO "quoteln.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QuoteLineKey.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxMastKey.
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
              SELECT OPTIONAL PriceListFile ASSIGN TO "pricelist.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
              SELECT BackorderFile ASSIGN TO "backorder.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BackFileStatus.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
              SELECT OPTIONAL OrderLotFile ASSIGN TO "ordlot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdLotStatus.
              SELECT HeldOrderFile ASSIGN TO "heldord.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT OPTIONAL CustRelFile ASSIGN TO "custrel.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RelIDNum
                  ALTERNATE RECORD KEY IS RelParentID
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
              SELECT OPTIONAL CustRepFile ASSIGN TO "custrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RaIDNum
                  ALTERNATE RECORD KEY IS RaRepID
                      WITH DUPLICATES.
              SELECT OPTIONAL SalesRepFile ASSIGN TO "salesrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SrRepID.
              SELECT OPTIONAL OrderRepFile ASSIGN TO "ordrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrOrderNum.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT CityRefFile ASSIGN TO "cityref.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CityRefStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OrderFile.
               02  OlAmount           PIC 9(5)V99.
               02  OlPickQty          PIC 9(3).
               02  OlShortFlag        PIC X.
       FD  QuoteFile.
       01  QuoteData.
               02  QuoteNum           PIC 9(6).
               02  QtCustIDNum        PIC 9(6).
               02  QtRepID            PIC X(8).
               02  QtQuoteDate        PIC 9(8).
               02  QtExpDate          PIC 9(8).
               02  QtRevision         PIC 99.
               02  QtLineCount        PIC 9(3).
               02  QtTotal            PIC S9(7)V99.
               02  QtTaxAmount        PIC S9(7)V99.
               02  QtDiscCode         PIC X(5).
               02  QtStatus           PIC X.
                   88  QuoteOpen      VALUE SPACE.
                   88  QuoteConverted VALUE 'C'.
                   88  QuoteCancelled VALUE 'X'.
               02  QtOrderNum         PIC 9(6).
               02  QtConvDate         PIC 9(8).
       FD  QuoteLineFile.
       01  QuoteLineData.
               02  QuoteLineKey.
                   03  QlQuoteNum     PIC 9(6).
                   03  QlLineNum      PIC 9(3).
               02  QlProdName         PIC X(10).
               02  QlSizeType         PIC A.
               02  QlQty              PIC 9(3).
               02  QlPrice            PIC 9(5)V99.
               02  QlAmount           PIC 9(5)V99.
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
       FD  CityRefFile.
       01  CityRefRecord.
               02  CrCityName         PIC X(15).
               02  CrJurisCode        PIC X(5).
       FD  CustomerFile.
       01  CustomerData.
               02  IDNum              PIC 9(6).
                   03  TmJurisCode    PIC X(5).
                   03  TmEffDate      PIC 9(8).
               02  TmRate             PIC V999.
       FD  TaxCertFile.
       01  TaxCertData.
               02  TaxCertKey.
                   03  TcIDNum        PIC 9(6).
                   03  TcJurisCode    PIC X(5).
               02  TcCertNumber       PIC X(15).
               02  TcExemptType       PIC XX.
                   88  TcTypeValid    VALUES "RS", "NP", "GV", "OT".
               02  TcEffDate          PIC 9(8).
               02  TcExpDate          PIC 9(8).
               02  TcUpdDate          PIC 9(8).
               02  TcOperator         PIC X(8).
       FD  PriceListFile.
       01  PriceListData.
               02  PriceListKey.
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       FD  BackorderFile.
       01  BackorderData.
               02  BoOrderNum          PIC 9(6).
               02  BoProdName          PIC X(10).
               02  BoSizeType          PIC A.
               02  BoQty               PIC 9(3).
       FD  KitFile.
       01  KitRecord.
               02  KdKitName          PIC X(10).
               02  KdKitSize          PIC A.
               02  KdCompName         PIC X(10).
               02  KdCompSize         PIC A.
               02  KdCompQty          PIC 9(3).
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
       FD  HeldOrderFile.
       01  HeldRecord.
               02  HeldOrderNum       PIC 9(6).
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
       FD  CustRelFile.
       01  CustRelData.
               02  RelIDNum           PIC 9(6).
               02  RelParentID        PIC 9(6).
               02  RelGroupLimit      PIC S9(7)V99.
               02  RelConsolStmt      PIC X.
                   88  RelConsolidated VALUE 'Y'.
       FD  CustRepFile.
       01  CustRepData.
               02  RaIDNum            PIC 9(6).
               02  RaRepID            PIC X(8).
               02  RaAssignDate       PIC 9(8).
       FD  SalesRepFile.
       01  SalesRepData.
               02  SrRepID            PIC X(8).
               02  SrRepName          PIC X(20).
               02  SrPlanCode         PIC X(4).
               02  SrEmpID            PIC 9(4).
               02  SrStatus           PIC X.
                   88  SrRepActive    VALUE SPACE.
                   88  SrRepInactive  VALUE 'I'.
               02  SrCarryBal         PIC S9(7)V99.
               02  SrYTDComm          PIC S9(7)V99.
               02  SrLastPeriod       PIC 9(6).
       FD  OrderRepFile.
       01  OrderRepData.
               02  OrOrderNum         PIC 9(6).
               02  OrRepID            PIC X(8).
               02  OrSource           PIC X.
                   88  OrFromCustomer VALUE 'C'.
                   88  OrFromQuote    VALUE 'Q'.
                   88  OrOverridden   VALUE 'O'.
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
       01  PostSeqStatus              PIC XX.
       01  CtlFileStatus              PIC XX.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustExists                 PIC X.
       01  OrderExists                PIC X.
       01  QuoteExists                PIC X.
       01  QuoteRepID                 PIC X(8) VALUE SPACES.
       01  OrderWrittenFlag           PIC X.
       01  CityRefStatus              PIC XX.
       01  CityRefEOFFlag             PIC X.
       01  CityRefIdx                 PIC 9(3).
       01  FoundCityIdx               PIC 9(3).
       01  CityRefTable.
               02  CityRefCount       PIC 9(3) VALUE 0.
               02  CityRefEntry       OCCURS 1 TO 999 TIMES
                                      DEPENDING ON CityRefCount.
                   03  CRTCityName    PIC X(15).
                   03  CRTJurisCode   PIC X(5).
       01  WorkShipToNum              PIC 9(3).
       01  ShipToFound                PIC X.
       01  ShipToDoneFlag             PIC X.
       01  TaxJurisCode               PIC X(5).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  LineIdx                    PIC 9(3).
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  LineShippedQty             PIC 9(5).
       01  LineOutstandQty            PIC 9(3).
       01  CancelInvoiceNum           PIC 9(6).
       01  PartShipCancel             PIC X.
       01  ShipInvIdx                 PIC 99.
       01  ShipInvFound               PIC X.
       01  ShipInvTable.
               02  ShipInvCount       PIC 99 VALUE 0.
               02  ShipInvEntry       OCCURS 1 TO 99 TIMES
                                      DEPENDING ON ShipInvCount.
                   03  SITInvoiceNum  PIC 9(6).
       01  LinesDoneFlag              PIC X.
       01  LineEnteredFlag            PIC X.
       01  WorkLineCount              PIC 9(3).
       01  PriceFoundFlag             PIC X.
       01  LinePricedFlag             PIC X.
       01  ListedUnitPrice            PIC 9(5)V99.
       01  KitFileStatus              PIC XX.
       01  KitEOFFlag                 PIC X.
       01  KitIdx                     PIC 9(3).
       01  KitCompCount               PIC 9(3).
       01  KitPriceTotal              PIC 9(7)V99.
       01  KitPricedFlag              PIC X.
       01  KitTable.
               02  KitEntryCount      PIC 9(3) VALUE 0.
               02  KitEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON KitEntryCount.
                   03  KTKitName      PIC X(10).
                   03  KTKitSize      PIC A.
                   03  KTCompName     PIC X(10).
                   03  KTCompSize     PIC A.
                   03  KTCompQty      PIC 9(3).
       01  OverrideChoice             PIC X.
       01  ReportPrice                PIC ZZZZ9.99.
       01  DiscTable.
                   03  DTCode         PIC X(5).
                   03  DTPercent      PIC 9(2).
       01  TaxEOFFlag                 PIC X.
       01  CertFoundFlag              PIC X.
       01  TaxExemptFlag              PIC X VALUE 'N'.
       01  ExemptCheckDate            PIC 9(8).
       01  OrderTaxRate               PIC V999.
       01  OrderDateNum               PIC 9(8).
       01  OrderDueTotal              PIC S9(7)V99.
       01  WorkRef                    PIC X(10).
       01  RevMerchAmount             PIC S9(7)V99.
       01  RevTaxAmount               PIC S9(7)V99.
       01  RevFreightAmount           PIC S9(7)V99.
       01  RevDueAmount               PIC S9(7)V99.
       01  OldDueTotal                PIC S9(7)V99.
       01  BackIdx                    PIC 9(4).
                   03  BTProdName     PIC X(10).
                   03  BTSizeType     PIC A.
                   03  BTQty          PIC 9(3).
       01  OrdLotStatus               PIC XX.
       01  LotEOFFlag                 PIC X.
       01  LotTableFull               PIC X.
       01  LotLeftQty                 PIC 9(5).
       01  LotTakeQty                 PIC 9(5).
       01  KitCompFound               PIC X.
       01  LotIdx                     PIC 9(4).
       01  LotTable.
               02  LotCount           PIC 9(4) VALUE 0.
               02  LotEntry           OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON LotCount.
                   03  LTOrderNum     PIC 9(6).
                   03  LTProdName     PIC X(10).
                   03  LTSizeType     PIC A.
                   03  LTLocation     PIC X(4).
                   03  LTLotNum       PIC X(10).
                   03  LTExpiryDate   PIC 9(8).
                   03  LTQty          PIC 9(5).
                   03  LTKitName      PIC X(10).
                   03  LTKitSize      PIC A.
       01  PtsCtlStatus               PIC XX.
       01  PtsCtlEOFFlag              PIC X.
       01  PointValue                 PIC 9V999 VALUE 0.010.
       01  ScoreFloor                 PIC 9(3) VALUE 400.
       01  NearLimitPct               PIC 9(3) VALUE 90.
       01  NearLimitAmount            PIC S9(9)V99.
       01  RelFoundFlag               PIC X.
       01  RelEOFFlag                 PIC X.
       01  FamilyParentID             PIC 9(6).
       01  GroupLimit                 PIC S9(7)V99.
       01  GroupExposure              PIC S9(9)V99.
       01  GroupOverFlag              PIC X.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZ9.99-.
       01  ReportTax                  PIC ZZZZZZ9.99-.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM OperatorSignOn.
           PERFORM LoadControlTotals.
           PERFORM LoadDiscountTable.
           PERFORM LoadPointsControl.
           PERFORM LoadCityRefTable.
           PERFORM LoadKitTable.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN I-O CustomerFile.
           OPEN I-O PostingFile.
           OPEN EXTEND AuditFile.
           OPEN INPUT TaxMastFile.
           OPEN INPUT TaxCertFile.
           OPEN INPUT PriceListFile.
           OPEN I-O PointsFile.
           OPEN EXTEND PointsAuditFile.
           OPEN INPUT CustRelFile.
           OPEN I-O QuoteFile.
           OPEN INPUT QuoteLineFile.
           OPEN INPUT ShipToFile.
           OPEN I-O OrderShipFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT CustRepFile.
           OPEN INPUT SalesRepFile.
           OPEN I-O OrderRepFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "CUSTOMER ORDERS"
               DISPLAY "4: Cancel Order"
               DISPLAY "5: Amend Order"
               DISPLAY "6: Redeem Loyalty Points"
               DISPLAY "7: Convert Quote to Order"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
                   WHEN 4 PERFORM CancelOrder
                   WHEN 5 PERFORM AmendOrder
                   WHEN 6 PERFORM RedeemPoints
                   WHEN 7 PERFORM ConvertQuote
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-PERFORM.
               CLOSE OrderFile
               CLOSE PostingFile
               CLOSE AuditFile
               CLOSE TaxMastFile
               CLOSE TaxCertFile
               CLOSE PriceListFile
               CLOSE PointsFile
               CLOSE PointsAuditFile
               CLOSE CustRelFile
               CLOSE QuoteFile
               CLOSE QuoteLineFile
               CLOSE ShipToFile
               CLOSE OrderShipFile
               CLOSE ShipmentFile
               CLOSE CustRepFile
               CLOSE SalesRepFile
               CLOSE OrderRepFile
               PERFORM SaveControlTotals
               PERFORM ReleaseCustLock
               STOP RUN.
           IF DiscFileStatus = "00" OR DiscFileStatus = "10"
               CLOSE DiscountFile
           END-IF.
       LoadKitTable.
           MOVE 0 TO KitEntryCount.
           MOVE 'N' TO KitEOFFlag.
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
       LoadCityRefTable.
           MOVE 0 TO CityRefCount.
           MOVE 'N' TO CityRefEOFFlag.
           OPEN INPUT CityRefFile.
           IF CityRefStatus NOT = "00"
               MOVE 'Y' TO CityRefEOFFlag
           END-IF.
           PERFORM UNTIL CityRefEOFFlag = 'Y'
               READ CityRefFile
                   AT END MOVE 'Y' TO CityRefEOFFlag
               END-READ
               IF CityRefEOFFlag = 'N'
                   IF CityRefCount < 999
                       ADD 1 TO CityRefCount
                       MOVE CrCityName TO CRTCityName(CityRefCount)
                       MOVE CrJurisCode
                           TO CRTJurisCode(CityRefCount)
                   ELSE
                       DISPLAY "WARNING: city reference table "
                           "full - " CrCityName " not loaded"
                   END-IF
               END-IF
           END-PERFORM.
           IF CityRefStatus = "00" OR CityRefStatus = "10"
               CLOSE CityRefFile
           END-IF.
      * Ship-to 000 means the order goes to the customer's bill-to
      * address. Only an active ship-to of the ordering customer can
      * be chosen.
       SelectShipTo.
           MOVE ZEROS TO WorkShipToNum.
           MOVE 'N' TO ShipToFound.
           MOVE 'N' TO ShipToDoneFlag.
           PERFORM UNTIL ShipToDoneFlag = 'Y'
               DISPLAY "Ship-To Number (0 = Bill-To Address) : "
                   WITH NO ADVANCING
               ACCEPT WorkShipToNum
               IF WorkShipToNum = 0
                   MOVE 'Y' TO ShipToDoneFlag
               ELSE
                   PERFORM ReadShipTo
                   IF ShipToFound = 'Y' AND ShipToActive
                       PERFORM DisplayShipTo
                       MOVE 'Y' TO ShipToDoneFlag
                   ELSE
                       DISPLAY "Ship-To Not on File or Inactive - "
                           "Re-Enter"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM DeriveTaxJurisCode.
       ReadShipTo.
           MOVE OrdCustIDNum TO StIDNum.
           MOVE WorkShipToNum TO StShipToNum.
           MOVE 'Y' TO ShipToFound.
           READ ShipToFile
               INVALID KEY MOVE 'N' TO ShipToFound
           END-READ.
       LoadOrderShipTo.
           MOVE ZEROS TO WorkShipToNum.
           MOVE 'N' TO ShipToFound.
           MOVE OrderNum TO OsOrderNum.
           READ OrderShipFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE OsShipToNum TO WorkShipToNum
                   PERFORM ReadShipTo
           END-READ.
       DisplayShipTo.
           IF WorkShipToNum = 0 OR ShipToFound = 'N'
               DISPLAY "Ship To      : Bill-To Address"
           ELSE
               DISPLAY "Ship To      : " StShipToNum " " StName
               DISPLAY "               " StStreetNumber " "
                   StStreetName " " StCity
           END-IF.
      * Tax follows the goods: an order for a ship-to address is taxed
      * in the jurisdiction of the ship-to city on the city reference.
      * Bill-to orders keep the customer's own jurisdiction, as does a
      * ship-to whose city has since been retired from the reference.
       DeriveTaxJurisCode.
           MOVE CustJurisCode TO TaxJurisCode.
           IF WorkShipToNum > 0 AND ShipToFound = 'Y'
               MOVE 0 TO FoundCityIdx
               PERFORM VARYING CityRefIdx FROM 1 BY 1
                       UNTIL CityRefIdx > CityRefCount
                   IF CRTCityName(CityRefIdx) = StCity
                       MOVE CityRefIdx TO FoundCityIdx
                   END-IF
               END-PERFORM
               IF FoundCityIdx > 0
                   MOVE CRTJurisCode(FoundCityIdx) TO TaxJurisCode
               ELSE
                   DISPLAY "WARNING: ship-to city " StCity
                       " not on city reference - taxed at bill-to "
                       "jurisdiction"
               END-IF
           END-IF.
      * The ship-to and the jurisdiction the order was taxed in are
      * kept on ordship.dat by order number. A bill-to order has no
      * record there, so any left from an archived order of the same
      * number is removed.
       WriteOrderShipTo.
           MOVE OrderNum TO OsOrderNum.
           IF WorkShipToNum = 0
               DELETE OrderShipFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               MOVE OrdCustIDNum TO OsIDNum
               MOVE WorkShipToNum TO OsShipToNum
               MOVE TaxJurisCode TO OsJurisCode
               MOVE ZEROS TO OsInvoiceNum
               WRITE OrderShipData
                   INVALID KEY
                       REWRITE OrderShipData
                           INVALID KEY
                               DISPLAY "WARNING: ship-to for order "
                                   OrderNum " not recorded"
                       END-REWRITE
               END-WRITE
           END-IF.
       LoadControlTotals.
           MOVE 0 TO CtlActiveCount.
           MOVE ZEROS TO CtlTotalBalance.
           DISPLAY "Enter Order Number : " WITH NO ADVANCING.
           ACCEPT OrderNum.
           MOVE IDNum TO OrdCustIDNum.
           MOVE SPACES TO QuoteRepID.
           PERFORM StampOrderDate.
           PERFORM SelectShipTo.
           PERFORM EnterDiscountCode.
           PERFORM AcceptOrderLines.
           IF WorkLineCount = 0
               PERFORM ComputeOrderTax
               PERFORM PostOrderToCustomer
           END-IF.
      * A quote converts only while it is open and unexpired. The
      * order carries the quoted lines and prices and then follows the
      * same path as a keyed order: taxed at today's rate, credit hold
      * checked, and allocated by the next ALLOC run.
       ConvertQuote.
           DISPLAY " "
           DISPLAY "Enter Quote Number : " WITH NO ADVANCING.
           ACCEPT QuoteNum.
           MOVE 'Y' TO QuoteExists.
           READ QuoteFile
               INVALID KEY MOVE 'N' TO QuoteExists
           END-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           EVALUATE TRUE
               WHEN QuoteExists = 'N'
                   DISPLAY "Quote Does not Exist"
               WHEN QuoteConverted
                   DISPLAY "Quote Already Converted to Order "
                       QtOrderNum
               WHEN QuoteCancelled
                   DISPLAY "Quote Is Cancelled"
               WHEN QtExpDate < TodayDate
                   DISPLAY "Quote Expired " QtExpDate
                       " - Revise It Before Converting"
               WHEN OTHER
                   PERFORM ConvertQuoteCustomer
           END-EVALUATE.
       ConvertQuoteCustomer.
           MOVE QtCustIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
                   OR NOT (RecordActive OR RecordFrozen)
               DISPLAY "Customer Does not Exist or Is Not Active"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
               PERFORM ConvertQuoteDetail
           END-IF.
       ConvertQuoteDetail.
           MOVE SPACES TO OrderData.
           MOVE ZEROS TO OrdTotal.
           MOVE ZEROS TO OrdTaxAmount.
           DISPLAY "Enter Order Number : " WITH NO ADVANCING.
           ACCEPT OrderNum.
           MOVE IDNum TO OrdCustIDNum.
           MOVE QtRepID TO QuoteRepID.
           PERFORM StampOrderDate.
           PERFORM SelectShipTo.
           MOVE QtDiscCode TO OrdDiscCode.
           PERFORM LoadQuoteLines.
           IF WorkLineCount = 0
               DISPLAY "Quote Has No Lines - Order Not Taken"
           ELSE
               MOVE WorkLineCount TO OrdLineCount
               PERFORM ComputeOrderTax
               PERFORM PostOrderToCustomer
               IF OrderWrittenFlag = 'Y'
                   PERFORM MarkQuoteConverted
               END-IF
           END-IF.
       LoadQuoteLines.
           MOVE 0 TO WorkLineCount.
           MOVE QuoteNum TO QlQuoteNum.
           MOVE ZEROS TO QlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START QuoteLineFile KEY IS NOT LESS THAN QuoteLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ QuoteLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF QlQuoteNum NOT = QuoteNum
                           OR WorkLineCount >= 200
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       ADD 1 TO WorkLineCount
                       MOVE QlProdName TO OTProdName(WorkLineCount)
                       MOVE QlSizeType TO OTSizeType(WorkLineCount)
                       MOVE QlQty TO OTQty(WorkLineCount)
                       MOVE QlPrice TO OTPrice(WorkLineCount)
                       MOVE QlAmount TO OTAmount(WorkLineCount)
                       ADD QlAmount TO OrdTotal
                   END-IF
               END-IF
           END-PERFORM.
       MarkQuoteConverted.
           SET QuoteConverted TO TRUE.
           MOVE OrderNum TO QtOrderNum.
           MOVE TodayDate TO QtConvDate.
           REWRITE QuoteData
               INVALID KEY
                   DISPLAY "WARNING: quote " QuoteNum
                       " not marked converted"
               NOT INVALID KEY
                   DISPLAY "Quote " QuoteNum " Converted to Order "
                       OrderNum
           END-REWRITE.
       AcceptOrderLines.
           MOVE 0 TO WorkLineCount.
           MOVE ZEROS TO OrdTotal.
       ComputeOrderTax.
           MOVE ZEROS TO OrderTaxRate.
           MOVE ZEROS TO OrdTaxAmount.
           MOVE 'N' TO TaxExemptFlag.
           IF TaxJurisCode NOT = SPACES
               COMPUTE OrderDateNum =
                   OrdYear * 10000 + OrdMonth * 100 + OrdDay
               MOVE OrderDateNum TO ExemptCheckDate
               PERFORM CheckTaxExemption
               IF TaxExemptFlag = 'Y'
                   DISPLAY "Tax Exempt - Certificate " TcCertNumber
               ELSE
                   PERFORM FindTaxRateAsOfDate
                   IF OrderTaxRate > 0
                       COMPUTE OrdTaxAmount ROUNDED =
                           OrdTotal * OrderTaxRate
                   END-IF
               END-IF
           END-IF.
           MOVE OrdTaxAmount TO ReportTax.
           DISPLAY "Sales Tax : " ReportTax.
      * A sale is exempt only while the customer holds a certificate
      * for the jurisdiction it is taxed in that covers the order date.
       CheckTaxExemption.
           MOVE 'N' TO TaxExemptFlag.
           MOVE IDNum TO TcIDNum.
           MOVE TaxJurisCode TO TcJurisCode.
           MOVE 'Y' TO CertFoundFlag.
           READ TaxCertFile
               INVALID KEY MOVE 'N' TO CertFoundFlag
           END-READ.
           IF CertFoundFlag = 'Y'
                   AND TcEffDate <= ExemptCheckDate
                   AND TcExpDate >= ExemptCheckDate
               MOVE 'Y' TO TaxExemptFlag
           END-IF.
       FindTaxRateAsOfDate.
           MOVE TaxJurisCode TO TmJurisCode.
           MOVE ZEROS TO TmEffDate.
           MOVE 'N' TO TaxEOFFlag.
           START TaxMastFile KEY IS NOT LESS THAN TaxMastKey
                   AT END MOVE 'Y' TO TaxEOFFlag
               END-READ
               IF TaxEOFFlag = 'N'
                   IF TmJurisCode NOT = TaxJurisCode
                           OR TmEffDate > OrderDateNum
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
           READ PriceListFile
               INVALID KEY MOVE 'N' TO PriceFoundFlag
           END-READ.
           IF PriceFoundFlag = 'N'
               PERFORM PriceKitFromComponents
               IF PriceFoundFlag = 'Y'
                   DISPLAY "Kit Priced from its Components"
               END-IF
           END-IF.
      * A kit is sold as one line at its own list price. A kit with
      * no price of its own is priced at the sum of its components'
      * list prices, provided every component is on the price list.
       PriceKitFromComponents.
           MOVE 0 TO KitCompCount.
           MOVE ZEROS TO KitPriceTotal.
           MOVE 'Y' TO KitPricedFlag.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) = WorkProdName
                       AND KTKitSize(KitIdx) = WorkSizeType
                   ADD 1 TO KitCompCount
                   MOVE KTCompName(KitIdx) TO PlProdName
                   MOVE KTCompSize(KitIdx) TO PlSizeType
                   READ PriceListFile
                       INVALID KEY MOVE 'N' TO KitPricedFlag
                       NOT INVALID KEY
                           COMPUTE KitPriceTotal = KitPriceTotal
                               + PlListPrice * KTCompQty(KitIdx)
                   END-READ
               END-IF
           END-PERFORM.
           IF KitCompCount > 0 AND KitPricedFlag = 'Y'
                   AND KitPriceTotal < 100000
               MOVE WorkProdName TO PlProdName
               MOVE WorkSizeType TO PlSizeType
               MOVE KitPriceTotal TO PlListPrice
               MOVE 'Y' TO PriceFoundFlag
           END-IF.
       PriceOrderLine.
           MOVE PlListPrice TO ListedUnitPrice.
           IF WorkDiscPct > 0
               SET OrderHeld TO TRUE
           END-IF.
           MOVE ZEROS TO OrdInvoiceNum.
           MOVE 'N' TO OrderWrittenFlag.
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Order Number Taken"
               NOT INVALID KEY
                   MOVE 'Y' TO OrderWrittenFlag
                   PERFORM WriteOrderLineRecords
                   PERFORM WriteOrderShipTo
                   PERFORM AssignOrderRep
                   PERFORM StampLastActivity
                   REWRITE CustomerData
                       INVALID KEY
                           " Held for Review - " HoldReason
                   END-IF
           END-WRITE.
      * The order takes the rep assigned to its customer. A converted
      * quote for a customer with no rep goes to the rep who prepared
      * the quote, when that operator is an active sales rep.
       AssignOrderRep.
           MOVE SPACES TO OrderRepData.
           MOVE OrdCustIDNum TO RaIDNum.
           READ CustRepFile
               INVALID KEY MOVE SPACES TO RaRepID
           END-READ.
           IF RaRepID NOT = SPACES
               MOVE RaRepID TO OrRepID
               SET OrFromCustomer TO TRUE
           ELSE
               IF QuoteRepID NOT = SPACES
                   MOVE QuoteRepID TO SrRepID
                   READ SalesRepFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SrRepActive
                               MOVE SrRepID TO OrRepID
                               SET OrFromQuote TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF OrRepID NOT = SPACES
               MOVE OrderNum TO OrOrderNum
               WRITE OrderRepData
                   INVALID KEY
                       REWRITE OrderRepData
                           INVALID KEY
                               DISPLAY "WARNING: rep for order "
                                   OrderNum " not recorded"
                       END-REWRITE
               END-WRITE
               DISPLAY "Sales Rep : " OrRepID
           END-IF.
       CheckCreditHold.
           MOVE SPACES TO HoldReason.
           COMPUTE NearLimitAmount =
               CreditLimit * NearLimitPct / 100.
           PERFORM CheckGroupExposure.
           EVALUATE TRUE
               WHEN RecordFrozen
                   MOVE "Customer frozen" TO HoldReason
                   MOVE "Low credit score" TO HoldReason
               WHEN NewBalance > CreditLimit
                   MOVE "Over credit limit" TO HoldReason
               WHEN GroupOverFlag = 'Y'
                   MOVE "Group limit exceeded" TO HoldReason
               WHEN CreditLimit > 0
                       AND NewBalance >= NearLimitAmount
                   MOVE "Near credit limit" TO HoldReason
           END-EVALUATE.
      * For a member of a customer family with a group limit, the
      * balances of the parent and all children are added up, with this
      * order included, and compared to the group limit. The ordering
      * customer is read back afterwards for the rewrite that follows.
       CheckGroupExposure.
           MOVE 'N' TO GroupOverFlag.
           MOVE ZEROS TO GroupLimit.
           MOVE IDNum TO RelIDNum.
           MOVE 'Y' TO RelFoundFlag.
           READ CustRelFile
               INVALID KEY MOVE 'N' TO RelFoundFlag
           END-READ.
           IF RelFoundFlag = 'Y'
               IF RelParentID = ZEROS
                   MOVE RelIDNum TO FamilyParentID
                   MOVE RelGroupLimit TO GroupLimit
               ELSE
                   MOVE RelParentID TO FamilyParentID
                   MOVE RelParentID TO RelIDNum
                   READ CustRelFile
                       INVALID KEY MOVE 'N' TO RelFoundFlag
                   END-READ
                   IF RelFoundFlag = 'Y'
                       MOVE RelGroupLimit TO GroupLimit
                   END-IF
               END-IF
           END-IF.
           IF GroupLimit > ZEROS
               MOVE NewBalance TO GroupExposure
               IF FamilyParentID NOT = OrdCustIDNum
                   MOVE FamilyParentID TO IDNum
                   PERFORM AddMemberExposure
               END-IF
               MOVE FamilyParentID TO RelParentID
               MOVE 'N' TO RelEOFFlag
               START CustRelFile KEY IS EQUAL TO RelParentID
                   INVALID KEY MOVE 'Y' TO RelEOFFlag
               END-START
               PERFORM UNTIL RelEOFFlag = 'Y'
                   READ CustRelFile NEXT RECORD
                       AT END MOVE 'Y' TO RelEOFFlag
                   END-READ
                   IF RelEOFFlag = 'N'
                       IF RelParentID NOT = FamilyParentID
                           MOVE 'Y' TO RelEOFFlag
                       ELSE
                           IF RelIDNum NOT = OrdCustIDNum
                               MOVE RelIDNum TO IDNum
                               PERFORM AddMemberExposure
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE OrdCustIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY DISPLAY "Customer Not Re-read"
               END-READ
               IF GroupExposure > GroupLimit
                   MOVE 'Y' TO GroupOverFlag
               END-IF
           END-IF.
       AddMemberExposure.
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD Balance TO GroupExposure
           END-READ.
       QueueHeldOrder.
           OPEN EXTEND HeldOrderFile.
           MOVE OrderNum TO HeldOrderNum.
           DISPLAY "Order Number : " OrderNum
           DISPLAY "Customer ID  : " OrdCustIDNum
           DISPLAY "Order Date   : " OrdMonth "/" OrdDay "/" OrdYear
           PERFORM LoadOrderShipTo.
           PERFORM DisplayShipTo.
           PERFORM DisplayOrderLines.
           MOVE OrdTotal TO ReportTotal.
           DISPLAY "Merchandise  : " ReportTotal.
           END-PERFORM.
       DisplayOneOrderLine.
           MOVE OlAmount TO ReportAmount.
           PERFORM SumLineShipments.
           IF OlShortFlag = 'S'
               DISPLAY "  " OlProdName " " OlSizeType " Qty "
                   OlQty " Amount " ReportAmount " SHORT"
               DISPLAY "  " OlProdName " " OlSizeType " Qty "
                   OlQty " Amount " ReportAmount
           END-IF.
           DISPLAY "      Shipped " LineShippedQty
               " Outstanding " LineOutstandQty.
       ListOrdersForCust.
           DISPLAY " "
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
               DISPLAY "Cancel Abandoned"
           ELSE
               PERFORM LoadBackorderTable
               MOVE 'N' TO PartShipCancel
               EVALUATE TRUE
                   WHEN OrderShipped
                       PERFORM ReverseAllShipments
                   WHEN OrdInvoiceNum > 0
                       PERFORM CancelOutstandingBalance
                   WHEN OrderAllocated OR OrderPicked OR OrderBackord
                       PERFORM ReturnAllocatedStock
                   WHEN OTHER
               IF OrderBackord
                   PERFORM PurgeOrderBackorders
               END-IF
               IF PartShipCancel = 'Y'
                   SET OrderShipped TO TRUE
               ELSE
                   SET OrderCancelled TO TRUE
               END-IF
               REWRITE OrderData
                   INVALID KEY
                       DISPLAY "WARNING: order " OrderNum
                           " not updated"
                   NOT INVALID KEY
                       IF PartShipCancel = 'Y'
                           DISPLAY "Order " OrderNum " Closed - "
                               "Outstanding Balance Cancelled"
                       ELSE
                           DISPLAY "Order " OrderNum " Cancelled"
                       END-IF
                       PERFORM WriteCancelAudit
               END-REWRITE
           END-IF.
           END-PERFORM.
           CLOSE BackorderFile.
       ReturnAllocatedStock.
           PERFORM LoadOrderLots.
           OPEN EXTEND MovementFile.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
               END-IF
           END-PERFORM.
           CLOSE MovementFile.
           IF LotTableFull = 'N'
               PERFORM SaveOrderLots
           ELSE
               DISPLAY "WARNING: lot table full - ordlot.dat "
                   "not updated for order " OrderNum
           END-IF.
      * Only what is still outstanding on a line goes back to stock;
      * what has shipped stays with its invoice.
       ReturnOneAllocatedLine.
           PERFORM SumLineShipments.
           MOVE 'N' TO BoMatchFlag.
           PERFORM VARYING BackIdx FROM 1 BY 1
                   UNTIL BackIdx > BackCount
                   MOVE 'Y' TO BoMatchFlag
               END-IF
           END-PERFORM.
           IF BoMatchFlag = 'N' AND LineOutstandQty > 0
               MOVE LineOutstandQty TO LotLeftQty
               PERFORM VARYING LotIdx FROM 1 BY 1
                       UNTIL LotIdx > LotCount OR LotLeftQty = 0
                   IF LTOrderNum(LotIdx) = OrderNum
                           AND LTProdName(LotIdx) = OlProdName
                           AND LTSizeType(LotIdx) = OlSizeType
                           AND LTKitName(LotIdx) = SPACES
                           AND LTQty(LotIdx) > 0
                       PERFORM ReturnOneOrderLot
                   END-IF
               END-PERFORM
               IF LotLeftQty > 0
                   PERFORM ReturnKitComponents
               END-IF
               IF LotLeftQty > 0
                   MOVE LotLeftQty TO LotTakeQty
                   MOVE "MAIN" TO MvLocation
                   MOVE SPACES TO MvLotNum
                   MOVE ZEROS TO MvExpiryDate
                   PERFORM WriteCancelMovement
               END-IF
           END-IF.
      * A kit made up from components at allocation gives back every
      * component lot still held for the line; what has shipped was
      * already taken off them by SHIPCONF.
       ReturnKitComponents.
           MOVE 'N' TO KitCompFound.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTOrderNum(LotIdx) = OrderNum
                       AND LTKitName(LotIdx) = OlProdName
                       AND LTKitSize(LotIdx) = OlSizeType
                       AND LTQty(LotIdx) > 0
                   MOVE 'Y' TO KitCompFound
                   MOVE LTQty(LotIdx) TO LotTakeQty
                   MOVE ZEROS TO LTQty(LotIdx)
                   MOVE LTProdName(LotIdx) TO MvProdName
                   MOVE LTSizeType(LotIdx) TO MvSizeType
                   MOVE LTLocation(LotIdx) TO MvLocation
                   MOVE LTLotNum(LotIdx) TO MvLotNum
                   MOVE LTExpiryDate(LotIdx) TO MvExpiryDate
                   PERFORM WriteCancelRecord
               END-IF
           END-PERFORM.
           IF KitCompFound = 'Y'
               MOVE ZEROS TO LotLeftQty
           END-IF.
      * Stock goes back into the lots it was allocated from; anything
      * allocated before lots were kept goes back to MAIN.
       ReturnOneOrderLot.
           IF LTQty(LotIdx) < LotLeftQty
               MOVE LTQty(LotIdx) TO LotTakeQty
           ELSE
               MOVE LotLeftQty TO LotTakeQty
           END-IF.
           SUBTRACT LotTakeQty FROM LTQty(LotIdx).
           SUBTRACT LotTakeQty FROM LotLeftQty.
           MOVE LTLocation(LotIdx) TO MvLocation.
           MOVE LTLotNum(LotIdx) TO MvLotNum.
           MOVE LTExpiryDate(LotIdx) TO MvExpiryDate.
           PERFORM WriteCancelMovement.
       WriteCancelMovement.
           MOVE OlProdName TO MvProdName.
           MOVE OlSizeType TO MvSizeType.
           PERFORM WriteCancelRecord.
       WriteCancelRecord.
           MOVE 'R' TO MvType.
           MOVE '+' TO MvSign.
           MOVE LotTakeQty TO MvQuantity.
           MOVE "CANCEL" TO MvReason.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MvDate.
           MOVE ZEROS TO MvUnitCost.
           MOVE SPACES TO MvToLocation.
           WRITE MovementData.
       LoadOrderLots.
           MOVE 0 TO LotCount.
           MOVE 'N' TO LotTableFull.
           MOVE 'N' TO LotEOFFlag.
           OPEN INPUT OrderLotFile.
           IF OrdLotStatus NOT = "00"
               MOVE 'Y' TO LotEOFFlag
           END-IF.
           PERFORM UNTIL LotEOFFlag = 'Y'
               READ OrderLotFile
                   AT END MOVE 'Y' TO LotEOFFlag
               END-READ
               IF LotEOFFlag = 'N' AND OaQty > 0 AND LotCount = 2000
                   MOVE 'Y' TO LotTableFull
               END-IF
               IF LotEOFFlag = 'N' AND OaQty > 0 AND LotCount < 2000
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
               END-IF
           END-PERFORM.
           IF OrdLotStatus = "00" OR OrdLotStatus = "05"
                   OR OrdLotStatus = "10"
               CLOSE OrderLotFile
           END-IF.
      * The cancelled order's lots are dropped from ordlot.dat.
       SaveOrderLots.
           OPEN OUTPUT OrderLotFile.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTOrderNum(LotIdx) NOT = OrderNum
                       AND LTQty(LotIdx) > 0
                   MOVE LTOrderNum(LotIdx) TO OaOrderNum
                   MOVE LTProdName(LotIdx) TO OaProdName
                   MOVE LTSizeType(LotIdx) TO OaSizeType
                   MOVE LTLocation(LotIdx) TO OaLocation
                   MOVE LTLotNum(LotIdx) TO OaLotNum
                   MOVE LTExpiryDate(LotIdx) TO OaExpiryDate
                   MOVE LTQty(LotIdx) TO OaQty
                   MOVE LTKitName(LotIdx) TO OaKitName
                   MOVE LTKitSize(LotIdx) TO OaKitSize
                   WRITE OrderLotData
               END-IF
           END-PERFORM.
           CLOSE OrderLotFile.
      * A partly shipped order keeps what it has shipped and invoiced;
      * cancelling it cancels the rest and closes it as shipped.
       CancelOutstandingBalance.
           PERFORM ReturnAllocatedStock.
           MOVE 'Y' TO PartShipCancel.
      * Every shipment of the order was invoiced separately, so each
      * invoice is reversed in turn. An order shipped before shipments
      * were recorded has only the invoice on the order.
       ReverseAllShipments.
           MOVE 0 TO ShipInvCount.
           MOVE OrderNum TO ShOrderNum.
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
                   IF ShOrderNum NOT = OrderNum
                       MOVE 'Y' TO ShipEOFFlag
                   ELSE
                       PERFORM AddShipmentInvoice
                   END-IF
               END-IF
           END-PERFORM.
           IF ShipInvCount = 0
               MOVE 1 TO ShipInvCount
               MOVE OrdInvoiceNum TO SITInvoiceNum(1)
           END-IF.
           PERFORM VARYING ShipInvIdx FROM 1 BY 1
                   UNTIL ShipInvIdx > ShipInvCount
               MOVE SITInvoiceNum(ShipInvIdx) TO CancelInvoiceNum
               PERFORM ReverseShippedBilling
           END-PERFORM.
       AddShipmentInvoice.
           MOVE 'N' TO ShipInvFound.
           PERFORM VARYING ShipInvIdx FROM 1 BY 1
                   UNTIL ShipInvIdx > ShipInvCount
               IF SITInvoiceNum(ShipInvIdx) = ShInvoiceNum
                   MOVE 'Y' TO ShipInvFound
               END-IF
           END-PERFORM.
           IF ShipInvFound = 'N' AND ShipInvCount < 99
               ADD 1 TO ShipInvCount
               MOVE ShInvoiceNum TO SITInvoiceNum(ShipInvCount)
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
      * What the invoice still bills is its own postings net of the
      * credit memos PRICEADJ and RMAPROC have raised against it; only
      * that is taken back off the account.
       ReverseShippedBilling.
           MOVE ZEROS TO RevMerchAmount.
           MOVE ZEROS TO RevTaxAmount.
           MOVE ZEROS TO RevFreightAmount.
           MOVE CancelInvoiceNum TO WorkRef.
           CLOSE PostingFile.
           OPEN INPUT PostingFile.
           MOVE 'N' TO PostEOFFlag.
                   EVALUATE PostType
                       WHEN "INVOICE"
                           ADD PostAmount TO RevMerchAmount
                       WHEN "CREDIT"
                           ADD PostAmount TO RevMerchAmount
                       WHEN "SALESTAX"
                           ADD PostAmount TO RevTaxAmount
                       WHEN "FREIGHT"
                           ADD PostAmount TO RevFreightAmount
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE PostingFile.
           OPEN I-O PostingFile.
           COMPUTE RevDueAmount = RevMerchAmount + RevFreightAmount
               + RevTaxAmount.
           MOVE OrdCustIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
                   NOT INVALID KEY
                       SUBTRACT RevDueAmount FROM CtlTotalBalance
                       PERFORM WriteCancelPostings
                       PERFORM VoidCancelledOpenItem
               END-REWRITE
           END-IF.
      * Anything already paid against the cancelled invoice stays on
      * the account as a credit for the next invoice.
       VoidCancelledOpenItem.
           MOVE "CLOS" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE CancelInvoiceNum TO OiInvoice.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OiTxnDate.
           MOVE "CANCEL" TO OiTxnType.
           MOVE OrderNum TO OiTxnRef.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       WriteCancelPostings.
           MOVE IDNum TO PostIDNum.
           MOVE FUNCTION CURRENT-DATE(5:4) TO PostDate(1:4).
           MOVE "CREDIT" TO PostType.
           MOVE WorkRef TO PostRef.
           COMPUTE PostAmount = 0 - RevMerchAmount.
           COMPUTE PostBalAfter = Balance + RevTaxAmount
               + RevFreightAmount.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
           IF RevFreightAmount NOT = ZEROS
               MOVE IDNum TO PostIDNum
               MOVE FUNCTION CURRENT-DATE(5:4) TO PostDate(1:4)
               MOVE FUNCTION CURRENT-DATE(1:4) TO PostDate(5:4)
               MOVE "FREIGHT" TO PostType
               MOVE WorkRef TO PostRef
               COMPUTE PostAmount = 0 - RevFreightAmount
               COMPUTE PostBalAfter = Balance + RevTaxAmount
               PERFORM AssignPostSeq
               WRITE PostRecord
                   INVALID KEY
                       DISPLAY "WARNING: posting not written"
               END-WRITE
           END-IF.
           IF RevTaxAmount NOT = ZEROS
               MOVE IDNum TO PostIDNum
               MOVE FUNCTION CURRENT-DATE(5:4) TO PostDate(1:4)
               DISPLAY "Customer Does not Exist or Is Not Active"
           ELSE
               COMPUTE OldDueTotal = OrdTotal + OrdTaxAmount
               PERFORM LoadOrderShipTo
               PERFORM DeriveTaxJurisCode
               MOVE ZEROS TO WorkDiscPct
               PERFORM VARYING DiscIdx FROM 1 BY 1
                       UNTIL DiscIdx > DiscCount
                               DISPLAY "Order Not Updated"
                           NOT INVALID KEY
                               PERFORM WriteOrderLineRecords
                               PERFORM WriteOrderShipTo
                               MOVE OrderDueTotal TO ReportTotal
                               DISPLAY "Order " OrderNum
                                   " Amended - Total " ReportTotal
