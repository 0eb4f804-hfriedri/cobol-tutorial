                  FILE STATUS IS ProcDateStatus.
              SELECT RejectFile ASSIGN TO "ordimp-reject.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AckFile ASSIGN TO "ordack.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PartnerOrdFile ASSIGN TO "partord.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoOrderNum.
              SELECT OPTIONAL CustRepFile ASSIGN TO "custrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RaIDNum
                  ALTERNATE RECORD KEY IS RaRepID
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderRepFile ASSIGN TO "ordrep.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrOrderNum.
              SELECT HeldOrderFile ASSIGN TO "heldord.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
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
              SELECT CityRefFile ASSIGN TO "cityref.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CityRefStatus.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  OrderFeedFile.
               02  OfOrderNum         PIC 9(6).
               02  OfCustIDNum        PIC 9(6).
               02  OfDiscCode         PIC X(5).
               02  OfShipToNum        PIC X(3).
               02  FILLER             PIC X(10).
       01  OfLineRecord REDEFINES FeedRecord.
               02  FILLER             PIC X.
               02  OfProdName         PIC X(10).
               02  OfSizeType         PIC A.
               02  OfQty              PIC 9(3).
               02  OfPartnerPrice     PIC 9(5)V99.
               02  FILLER             PIC X(9).
       01  OfTrailerRecord REDEFINES FeedRecord.
               02  FILLER             PIC X.
               02  OfTrlRecCount      PIC 9(6).
                   03  TmJurisCode    PIC X(5).
                   03  TmEffDate      PIC 9(8).
               02  TmRate             PIC V999.
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
       FD  DiscountFile.
       01  DiscountRecord.
               02  DcCode             PIC X(5).
       01  RejectRecord.
               02  RejFeedLine        PIC X(31).
               02  RejReason          PIC X(24).
       FD  AckFile.
       01  AckRecord.
               02  AkRecType          PIC X.
                   88  AkIsHeader     VALUE 'H'.
                   88  AkIsOrder      VALUE 'O'.
                   88  AkIsLine       VALUE 'L'.
                   88  AkIsTrailer    VALUE 'T'.
               02  AkRecBody          PIC X(79).
       01  AkHeaderRecord REDEFINES AckRecord.
               02  FILLER             PIC X.
               02  AkHdrPartner       PIC X(10).
               02  AkHdrDate          PIC 9(8).
               02  AkHdrFeedDate      PIC X(8).
               02  FILLER             PIC X(53).
       01  AkOrderRecord REDEFINES AckRecord.
               02  FILLER             PIC X.
               02  AkOrderRef         PIC X(6).
               02  AkCustRef          PIC X(6).
               02  AkStatus           PIC X.
               02  AkReason           PIC X(24).
               02  AkOrderTotal       PIC 9(7)V99.
               02  AkTaxAmount        PIC 9(7)V99.
               02  FILLER             PIC X(24).
       01  AkLineRecord REDEFINES AckRecord.
               02  FILLER             PIC X.
               02  AkLnOrderRef       PIC X(6).
               02  AkLineNum          PIC 9(3).
               02  AkProdName         PIC X(10).
               02  AkSizeType         PIC A.
               02  AkOrdQty           PIC 9(3).
               02  AkAccQty           PIC 9(3).
               02  AkPrice            PIC 9(5)V99.
               02  AkPartnerPrice     PIC 9(5)V99.
               02  AkLineStatus       PIC X.
               02  FILLER             PIC X(38).
       01  AkTrailerRecord REDEFINES AckRecord.
               02  FILLER             PIC X.
               02  AkTrlOrderCount    PIC 9(6).
               02  AkTrlRecCount      PIC 9(6).
               02  FILLER             PIC X(67).
       FD  PartnerOrdFile.
       01  PartnerOrdData.
               02  PoOrderNum         PIC 9(6).
               02  PoPartner          PIC X(10).
               02  PoRecvDate         PIC 9(8).
               02  PoAckCode          PIC X.
                   88  PoAckAccepted  VALUE 'A'.
                   88  PoAckChanged   VALUE 'C'.
                   88  PoAckHeld      VALUE 'H'.
                   88  PoAckRejected  VALUE 'R'.
               02  PoAckReason        PIC X(24).
               02  PoShipCount        PIC 9(3).
               02  PoLastInvoice      PIC 9(6).
               02  PoLastShipDate     PIC 9(8).
       FD  CustRepFile.
       01  CustRepData.
               02  RaIDNum            PIC 9(6).
               02  RaRepID            PIC X(8).
               02  RaAssignDate       PIC 9(8).
       FD  OrderRepFile.
       01  OrderRepData.
               02  OrOrderNum         PIC 9(6).
               02  OrRepID            PIC X(8).
               02  OrSource           PIC X.
                   88  OrFromCustomer VALUE 'C'.
                   88  OrFromQuote    VALUE 'Q'.
                   88  OrOverridden   VALUE 'O'.
       FD  HeldOrderFile.
       01  HeldRecord.
               02  HeldOrderNum       PIC 9(6).
                   88  HeldPending    VALUE 'P'.
                   88  HeldReleased   VALUE 'A'.
                   88  HeldRejected   VALUE 'R'.
       FD  KitFile.
       01  KitRecord.
               02  KdKitName          PIC X(10).
               02  KdKitSize          PIC A.
               02  KdCompName         PIC X(10).
               02  KdCompSize         PIC A.
               02  KdCompQty          PIC 9(3).
       WORKING-STORAGE SECTION.
       01  FeedFileStatus             PIC XX.
       01  DiscFileStatus             PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  DiscEOFFlag                PIC X.
       01  TaxEOFFlag                 PIC X.
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
       01  KitFileStatus              PIC XX.
       01  KitEOFFlag                 PIC X.
       01  KitIdx                     PIC 9(3).
       01  KitCompCount               PIC 9(3).
       01  KitPriceTotal              PIC 9(7)V99.
       01  KitPricedFlag              PIC X.
       01  PriceFoundFlag             PIC X.
       01  KitTable.
               02  KitEntryCount      PIC 9(3) VALUE 0.
               02  KitEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON KitEntryCount.
                   03  KTKitName      PIC X(10).
                   03  KTKitSize      PIC A.
                   03  KTCompName     PIC X(10).
                   03  KTCompSize     PIC A.
                   03  KTCompQty      PIC 9(3).
       01  ShipToFound                PIC X.
       01  TaxJurisCode               PIC X(5).
       01  TrailerSeen                PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  DetailCount                PIC 9(6) VALUE 0.
       01  OrderDueTotal              PIC S9(7)V99.
       01  NewBalance                 PIC S9(7)V99.
       01  WorkOrderFeedLine          PIC X(31).
       01  PartnerID                  PIC X(10) VALUE "UNKNOWN".
       01  FeedRunDate                PIC X(8) VALUE SPACES.
       01  AckHeaderDone              PIC X VALUE 'N'.
       01  AckOrderCount              PIC 9(6) VALUE 0.
       01  AckRecCount                PIC 9(6) VALUE 0.
       01  AckCode                    PIC X.
       01  AckReason                  PIC X(24).
       01  PriceChangeCount           PIC 9(3).
       01  PartOrdFound               PIC X.
       01  WorkOrder.
               02  WoOrderNum         PIC 9(6).
               02  WoCustIDNum        PIC 9(6).
               02  WoDiscCode         PIC X(5).
               02  WoDiscPct          PIC 9(2).
               02  WoShipToNum        PIC 9(3).
               02  WoLineCount        PIC 9(3).
               02  WoLineItem OCCURS 100 TIMES.
                   03  WoLineProd     PIC X(10).
                   03  WoLineQty      PIC 9(3).
                   03  WoLinePrice    PIC 9(5)V99.
                   03  WoLineAmount   PIC 9(5)V99.
                   03  WoLinePartPrice PIC 9(5)V99.
                   03  WoLineAckFlag  PIC X.
               02  WoTotal            PIC S9(7)V99.
               02  WoTaxAmount        PIC S9(7)V99.
       01  DiscTable.
               STOP RUN
           END-IF.
           PERFORM LoadDiscountTable.
           PERFORM LoadCityRefTable.
           PERFORM LoadKitTable.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT PriceListFile.
           OPEN INPUT TaxMastFile.
           OPEN INPUT ShipToFile.
           OPEN I-O OrderShipFile.
           OPEN OUTPUT RejectFile.
           OPEN OUTPUT AckFile.
           OPEN I-O PartnerOrdFile.
           OPEN INPUT CustRepFile.
           OPEN I-O OrderRepFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ OrderFeedFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-IF
           END-PERFORM.
           PERFORM FinalizePendingOrder.
           PERFORM WriteAckTrailer.
           CLOSE OrderFeedFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE PriceListFile.
           CLOSE TaxMastFile.
           CLOSE ShipToFile.
           CLOSE OrderShipFile.
           CLOSE RejectFile.
           CLOSE AckFile.
           CLOSE PartnerOrdFile.
           CLOSE CustRepFile.
           CLOSE OrderRepFile.
           PERFORM ReleaseCustLock.
           DISPLAY "Orders Accepted : " AcceptedCount
           DISPLAY "Orders Held     : " HeldCount
           DISPLAY "Orders Rejected : " RejectedCount
           DISPLAY "Orders Acknowledged : " AckOrderCount
           IF TrailerSeen = 'N'
               DISPLAY "ERROR: trailer record missing from feed"
               MOVE 8 TO RETURN-CODE
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
       ProcessOneFeedRecord.
           EVALUATE TRUE
               WHEN OfIsHeader
                   DISPLAY "Feed From " OfHdrSourceSys
                       " Dated " OfHdrRunDate
                   MOVE OfHdrSourceSys TO PartnerID
                   MOVE OfHdrRunDate TO FeedRunDate
               WHEN OfIsOrder
                   ADD 1 TO DetailCount
                   PERFORM FinalizePendingOrder
           MOVE SPACES TO OrderBadReason.
           MOVE FeedRecord TO WorkOrderFeedLine.
           MOVE ZEROS TO WoOrderNum WoCustIDNum WoDiscPct
                         WoShipToNum WoLineCount WoTotal WoTaxAmount.
           MOVE 0 TO PriceChangeCount.
           MOVE SPACES TO WoDiscCode.
           IF OfOrderNum IS NOT NUMERIC
                   OR OfCustIDNum IS NOT NUMERIC
           ELSE
               MOVE OfOrderNum TO WoOrderNum
               MOVE OfCustIDNum TO WoCustIDNum
               IF OfShipToNum NOT = SPACES
                   IF OfShipToNum IS NUMERIC
                       MOVE OfShipToNum TO WoShipToNum
                   ELSE
                       MOVE 'Y' TO OrderBadFlag
                       MOVE "Ship-to not numeric" TO OrderBadReason
                   END-IF
               END-IF
               IF OfDiscCode NOT = SPACES
                   PERFORM LookupFeedDiscount
               END-IF
       PriceFeedLine.
           MOVE OfProdName TO PlProdName.
           MOVE OfSizeType TO PlSizeType.
           MOVE 'Y' TO PriceFoundFlag.
           READ PriceListFile
               INVALID KEY MOVE 'N' TO PriceFoundFlag
           END-READ.
           IF PriceFoundFlag = 'N'
               PERFORM PriceKitFromComponents
           END-IF.
           IF PriceFoundFlag = 'N'
               MOVE 'Y' TO OrderBadFlag
               MOVE "Product not on price list"
                   TO OrderBadReason
           ELSE
               ADD 1 TO WoLineCount
               MOVE OfProdName TO WoLineProd(WoLineCount)
               MOVE OfSizeType TO WoLineSize(WoLineCount)
               MOVE OfQty TO WoLineQty(WoLineCount)
               IF WoDiscPct > 0
                   COMPUTE WoLinePrice(WoLineCount) ROUNDED =
                       PlListPrice * (100 - WoDiscPct) / 100
               ELSE
                   MOVE PlListPrice TO WoLinePrice(WoLineCount)
               END-IF
               COMPUTE WoLineAmount(WoLineCount) =
                   WoLineQty(WoLineCount)
                   * WoLinePrice(WoLineCount)
               ADD WoLineAmount(WoLineCount) TO WoTotal
               PERFORM CheckPartnerPrice
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
               IF KTKitName(KitIdx) = OfProdName
                       AND KTKitSize(KitIdx) = OfSizeType
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
               MOVE OfProdName TO PlProdName
               MOVE OfSizeType TO PlSizeType
               MOVE KitPriceTotal TO PlListPrice
               MOVE 'Y' TO PriceFoundFlag
           END-IF.
      * A partner may send the unit price it expects to pay. The order
      * is taken at our price and the difference acknowledged.
       CheckPartnerPrice.
           MOVE 'A' TO WoLineAckFlag(WoLineCount).
           IF OfPartnerPrice IS NUMERIC
               MOVE OfPartnerPrice TO WoLinePartPrice(WoLineCount)
           ELSE
               MOVE ZEROS TO WoLinePartPrice(WoLineCount)
           END-IF.
           IF WoLinePartPrice(WoLineCount) > 0
                   AND WoLinePartPrice(WoLineCount)
                       NOT = WoLinePrice(WoLineCount)
               MOVE 'P' TO WoLineAckFlag(WoLineCount)
               ADD 1 TO PriceChangeCount
           END-IF.
       FinalizePendingOrder.
           IF OrderPendingFlag = 'Y'
               MOVE 'N' TO OrderPendingFlag
                   MOVE "Customer not active" TO OrderBadReason
                   PERFORM WriteOrderReject
               WHEN OTHER
                   PERFORM CheckFeedShipTo
                   IF ShipToFound = 'N'
                       MOVE "Unknown ship-to address" TO OrderBadReason
                       PERFORM WriteOrderReject
                   ELSE
                       PERFORM ComputeFeedOrderTax
                       COMPUTE OrderDueTotal = WoTotal + WoTaxAmount
                       COMPUTE NewBalance = Balance + OrderDueTotal
                       PERFORM CheckCreditHold
                       PERFORM WriteAcceptedOrder
                   END-IF
           END-EVALUATE.
      * A partner order names a ship-to by number; blank or zero means
      * the customer's bill-to address. The ship-to must be an active
      * address of the ordering customer, and its city decides the
      * jurisdiction the order is taxed in.
       CheckFeedShipTo.
           MOVE CustJurisCode TO TaxJurisCode.
           MOVE 'Y' TO ShipToFound.
           IF WoShipToNum > 0
               MOVE WoCustIDNum TO StIDNum
               MOVE WoShipToNum TO StShipToNum
               READ ShipToFile
                   INVALID KEY MOVE 'N' TO ShipToFound
               END-READ
               IF ShipToFound = 'Y' AND NOT ShipToActive
                   MOVE 'N' TO ShipToFound
               END-IF
               IF ShipToFound = 'Y'
                   PERFORM FindShipToJurisCode
               END-IF
           END-IF.
       FindShipToJurisCode.
           MOVE 0 TO FoundCityIdx.
           PERFORM VARYING CityRefIdx FROM 1 BY 1
                   UNTIL CityRefIdx > CityRefCount
               IF CRTCityName(CityRefIdx) = StCity
                   MOVE CityRefIdx TO FoundCityIdx
               END-IF
           END-PERFORM.
           IF FoundCityIdx > 0
               MOVE CRTJurisCode(FoundCityIdx) TO TaxJurisCode
           ELSE
               DISPLAY "WARNING: order " WoOrderNum " ship-to city "
                   StCity " not on city reference - taxed at "
                   "bill-to jurisdiction"
           END-IF.
       WriteOrderShipTo.
           MOVE OrderNum TO OsOrderNum.
           IF WoShipToNum = 0
               DELETE OrderShipFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               MOVE OrdCustIDNum TO OsIDNum
               MOVE WoShipToNum TO OsShipToNum
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
       CheckCreditHold.
           MOVE SPACES TO HoldReason.
           COMPUTE NearLimitAmount =
       ComputeFeedOrderTax.
           MOVE ZEROS TO OrderTaxRate.
           MOVE ZEROS TO WoTaxAmount.
           IF TaxJurisCode NOT = SPACES
               PERFORM FindTaxRateAsOfDate
               IF OrderTaxRate > 0
                   COMPUTE WoTaxAmount ROUNDED =
               END-IF
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
                           OR TmEffDate > BusinessDate
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
                   PERFORM WriteOrderReject
               NOT INVALID KEY
                   PERFORM WriteOrderLineRecords
                   PERFORM WriteOrderShipTo
                   PERFORM AssignOrderRep
                   EVALUATE TRUE
                       WHEN HoldReason NOT = SPACES
                           MOVE 'H' TO AckCode
                           MOVE HoldReason TO AckReason
                       WHEN PriceChangeCount > 0
                           MOVE 'C' TO AckCode
                           MOVE "Price changed" TO AckReason
                       WHEN OTHER
                           MOVE 'A' TO AckCode
                           MOVE SPACES TO AckReason
                   END-EVALUATE
                   PERFORM WriteOrderAck
                   IF HoldReason = SPACES
                       ADD 1 TO AcceptedCount
                   ELSE
           MOVE WorkOrderFeedLine TO RejFeedLine.
           MOVE OrderBadReason TO RejReason.
           WRITE RejectRecord.
           MOVE 'R' TO AckCode.
           MOVE OrderBadReason TO AckReason.
           PERFORM WriteOrderAck.
       WriteFeedReject.
           ADD 1 TO RejectedCount.
           MOVE FeedRecord TO RejFeedLine.
           MOVE RejectReason TO RejReason.
           WRITE RejectRecord.
      * Every order in the feed is acknowledged back to the partner in
      * ordack.dat: accepted, accepted with changes, held or rejected
      * with the reason. Lines are acknowledged for orders taken, with
      * the quantity accepted and the price charged.
       WriteOrderAck.
           IF AckHeaderDone = 'N'
               PERFORM WriteAckHeader
           END-IF.
           MOVE SPACES TO AckRecord.
           SET AkIsOrder TO TRUE.
           MOVE WorkOrderFeedLine(2:6) TO AkOrderRef.
           MOVE WorkOrderFeedLine(8:6) TO AkCustRef.
           MOVE AckCode TO AkStatus.
           MOVE AckReason TO AkReason.
           IF AckCode = 'R'
               MOVE ZEROS TO AkOrderTotal
               MOVE ZEROS TO AkTaxAmount
           ELSE
               MOVE WoTotal TO AkOrderTotal
               MOVE WoTaxAmount TO AkTaxAmount
           END-IF.
           WRITE AckRecord.
           ADD 1 TO AckOrderCount.
           ADD 1 TO AckRecCount.
           IF AckCode NOT = 'R'
               PERFORM WriteAckLine
                   VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > WoLineCount
           END-IF.
           IF WoOrderNum > 0
               PERFORM RecordPartnerOrder
           END-IF.
       WriteAckLine.
           MOVE SPACES TO AckRecord.
           SET AkIsLine TO TRUE.
           MOVE WorkOrderFeedLine(2:6) TO AkLnOrderRef.
           MOVE LineIdx TO AkLineNum.
           MOVE WoLineProd(LineIdx) TO AkProdName.
           MOVE WoLineSize(LineIdx) TO AkSizeType.
           MOVE WoLineQty(LineIdx) TO AkOrdQty.
           MOVE WoLineQty(LineIdx) TO AkAccQty.
           MOVE WoLinePrice(LineIdx) TO AkPrice.
           MOVE WoLinePartPrice(LineIdx) TO AkPartnerPrice.
           MOVE WoLineAckFlag(LineIdx) TO AkLineStatus.
           WRITE AckRecord.
           ADD 1 TO AckRecCount.
       WriteAckHeader.
           MOVE SPACES TO AckRecord.
           SET AkIsHeader TO TRUE.
           MOVE PartnerID TO AkHdrPartner.
           MOVE BusinessDate TO AkHdrDate.
           MOVE FeedRunDate TO AkHdrFeedDate.
           WRITE AckRecord.
           MOVE 'Y' TO AckHeaderDone.
       WriteAckTrailer.
           IF AckHeaderDone = 'N'
               PERFORM WriteAckHeader
           END-IF.
           MOVE SPACES TO AckRecord.
           SET AkIsTrailer TO TRUE.
           MOVE AckOrderCount TO AkTrlOrderCount.
           MOVE AckRecCount TO AkTrlRecCount.
           WRITE AckRecord.
      * partord.dat ties an order to the partner that sent it, for the
      * ship notices and the partner report. A resent order number
      * already taken keeps its original acknowledgment; a rejected
      * one sent again is replaced.
       RecordPartnerOrder.
           MOVE WoOrderNum TO PoOrderNum.
           MOVE 'Y' TO PartOrdFound.
           READ PartnerOrdFile
               INVALID KEY MOVE 'N' TO PartOrdFound
           END-READ.
           EVALUATE TRUE
               WHEN PartOrdFound = 'N'
                   PERFORM FillPartnerOrder
                   WRITE PartnerOrdData
                       INVALID KEY
                           DISPLAY "WARNING: partner order "
                               WoOrderNum " not recorded"
                   END-WRITE
               WHEN PoAckRejected
                   PERFORM FillPartnerOrder
                   REWRITE PartnerOrdData
                       INVALID KEY
                           DISPLAY "WARNING: partner order "
                               WoOrderNum " not recorded"
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       FillPartnerOrder.
           MOVE WoOrderNum TO PoOrderNum.
           MOVE PartnerID TO PoPartner.
           MOVE BusinessDate TO PoRecvDate.
           MOVE AckCode TO PoAckCode.
           MOVE AckReason TO PoAckReason.
           MOVE ZEROS TO PoShipCount.
           MOVE ZEROS TO PoLastInvoice.
           MOVE ZEROS TO PoLastShipDate.
      * The order takes the rep assigned to its customer, for the
      * commission on what is collected against its invoices.
       AssignOrderRep.
           MOVE SPACES TO OrderRepData.
           MOVE OrdCustIDNum TO RaIDNum.
           READ CustRepFile
               INVALID KEY MOVE SPACES TO RaRepID
           END-READ.
           IF RaRepID NOT = SPACES
               MOVE RaRepID TO OrRepID
               SET OrFromCustomer TO TRUE
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
           END-IF.
