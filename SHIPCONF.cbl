                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxMastKey.
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
              SELECT OPTIONAL CustCurFile ASSIGN TO "custcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcIDNum.
              SELECT OPTIONAL TaxExemptFile ASSIGN TO "taxexmt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT InvCtlFile ASSIGN TO "invctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvCtlStatus.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
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
              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT CarrierFile ASSIGN TO "frtcarr.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CarrierStatus.
              SELECT ZoneFile ASSIGN TO "frtzone.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ZoneStatus.
              SELECT FrtTaxFile ASSIGN TO "frttax.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FrtTaxStatus.
              SELECT OPTIONAL FrtRateFile ASSIGN TO "frtrate.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FrtRateKey.
              SELECT OPTIONAL FrtLogFile ASSIGN TO "frtlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT OPTIONAL PartnerOrdFile ASSIGN TO "partord.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoOrderNum.
              SELECT OPTIONAL AsnPendFile ASSIGN TO "asnpend.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AsnPendStatus.
              SELECT OPTIONAL BackorderFile ASSIGN TO "backorder.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BackFileStatus.
              SELECT MovementFile ASSIGN TO "invmove.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT OPTIONAL OrderLotFile ASSIGN TO "ordlot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OrdLotStatus.
              SELECT KitFile ASSIGN TO "kitdef.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KitFileStatus.
              SELECT OPTIONAL LotShipFile ASSIGN TO "lotship.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OrderFile.
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
       FD  CityRefFile.
       01  CityRefRecord.
               02  CrCityName         PIC X(15).
               02  CrJurisCode        PIC X(5).
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName        PIC X(10).
               02  CatSizeType        PIC A.
               02  CatUnitCost        PIC 9(5)V99.
               02  CatShipWeight      PIC 9(3)V99.
       FD  CarrierFile.
       01  CarrierRecord.
               02  FcCarrier          PIC X(4).
               02  FcName             PIC X(20).
               02  FcStatus           PIC X.
       FD  ZoneFile.
       01  ZoneRecord.
               02  FzCityName         PIC X(15).
               02  FzZone             PIC 99.
       FD  FrtTaxFile.
       01  FrtTaxRecord.
               02  FtJurisCode        PIC X(5).
       FD  FrtRateFile.
       01  FrtRateData.
               02  FrtRateKey.
                   03  RtCarrier      PIC X(4).
                   03  RtZone         PIC 99.
                   03  RtMaxWeight    PIC 9(5)V99.
               02  RtCharge           PIC 9(5)V99.
               02  RtCost             PIC 9(5)V99.
               02  RtUpdDate          PIC 9(8).
               02  RtOperator         PIC X(8).
       FD  FrtLogFile.
       01  FrtLogRecord.
               02  FlDate             PIC 9(8).
               02  FlInvoiceNum       PIC 9(6).
               02  FlOrderNum         PIC 9(6).
               02  FlIDNum            PIC 9(6).
               02  FlCarrier          PIC X(4).
               02  FlZone             PIC 99.
               02  FlWeight           PIC 9(6)V99.
               02  FlCharge           PIC 9(5)V99.
               02  FlCost             PIC 9(5)V99.
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
       FD  AsnPendFile.
       01  AsnPendRecord.
               02  AsRecType          PIC X.
                   88  AsIsShipment   VALUE 'S'.
                   88  AsIsLine       VALUE 'L'.
               02  AsPartner          PIC X(10).
               02  AsOrderNum         PIC 9(6).
               02  AsShipNum          PIC 9(3).
               02  AsRecBody          PIC X(60).
       01  AsShipmentRecord REDEFINES AsnPendRecord.
               02  FILLER             PIC X(20).
               02  AsInvoiceNum       PIC 9(6).
               02  AsShipDate         PIC 9(8).
               02  AsCarrier          PIC X(4).
               02  AsWeight           PIC 9(6)V99.
               02  FILLER             PIC X(34).
       01  AsLineRecord REDEFINES AsnPendRecord.
               02  FILLER             PIC X(20).
               02  AsLineNum          PIC 9(3).
               02  AsProdName         PIC X(10).
               02  AsSizeType         PIC A.
               02  AsShipQty          PIC 9(3).
               02  AsRemainQty        PIC 9(3).
               02  FILLER             PIC X(40).
       FD  BackorderFile.
       01  BackorderData.
               02  BoOrderNum         PIC 9(6).
               02  BoCustIDNum        PIC 9(6).
               02  BoProdName         PIC X(10).
               02  BoSizeType         PIC A.
               02  BoQty              PIC 9(3).
       FD  MovementFile.
       01  MovementData.
               02  MvType             PIC X.
               02  MvProdName         PIC X(10).
               02  MvSizeType         PIC A.
               02  MvSign             PIC X.
               02  MvQuantity         PIC 9(5).
               02  MvReason           PIC X(10).
               02  MvDate             PIC 9(8).
               02  MvUnitCost         PIC 9(5)V99.
               02  MvLocation         PIC X(4).
               02  MvToLocation       PIC X(4).
               02  MvLotNum           PIC X(10).
               02  MvExpiryDate       PIC 9(8).
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
       FD  KitFile.
       01  KitRecord.
               02  KdKitName          PIC X(10).
               02  KdKitSize          PIC A.
               02  KdCompName         PIC X(10).
               02  KdCompSize         PIC A.
               02  KdCompQty          PIC 9(3).
      * Every lot shipped, to which customer on which order and
      * invoice, for the recall trace in LOTTRACE.
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
       FD  ControlTotalsFile.
       01  ControlTotalsRecord.
               02  CtlRecActiveCount  PIC 9(6).
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
       FD  TaxExemptFile.
       01  TaxExemptRecord.
               02  TxIDNum            PIC 9(6).
               02  TxJurisCode        PIC X(5).
               02  TxCertNumber       PIC X(15).
               02  TxDate             PIC 9(8).
               02  TxDocRef           PIC X(10).
               02  TxAmount           PIC S9(7)V99.
       FD  CustCurFile.
       01  CustCurData.
               02  CcIDNum            PIC 9(6).
               02  CcCurrency         PIC X(3).
               02  CcForeignBal       PIC S9(9)V99.
               02  CcHomeBal          PIC S9(9)V99.
               02  CcUnrealized       PIC S9(9)V99.
               02  CcRevalDate        PIC 9(8).
               02  CcRevalRate        PIC 9(3)V9(6).
       FD  InvCtlFile.
       01  InvCtlRecord.
               02  InvCtlNextNum      PIC 9(6).
       01  OrderExists                PIC X.
       01  CustExists                 PIC X.
       01  TaxEOFFlag                 PIC X.
       01  CertFoundFlag              PIC X.
       01  TaxExemptFlag              PIC X VALUE 'N'.
       01  ExemptCheckDate            PIC 9(8).
       01  WorkOrderNum               PIC 9(6).
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
       01  CatFileStatus              PIC XX.
       01  CarrierStatus              PIC XX.
       01  ZoneStatus                 PIC XX.
       01  FrtTaxStatus               PIC XX.
       01  FrtEOFFlag                 PIC X.
       01  CatWeightIdx               PIC 9(3).
       01  CatWeightTable.
               02  CatWeightCount     PIC 9(3) VALUE 0.
               02  CatWeightEntry     OCCURS 1 TO 500 TIMES
                                      DEPENDING ON CatWeightCount.
                   03  CWProdName     PIC X(10).
                   03  CWSizeType     PIC A.
                   03  CWShipWeight   PIC 9(3)V99.
       01  CarrierIdx                 PIC 9(3).
       01  FoundCarrierIdx            PIC 9(3).
       01  CarrierTable.
               02  CarrierCount       PIC 9(3) VALUE 0.
               02  CarrierEntry       OCCURS 1 TO 99 TIMES
                                      DEPENDING ON CarrierCount.
                   03  CTCarrier      PIC X(4).
                   03  CTName         PIC X(20).
                   03  CTStatus       PIC X.
       01  ZoneIdx                    PIC 9(3).
       01  ZoneTable.
               02  ZoneCount          PIC 9(3) VALUE 0.
               02  ZoneEntry          OCCURS 1 TO 999 TIMES
                                      DEPENDING ON ZoneCount.
                   03  ZTCityName     PIC X(15).
                   03  ZTZone         PIC 99.
       01  FrtTaxIdx                  PIC 9(3).
       01  FrtTaxTable.
               02  FrtTaxCount        PIC 9(3) VALUE 0.
               02  FrtTaxEntry        OCCURS 1 TO 200 TIMES
                                      DEPENDING ON FrtTaxCount.
                   03  FTTJurisCode   PIC X(5).
       01  ShipCarrier                PIC X(4).
       01  CarrierOKFlag              PIC X.
       01  FreightCity                PIC X(15).
       01  FreightZone                PIC 99.
       01  FreightRated               PIC X.
       01  FreightTaxable             PIC X.
       01  BreakFoundFlag             PIC X.
       01  TopBreakFlag               PIC X.
       01  TopBreakCharge             PIC 9(5)V99.
       01  TopBreakCost               PIC 9(5)V99.
       01  ShipLineWeight             PIC 9(6)V99.
       01  ShipWeightTotal            PIC 9(6)V99.
       01  FreightCharge              PIC S9(7)V99.
       01  FreightCost                PIC S9(7)V99.
       01  ShipTaxableBase            PIC S9(7)V99.
       01  InvForeignFreight          PIC S9(7)V99.
       01  ReportWeight               PIC ZZZZZ9.99.
       01  WorkShipToNum              PIC 9(3).
       01  ShipToFound                PIC X.
       01  OrdShipFound               PIC X.
       01  TaxJurisCode               PIC X(5).
       01  WasPickedFlag              PIC X.
       01  LineEOFFlag                PIC X.
       01  BackFileStatus             PIC XX.
       01  ShipEOFFlag                PIC X.
       01  LastShipNum                PIC 9(3).
       01  ShipNum                    PIC 9(3).
       01  AsnPendStatus              PIC XX.
       01  PartOrdFound               PIC X.
       01  LineShippedQty             PIC 9(5).
       01  LineOutstandQty            PIC 9(3).
       01  ShipQtyTotal               PIC 9(6).
       01  RemainQtyTotal             PIC 9(6).
       01  ShipLineIdx                PIC 9(3).
       01  ShipLineTable.
               02  ShipLineCount      PIC 9(3) VALUE 0.
               02  ShipLineEntry      OCCURS 1 TO 999 TIMES
                                      DEPENDING ON ShipLineCount.
                   03  SLTLineNum     PIC 9(3).
                   03  SLTProdName    PIC X(10).
                   03  SLTSizeType    PIC A.
                   03  SLTPrice       PIC 9(5)V99.
                   03  SLTShipQty     PIC 9(3).
                   03  SLTRemainQty   PIC 9(3).
       01  OrdLotStatus               PIC XX.
       01  LotEOFFlag                 PIC X.
       01  OrdLotChanged              PIC X.
       01  LotTableFull               PIC X.
       01  LotLeftQty                 PIC 9(5).
       01  LotTakeQty                 PIC 9(5).
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
       01  KitFileStatus              PIC XX.
       01  KitEOFFlag                 PIC X.
       01  KitIdx                     PIC 9(3).
       01  KitLineName                PIC X(10).
       01  KitLineSize                PIC A.
       01  KitCompCount               PIC 9(3).
       01  KitCompFound               PIC X.
       01  KitShipQty                 PIC 9(5).
       01  KitBuiltQty                PIC 9(5).
       01  KitTable.
               02  KitEntryCount      PIC 9(3) VALUE 0.
               02  KitEntry           OCCURS 1 TO 500 TIMES
                                      DEPENDING ON KitEntryCount.
                   03  KTKitName      PIC X(10).
                   03  KTKitSize      PIC A.
                   03  KTCompName     PIC X(10).
                   03  KTCompSize     PIC A.
                   03  KTCompQty      PIC 9(3).
       01  ShipLineQty                PIC 9(3).
       01  ShipLineAmount             PIC 9(5)V99.
       01  ShipMerchTotal             PIC S9(7)V99.
       01  InvoicedCount              PIC 9(4) VALUE 0.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZ9.99-.
       01  FxlCurrency                PIC X(3).
       01  FxlDate                    PIC 9(8).
       01  FxlRate                    PIC 9(3)V9(6).
       01  FxlFound                   PIC X.
       01  CurFoundFlag               PIC X.
       01  ForeignCustFlag            PIC X VALUE 'N'.
       01  InvCurrencyOK              PIC X.
       01  ConvHomeAmount             PIC S9(7)V99.
       01  ConvInvAmount              PIC S9(7)V99.
       01  InvForeignMerch            PIC S9(7)V99.
       01  InvForeignTax              PIC S9(7)V99.
       01  InvForeignTotal            PIC S9(7)V99.
       01  ReportRate                 PIC ZZ9.999999.
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       01  CostOfSalesTotal           PIC S9(9)V99.
       01  IcPostType                 PIC X(8).
       01  IcSource                   PIC X(8).
       01  IcRef                      PIC X(10).
       01  IcDate                     PIC 9(8).
       01  IcQty                      PIC S9(5).
       01  IcUnitCost                 PIC 9(5)V99.
       01  IcAmount                   PIC S9(9)V99.
       01  TodayDate.
               02  TodayYear          PIC 9(4).
               02  TodayMonth         PIC 99.
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           PERFORM LoadCityRefTable.
           PERFORM LoadCatalogWeights.
           PERFORM LoadKitTable.
           PERFORM LoadCarrierTable.
           PERFORM LoadZoneTable.
           PERFORM LoadFrtTaxTable.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN I-O CustomerFile.
           OPEN INPUT TaxMastFile.
           OPEN I-O CustCurFile.
           OPEN INPUT TaxCertFile.
           OPEN EXTEND TaxExemptFile.
           OPEN I-O PostingFile.
           OPEN OUTPUT InvoiceFile.
           OPEN INPUT ShipToFile.
           OPEN I-O OrderShipFile.
           OPEN INPUT FrtRateFile.
           OPEN EXTEND FrtLogFile.
           OPEN I-O ShipmentFile.
           OPEN I-O PartnerOrdFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "Order Number (0 to Quit) : "
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE TaxMastFile.
           CLOSE CustCurFile.
           CLOSE TaxCertFile.
           CLOSE TaxExemptFile.
           CLOSE PostingFile.
           CLOSE InvoiceFile.
           CLOSE ShipToFile.
           CLOSE OrderShipFile.
           CLOSE FrtRateFile.
           CLOSE FrtLogFile.
           CLOSE ShipmentFile.
           CLOSE PartnerOrdFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           DISPLAY "Orders Invoiced : " InvoicedCount
           MOVE CtlMTDDeletes TO CtlRecMTDDeletes.
           WRITE ControlTotalsRecord.
           CLOSE ControlTotalsFile.
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
      * Unit shipping weights from the product catalog; a product or
      * size without one adds nothing to the weight rated for freight.
       LoadCatalogWeights.
           MOVE 0 TO CatWeightCount.
           MOVE 'N' TO FrtEOFFlag.
           OPEN INPUT CatalogFile.
           IF CatFileStatus NOT = "00"
               MOVE 'Y' TO FrtEOFFlag
           END-IF.
           PERFORM UNTIL FrtEOFFlag = 'Y'
               READ CatalogFile
                   AT END MOVE 'Y' TO FrtEOFFlag
               END-READ
               IF FrtEOFFlag = 'N' AND CatWeightCount < 500
                   ADD 1 TO CatWeightCount
                   MOVE CatProdName TO CWProdName(CatWeightCount)
                   MOVE CatSizeType TO CWSizeType(CatWeightCount)
                   IF CatShipWeight IS NUMERIC
                       MOVE CatShipWeight
                           TO CWShipWeight(CatWeightCount)
                   ELSE
                       MOVE 0 TO CWShipWeight(CatWeightCount)
                   END-IF
               END-IF
           END-PERFORM.
           IF CatFileStatus = "00" OR CatFileStatus = "10"
               CLOSE CatalogFile
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
       LoadCarrierTable.
           MOVE 0 TO CarrierCount.
           MOVE 'N' TO FrtEOFFlag.
           OPEN INPUT CarrierFile.
           IF CarrierStatus NOT = "00"
               MOVE 'Y' TO FrtEOFFlag
           END-IF.
           PERFORM UNTIL FrtEOFFlag = 'Y'
               READ CarrierFile
                   AT END MOVE 'Y' TO FrtEOFFlag
               END-READ
               IF FrtEOFFlag = 'N' AND CarrierCount < 99
                   ADD 1 TO CarrierCount
                   MOVE FcCarrier TO CTCarrier(CarrierCount)
                   MOVE FcName TO CTName(CarrierCount)
                   MOVE FcStatus TO CTStatus(CarrierCount)
               END-IF
           END-PERFORM.
           IF CarrierStatus = "00" OR CarrierStatus = "10"
               CLOSE CarrierFile
           END-IF.
       LoadZoneTable.
           MOVE 0 TO ZoneCount.
           MOVE 'N' TO FrtEOFFlag.
           OPEN INPUT ZoneFile.
           IF ZoneStatus NOT = "00"
               MOVE 'Y' TO FrtEOFFlag
           END-IF.
           PERFORM UNTIL FrtEOFFlag = 'Y'
               READ ZoneFile
                   AT END MOVE 'Y' TO FrtEOFFlag
               END-READ
               IF FrtEOFFlag = 'N' AND ZoneCount < 999
                   ADD 1 TO ZoneCount
                   MOVE FzCityName TO ZTCityName(ZoneCount)
                   MOVE FzZone TO ZTZone(ZoneCount)
               END-IF
           END-PERFORM.
           IF ZoneStatus = "00" OR ZoneStatus = "10"
               CLOSE ZoneFile
           END-IF.
       LoadFrtTaxTable.
           MOVE 0 TO FrtTaxCount.
           MOVE 'N' TO FrtEOFFlag.
           OPEN INPUT FrtTaxFile.
           IF FrtTaxStatus NOT = "00"
               MOVE 'Y' TO FrtEOFFlag
           END-IF.
           PERFORM UNTIL FrtEOFFlag = 'Y'
               READ FrtTaxFile
                   AT END MOVE 'Y' TO FrtEOFFlag
               END-READ
               IF FrtEOFFlag = 'N' AND FrtTaxCount < 200
                   ADD 1 TO FrtTaxCount
                   MOVE FtJurisCode TO FTTJurisCode(FrtTaxCount)
               END-IF
           END-PERFORM.
           IF FrtTaxStatus = "00" OR FrtTaxStatus = "10"
               CLOSE FrtTaxFile
           END-IF.
       ShipOneOrder.
           MOVE WorkOrderNum TO OrderNum.
           MOVE 'Y' TO OrderExists.
               DISPLAY "Customer Does not Exist or Is Not Live - "
                   "Order Not Invoiced"
           ELSE
               PERFORM GetInvoiceCurrency
               IF InvCurrencyOK = 'N'
                   DISPLAY "No Exchange Rate for " CcCurrency
                       " - Order Not Invoiced"
               ELSE
                   IF OrderPicked
                       MOVE 'Y' TO WasPickedFlag
                   ELSE
                       MOVE 'N' TO WasPickedFlag
                   END-IF
                   PERFORM BuildShipLineTable
                   PERFORM LoadOrderLots
                   EVALUATE TRUE
                       WHEN ShipQtyTotal > 0
                           PERFORM InvoiceShipment
                       WHEN RemainQtyTotal > 0
                           PERFORM ReturnOrderToBackorder
                       WHEN OTHER
                           DISPLAY "Nothing Outstanding on Order "
                               OrderNum
                   END-EVALUATE
                   IF OrdLotChanged = 'Y' AND LotTableFull = 'N'
                       PERFORM SaveOrderLots
                   END-IF
               END-IF
           END-IF.
      * Each confirmation ships what is outstanding on the order, or
      * what was picked where a pick list was confirmed, and becomes
      * a shipment with its own invoice. Anything left over goes back
      * to backorder and the order stays open until it has all gone.
       InvoiceShipment.
           PERFORM LoadOrderShipTo.
           PERFORM DeriveTaxJurisCode.
           PERFORM SelectCarrier.
           PERFORM ComputeShippedTotals.
           PERFORM AssignInvoiceNumber.
           MOVE InvoiceNum TO OrdInvoiceNum.
           IF RemainQtyTotal > 0
               SET OrderBackord TO TRUE
           ELSE
               SET OrderShipped TO TRUE
           END-IF.
           REWRITE OrderData
               INVALID KEY
                   DISPLAY "WARNING: order " OrderNum
                       " not updated"
               NOT INVALID KEY
                   PERFORM PostInvoiceToCustomer
           END-REWRITE.
       ReturnOrderToBackorder.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           SET OrderBackord TO TRUE.
           REWRITE OrderData
               INVALID KEY
                   DISPLAY "WARNING: order " OrderNum
                       " not updated"
               NOT INVALID KEY
                   PERFORM ReturnUnshippedRemainder
                   DISPLAY "Nothing Shipped - Order " OrderNum
                       " Returned to Backorder"
           END-REWRITE.
      * Quantity already shipped on each line comes from the order's
      * earlier shipments on shipment.dat.
       BuildShipLineTable.
           MOVE 0 TO ShipLineCount.
           MOVE ZEROS TO ShipQtyTotal.
           MOVE ZEROS TO RemainQtyTotal.
           PERFORM FindLastShipNum.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START OrderLineFile KEY IS NOT LESS THAN OrderLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ OrderLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF OlOrderNum NOT = OrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       PERFORM AddShipLineEntry
                   END-IF
               END-IF
           END-PERFORM.
       AddShipLineEntry.
           PERFORM SumLineShipments.
           IF OlQty > LineShippedQty
               COMPUTE LineOutstandQty = OlQty - LineShippedQty
           ELSE
               MOVE ZEROS TO LineOutstandQty
           END-IF.
           IF ShipLineCount < 999
               ADD 1 TO ShipLineCount
               MOVE OlLineNum TO SLTLineNum(ShipLineCount)
               MOVE OlProdName TO SLTProdName(ShipLineCount)
               MOVE OlSizeType TO SLTSizeType(ShipLineCount)
               MOVE OlPrice TO SLTPrice(ShipLineCount)
               IF WasPickedFlag = 'Y'
                       AND OlPickQty < LineOutstandQty
                   MOVE OlPickQty TO SLTShipQty(ShipLineCount)
               ELSE
                   MOVE LineOutstandQty TO SLTShipQty(ShipLineCount)
               END-IF
               COMPUTE SLTRemainQty(ShipLineCount) =
                   LineOutstandQty - SLTShipQty(ShipLineCount)
               ADD SLTShipQty(ShipLineCount) TO ShipQtyTotal
               ADD SLTRemainQty(ShipLineCount) TO RemainQtyTotal
           END-IF.
       FindLastShipNum.
           MOVE ZEROS TO LastShipNum.
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
                       MOVE ShShipNum TO LastShipNum
                   END-IF
               END-IF
           END-PERFORM.
       SumLineShipments.
           MOVE ZEROS TO LineShippedQty.
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
                       IF ShLineNum = OlLineNum
                           ADD ShQty TO LineShippedQty
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       GetShipLineQty.
           MOVE ZEROS TO ShipLineQty.
           PERFORM VARYING ShipLineIdx FROM 1 BY 1
                   UNTIL ShipLineIdx > ShipLineCount
               IF SLTLineNum(ShipLineIdx) = OlLineNum
                   MOVE SLTShipQty(ShipLineIdx) TO ShipLineQty
               END-IF
           END-PERFORM.
      * A customer with a billing currency on custcur.dat is invoiced
      * in that currency at the rate in force on the invoice date. The
      * books stay in home currency; the foreign amount owed and the
      * home amount it was booked at are carried on custcur.dat for
      * the payment apply and the month-end revaluation.
       GetInvoiceCurrency.
           MOVE 'N' TO ForeignCustFlag.
           MOVE 'Y' TO InvCurrencyOK.
           MOVE IDNum TO CcIDNum.
           MOVE 'Y' TO CurFoundFlag.
           READ CustCurFile
               INVALID KEY MOVE 'N' TO CurFoundFlag
           END-READ.
           IF CurFoundFlag = 'Y' AND CcCurrency NOT = SPACES
               MOVE 'Y' TO ForeignCustFlag
               MOVE CcCurrency TO FxlCurrency
               MOVE FUNCTION CURRENT-DATE(1:8) TO FxlDate
               CALL 'FXLOOKUP' USING FxlCurrency, FxlDate, FxlRate,
                   FxlFound
               IF FxlFound = 'N'
                   MOVE 'N' TO InvCurrencyOK
               END-IF
           END-IF.
       ConvertToInvoiceCurrency.
           IF ForeignCustFlag = 'Y'
               COMPUTE ConvInvAmount ROUNDED =
                   ConvHomeAmount / FxlRate
           ELSE
               MOVE ConvHomeAmount TO ConvInvAmount
           END-IF.
       ComputeShippedTotals.
           MOVE ZEROS TO ShipMerchTotal.
           MOVE ZEROS TO ShipWeightTotal.
           PERFORM WalkOrderLines.
           PERFORM ComputeFreight.
           PERFORM ComputeShipTax.
           COMPUTE ShipDueTotal = ShipMerchTotal + FreightCharge
               + ShipTaxAmount.
           MOVE ShipMerchTotal TO ConvHomeAmount.
           PERFORM ConvertToInvoiceCurrency.
           MOVE ConvInvAmount TO InvForeignMerch.
           MOVE FreightCharge TO ConvHomeAmount.
           PERFORM ConvertToInvoiceCurrency.
           MOVE ConvInvAmount TO InvForeignFreight.
           MOVE ShipTaxAmount TO ConvHomeAmount.
           PERFORM ConvertToInvoiceCurrency.
           MOVE ConvInvAmount TO InvForeignTax.
           COMPUTE InvForeignTotal = InvForeignMerch + InvForeignFreight
               + InvForeignTax.
       WalkOrderLines.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
               END-IF
           END-PERFORM.
       AddOneShippedLine.
           PERFORM GetShipLineQty.
           COMPUTE ShipLineAmount = ShipLineQty * OlPrice.
           ADD ShipLineAmount TO ShipMerchTotal.
           MOVE ZEROS TO ShipLineWeight.
           PERFORM VARYING CatWeightIdx FROM 1 BY 1
                   UNTIL CatWeightIdx > CatWeightCount
               IF CWProdName(CatWeightIdx) = OlProdName
                       AND CWSizeType(CatWeightIdx) = OlSizeType
                   COMPUTE ShipLineWeight =
                       ShipLineQty * CWShipWeight(CatWeightIdx)
               END-IF
           END-PERFORM.
           ADD ShipLineWeight TO ShipWeightTotal.
       ComputeShipTax.
           MOVE ZEROS TO ShipTaxRate.
           MOVE 'N' TO TaxExemptFlag.
           MOVE ZEROS TO ShipTaxAmount.
           MOVE ShipMerchTotal TO ShipTaxableBase.
           MOVE 'N' TO FreightTaxable.
           PERFORM VARYING FrtTaxIdx FROM 1 BY 1
                   UNTIL FrtTaxIdx > FrtTaxCount
               IF FTTJurisCode(FrtTaxIdx) = TaxJurisCode
                   MOVE 'Y' TO FreightTaxable
               END-IF
           END-PERFORM.
           IF FreightTaxable = 'Y'
               ADD FreightCharge TO ShipTaxableBase
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           IF TaxJurisCode NOT = SPACES
               COMPUTE ShipDateNum = TodayYear * 10000
                   + TodayMonth * 100 + TodayDay
               COMPUTE ExemptCheckDate = OrdYear * 10000
                   + OrdMonth * 100 + OrdDay
               PERFORM CheckTaxExemption
               IF TaxExemptFlag = 'N'
                   PERFORM FindTaxRateAsOfDate
                   IF ShipTaxRate > 0
                       COMPUTE ShipTaxAmount ROUNDED =
                           ShipTaxableBase * ShipTaxRate
                   END-IF
               END-IF
           END-IF.
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
                           OR TmEffDate > ShipDateNum
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
                   END-IF
               END-IF
           END-PERFORM.
      * An order taken for a ship-to address is taxed in the
      * jurisdiction of the ship-to city as it stands at shipment, and
      * the invoice number is stamped on its ordship.dat record so the
      * tax summary and any later credit use the same jurisdiction.
       LoadOrderShipTo.
           MOVE ZEROS TO WorkShipToNum.
           MOVE 'N' TO ShipToFound.
           MOVE 'N' TO OrdShipFound.
           MOVE OrderNum TO OsOrderNum.
           READ OrderShipFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO OrdShipFound
                   MOVE OsShipToNum TO WorkShipToNum
                   MOVE OrdCustIDNum TO StIDNum
                   MOVE OsShipToNum TO StShipToNum
                   MOVE 'Y' TO ShipToFound
                   READ ShipToFile
                       INVALID KEY MOVE 'N' TO ShipToFound
                   END-READ
           END-READ.
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
       StampOrderShipInvoice.
           IF OrdShipFound = 'Y'
               MOVE TaxJurisCode TO OsJurisCode
               MOVE InvoiceNum TO OsInvoiceNum
               REWRITE OrderShipData
                   INVALID KEY
                       DISPLAY "WARNING: ship-to for order " OrderNum
                           " not stamped with invoice"
               END-REWRITE
           END-IF.
      * The shipping clerk names the carrier the order went out with;
      * a blank carrier (customer collection, own delivery) bills no
      * freight.
       SelectCarrier.
           MOVE 'N' TO CarrierOKFlag.
           PERFORM UNTIL CarrierOKFlag = 'Y'
               DISPLAY "Carrier Code (blank for No Freight) : "
                   WITH NO ADVANCING
               ACCEPT ShipCarrier
               MOVE FUNCTION UPPER-CASE(ShipCarrier) TO ShipCarrier
               MOVE 0 TO FoundCarrierIdx
               PERFORM VARYING CarrierIdx FROM 1 BY 1
                       UNTIL CarrierIdx > CarrierCount
                   IF CTCarrier(CarrierIdx) = ShipCarrier
                       MOVE CarrierIdx TO FoundCarrierIdx
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ShipCarrier = SPACES
                       MOVE 'Y' TO CarrierOKFlag
                   WHEN FoundCarrierIdx = 0
                       DISPLAY "Carrier Not on File"
                   WHEN CTStatus(FoundCarrierIdx) = 'I'
                       DISPLAY "Carrier Is Inactive"
                   WHEN OTHER
                       MOVE 'Y' TO CarrierOKFlag
               END-EVALUATE
           END-PERFORM.
      * Freight is rated on the shipped weight, in the zone of the
      * city the goods are delivered to, at the carrier's first weight
      * break that covers it. A shipment heavier than the top break is
      * charged at the top break.
       ComputeFreight.
           MOVE ZEROS TO FreightCharge.
           MOVE ZEROS TO FreightCost.
           MOVE 0 TO FreightZone.
           MOVE 'N' TO FreightRated.
           IF ShipCarrier NOT = SPACES
               IF WorkShipToNum > 0 AND ShipToFound = 'Y'
                   MOVE StCity TO FreightCity
               ELSE
                   MOVE City TO FreightCity
               END-IF
               PERFORM VARYING ZoneIdx FROM 1 BY 1
                       UNTIL ZoneIdx > ZoneCount
                   IF ZTCityName(ZoneIdx) = FreightCity
                       MOVE ZTZone(ZoneIdx) TO FreightZone
                   END-IF
               END-PERFORM
               IF FreightZone = 0
                   DISPLAY "WARNING: no freight zone for "
                       FreightCity " - freight not charged"
               ELSE
                   PERFORM FindFreightRate
               END-IF
           END-IF.
       FindFreightRate.
           MOVE 'N' TO BreakFoundFlag.
           MOVE 'N' TO TopBreakFlag.
           MOVE ShipCarrier TO RtCarrier.
           MOVE FreightZone TO RtZone.
           MOVE ZEROS TO RtMaxWeight.
           MOVE 'N' TO FrtEOFFlag.
           START FrtRateFile KEY IS NOT LESS THAN FrtRateKey
               INVALID KEY MOVE 'Y' TO FrtEOFFlag
           END-START.
           PERFORM UNTIL FrtEOFFlag = 'Y'
               READ FrtRateFile NEXT RECORD
                   AT END MOVE 'Y' TO FrtEOFFlag
               END-READ
               IF FrtEOFFlag = 'N'
                   IF RtCarrier NOT = ShipCarrier
                           OR RtZone NOT = FreightZone
                       MOVE 'Y' TO FrtEOFFlag
                   ELSE
                       MOVE 'Y' TO TopBreakFlag
                       MOVE RtCharge TO TopBreakCharge
                       MOVE RtCost TO TopBreakCost
                       IF RtMaxWeight >= ShipWeightTotal
                           MOVE 'Y' TO BreakFoundFlag
                           MOVE 'Y' TO FrtEOFFlag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN TopBreakFlag = 'N'
                   DISPLAY "WARNING: no rate for carrier " ShipCarrier
                       " zone " FreightZone " - freight not charged"
               WHEN BreakFoundFlag = 'N'
                   DISPLAY "WARNING: shipment over the top weight "
                       "break for " ShipCarrier " - top break charged"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TopBreakFlag = 'Y'
               MOVE 'Y' TO FreightRated
               MOVE TopBreakCharge TO FreightCharge
               MOVE TopBreakCost TO FreightCost
           END-IF.
       AssignInvoiceNumber.
           MOVE ZEROS TO InvoiceNum.
           OPEN INPUT InvCtlFile.
               NOT INVALID KEY
                   ADD ShipDueTotal TO CtlTotalBalance
                   PERFORM WriteInvoicePosting
                   IF FreightCharge NOT = ZEROS
                       PERFORM WriteFreightPosting
                   END-IF
                   IF FreightRated = 'Y'
                       PERFORM WriteFreightLog
                   END-IF
                   IF ShipTaxAmount NOT = ZEROS
                       PERFORM WriteTaxPosting
                   END-IF
                   IF TaxExemptFlag = 'Y'
                       PERFORM WriteExemptSale
                   END-IF
                   PERFORM StampOrderShipInvoice
                   PERFORM WriteInvoiceDocument
                   PERFORM PostCostOfSales
                   PERFORM WriteShipmentRecords
                   PERFORM RecordLotShipments
                   PERFORM QueueShipNotice
                   IF RemainQtyTotal > 0
                       PERFORM ReturnUnshippedRemainder
                   END-IF
                   PERFORM CreateOpenItem
                   IF ForeignCustFlag = 'Y'
                       PERFORM AddForeignInvoice
                   END-IF
                   ADD 1 TO InvoicedCount
                   MOVE ShipDueTotal TO ReportTotal
                   DISPLAY "Order " OrderNum " Invoiced as "
                       InvoiceNum " - Total " ReportTotal
                   MOVE CostOfSalesTotal TO ReportTotal
                   DISPLAY "Cost of Sales Posted " ReportTotal
           END-REWRITE.
       WriteInvoicePosting.
           MOVE IDNum TO PostIDNum.
           MOVE "INVOICE" TO PostType.
           MOVE InvoiceNum TO PostRef.
           MOVE ShipMerchTotal TO PostAmount.
           COMPUTE PostBalAfter = Balance - ShipTaxAmount
               - FreightCharge.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
      * Freight is its own posting type so the GL interface can carry
      * it to freight revenue rather than sales.
       WriteFreightPosting.
           MOVE IDNum TO PostIDNum.
           MOVE TodayMonth TO PostDate(1:2).
           MOVE TodayDay TO PostDate(3:2).
           MOVE TodayYear TO PostDate(5:4).
           MOVE "FREIGHT" TO PostType.
           MOVE InvoiceNum TO PostRef.
           MOVE FreightCharge TO PostAmount.
           COMPUTE PostBalAfter = Balance - ShipTaxAmount.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
      * Every rated shipment is logged with what was billed and what
      * the carrier will charge us, for the monthly freight report.
       WriteFreightLog.
           COMPUTE FlDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE InvoiceNum TO FlInvoiceNum.
           MOVE OrderNum TO FlOrderNum.
           MOVE IDNum TO FlIDNum.
           MOVE ShipCarrier TO FlCarrier.
           MOVE FreightZone TO FlZone.
           MOVE ShipWeightTotal TO FlWeight.
           MOVE FreightCharge TO FlCharge.
           MOVE FreightCost TO FlCost.
           WRITE FrtLogRecord.
       WriteTaxPosting.
           MOVE IDNum TO PostIDNum.
           MOVE TodayMonth TO PostDate(1:2).
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
      * Exempt sales are logged by jurisdiction for the month-end tax
      * summary, since no SALESTAX posting is written for them.
       WriteExemptSale.
           MOVE IDNum TO TxIDNum.
           MOVE TaxJurisCode TO TxJurisCode.
           MOVE TcCertNumber TO TxCertNumber.
           COMPUTE TxDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE InvoiceNum TO TxDocRef.
           MOVE ShipTaxableBase TO TxAmount.
           WRITE TaxExemptRecord.
       AddForeignInvoice.
           ADD InvForeignTotal TO CcForeignBal.
           ADD ShipDueTotal TO CcHomeBal.
           REWRITE CustCurData
               INVALID KEY
                   DISPLAY "WARNING: foreign balance for " IDNum
                       " not updated"
           END-REWRITE.
       CreateOpenItem.
           MOVE "ADD " TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE InvoiceNum TO OiInvoice.
           COMPUTE OiTxnDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE "INVOICE" TO OiTxnType.
           MOVE OrderNum TO OiTxnRef.
           MOVE ShipDueTotal TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
           IF OiResult NOT = 'Y'
               DISPLAY "WARNING: open item not created for invoice "
                   InvoiceNum
           END-IF.
       StampLastActivity.
           MOVE TodayMonth TO LastActMonth.
           MOVE TodayDay TO LastActDay.
               DELIMITED BY SIZE INTO InvoiceLine
           END-STRING.
           WRITE InvoiceLine.
           COMPUTE ShipNum = LastShipNum + 1.
           MOVE SPACES TO InvoiceLine.
           STRING "Shipment       : " ShipNum
               DELIMITED BY SIZE INTO InvoiceLine
           END-STRING.
           WRITE InvoiceLine.
           MOVE SPACES TO InvoiceLine.
           STRING "Customer " IDNum "  "
               FUNCTION TRIM(FirstName) " "
           END-STRING.
           WRITE InvoiceLine.
           MOVE SPACES TO InvoiceLine.
           IF WorkShipToNum = 0 OR ShipToFound = 'N'
               MOVE "Ship To : Bill-To Address" TO InvoiceLine
               WRITE InvoiceLine
           ELSE
               STRING "Ship To : " StShipToNum " "
                   FUNCTION TRIM(StName)
                   DELIMITED BY SIZE INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
               MOVE SPACES TO InvoiceLine
               STRING "          " FUNCTION TRIM(StStreetNumber) " "
                   FUNCTION TRIM(StStreetName) ", "
                   FUNCTION TRIM(StCity)
                   DELIMITED BY SIZE INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
           END-IF.
           MOVE SPACES TO InvoiceLine.
           WRITE InvoiceLine.
           PERFORM WriteInvoiceDetailLines.
           IF FreightRated = 'Y'
               MOVE ShipWeightTotal TO ReportWeight
               MOVE InvForeignFreight TO ReportAmount
               MOVE SPACES TO InvoiceLine
               STRING "  FREIGHT    " ShipCarrier " Zone " FreightZone
                   " Weight " ReportWeight " Amount " ReportAmount
                   DELIMITED BY SIZE INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
           END-IF.
           MOVE SPACES TO InvoiceLine.
           WRITE InvoiceLine.
           IF ForeignCustFlag = 'Y'
               MOVE FxlRate TO ReportRate
               MOVE SPACES TO InvoiceLine
               STRING "Amounts in " CcCurrency " at exchange rate "
                   ReportRate
                   DELIMITED BY SIZE INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
           END-IF.
           MOVE InvForeignMerch TO ReportAmount.
           MOVE SPACES TO InvoiceLine.
           STRING "Merchandise : " ReportAmount
               DELIMITED BY SIZE INTO InvoiceLine
           END-STRING.
           WRITE InvoiceLine.
           IF FreightCharge NOT = ZEROS
               MOVE InvForeignFreight TO ReportAmount
               MOVE SPACES TO InvoiceLine
               STRING "Freight     : " ReportAmount
                   DELIMITED BY SIZE INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
           END-IF.
           MOVE InvForeignTax TO ReportAmount.
           MOVE SPACES TO InvoiceLine.
           STRING "Sales Tax   : " ReportAmount
               DELIMITED BY SIZE INTO InvoiceLine
           END-STRING.
           WRITE InvoiceLine.
           MOVE InvForeignTotal TO ReportAmount.
           MOVE SPACES TO InvoiceLine.
           STRING "Total Due   : " ReportAmount
               DELIMITED BY SIZE INTO InvoiceLine
               END-IF
           END-PERFORM.
       WriteInvoiceDetailLine.
           PERFORM GetShipLineQty.
           IF ShipLineQty > 0
               COMPUTE ShipLineAmount = ShipLineQty * OlPrice
               MOVE ShipLineAmount TO ConvHomeAmount
               PERFORM ConvertToInvoiceCurrency
               MOVE ConvInvAmount TO ReportAmount
               MOVE SPACES TO InvoiceLine
               STRING "  " OlProdName " "
                   OlSizeType " Qty " ShipLineQty
                   " Amount " ReportAmount
                   DELIMITED BY SIZE INTO InvoiceLine
               END-STRING
               WRITE InvoiceLine
           END-IF.
      * Each shipped line is costed at the weighted average and the
      * cost of sales posted to invpost.dat, relieving inventory value
      * in the GL through GLPOST.
       PostCostOfSales.
           MOVE ZEROS TO CostOfSalesTotal.
           MOVE OrderNum TO OlOrderNum.
           MOVE ZEROS TO OlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START OrderLineFile KEY IS NOT LESS THAN OrderLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ OrderLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF OlOrderNum NOT = OrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       PERFORM PostOneLineCost
                   END-IF
               END-IF
           END-PERFORM.
       PostOneLineCost.
           PERFORM GetShipLineQty.
           MOVE 0 TO KitCompCount.
           PERFORM VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               IF KTKitName(KitIdx) = OlProdName
                       AND KTKitSize(KitIdx) = OlSizeType
                   ADD 1 TO KitCompCount
               END-IF
           END-PERFORM.
           IF ShipLineQty > 0 AND KitCompCount > 0
               PERFORM PostKitLineCost
           END-IF.
           IF ShipLineQty > 0
               MOVE "COGS" TO IcPostType
               MOVE "SHIPCONF" TO IcSource
               MOVE InvoiceNum TO IcRef
               COMPUTE IcDate = TodayYear * 10000
                   + TodayMonth * 100 + TodayDay
               MOVE ShipLineQty TO IcQty
               MOVE ZEROS TO IcUnitCost
               CALL 'INVCOST' USING IcPostType, IcSource, IcRef,
                   IcDate, OlProdName, OlSizeType, IcQty, IcUnitCost,
                   IcAmount
               ADD IcAmount TO CostOfSalesTotal
           END-IF.
      * A kit shipped from built stock is costed as the kit. Kits made
      * up from components at allocation are costed as the components
      * that went into them, and only the built kits are left for the
      * line itself.
       PostKitLineCost.
           MOVE ZEROS TO KitBuiltQty.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTOrderNum(LotIdx) = OrderNum
                       AND LTProdName(LotIdx) = OlProdName
                       AND LTSizeType(LotIdx) = OlSizeType
                       AND LTKitName(LotIdx) = SPACES
                   ADD LTQty(LotIdx) TO KitBuiltQty
               END-IF
           END-PERFORM.
           IF KitBuiltQty < ShipLineQty
               COMPUTE KitShipQty = ShipLineQty - KitBuiltQty
               PERFORM PostKitComponentCost
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
               MOVE KitBuiltQty TO ShipLineQty
           END-IF.
       PostKitComponentCost.
           IF KTKitName(KitIdx) = OlProdName
                   AND KTKitSize(KitIdx) = OlSizeType
               MOVE "COGS" TO IcPostType
               MOVE "SHIPCONF" TO IcSource
               MOVE InvoiceNum TO IcRef
               COMPUTE IcDate = TodayYear * 10000
                   + TodayMonth * 100 + TodayDay
               COMPUTE IcQty = KitShipQty * KTCompQty(KitIdx)
               MOVE ZEROS TO IcUnitCost
               CALL 'INVCOST' USING IcPostType, IcSource, IcRef,
                   IcDate, KTCompName(KitIdx), KTCompSize(KitIdx),
                   IcQty, IcUnitCost, IcAmount
               ADD IcAmount TO CostOfSalesTotal
           END-IF.
      * One shipment.dat record per line shipped on this invoice,
      * numbered after the order's earlier shipments.
       WriteShipmentRecords.
           COMPUTE ShipNum = LastShipNum + 1.
           PERFORM VARYING ShipLineIdx FROM 1 BY 1
                   UNTIL ShipLineIdx > ShipLineCount
               IF SLTShipQty(ShipLineIdx) > 0
                   MOVE OrderNum TO ShOrderNum
                   MOVE ShipNum TO ShShipNum
                   MOVE SLTLineNum(ShipLineIdx) TO ShLineNum
                   COMPUTE ShDate = TodayYear * 10000
                       + TodayMonth * 100 + TodayDay
                   MOVE InvoiceNum TO ShInvoiceNum
                   MOVE SLTProdName(ShipLineIdx) TO ShProdName
                   MOVE SLTSizeType(ShipLineIdx) TO ShSizeType
                   MOVE SLTShipQty(ShipLineIdx) TO ShQty
                   COMPUTE ShAmount = SLTShipQty(ShipLineIdx)
                       * SLTPrice(ShipLineIdx)
                   WRITE ShipmentData
                       INVALID KEY
                           DISPLAY "WARNING: shipment line "
                               ShLineNum " of order " OrderNum
                               " not recorded"
                   END-WRITE
               END-IF
           END-PERFORM.
      * Orders taken from a trading partner's feed get an advance ship
      * notice. The shipment is queued in asnpend.dat and ASNGEN sends
      * the night's notices to each partner.
       QueueShipNotice.
           MOVE OrderNum TO PoOrderNum.
           MOVE 'Y' TO PartOrdFound.
           READ PartnerOrdFile
               INVALID KEY MOVE 'N' TO PartOrdFound
           END-READ.
           IF PartOrdFound = 'Y' AND NOT PoAckRejected
               COMPUTE PoLastShipDate = TodayYear * 10000
                   + TodayMonth * 100 + TodayDay
               OPEN EXTEND AsnPendFile
               MOVE SPACES TO AsnPendRecord
               SET AsIsShipment TO TRUE
               MOVE PoPartner TO AsPartner
               MOVE OrderNum TO AsOrderNum
               MOVE ShipNum TO AsShipNum
               MOVE InvoiceNum TO AsInvoiceNum
               MOVE PoLastShipDate TO AsShipDate
               MOVE ShipCarrier TO AsCarrier
               MOVE ShipWeightTotal TO AsWeight
               WRITE AsnPendRecord
               PERFORM VARYING ShipLineIdx FROM 1 BY 1
                       UNTIL ShipLineIdx > ShipLineCount
                   IF SLTShipQty(ShipLineIdx) > 0
                       PERFORM QueueShipNoticeLine
                   END-IF
               END-PERFORM
               CLOSE AsnPendFile
               ADD 1 TO PoShipCount
               MOVE InvoiceNum TO PoLastInvoice
               REWRITE PartnerOrdData
                   INVALID KEY
                       DISPLAY "WARNING: partner order " OrderNum
                           " not updated"
               END-REWRITE
               DISPLAY "Ship Notice Queued for " PoPartner
           END-IF.
       QueueShipNoticeLine.
           MOVE SPACES TO AsnPendRecord.
           SET AsIsLine TO TRUE.
           MOVE PoPartner TO AsPartner.
           MOVE OrderNum TO AsOrderNum.
           MOVE ShipNum TO AsShipNum.
           MOVE SLTLineNum(ShipLineIdx) TO AsLineNum.
           MOVE SLTProdName(ShipLineIdx) TO AsProdName.
           MOVE SLTSizeType(ShipLineIdx) TO AsSizeType.
           MOVE SLTShipQty(ShipLineIdx) TO AsShipQty.
           MOVE SLTRemainQty(ShipLineIdx) TO AsRemainQty.
           WRITE AsnPendRecord.
      * What did not go out was issued to the order at allocation, so
      * it goes back to stock and onto backorder for ALLOC or BACKREL
      * to allocate again. The pick is cleared for the next pick list.
       ReturnUnshippedRemainder.
           OPEN EXTEND MovementFile.
           OPEN EXTEND BackorderFile.
           PERFORM VARYING ShipLineIdx FROM 1 BY 1
                   UNTIL ShipLineIdx > ShipLineCount
               IF SLTRemainQty(ShipLineIdx) > 0
                   PERFORM ReturnOneRemainder
               END-IF
           END-PERFORM.
           CLOSE MovementFile.
           CLOSE BackorderFile.
           DISPLAY "Unshipped Remainder Returned to Backorder - "
               RemainQtyTotal " Units".
      * The remainder goes back into the lots it was allocated from;
      * anything allocated before lots were kept goes back to MAIN. A
      * kit made up from components gives back every component lot
      * still held for the line, the shipped part having been taken
      * off them already.
       ReturnOneRemainder.
           MOVE SLTRemainQty(ShipLineIdx) TO LotLeftQty.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount OR LotLeftQty = 0
               IF LTOrderNum(LotIdx) = OrderNum
                       AND LTProdName(LotIdx)
                           = SLTProdName(ShipLineIdx)
                       AND LTSizeType(LotIdx)
                           = SLTSizeType(ShipLineIdx)
                       AND LTKitName(LotIdx) = SPACES
                       AND LTQty(LotIdx) > 0
                   PERFORM TakeFromOrderLot
                   MOVE LTLocation(LotIdx) TO MvLocation
                   MOVE LTLotNum(LotIdx) TO MvLotNum
                   MOVE LTExpiryDate(LotIdx) TO MvExpiryDate
                   PERFORM WriteRemainderMovement
               END-IF
           END-PERFORM.
           IF LotLeftQty > 0
               PERFORM ReturnKitComponents
           END-IF.
           IF LotLeftQty > 0
               MOVE LotLeftQty TO LotTakeQty
               MOVE "MAIN" TO MvLocation
               MOVE SPACES TO MvLotNum
               MOVE ZEROS TO MvExpiryDate
               PERFORM WriteRemainderMovement
           END-IF.
           MOVE OrderNum TO BoOrderNum.
           MOVE OrdCustIDNum TO BoCustIDNum.
           MOVE SLTProdName(ShipLineIdx) TO BoProdName.
           MOVE SLTSizeType(ShipLineIdx) TO BoSizeType.
           MOVE SLTRemainQty(ShipLineIdx) TO BoQty.
           WRITE BackorderData.
           MOVE OrderNum TO OlOrderNum.
           MOVE SLTLineNum(ShipLineIdx) TO OlLineNum.
           READ OrderLineFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO OlPickQty
                   MOVE SPACE TO OlShortFlag
                   REWRITE OrderLineData
                       INVALID KEY
                           DISPLAY "WARNING: line " OlLineNum
                               " of order " OrderNum " not updated"
                   END-REWRITE
           END-READ.
       ReturnKitComponents.
           MOVE 'N' TO KitCompFound.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTOrderNum(LotIdx) = OrderNum
                       AND LTKitName(LotIdx)
                           = SLTProdName(ShipLineIdx)
                       AND LTKitSize(LotIdx)
                           = SLTSizeType(ShipLineIdx)
                       AND LTQty(LotIdx) > 0
                   MOVE 'Y' TO KitCompFound
                   MOVE LTQty(LotIdx) TO LotTakeQty
                   MOVE ZEROS TO LTQty(LotIdx)
                   MOVE 'Y' TO OrdLotChanged
                   MOVE LTProdName(LotIdx) TO MvProdName
                   MOVE LTSizeType(LotIdx) TO MvSizeType
                   MOVE LTLocation(LotIdx) TO MvLocation
                   MOVE LTLotNum(LotIdx) TO MvLotNum
                   MOVE LTExpiryDate(LotIdx) TO MvExpiryDate
                   PERFORM WriteRemainderRecord
               END-IF
           END-PERFORM.
           IF KitCompFound = 'Y'
               MOVE ZEROS TO LotLeftQty
           END-IF.
       WriteRemainderMovement.
           MOVE SLTProdName(ShipLineIdx) TO MvProdName.
           MOVE SLTSizeType(ShipLineIdx) TO MvSizeType.
           PERFORM WriteRemainderRecord.
       WriteRemainderRecord.
           MOVE 'R' TO MvType.
           MOVE '+' TO MvSign.
           MOVE LotTakeQty TO MvQuantity.
           MOVE "SHORTSHIP" TO MvReason.
           COMPUTE MvDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE ZEROS TO MvUnitCost.
           MOVE SPACES TO MvToLocation.
           WRITE MovementData.
      * What shipped on each line is taken from the lots allocated to
      * the order in the order ALLOC issued them, earliest expiry
      * first, and each lot is recorded against the customer.
       RecordLotShipments.
           OPEN EXTEND LotShipFile.
           PERFORM VARYING ShipLineIdx FROM 1 BY 1
                   UNTIL ShipLineIdx > ShipLineCount
               IF SLTShipQty(ShipLineIdx) > 0
                   PERFORM RecordOneLineLots
               END-IF
           END-PERFORM.
           CLOSE LotShipFile.
       RecordOneLineLots.
           MOVE SLTShipQty(ShipLineIdx) TO LotLeftQty.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount OR LotLeftQty = 0
               IF LTOrderNum(LotIdx) = OrderNum
                       AND LTProdName(LotIdx)
                           = SLTProdName(ShipLineIdx)
                       AND LTSizeType(LotIdx)
                           = SLTSizeType(ShipLineIdx)
                       AND LTKitName(LotIdx) = SPACES
                       AND LTQty(LotIdx) > 0
                   PERFORM TakeFromOrderLot
                   IF LTLotNum(LotIdx) NOT = SPACES
                       PERFORM WriteLotShipment
                   END-IF
               END-IF
           END-PERFORM.
           IF LotLeftQty > 0
               MOVE LotLeftQty TO KitShipQty
               MOVE SLTProdName(ShipLineIdx) TO KitLineName
               MOVE SLTSizeType(ShipLineIdx) TO KitLineSize
               PERFORM RecordKitComponentLots
                   VARYING KitIdx FROM 1 BY 1
                   UNTIL KitIdx > KitEntryCount
           END-IF.
      * Kits shipped beyond the built ones were made up from their
      * components, whose lots are taken and recorded in turn.
       RecordKitComponentLots.
           IF KTKitName(KitIdx) = KitLineName
                   AND KTKitSize(KitIdx) = KitLineSize
               COMPUTE LotLeftQty = KitShipQty * KTCompQty(KitIdx)
               PERFORM VARYING LotIdx FROM 1 BY 1
                       UNTIL LotIdx > LotCount OR LotLeftQty = 0
                   IF LTOrderNum(LotIdx) = OrderNum
                           AND LTKitName(LotIdx) = KitLineName
                           AND LTKitSize(LotIdx) = KitLineSize
                           AND LTProdName(LotIdx) = KTCompName(KitIdx)
                           AND LTSizeType(LotIdx) = KTCompSize(KitIdx)
                           AND LTQty(LotIdx) > 0
                       PERFORM TakeFromOrderLot
                       IF LTLotNum(LotIdx) NOT = SPACES
                           PERFORM WriteLotShipment
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       TakeFromOrderLot.
           IF LTQty(LotIdx) < LotLeftQty
               MOVE LTQty(LotIdx) TO LotTakeQty
           ELSE
               MOVE LotLeftQty TO LotTakeQty
           END-IF.
           SUBTRACT LotTakeQty FROM LTQty(LotIdx).
           SUBTRACT LotTakeQty FROM LotLeftQty.
           MOVE 'Y' TO OrdLotChanged.
       WriteLotShipment.
           MOVE LTLotNum(LotIdx) TO LsLotNum.
           MOVE LTProdName(LotIdx) TO LsProdName.
           MOVE LTSizeType(LotIdx) TO LsSizeType.
           MOVE LTExpiryDate(LotIdx) TO LsExpiryDate.
           COMPUTE LsShipDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE OrderNum TO LsOrderNum.
           MOVE OrdCustIDNum TO LsCustIDNum.
           MOVE InvoiceNum TO LsInvoiceNum.
           MOVE LotTakeQty TO LsQty.
           WRITE LotShipData.
      * ordlot.dat is read afresh for each order confirmed and written
      * back without the lots it has used up. It is left alone when it
      * holds more than the table can take.
       LoadOrderLots.
           MOVE 0 TO LotCount.
           MOVE 'N' TO OrdLotChanged.
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
                       MOVE 'Y' TO LotTableFull
                   END-IF
               END-IF
           END-PERFORM.
           IF OrdLotStatus = "00" OR OrdLotStatus = "05"
                   OR OrdLotStatus = "10"
               CLOSE OrderLotFile
           END-IF.
           IF LotTableFull = 'Y'
               DISPLAY "WARNING: lot table full - ordlot.dat "
                   "not updated for order " OrderNum
           END-IF.
       SaveOrderLots.
           OPEN OUTPUT OrderLotFile.
           PERFORM VARYING LotIdx FROM 1 BY 1
                   UNTIL LotIdx > LotCount
               IF LTQty(LotIdx) > 0
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
       AssignPostSeq.
           MOVE ZEROS TO PsNextSeq.
           OPEN INPUT PostSeqFile.
