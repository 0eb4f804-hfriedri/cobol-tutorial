       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT OrderFile ASSIGN TO "order.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderNum
                  ALTERNATE RECORD KEY IS OrdCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderLineFile ASSIGN TO "ordline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OrderLineKey.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT OPTIONAL AvgCostFile ASSIGN TO "avgcost.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AvgCostKey.
              SELECT DiscountFile ASSIGN TO "disccode.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DiscFileStatus.
              SELECT GLSumFile ASSIGN TO "glsum.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLSumStatus.
              SELECT ProfWorkFile ASSIGN TO "profwork.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProfSortWork ASSIGN TO "profsort.tmp".
              SELECT ProfRankFile ASSIGN TO "profrank.tmp"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProfitFile ASSIGN TO "profit.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
                   03  PostIDNum      PIC 9(6).
                   03  PostSeqNum     PIC 9(9).
               02  PostDate           PIC 9(8).
               02  PostType           PIC X(8).
               02  PostRef            PIC X(10).
               02  PostAmount         PIC S9(7)V99.
               02  PostBalAfter       PIC S9(7)V99.
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
       FD  OrderLineFile.
       01  OrderLineData.
               02  OrderLineKey.
                   03  OlOrderNum     PIC 9(6).
                   03  OlLineNum      PIC 9(3).
               02  OlProdName         PIC X(10).
               02  OlSizeType         PIC A.
               02  OlQty              PIC 9(3).
               02  OlPrice            PIC 9(5)V99.
               02  OlAmount           PIC 9(5)V99.
               02  OlPickQty          PIC 9(3).
               02  OlShortFlag        PIC X.
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
       FD  AvgCostFile.
       01  AvgCostData.
               02  AvgCostKey.
                   03  AcProdName     PIC X(10).
                   03  AcSizeType     PIC A.
               02  AcAvgCost          PIC 9(5)V99.
       FD  DiscountFile.
       01  DiscountRecord.
               02  DcCode             PIC X(5).
               02  DcPercent          PIC 9(2).
       FD  GLSumFile.
       01  GLSumRecord.
               02  GsDate             PIC 9(8).
               02  GsDateParts REDEFINES GsDate.
                   03  GsYear         PIC 9(4).
                   03  GsMonth        PIC 99.
                   03  GsDay          PIC 99.
               02  GsPostType         PIC X(8).
               02  GsCount            PIC 9(6).
               02  GsNet              PIC S9(11)V99.
       FD  ProfWorkFile.
       01  ProfWorkRecord.
               02  PwContribution     PIC S9(9)V99.
               02  PwIDNum            PIC 9(6).
               02  PwName             PIC X(15).
               02  PwCity             PIC X(15).
               02  PwScore            PIC 9(3).
               02  PwAmounts.
                   03  PwSales        PIC S9(9)V99.
                   03  PwDiscount     PIC S9(9)V99.
                   03  PwCogs         PIC S9(9)V99.
                   03  PwFees         PIC S9(9)V99.
                   03  PwCredits      PIC S9(9)V99.
                   03  PwWriteOff     PIC S9(9)V99.
                   03  PwNsfCost      PIC S9(9)V99.
                   03  PwRefunds      PIC S9(9)V99.
       SD  ProfSortWork.
       01  ProfSortRecord.
               02  PsContribution     PIC S9(9)V99.
               02  PsIDNum            PIC 9(6).
               02  FILLER             PIC X(121).
       FD  ProfRankFile.
       01  ProfRankRecord.
               02  PrContribution     PIC S9(9)V99.
               02  PrIDNum            PIC 9(6).
               02  PrName             PIC X(15).
               02  PrCity             PIC X(15).
               02  PrScore            PIC 9(3).
               02  PrSales            PIC S9(9)V99.
               02  PrDiscount         PIC S9(9)V99.
               02  PrCogs             PIC S9(9)V99.
               02  PrFees             PIC S9(9)V99.
               02  PrCredits          PIC S9(9)V99.
               02  PrWriteOff         PIC S9(9)V99.
               02  PrNsfCost          PIC S9(9)V99.
               02  PrRefunds          PIC S9(9)V99.
       FD  ProfitFile.
       01  ProfitLine                 PIC X(132).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  DiscFileStatus             PIC XX.
       01  GLSumStatus                PIC XX.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ScanEOFFlag                PIC X.
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  ShipRecFound               PIC X.
       01  CostFoundFlag              PIC X.
       01  WasPickedFlag              PIC X.
       01  LineWalkMode               PIC X.
               88  WalkDetecting          VALUE 'D'.
               88  WalkCosting            VALUE 'C'.
       01  ActivityFlag               PIC X.
       01  TieOKFlag                  PIC X VALUE 'Y'.
      * The bank's charge to us for each returned payment; the NSF
      * fee billed to the customer is shown under fees.
       01  NsfBankCharge              PIC 9(3)V99 VALUE 15.00.
       01  BottomListSize             PIC 99 VALUE 50.
       01  PostMonth                  PIC 99.
       01  PostYear                   PIC 9(4).
       01  CustCount                  PIC 9(6) VALUE 0.
       01  RankNum                    PIC 9(6).
       01  ShipQty                    PIC 9(3).
       01  LineAmount                 PIC S9(7)V99.
       01  WorkDiscPct                PIC 9(2).
       01  Contribution               PIC S9(9)V99.
       01  Revenue                    PIC S9(9)V99.
       01  FinChgTotal                PIC S9(9)V99.
       01  NsfFeeTotal                PIC S9(9)V99.
       01  CogsTotal                  PIC S9(9)V99.
       01  DiscountTotal              PIC S9(9)V99.
       01  CreditTotal                PIC S9(9)V99.
       01  WriteOffTotal              PIC S9(9)V99.
       01  NsfCostTotal               PIC S9(9)V99.
       01  RefundTotal                PIC S9(9)V99.
       01  GrandContribution          PIC S9(11)V99 VALUE ZEROS.
       01  TieDifference              PIC S9(11)V99.
       01  DiscIdx                    PIC 99.
       01  InvIdx                     PIC 9(3).
       01  CityIdx                    PIC 9(3).
       01  ShiftIdx                   PIC 9(3).
       01  BandIdx                    PIC 9.
       01  TieIdx                     PIC 9.
       01  GsIdx                      PIC 9(4).
       01  ReportRank                 PIC ZZZZ9.
       01  ReportCount                PIC ZZZZZ9.
       01  ReportSales                PIC ZZZZZ9.99-.
       01  ReportDisc                 PIC ZZZZZ9.99-.
       01  ReportCogs                 PIC ZZZZZ9.99-.
       01  ReportFees                 PIC ZZZZZ9.99-.
       01  ReportCred                 PIC ZZZZZ9.99-.
       01  ReportWoff                 PIC ZZZZZ9.99-.
       01  ReportNsf                  PIC ZZZZZ9.99-.
       01  ReportRefd                 PIC ZZZZZ9.99-.
       01  ReportNet                  PIC ZZZZZ9.99-.
       01  ReportBig                  PIC ZZZZZZZZZ9.99-.
       01  ReportBig2                 PIC ZZZZZZZZZ9.99-.
       01  ReportBig3                 PIC ZZZZZZZZZ9.99-.
       01  DiscTable.
               02  DiscCount          PIC 99 VALUE 0.
               02  DiscEntry          OCCURS 1 TO 50 TIMES
                                      DEPENDING ON DiscCount.
                   03  DTCode         PIC X(5).
                   03  DTPercent      PIC 9(2).
       01  InvoiceTable.
               02  InvCount           PIC 9(3) VALUE 0.
               02  InvEntry           OCCURS 1 TO 200 TIMES
                                      DEPENDING ON InvCount.
                   03  ITInvoiceNum   PIC 9(6).
       01  CityTable.
               02  CityCount          PIC 9(3) VALUE 0.
               02  CityEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON CityCount.
                   03  CTCity         PIC X(15).
                   03  CTCustomers    PIC 9(6).
                   03  CTSales        PIC S9(11)V99.
                   03  CTContrib      PIC S9(11)V99.
      * Credit score bands as CREDSCOR assigns scores, 0 = unscored.
       01  BandValues.
               02  FILLER             PIC X(19)
                                      VALUE "000000NOT SCORED   ".
               02  FILLER             PIC X(19)
                                      VALUE "001399LOW 1-399    ".
               02  FILLER             PIC X(19)
                                      VALUE "400599FAIR 400-599 ".
               02  FILLER             PIC X(19)
                                      VALUE "600799GOOD 600-799 ".
               02  FILLER             PIC X(19)
                                      VALUE "800999BEST 800-999 ".
       01  BandTable REDEFINES BandValues.
               02  BandEntry          OCCURS 5 TIMES.
                   03  BTLow          PIC 9(3).
                   03  BTHigh         PIC 9(3).
                   03  BTName         PIC X(13).
       01  BandTotals.
               02  BandTotal          OCCURS 5 TIMES.
                   03  BTCustomers    PIC 9(6).
                   03  BTSales        PIC S9(11)V99.
                   03  BTContrib      PIC S9(11)V99.
      * Posting types that make up the report, with this report's
      * total and the total sent to the GL interface in the period.
       01  TieValues.
               02  FILLER             PIC X(8) VALUE "INVOICE".
               02  FILLER             PIC X(8) VALUE "FINCHG".
               02  FILLER             PIC X(8) VALUE "NSFFEE".
               02  FILLER             PIC X(8) VALUE "CREDIT".
               02  FILLER             PIC X(8) VALUE "WRITEOFF".
               02  FILLER             PIC X(8) VALUE "NSFREV".
               02  FILLER             PIC X(8) VALUE "REFUND".
       01  TieTypes REDEFINES TieValues.
               02  TieType            PIC X(8) OCCURS 7 TIMES.
       01  TieTotals.
               02  TieEntry           OCCURS 7 TIMES.
                   03  TieReport      PIC S9(11)V99.
                   03  TieGL          PIC S9(11)V99.
      * Nightly GL summaries for the period; a rerun of GLPOST on the
      * same day replaces that day's figure for the type.
       01  GLDayTable.
               02  GLDayCount         PIC 9(4) VALUE 0.
               02  GLDayEntry         OCCURS 1 TO 1000 TIMES
                                      DEPENDING ON GLDayCount.
                   03  GDDate         PIC 9(8).
                   03  GDTieIdx       PIC 9.
                   03  GDNet          PIC S9(11)V99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "CUSTOMER PROFITABILITY REPORT".
           DISPLAY "Period : " BizMonth "/" BizYear.
           INITIALIZE BandTotals.
           INITIALIZE TieTotals.
           PERFORM LoadDiscountTable.
           PERFORM LoadGLSummary.
           OPEN INPUT CustomerFile.
           OPEN INPUT PostingFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT AvgCostFile.
           OPEN OUTPUT ProfWorkFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   PERFORM ProfileOneCustomer
               END-IF
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE PostingFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
           CLOSE AvgCostFile.
           CLOSE ProfWorkFile.
           OPEN OUTPUT ProfitFile.
           PERFORM WriteReportHeader.
           SORT ProfSortWork ON DESCENDING KEY PsContribution
                                ASCENDING KEY PsIDNum
               USING ProfWorkFile
               GIVING ProfRankFile.
           PERFORM WriteRanking.
           SORT ProfSortWork ON ASCENDING KEY PsContribution
                                ASCENDING KEY PsIDNum
               USING ProfWorkFile
               GIVING ProfRankFile.
           PERFORM WriteBottomList.
           PERFORM WriteCityTotals.
           PERFORM WriteBandTotals.
           PERFORM WriteGLTie.
           CLOSE ProfitFile.
           DISPLAY "Customers Reported : " CustCount.
           MOVE GrandContribution TO ReportBig.
           DISPLAY "Net Contribution   : " ReportBig.
           IF TieOKFlag = 'N'
               DISPLAY "WARNING: report does not tie to GL interface"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Report Written to profit.lst".
           DISPLAY "END OF CUSTOMER PROFITABILITY REPORT".
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
       LoadDiscountTable.
           MOVE 'N' TO ScanEOFFlag.
           OPEN INPUT DiscountFile.
           IF DiscFileStatus NOT = "00"
               MOVE 'Y' TO ScanEOFFlag
           END-IF.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ DiscountFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N' AND DiscCount < 50
                   ADD 1 TO DiscCount
                   MOVE DcCode TO DTCode(DiscCount)
                   MOVE DcPercent TO DTPercent(DiscCount)
               END-IF
           END-PERFORM.
           IF DiscFileStatus = "00" OR DiscFileStatus = "10"
               CLOSE DiscountFile
           END-IF.
       LoadGLSummary.
           MOVE 'N' TO ScanEOFFlag.
           OPEN INPUT GLSumFile.
           IF GLSumStatus NOT = "00"
               DISPLAY "WARNING: glsum.dat not found"
               MOVE 'Y' TO ScanEOFFlag
           END-IF.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ GLSumFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N' AND GsYear = BizYear
                       AND GsMonth = BizMonth
                   PERFORM NoteGLDay
               END-IF
           END-PERFORM.
           IF GLSumStatus = "00" OR GLSumStatus = "10"
               CLOSE GLSumFile
           END-IF.
           PERFORM VARYING GsIdx FROM 1 BY 1
                   UNTIL GsIdx > GLDayCount
               ADD GDNet(GsIdx) TO TieGL(GDTieIdx(GsIdx))
           END-PERFORM.
       NoteGLDay.
           PERFORM VARYING TieIdx FROM 1 BY 1
                   UNTIL TieIdx > 7 OR TieType(TieIdx) = GsPostType
               CONTINUE
           END-PERFORM.
           IF TieIdx <= 7
               PERFORM VARYING GsIdx FROM 1 BY 1
                       UNTIL GsIdx > GLDayCount
                       OR (GDDate(GsIdx) = GsDate
                           AND GDTieIdx(GsIdx) = TieIdx)
                   CONTINUE
               END-PERFORM
               IF GsIdx > GLDayCount AND GLDayCount < 1000
                   ADD 1 TO GLDayCount
                   MOVE GsDate TO GDDate(GsIdx)
                   MOVE TieIdx TO GDTieIdx(GsIdx)
               END-IF
               IF GsIdx <= GLDayCount
                   MOVE GsNet TO GDNet(GsIdx)
               END-IF
           END-IF.
      * Every customer with postings in the period is reported,
      * whatever the account status, so closed accounts written off
      * in the month still show their loss.
       ProfileOneCustomer.
           MOVE 'N' TO ActivityFlag.
           MOVE ZEROS TO Revenue.
           MOVE ZEROS TO FinChgTotal.
           MOVE ZEROS TO NsfFeeTotal.
           MOVE ZEROS TO CogsTotal.
           MOVE ZEROS TO DiscountTotal.
           MOVE ZEROS TO CreditTotal.
           MOVE ZEROS TO WriteOffTotal.
           MOVE ZEROS TO NsfCostTotal.
           MOVE ZEROS TO RefundTotal.
           MOVE 0 TO InvCount.
           PERFORM ScanPeriodPostings.
           IF ActivityFlag = 'Y'
               IF InvCount > 0
                   PERFORM CostShippedOrders
               END-IF
               COMPUTE Contribution = Revenue + FinChgTotal
                   + NsfFeeTotal - CogsTotal - CreditTotal
                   - WriteOffTotal - NsfCostTotal - RefundTotal
               PERFORM WriteWorkRecord
               PERFORM AddToCityTotals
               PERFORM AddToBandTotals
           END-IF.
       ScanPeriodPostings.
           MOVE IDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO ScanEOFFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF PostIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       COMPUTE PostMonth = PostDate / 1000000
                       COMPUTE PostYear =
                           FUNCTION MOD(PostDate, 10000)
                       IF PostMonth = BizMonth AND PostYear = BizYear
                           PERFORM ClassifyOnePosting
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       ClassifyOnePosting.
           PERFORM VARYING TieIdx FROM 1 BY 1
                   UNTIL TieIdx > 7 OR TieType(TieIdx) = PostType
               CONTINUE
           END-PERFORM.
           IF TieIdx <= 7
               MOVE 'Y' TO ActivityFlag
               ADD PostAmount TO TieReport(TieIdx)
           END-IF.
           EVALUATE PostType
               WHEN "INVOICE"
                   ADD PostAmount TO Revenue
                   IF InvCount < 200 AND PostRef(1:6) IS NUMERIC
                       ADD 1 TO InvCount
                       MOVE PostRef(1:6) TO ITInvoiceNum(InvCount)
                   END-IF
               WHEN "FINCHG"
                   ADD PostAmount TO FinChgTotal
               WHEN "NSFFEE"
                   ADD PostAmount TO NsfFeeTotal
               WHEN "CREDIT"
                   SUBTRACT PostAmount FROM CreditTotal
               WHEN "WRITEOFF"
                   SUBTRACT PostAmount FROM WriteOffTotal
               WHEN "NSFREV"
                   ADD NsfBankCharge TO NsfCostTotal
               WHEN "REFUND"
                   ADD PostAmount TO RefundTotal
           END-EVALUATE.
      * Cost and discount come from the order behind each invoice of
      * the period: shipped quantity at the current average cost, and
      * the order's discount code grossed back up from the net price.
       CostShippedOrders.
           MOVE IDNum TO OrdCustIDNum.
           MOVE 'N' TO ScanEOFFlag.
           START OrderFile KEY IS NOT LESS THAN OrdCustIDNum
               INVALID KEY MOVE 'Y' TO ScanEOFFlag
           END-START.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ OrderFile NEXT RECORD
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   IF OrdCustIDNum NOT = IDNum
                       MOVE 'Y' TO ScanEOFFlag
                   ELSE
                       IF OrdInvoiceNum > 0 AND NOT OrderCancelled
                           PERFORM CostOrderShipments
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * An order ships in one or more shipments, each on its own
      * invoice, and only the shipments invoiced in the period are
      * costed. An order shipped before shipments were recorded is
      * costed as a whole against the invoice on the order.
       CostOrderShipments.
           PERFORM FindOrderDiscount.
           MOVE 'N' TO ShipRecFound.
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
                       MOVE 'Y' TO ShipRecFound
                       PERFORM VARYING InvIdx FROM 1 BY 1
                               UNTIL InvIdx > InvCount
                           IF ITInvoiceNum(InvIdx) = ShInvoiceNum
                               PERFORM CostOneShipmentLine
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF ShipRecFound = 'N' AND OrderShipped
               PERFORM VARYING InvIdx FROM 1 BY 1
                       UNTIL InvIdx > InvCount
                   IF ITInvoiceNum(InvIdx) = OrdInvoiceNum
                       PERFORM CostOneOrder
                   END-IF
               END-PERFORM
           END-IF.
       CostOneShipmentLine.
           MOVE ShQty TO ShipQty.
           MOVE ShProdName TO AcProdName.
           MOVE ShSizeType TO AcSizeType.
           MOVE ShAmount TO LineAmount.
           PERFORM AddLineCost.
       FindOrderDiscount.
           MOVE 0 TO WorkDiscPct.
           IF OrdDiscCode NOT = SPACES
               PERFORM VARYING DiscIdx FROM 1 BY 1
                       UNTIL DiscIdx > DiscCount
                   IF DTCode(DiscIdx) = OrdDiscCode
                       MOVE DTPercent(DiscIdx) TO WorkDiscPct
                   END-IF
               END-PERFORM
           END-IF.
       CostOneOrder.
           MOVE 'N' TO WasPickedFlag.
           MOVE 'D' TO LineWalkMode.
           PERFORM WalkOrderLines.
           MOVE 'C' TO LineWalkMode.
           PERFORM WalkOrderLines.
      * SHIPCONF bills picked quantities once an order has been
      * picked, so a first pass looks for any pick before costing.
       WalkOrderLines.
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
                       IF WalkDetecting
                           IF OlPickQty > 0
                               MOVE 'Y' TO WasPickedFlag
                               MOVE 'Y' TO LineEOFFlag
                           END-IF
                       ELSE
                           PERFORM CostOneLine
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       CostOneLine.
           IF WasPickedFlag = 'Y'
               MOVE OlPickQty TO ShipQty
           ELSE
               MOVE OlQty TO ShipQty
           END-IF.
           MOVE OlProdName TO AcProdName.
           MOVE OlSizeType TO AcSizeType.
           COMPUTE LineAmount = ShipQty * OlPrice.
           PERFORM AddLineCost.
       AddLineCost.
           MOVE 'Y' TO CostFoundFlag.
           READ AvgCostFile
               INVALID KEY MOVE 'N' TO CostFoundFlag
           END-READ.
           IF CostFoundFlag = 'Y'
               COMPUTE CogsTotal = CogsTotal + ShipQty * AcAvgCost
           END-IF.
           IF WorkDiscPct > 0
               COMPUTE DiscountTotal ROUNDED = DiscountTotal
                   + LineAmount * WorkDiscPct / (100 - WorkDiscPct)
           END-IF.
       WriteWorkRecord.
           ADD 1 TO CustCount.
           ADD Contribution TO GrandContribution.
           MOVE Contribution TO PwContribution.
           MOVE IDNum TO PwIDNum.
           MOVE LastName TO PwName.
           MOVE City TO PwCity.
           MOVE CredScore TO PwScore.
           COMPUTE PwSales = Revenue + DiscountTotal.
           MOVE DiscountTotal TO PwDiscount.
           MOVE CogsTotal TO PwCogs.
           COMPUTE PwFees = FinChgTotal + NsfFeeTotal.
           MOVE CreditTotal TO PwCredits.
           MOVE WriteOffTotal TO PwWriteOff.
           MOVE NsfCostTotal TO PwNsfCost.
           MOVE RefundTotal TO PwRefunds.
           WRITE ProfWorkRecord.
      * Cities are kept in name order as they are added.
       AddToCityTotals.
           PERFORM VARYING CityIdx FROM 1 BY 1
                   UNTIL CityIdx > CityCount
                   OR CTCity(CityIdx) >= City
               CONTINUE
           END-PERFORM.
           IF CityIdx > CityCount OR CTCity(CityIdx) NOT = City
               IF CityCount < 500
                   ADD 1 TO CityCount
                   PERFORM VARYING ShiftIdx FROM CityCount BY -1
                           UNTIL ShiftIdx <= CityIdx
                       MOVE CityEntry(ShiftIdx - 1)
                           TO CityEntry(ShiftIdx)
                   END-PERFORM
                   MOVE City TO CTCity(CityIdx)
                   MOVE 0 TO CTCustomers(CityIdx)
                   MOVE ZEROS TO CTSales(CityIdx)
                   MOVE ZEROS TO CTContrib(CityIdx)
               ELSE
                   MOVE 0 TO CityIdx
               END-IF
           END-IF.
           IF CityIdx > 0
               ADD 1 TO CTCustomers(CityIdx)
               ADD Revenue TO CTSales(CityIdx)
               ADD Contribution TO CTContrib(CityIdx)
           END-IF.
       AddToBandTotals.
           PERFORM VARYING BandIdx FROM 1 BY 1
                   UNTIL BandIdx = 5 OR CredScore <= BTHigh(BandIdx)
               CONTINUE
           END-PERFORM.
           ADD 1 TO BTCustomers(BandIdx).
           ADD Revenue TO BTSales(BandIdx).
           ADD Contribution TO BTContrib(BandIdx).
       WriteReportHeader.
           MOVE "CUSTOMER PROFITABILITY REPORT" TO ProfitLine.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING "Period " BizMonth "/" BizYear
               "   Processing Date " BusinessDate
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING "Net Contribution = Sales - Discount - Cost of "
               "Goods + Fees - Credits - Write-Offs - NSF Cost - "
               "Refunds"
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
       WriteColumnHeadings.
           MOVE SPACES TO ProfitLine.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING " RANK ID     NAME                 SALES   DISCOUNT"
               "       COGS       FEES    CREDITS WRITE-OFFS"
               "   NSF COST    REFUNDS   NET CONT"
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
       WriteRanking.
           MOVE SPACES TO ProfitLine.
           WRITE ProfitLine.
           MOVE "RANKING BY NET CONTRIBUTION" TO ProfitLine.
           WRITE ProfitLine.
           PERFORM WriteColumnHeadings.
           MOVE 0 TO RankNum.
           OPEN INPUT ProfRankFile.
           MOVE 'N' TO ScanEOFFlag.
           PERFORM UNTIL ScanEOFFlag = 'Y'
               READ ProfRankFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   ADD 1 TO RankNum
                   PERFORM WriteCustomerLine
               END-IF
           END-PERFORM.
           CLOSE ProfRankFile.
           MOVE GrandContribution TO ReportBig.
           MOVE SPACES TO ProfitLine.
           STRING "TOTAL NET CONTRIBUTION " ReportBig
               "   CUSTOMERS " CustCount
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
      * The ascending sort puts the least profitable first; rank is
      * still counted from the top of the ranking.
       WriteBottomList.
           MOVE SPACES TO ProfitLine.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING "BOTTOM " BottomListSize
               " CUSTOMERS BY NET CONTRIBUTION"
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
           PERFORM WriteColumnHeadings.
           COMPUTE RankNum = CustCount + 1.
           OPEN INPUT ProfRankFile.
           MOVE 'N' TO ScanEOFFlag.
           PERFORM UNTIL ScanEOFFlag = 'Y'
                   OR RankNum + BottomListSize <= CustCount + 1
               READ ProfRankFile
                   AT END MOVE 'Y' TO ScanEOFFlag
               END-READ
               IF ScanEOFFlag = 'N'
                   SUBTRACT 1 FROM RankNum
                   PERFORM WriteCustomerLine
               END-IF
           END-PERFORM.
           CLOSE ProfRankFile.
       WriteCustomerLine.
           MOVE RankNum TO ReportRank.
           MOVE PrSales TO ReportSales.
           MOVE PrDiscount TO ReportDisc.
           MOVE PrCogs TO ReportCogs.
           MOVE PrFees TO ReportFees.
           MOVE PrCredits TO ReportCred.
           MOVE PrWriteOff TO ReportWoff.
           MOVE PrNsfCost TO ReportNsf.
           MOVE PrRefunds TO ReportRefd.
           MOVE PrContribution TO ReportNet.
           MOVE SPACES TO ProfitLine.
           STRING ReportRank " " PrIDNum " " PrName " "
               ReportSales " " ReportDisc " " ReportCogs " "
               ReportFees " " ReportCred " " ReportWoff " "
               ReportNsf " " ReportRefd " " ReportNet
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
       WriteCityTotals.
           MOVE SPACES TO ProfitLine.
           WRITE ProfitLine.
           MOVE "TOTALS BY CITY" TO ProfitLine.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING "CITY            CUSTOMERS     INVOICED SALES"
               "   NET CONTRIBUTION"
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
           PERFORM VARYING CityIdx FROM 1 BY 1
                   UNTIL CityIdx > CityCount
               MOVE CTCustomers(CityIdx) TO ReportCount
               MOVE CTSales(CityIdx) TO ReportBig
               MOVE CTContrib(CityIdx) TO ReportBig2
               MOVE SPACES TO ProfitLine
               STRING CTCity(CityIdx) "    " ReportCount "    "
                   ReportBig "     " ReportBig2
                   DELIMITED BY SIZE INTO ProfitLine
               END-STRING
               WRITE ProfitLine
           END-PERFORM.
       WriteBandTotals.
           MOVE SPACES TO ProfitLine.
           WRITE ProfitLine.
           MOVE "TOTALS BY CREDIT SCORE BAND" TO ProfitLine.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING "SCORE BAND      CUSTOMERS     INVOICED SALES"
               "   NET CONTRIBUTION"
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE BTCustomers(BandIdx) TO ReportCount
               MOVE BTSales(BandIdx) TO ReportBig
               MOVE BTContrib(BandIdx) TO ReportBig2
               MOVE SPACES TO ProfitLine
               STRING BTName(BandIdx) "      " ReportCount "    "
                   ReportBig "     " ReportBig2
                   DELIMITED BY SIZE INTO ProfitLine
               END-STRING
               WRITE ProfitLine
           END-PERFORM.
      * Each posting type in the report is set against the nightly
      * GL interface totals for the same period.
       WriteGLTie.
           MOVE SPACES TO ProfitLine.
           WRITE ProfitLine.
           MOVE "TIE TO GL INTERFACE TOTALS" TO ProfitLine.
           WRITE ProfitLine.
           MOVE SPACES TO ProfitLine.
           STRING "POSTING TYPE       THIS REPORT   GL INTERFACE"
               "     DIFFERENCE"
               DELIMITED BY SIZE INTO ProfitLine
           END-STRING.
           WRITE ProfitLine.
           PERFORM VARYING TieIdx FROM 1 BY 1 UNTIL TieIdx > 7
               COMPUTE TieDifference = TieReport(TieIdx)
                   - TieGL(TieIdx)
               MOVE TieReport(TieIdx) TO ReportBig
               MOVE TieGL(TieIdx) TO ReportBig2
               MOVE TieDifference TO ReportBig3
               MOVE SPACES TO ProfitLine
               STRING TieType(TieIdx) "    " ReportBig " "
                   ReportBig2 " " ReportBig3
                   DELIMITED BY SIZE INTO ProfitLine
               END-STRING
               IF TieDifference NOT = ZEROS
                   MOVE 'N' TO TieOKFlag
                   MOVE "OUT OF TIE" TO ProfitLine(70:10)
               END-IF
               WRITE ProfitLine
           END-PERFORM.
           IF TieOKFlag = 'Y'
               MOVE "REPORT TIES TO GL INTERFACE" TO ProfitLine
           ELSE
               MOVE "REPORT DOES NOT TIE TO GL INTERFACE" TO ProfitLine
           END-IF.
           WRITE ProfitLine.
