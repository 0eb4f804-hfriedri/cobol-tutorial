       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT QuoteFile ASSIGN TO "quote.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QuoteNum
                  ALTERNATE RECORD KEY IS QtCustIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL QuoteLineFile ASSIGN TO "quoteln.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS QuoteLineKey.
              SELECT QuoteCtlFile ASSIGN TO "quotectl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QuoteCtlStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL TaxMastFile ASSIGN TO "taxmast.dat"
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
                  RECORD KEY IS PriceListKey.
              SELECT DiscountFile ASSIGN TO "disccode.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DiscFileStatus.
              SELECT QuoteDocFile ASSIGN TO "quote.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * A quote is open until it is converted to an order by ORDENT
      * or cancelled. An open quote past its expiry date can no longer
      * be converted; revising it reprices it and restarts the expiry.
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
       FD  QuoteCtlFile.
       01  QuoteCtlRecord.
               02  QuoteCtlNextNum    PIC 9(6).
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
       FD  TaxMastFile.
       01  TaxMastData.
               02  TaxMastKey.
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
                   03  PlProdName     PIC X(10).
                   03  PlSizeType     PIC A.
               02  PlListPrice        PIC 9(5)V99.
       FD  DiscountFile.
       01  DiscountRecord.
               02  DcCode             PIC X(5).
               02  DcPercent          PIC 9(2).
       FD  QuoteDocFile.
       01  QuoteDocLine               PIC X(80).
       WORKING-STORAGE SECTION.
       01  QuoteCtlStatus             PIC XX.
       01  Choice                     PIC 99.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustExists                 PIC X.
       01  QuoteExists                PIC X.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  LineIdx                    PIC 9(3).
       01  LineEOFFlag                PIC X.
       01  LinesDoneFlag              PIC X.
       01  LineEnteredFlag            PIC X.
       01  LinePricedFlag             PIC X.
       01  WorkLineCount              PIC 9(3).
       01  OldLineCount               PIC 9(3).
       01  WorkProdName               PIC X(10).
       01  WorkSizeType               PIC A.
       01  WorkLineQty                PIC 9(3).
       01  WorkLinePrice              PIC 9(5)V99.
       01  WorkLineAmount             PIC 9(5)V99.
       01  QuoteLineTable.
               02  QuoteLineEntries   OCCURS 200 TIMES.
                   03  QTProdName     PIC X(10).
                   03  QTSizeType     PIC A.
                   03  QTQty          PIC 9(3).
                   03  QTPrice        PIC 9(5)V99.
                   03  QTAmount       PIC 9(5)V99.
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  DiscFileStatus             PIC XX.
       01  DiscEOFFlag                PIC X.
       01  DiscIdx                    PIC 99.
       01  WorkDiscCode               PIC X(5).
       01  WorkDiscPct                PIC 9(2).
       01  PriceFoundFlag             PIC X.
       01  DiscTable.
               02  DiscCount          PIC 99 VALUE 0.
               02  DiscEntry          OCCURS 1 TO 50 TIMES
                                      DEPENDING ON DiscCount.
                   03  DTCode         PIC X(5).
                   03  DTPercent      PIC 9(2).
       01  TaxEOFFlag                 PIC X.
       01  CertFoundFlag              PIC X.
       01  TaxExemptFlag              PIC X VALUE 'N'.
       01  QuoteTaxRate               PIC V999.
       01  ValidDays                  PIC 9(3).
       01  DefaultValidDays           PIC 9(3) VALUE 30.
       01  QuoteDueTotal              PIC S9(7)V99.
       01  ConfirmChoice              PIC X.
       01  PrintedCount               PIC 9(4) VALUE 0.
       01  ListCustIDNum              PIC 9(6).
       01  ListedCount                PIC 9(4) VALUE 0.
       01  QuoteStateText             PIC X(20).
       01  TodayDate                  PIC 9(8).
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZ9.99-.
       01  ReportTax                  PIC ZZZZZZ9.99-.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM LoadDiscountTable.
           OPEN I-O QuoteFile.
           OPEN I-O QuoteLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT TaxMastFile.
           OPEN INPUT TaxCertFile.
           OPEN INPUT PriceListFile.
           OPEN OUTPUT QuoteDocFile.
           PERFORM UNTIL StayOpen='N'
               DISPLAY " "
               DISPLAY "SALES QUOTATIONS"
               DISPLAY "1: Create Quote"
               DISPLAY "2: Revise Quote"
               DISPLAY "3: Print Quote"
               DISPLAY "4: List Quotes for Customer"
               DISPLAY "5: Cancel Quote"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM CreateQuote
                   WHEN 2 PERFORM ReviseQuote
                   WHEN 3 PERFORM PrintQuote
                   WHEN 4 PERFORM ListQuotesForCust
                   WHEN 5 PERFORM CancelQuote
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE QuoteFile.
           CLOSE QuoteLineFile.
           CLOSE CustomerFile.
           CLOSE TaxMastFile.
           CLOSE TaxCertFile.
           CLOSE PriceListFile.
           CLOSE QuoteDocFile.
           DISPLAY "Quotes Printed : " PrintedCount.
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
       LoadDiscountTable.
           MOVE 0 TO DiscCount.
           MOVE 'N' TO DiscEOFFlag.
           OPEN INPUT DiscountFile.
           IF DiscFileStatus NOT = "00"
               MOVE 'Y' TO DiscEOFFlag
           END-IF.
           PERFORM UNTIL DiscEOFFlag = 'Y'
               READ DiscountFile
                   AT END MOVE 'Y' TO DiscEOFFlag
               END-READ
               IF DiscEOFFlag = 'N' AND DiscCount < 50
                   ADD 1 TO DiscCount
                   MOVE DcCode TO DTCode(DiscCount)
                   MOVE DcPercent TO DTPercent(DiscCount)
               END-IF
           END-PERFORM.
           IF DiscFileStatus = "00" OR DiscFileStatus = "10"
               CLOSE DiscountFile
           END-IF.
       CreateQuote.
           DISPLAY " "
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT IDNum.
           PERFORM ReadQuoteCustomer.
           IF CustExists = 'N'
               DISPLAY "Customer Does not Exist or Is Not Active"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
               PERFORM CreateQuoteDetail
           END-IF.
      * Quotes are taken for the same customers ORDENT will take an
      * order for; a frozen customer can be quoted but the order will
      * go on credit hold when the quote is converted.
       ReadQuoteCustomer.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'Y'
                   AND NOT (RecordActive OR RecordFrozen)
               MOVE 'N' TO CustExists
           END-IF.
       CreateQuoteDetail.
           MOVE SPACES TO QuoteData.
           MOVE IDNum TO QtCustIDNum.
           MOVE CurrentOpID TO QtRepID.
           MOVE ZEROS TO QtRevision.
           MOVE ZEROS TO QtOrderNum.
           MOVE ZEROS TO QtConvDate.
           SET QuoteOpen TO TRUE.
           PERFORM EnterQuoteTerms.
           PERFORM AcceptQuoteLines.
           IF WorkLineCount = 0
               DISPLAY "Quote Has No Lines - Quote Not Saved"
           ELSE
               PERFORM AssignQuoteNumber
               MOVE WorkLineCount TO QtLineCount
               PERFORM ComputeQuoteTax
               WRITE QuoteData
                   INVALID KEY
                       DISPLAY "Quote Number " QuoteNum " Taken - "
                           "Check quotectl.dat"
                   NOT INVALID KEY
                       PERFORM WriteQuoteLineRecords
                       PERFORM DisplayQuoteSaved
               END-WRITE
           END-IF.
      * Dates the quote today and sets its expiry from the number of
      * days the prices are held, then takes the discount code.
       EnterQuoteTerms.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           MOVE TodayDate TO QtQuoteDate.
           MOVE ZEROS TO ValidDays.
           DISPLAY "Days Quote Is Valid (0 for " DefaultValidDays
               ") : " WITH NO ADVANCING.
           ACCEPT ValidDays.
           IF ValidDays = 0
               MOVE DefaultValidDays TO ValidDays
           END-IF.
           COMPUTE QtExpDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TodayDate) + ValidDays).
           PERFORM EnterDiscountCode.
       AssignQuoteNumber.
           MOVE ZEROS TO QuoteNum.
           OPEN INPUT QuoteCtlFile.
           IF QuoteCtlStatus = "00"
               READ QuoteCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE QuoteCtlNextNum TO QuoteNum
               END-READ
               CLOSE QuoteCtlFile
           END-IF.
           IF QuoteNum = 0
               MOVE 1 TO QuoteNum
           END-IF.
           OPEN OUTPUT QuoteCtlFile.
           COMPUTE QuoteCtlNextNum = QuoteNum + 1.
           WRITE QuoteCtlRecord.
           CLOSE QuoteCtlFile.
       DisplayQuoteSaved.
           COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount.
           MOVE QuoteDueTotal TO ReportTotal.
           DISPLAY "Quote " QuoteNum " Saved - Total " ReportTotal
               " - Valid Until " QtExpDate.
       EnterDiscountCode.
           MOVE SPACES TO QtDiscCode.
           MOVE ZEROS TO WorkDiscPct.
           DISPLAY "Discount Code (blank for none) : "
               WITH NO ADVANCING.
           ACCEPT WorkDiscCode.
           IF WorkDiscCode NOT = SPACES
               PERFORM VARYING DiscIdx FROM 1 BY 1
                       UNTIL DiscIdx > DiscCount
                   IF DTCode(DiscIdx) = WorkDiscCode
                       MOVE WorkDiscCode TO QtDiscCode
                       MOVE DTPercent(DiscIdx) TO WorkDiscPct
                   END-IF
               END-PERFORM
               IF QtDiscCode = SPACES
                   DISPLAY "Discount Code Not on File - Ignored"
               ELSE
                   DISPLAY "Discount Applied : " WorkDiscPct
                       " Percent"
               END-IF
           END-IF.
       AcceptQuoteLines.
           MOVE 0 TO WorkLineCount.
           MOVE ZEROS TO QtTotal.
           MOVE 'N' TO LinesDoneFlag.
           PERFORM UNTIL LinesDoneFlag = 'Y'
               IF WorkLineCount >= 200
                   DISPLAY "Line Limit Reached"
                   MOVE 'Y' TO LinesDoneFlag
               ELSE
                   COMPUTE LineIdx = WorkLineCount + 1
                   PERFORM AcceptOneQuoteLine
                   IF LineEnteredFlag = 'Y'
                       ADD 1 TO WorkLineCount
                       MOVE WorkProdName
                           TO QTProdName(WorkLineCount)
                       MOVE WorkSizeType
                           TO QTSizeType(WorkLineCount)
                       MOVE WorkLineQty TO QTQty(WorkLineCount)
                       MOVE WorkLinePrice
                           TO QTPrice(WorkLineCount)
                       MOVE WorkLineAmount
                           TO QTAmount(WorkLineCount)
                       ADD WorkLineAmount TO QtTotal
                   ELSE
                       MOVE 'Y' TO LinesDoneFlag
                   END-IF
               END-IF
           END-PERFORM.
      * Quote lines are priced from the price list less the discount
      * code only. A product not on the price list cannot be quoted;
      * special prices are a supervisor override on the order itself.
       AcceptOneQuoteLine.
           MOVE 'N' TO LineEnteredFlag.
           MOVE 'N' TO LinePricedFlag.
           PERFORM UNTIL LinePricedFlag = 'Y'
               MOVE SPACES TO WorkProdName
               DISPLAY "Line " LineIdx " Product (blank to end) : "
                   WITH NO ADVANCING
               ACCEPT WorkProdName
               IF WorkProdName = SPACES
                   MOVE 'Y' TO LinePricedFlag
               ELSE
                   DISPLAY "Line " LineIdx " Size : "
                       WITH NO ADVANCING
                   ACCEPT WorkSizeType
                   DISPLAY "Line " LineIdx " Quantity : "
                       WITH NO ADVANCING
                   ACCEPT WorkLineQty
                   PERFORM LookupListPrice
                   IF PriceFoundFlag = 'Y'
                       PERFORM PriceQuoteLine
                       MOVE 'Y' TO LineEnteredFlag
                       MOVE 'Y' TO LinePricedFlag
                   ELSE
                       DISPLAY "Product/Size Not on Price "
                           "List - Re-Enter Line"
                   END-IF
               END-IF
           END-PERFORM.
           IF LineEnteredFlag = 'Y'
               COMPUTE WorkLineAmount =
                   WorkLineQty * WorkLinePrice
           END-IF.
       LookupListPrice.
           MOVE 'Y' TO PriceFoundFlag.
           MOVE WorkProdName TO PlProdName.
           MOVE WorkSizeType TO PlSizeType.
           READ PriceListFile
               INVALID KEY MOVE 'N' TO PriceFoundFlag
           END-READ.
       PriceQuoteLine.
           IF WorkDiscPct > 0
               COMPUTE WorkLinePrice ROUNDED =
                   PlListPrice * (100 - WorkDiscPct) / 100
           ELSE
               MOVE PlListPrice TO WorkLinePrice
           END-IF.
           MOVE WorkLinePrice TO ReportPrice.
           DISPLAY "Line " LineIdx " Unit Price : " ReportPrice.
      * The tax on a quote is an estimate at the rate in force on the
      * quote date; the order is taxed again when it is converted.
       ComputeQuoteTax.
           MOVE ZEROS TO QuoteTaxRate.
           MOVE ZEROS TO QtTaxAmount.
           MOVE 'N' TO TaxExemptFlag.
           IF CustJurisCode NOT = SPACES
               PERFORM CheckTaxExemption
               IF TaxExemptFlag = 'Y'
                   DISPLAY "Tax Exempt - Certificate " TcCertNumber
               ELSE
                   PERFORM FindTaxRateAsOfDate
                   IF QuoteTaxRate > 0
                       COMPUTE QtTaxAmount ROUNDED =
                           QtTotal * QuoteTaxRate
                   END-IF
               END-IF
           END-IF.
           MOVE QtTaxAmount TO ReportTax.
           DISPLAY "Estimated Sales Tax : " ReportTax.
       CheckTaxExemption.
           MOVE 'N' TO TaxExemptFlag.
           MOVE IDNum TO TcIDNum.
           MOVE CustJurisCode TO TcJurisCode.
           MOVE 'Y' TO CertFoundFlag.
           READ TaxCertFile
               INVALID KEY MOVE 'N' TO CertFoundFlag
           END-READ.
           IF CertFoundFlag = 'Y'
                   AND TcEffDate <= QtQuoteDate
                   AND TcExpDate >= QtQuoteDate
               MOVE 'Y' TO TaxExemptFlag
           END-IF.
       FindTaxRateAsOfDate.
           MOVE CustJurisCode TO TmJurisCode.
           MOVE ZEROS TO TmEffDate.
           MOVE 'N' TO TaxEOFFlag.
           START TaxMastFile KEY IS NOT LESS THAN TaxMastKey
               INVALID KEY MOVE 'Y' TO TaxEOFFlag
           END-START.
           PERFORM UNTIL TaxEOFFlag = 'Y'
               READ TaxMastFile NEXT RECORD
                   AT END MOVE 'Y' TO TaxEOFFlag
               END-READ
               IF TaxEOFFlag = 'N'
                   IF TmJurisCode NOT = CustJurisCode
                           OR TmEffDate > QtQuoteDate
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
                       MOVE TmRate TO QuoteTaxRate
                   END-IF
               END-IF
           END-PERFORM.
       WriteQuoteLineRecords.
           PERFORM WriteOneQuoteLineRecord
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > WorkLineCount.
       WriteOneQuoteLineRecord.
           MOVE QuoteNum TO QlQuoteNum.
           MOVE LineIdx TO QlLineNum.
           MOVE QTProdName(LineIdx) TO QlProdName.
           MOVE QTSizeType(LineIdx) TO QlSizeType.
           MOVE QTQty(LineIdx) TO QlQty.
           MOVE QTPrice(LineIdx) TO QlPrice.
           MOVE QTAmount(LineIdx) TO QlAmount.
           WRITE QuoteLineData
               INVALID KEY
                   REWRITE QuoteLineData
                       INVALID KEY
                           DISPLAY "WARNING: quote line " QlLineNum
                               " not written"
                   END-REWRITE
           END-WRITE.
       DeleteQuoteLines.
           PERFORM DeleteOneQuoteLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > OldLineCount.
       DeleteOneQuoteLine.
           MOVE QuoteNum TO QlQuoteNum.
           MOVE LineIdx TO QlLineNum.
           DELETE QuoteLineFile RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       ReadQuote.
           DISPLAY " "
           DISPLAY "Enter Quote Number : " WITH NO ADVANCING.
           ACCEPT QuoteNum.
           MOVE 'Y' TO QuoteExists.
           READ QuoteFile
               INVALID KEY MOVE 'N' TO QuoteExists
           END-READ.
           IF QuoteExists = 'N'
               DISPLAY "Quote Does not Exist"
           END-IF.
      * A revision re-enters the discount code and every line at
      * today's prices, re-estimates the tax and restarts the expiry.
      * Revising an expired quote is how it is renewed.
       ReviseQuote.
           PERFORM ReadQuote.
           IF QuoteExists = 'Y'
               EVALUATE TRUE
                   WHEN QuoteConverted
                       DISPLAY "Quote Already Converted to Order "
                           QtOrderNum
                   WHEN QuoteCancelled
                       DISPLAY "Quote Is Cancelled"
                   WHEN OTHER
                       PERFORM ReviseQuoteDetail
               END-EVALUATE
           END-IF.
       ReviseQuoteDetail.
           MOVE QtCustIDNum TO IDNum.
           PERFORM ReadQuoteCustomer.
           IF CustExists = 'N'
               DISPLAY "Customer Does not Exist or Is Not Active"
           ELSE
               PERFORM DisplayQuote
               DISPLAY "Revise This Quote (Y/N) : " WITH NO ADVANCING
               ACCEPT ConfirmChoice
               IF ConfirmChoice NOT = 'Y' AND ConfirmChoice NOT = 'y'
                   DISPLAY "Revision Abandoned"
               ELSE
                   MOVE QtLineCount TO OldLineCount
                   PERFORM EnterQuoteTerms
                   PERFORM AcceptQuoteLines
                   IF WorkLineCount = 0
                       DISPLAY "Quote Has No Lines - Quote Not "
                           "Changed"
                   ELSE
                       PERFORM SaveQuoteRevision
                   END-IF
               END-IF
           END-IF.
       SaveQuoteRevision.
           MOVE WorkLineCount TO QtLineCount.
           ADD 1 TO QtRevision.
           PERFORM ComputeQuoteTax.
           REWRITE QuoteData
               INVALID KEY
                   DISPLAY "Quote Not Updated"
               NOT INVALID KEY
                   PERFORM DeleteQuoteLines
                   PERFORM WriteQuoteLineRecords
                   DISPLAY "Revision " QtRevision
                   PERFORM DisplayQuoteSaved
           END-REWRITE.
       DisplayQuote.
           PERFORM SetQuoteState.
           DISPLAY "Quote Number : " QuoteNum " Rev " QtRevision
               " " QuoteStateText.
           DISPLAY "Customer ID  : " QtCustIDNum.
           DISPLAY "Sales Rep    : " QtRepID.
           DISPLAY "Quote Date   : " QtQuoteDate
               "  Valid Until : " QtExpDate.
           PERFORM DisplayQuoteLines.
           MOVE QtTotal TO ReportTotal.
           DISPLAY "Merchandise  : " ReportTotal.
           MOVE QtTaxAmount TO ReportTax.
           DISPLAY "Est. Tax     : " ReportTax.
           COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount.
           MOVE QuoteDueTotal TO ReportTotal.
           DISPLAY "Quote Total  : " ReportTotal.
       SetQuoteState.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           EVALUATE TRUE
               WHEN QuoteConverted
                   MOVE SPACES TO QuoteStateText
                   STRING "CONVERTED " QtOrderNum
                       DELIMITED BY SIZE INTO QuoteStateText
                   END-STRING
               WHEN QuoteCancelled
                   MOVE "CANCELLED" TO QuoteStateText
               WHEN QtExpDate < TodayDate
                   MOVE "EXPIRED" TO QuoteStateText
               WHEN OTHER
                   MOVE "OPEN" TO QuoteStateText
           END-EVALUATE.
       DisplayQuoteLines.
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
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       MOVE QlPrice TO ReportPrice
                       MOVE QlAmount TO ReportAmount
                       DISPLAY "  " QlProdName " " QlSizeType
                           " Qty " QlQty " @ " ReportPrice
                           " Amount " ReportAmount
                   END-IF
               END-IF
           END-PERFORM.
       PrintQuote.
           PERFORM ReadQuote.
           IF QuoteExists = 'Y'
               MOVE QtCustIDNum TO IDNum
               MOVE 'Y' TO CustExists
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO CustExists
               END-READ
               IF CustExists = 'N'
                   DISPLAY "Customer Does not Exist"
               ELSE
                   PERFORM DisplayQuote
                   PERFORM WriteQuoteDocument
                   ADD 1 TO PrintedCount
                   DISPLAY "Quote " QuoteNum " Printed to quote.lst"
               END-IF
           END-IF.
       WriteQuoteDocument.
           MOVE SPACES TO QuoteDocLine.
           IF PrintedCount > 0
               WRITE QuoteDocLine AFTER ADVANCING PAGE
           ELSE
               WRITE QuoteDocLine
           END-IF.
           MOVE "QUOTATION" TO QuoteDocLine.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           STRING "Quote Number : " QuoteNum "  Revision " QtRevision
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           STRING "Quote Date   : " QtQuoteDate "  Valid Until "
               QtExpDate
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           STRING "Prepared By  : " QtRepID
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           STRING "Customer " IDNum "  "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           STRING FUNCTION TRIM(StreetNumber) " "
               FUNCTION TRIM(StreetName) ", "
               FUNCTION TRIM(City)
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           WRITE QuoteDocLine.
           PERFORM WriteQuoteDetailLines.
           MOVE SPACES TO QuoteDocLine.
           WRITE QuoteDocLine.
           MOVE QtTotal TO ReportAmount.
           MOVE SPACES TO QuoteDocLine.
           STRING "Merchandise       : " ReportAmount
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE QtTaxAmount TO ReportAmount.
           MOVE SPACES TO QuoteDocLine.
           STRING "Estimated Tax     : " ReportAmount
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount.
           MOVE QuoteDueTotal TO ReportAmount.
           MOVE SPACES TO QuoteDocLine.
           STRING "Quote Total       : " ReportAmount
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           WRITE QuoteDocLine.
           MOVE SPACES TO QuoteDocLine.
           STRING "Prices are held until " QtExpDate
               ". Tax is charged at the rate in force when the order "
               "is placed."
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
           IF NOT QuoteOpen OR QtExpDate < TodayDate
               MOVE SPACES TO QuoteDocLine
               STRING "*** THIS QUOTE IS " QuoteStateText
                   DELIMITED BY SIZE INTO QuoteDocLine
               END-STRING
               WRITE QuoteDocLine
           END-IF.
       WriteQuoteDetailLines.
           MOVE SPACES TO QuoteDocLine.
           STRING "PRODUCT    SZ  QTY  UNIT PRICE      AMOUNT"
               DELIMITED BY SIZE INTO QuoteDocLine
           END-STRING.
           WRITE QuoteDocLine.
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
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       MOVE QlPrice TO ReportPrice
                       MOVE QlAmount TO ReportAmount
                       MOVE SPACES TO QuoteDocLine
                       STRING QlProdName " " QlSizeType "  " QlQty
                           "    " ReportPrice " " ReportAmount
                           DELIMITED BY SIZE INTO QuoteDocLine
                       END-STRING
                       WRITE QuoteDocLine
                   END-IF
               END-IF
           END-PERFORM.
       ListQuotesForCust.
           DISPLAY " "
           DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
           ACCEPT ListCustIDNum.
           MOVE 0 TO ListedCount.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ListCustIDNum TO QtCustIDNum.
           START QuoteFile KEY IS NOT LESS THAN QtCustIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ QuoteFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF QtCustIDNum NOT = ListCustIDNum
                       MOVE 'Y' TO EndOfFileFlag
                   ELSE
                       PERFORM SetQuoteState
                       COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount
                       MOVE QuoteDueTotal TO ReportTotal
                       DISPLAY "Quote " QuoteNum " Date "
                           QtQuoteDate " Expires " QtExpDate
                           " Total " ReportTotal " " QuoteStateText
                       ADD 1 TO ListedCount
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Quotes Listed : " ListedCount.
       CancelQuote.
           PERFORM ReadQuote.
           IF QuoteExists = 'Y'
               EVALUATE TRUE
                   WHEN QuoteConverted
                       DISPLAY "Quote Already Converted to Order "
                           QtOrderNum
                   WHEN QuoteCancelled
                       DISPLAY "Quote Is Already Cancelled"
                   WHEN OTHER
                       PERFORM CancelQuoteDetail
               END-EVALUATE
           END-IF.
       CancelQuoteDetail.
           COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount.
           MOVE QuoteDueTotal TO ReportTotal.
           DISPLAY "Quote " QuoteNum " Customer " QtCustIDNum
               " Total " ReportTotal.
           DISPLAY "Confirm Cancel (Y/N) : " WITH NO ADVANCING.
           ACCEPT ConfirmChoice.
           IF ConfirmChoice NOT = 'Y' AND ConfirmChoice NOT = 'y'
               DISPLAY "Cancel Abandoned"
           ELSE
               SET QuoteCancelled TO TRUE
               REWRITE QuoteData
                   INVALID KEY DISPLAY "Quote Not Updated"
                   NOT INVALID KEY
                       DISPLAY "Quote " QuoteNum " Cancelled"
               END-REWRITE
           END-IF.
