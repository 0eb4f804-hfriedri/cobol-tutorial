       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTRPT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
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
              SELECT QuoteListFile ASSIGN TO "quotrpt.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  QuoteListFile.
       01  QuoteListLine              PIC X(100).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  TodayInt                   PIC 9(8).
       01  WeekStartDate              PIC 9(8).
       01  RateStartDate              PIC 9(8).
       01  ListWindowDays             PIC 9(3) VALUE 7.
       01  RateWindowDays             PIC 9(3) VALUE 91.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  QuoteFoundFlag             PIC X.
       01  OpenCount                  PIC 9(5) VALUE 0.
       01  ExpiredCount               PIC 9(5) VALUE 0.
       01  ConvertedCount             PIC 9(5) VALUE 0.
       01  OpenValue                  PIC S9(9)V99 VALUE ZEROS.
       01  ExpiredValue               PIC S9(9)V99 VALUE ZEROS.
       01  ConvertedValue             PIC S9(9)V99 VALUE ZEROS.
       01  RepIdx                     PIC 9(3).
       01  RepFoundFlag               PIC X.
       01  RepTable.
               02  RepCount           PIC 9(3) VALUE 0.
               02  RepEntry           OCCURS 1 TO 100 TIMES
                                      DEPENDING ON RepCount.
                   03  RTRepID        PIC X(8).
                   03  RTQuoted       PIC 9(5).
                   03  RTConverted    PIC 9(5).
                   03  RTExpired      PIC 9(5).
                   03  RTCancelled    PIC 9(5).
                   03  RTOpen         PIC 9(5).
                   03  RTQuotedValue  PIC S9(9)V99.
                   03  RTConvValue    PIC S9(9)V99.
       01  ProdIdx                    PIC 9(3).
       01  ProdFoundFlag              PIC X.
       01  ProdTable.
               02  ProdCount          PIC 9(3) VALUE 0.
               02  ProdEntry          OCCURS 1 TO 300 TIMES
                                      DEPENDING ON ProdCount.
                   03  PTProdName     PIC X(10).
                   03  PTSizeType     PIC A.
                   03  PTLines        PIC 9(5).
                   03  PTConvLines    PIC 9(5).
                   03  PTQuotedQty    PIC 9(7).
                   03  PTConvQty      PIC 9(7).
                   03  PTQuotedValue  PIC S9(9)V99.
       01  RepOverflowFlag            PIC X VALUE 'N'.
       01  ProdOverflowFlag           PIC X VALUE 'N'.
       01  TotQuoted                  PIC 9(5) VALUE 0.
       01  TotConverted               PIC 9(5) VALUE 0.
       01  ConvRate                   PIC 9(3)V9.
       01  QuoteDueTotal              PIC S9(7)V99.
       01  ReportCount                PIC ZZZZ9.
       01  ReportCount2               PIC ZZZZ9.
       01  ReportCount3               PIC ZZZZ9.
       01  ReportCount4               PIC ZZZZ9.
       01  ReportCount5               PIC ZZZZ9.
       01  ReportQty                  PIC ZZZZZZ9.
       01  ReportQty2                 PIC ZZZZZZ9.
       01  ReportAmount               PIC ZZZZZZZZ9.99-.
       01  ReportAmount2              PIC ZZZZZZZZ9.99-.
       01  ReportRate                 PIC ZZ9.9.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "WEEKLY SALES QUOTATION REPORT".
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE WeekStartDate =
               FUNCTION DATE-OF-INTEGER(TodayInt - ListWindowDays).
           COMPUTE RateStartDate =
               FUNCTION DATE-OF-INTEGER(TodayInt - RateWindowDays).
           OPEN INPUT QuoteFile.
           OPEN INPUT QuoteLineFile.
           OPEN OUTPUT QuoteListFile.
           MOVE SPACES TO QuoteListLine.
           STRING "SALES QUOTATIONS AS OF " BusinessDate
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           PERFORM ListOpenQuotes.
           PERFORM ListExpiredQuotes.
           PERFORM ListConvertedQuotes.
           PERFORM AccumulateRepStats.
           PERFORM WriteRepSummary.
           PERFORM AccumulateProductStats.
           PERFORM WriteProductSummary.
           CLOSE QuoteFile.
           CLOSE QuoteLineFile.
           CLOSE QuoteListFile.
           DISPLAY "Open Quotes            : " OpenCount.
           DISPLAY "Expired in Last Week   : " ExpiredCount.
           DISPLAY "Converted in Last Week : " ConvertedCount.
           DISPLAY "END OF SALES QUOTATION REPORT".
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
       StartQuotePass.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ZEROS TO QuoteNum.
           START QuoteFile KEY IS NOT LESS THAN QuoteNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
       WriteQuoteHeader.
           MOVE SPACES TO QuoteListLine.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "QUOTE  CUSTOM REP      QUOTED   EXPIRES  REV"
               "          TOTAL  ORDER  CONVERTED"
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
      * Open quotes are those that can still be converted today.
       ListOpenQuotes.
           MOVE SPACES TO QuoteListLine.
           WRITE QuoteListLine.
           MOVE "OPEN QUOTES" TO QuoteListLine.
           WRITE QuoteListLine.
           PERFORM WriteQuoteHeader.
           PERFORM StartQuotePass.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ QuoteFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND QuoteOpen
                       AND QtExpDate >= BusinessDate
                   ADD 1 TO OpenCount
                   COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount
                   ADD QuoteDueTotal TO OpenValue
                   PERFORM WriteQuoteLine
               END-IF
           END-PERFORM.
           MOVE OpenCount TO ReportCount.
           MOVE OpenValue TO ReportAmount.
           PERFORM WriteSectionTotal.
      * Expired quotes are listed for the week they lapsed in, so
      * the reps can renew them while the customer is still warm.
       ListExpiredQuotes.
           MOVE SPACES TO QuoteListLine.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "QUOTES EXPIRED UNCONVERTED SINCE " WeekStartDate
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           PERFORM WriteQuoteHeader.
           PERFORM StartQuotePass.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ QuoteFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND QuoteOpen
                       AND QtExpDate < BusinessDate
                       AND QtExpDate >= WeekStartDate
                   ADD 1 TO ExpiredCount
                   COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount
                   ADD QuoteDueTotal TO ExpiredValue
                   PERFORM WriteQuoteLine
               END-IF
           END-PERFORM.
           MOVE ExpiredCount TO ReportCount.
           MOVE ExpiredValue TO ReportAmount.
           PERFORM WriteSectionTotal.
       ListConvertedQuotes.
           MOVE SPACES TO QuoteListLine.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "QUOTES CONVERTED TO ORDERS SINCE " WeekStartDate
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           PERFORM WriteQuoteHeader.
           PERFORM StartQuotePass.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ QuoteFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND QuoteConverted
                       AND QtConvDate > WeekStartDate
                   ADD 1 TO ConvertedCount
                   COMPUTE QuoteDueTotal = QtTotal + QtTaxAmount
                   ADD QuoteDueTotal TO ConvertedValue
                   PERFORM WriteQuoteLine
               END-IF
           END-PERFORM.
           MOVE ConvertedCount TO ReportCount.
           MOVE ConvertedValue TO ReportAmount.
           PERFORM WriteSectionTotal.
       WriteQuoteLine.
           MOVE QuoteDueTotal TO ReportAmount.
           MOVE SPACES TO QuoteListLine.
           IF QuoteConverted
               STRING QuoteNum " " QtCustIDNum " " QtRepID " "
                   QtQuoteDate " " QtExpDate " " QtRevision " "
                   ReportAmount " " QtOrderNum " " QtConvDate
                   DELIMITED BY SIZE INTO QuoteListLine
               END-STRING
           ELSE
               STRING QuoteNum " " QtCustIDNum " " QtRepID " "
                   QtQuoteDate " " QtExpDate " " QtRevision " "
                   ReportAmount
                   DELIMITED BY SIZE INTO QuoteListLine
               END-STRING
           END-IF.
           WRITE QuoteListLine.
       WriteSectionTotal.
           MOVE SPACES TO QuoteListLine.
           STRING "  Quotes : " ReportCount "   Value : " ReportAmount
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
      * Conversion rates are measured over the quotes raised in the
      * last thirteen weeks, by the rep who raised each quote.
       AccumulateRepStats.
           PERFORM StartQuotePass.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ QuoteFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND QtQuoteDate >= RateStartDate
                   PERFORM FindRepEntry
                   IF RepFoundFlag = 'Y'
                       PERFORM AddQuoteToRep
                   END-IF
               END-IF
           END-PERFORM.
       FindRepEntry.
           MOVE 'N' TO RepFoundFlag.
           PERFORM VARYING RepIdx FROM 1 BY 1
                   UNTIL RepIdx > RepCount OR RepFoundFlag = 'Y'
               IF RTRepID(RepIdx) = QtRepID
                   MOVE 'Y' TO RepFoundFlag
               END-IF
           END-PERFORM.
           IF RepFoundFlag = 'Y'
               SUBTRACT 1 FROM RepIdx
           ELSE
               IF RepCount < 100
                   ADD 1 TO RepCount
                   MOVE RepCount TO RepIdx
                   MOVE QtRepID TO RTRepID(RepIdx)
                   MOVE ZEROS TO RTQuoted(RepIdx) RTConverted(RepIdx)
                       RTExpired(RepIdx) RTCancelled(RepIdx)
                       RTOpen(RepIdx) RTQuotedValue(RepIdx)
                       RTConvValue(RepIdx)
                   MOVE 'Y' TO RepFoundFlag
               ELSE
                   MOVE 'Y' TO RepOverflowFlag
               END-IF
           END-IF.
       AddQuoteToRep.
           ADD 1 TO RTQuoted(RepIdx).
           ADD QtTotal TO RTQuotedValue(RepIdx).
           EVALUATE TRUE
               WHEN QuoteConverted
                   ADD 1 TO RTConverted(RepIdx)
                   ADD QtTotal TO RTConvValue(RepIdx)
               WHEN QuoteCancelled
                   ADD 1 TO RTCancelled(RepIdx)
               WHEN QtExpDate < BusinessDate
                   ADD 1 TO RTExpired(RepIdx)
               WHEN OTHER
                   ADD 1 TO RTOpen(RepIdx)
           END-EVALUATE.
       WriteRepSummary.
           MOVE SPACES TO QuoteListLine.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "CONVERSION RATE BY REP - QUOTES RAISED SINCE "
               RateStartDate
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "REP      QUOTED  CONV  EXPD  CANC  OPEN  RATE%"
               "  QUOTED VALUE  CONVERTED VALUE"
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           MOVE 0 TO TotQuoted.
           MOVE 0 TO TotConverted.
           PERFORM WriteOneRepLine
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx > RepCount.
           PERFORM ComputeTotalRate.
           MOVE SPACES TO QuoteListLine.
           STRING "ALL REPS   " ReportCount " " ReportCount2
               "                   " ReportRate
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           IF RepOverflowFlag = 'Y'
               MOVE "*** REP TABLE FULL - SOME REPS NOT SHOWN"
                   TO QuoteListLine
               WRITE QuoteListLine
           END-IF.
       WriteOneRepLine.
           ADD RTQuoted(RepIdx) TO TotQuoted.
           ADD RTConverted(RepIdx) TO TotConverted.
           MOVE ZEROS TO ConvRate.
           IF RTQuoted(RepIdx) > 0
               COMPUTE ConvRate ROUNDED =
                   RTConverted(RepIdx) * 100 / RTQuoted(RepIdx)
           END-IF.
           MOVE ConvRate TO ReportRate.
           MOVE RTQuoted(RepIdx) TO ReportCount.
           MOVE RTConverted(RepIdx) TO ReportCount2.
           MOVE RTExpired(RepIdx) TO ReportCount3.
           MOVE RTCancelled(RepIdx) TO ReportCount4.
           MOVE RTOpen(RepIdx) TO ReportCount5.
           MOVE RTQuotedValue(RepIdx) TO ReportAmount.
           MOVE RTConvValue(RepIdx) TO ReportAmount2.
           MOVE SPACES TO QuoteListLine.
           STRING RTRepID(RepIdx) "   " ReportCount " " ReportCount2
               " " ReportCount3 " " ReportCount4 " " ReportCount5
               "  " ReportRate " " ReportAmount "    " ReportAmount2
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
       ComputeTotalRate.
           MOVE ZEROS TO ConvRate.
           IF TotQuoted > 0
               COMPUTE ConvRate ROUNDED =
                   TotConverted * 100 / TotQuoted
           END-IF.
           MOVE ConvRate TO ReportRate.
           MOVE TotQuoted TO ReportCount.
           MOVE TotConverted TO ReportCount2.
      * By product the rate is the share of quoted lines that went
      * on to an order, over the same thirteen weeks.
       AccumulateProductStats.
           MOVE 'N' TO EndOfFileFlag.
           MOVE ZEROS TO QlQuoteNum.
           MOVE ZEROS TO QlLineNum.
           START QuoteLineFile KEY IS NOT LESS THAN QuoteLineKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           MOVE ZEROS TO QuoteNum.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ QuoteLineFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF QlQuoteNum NOT = QuoteNum
                       PERFORM ReadLineQuote
                   END-IF
                   IF QuoteFoundFlag = 'Y'
                           AND QtQuoteDate >= RateStartDate
                           AND QlLineNum <= QtLineCount
                       PERFORM FindProdEntry
                       IF ProdFoundFlag = 'Y'
                           PERFORM AddLineToProduct
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       ReadLineQuote.
           MOVE QlQuoteNum TO QuoteNum.
           MOVE 'Y' TO QuoteFoundFlag.
           READ QuoteFile
               INVALID KEY MOVE 'N' TO QuoteFoundFlag
           END-READ.
       FindProdEntry.
           MOVE 'N' TO ProdFoundFlag.
           PERFORM VARYING ProdIdx FROM 1 BY 1
                   UNTIL ProdIdx > ProdCount OR ProdFoundFlag = 'Y'
               IF PTProdName(ProdIdx) = QlProdName
                       AND PTSizeType(ProdIdx) = QlSizeType
                   MOVE 'Y' TO ProdFoundFlag
               END-IF
           END-PERFORM.
           IF ProdFoundFlag = 'Y'
               SUBTRACT 1 FROM ProdIdx
           ELSE
               IF ProdCount < 300
                   ADD 1 TO ProdCount
                   MOVE ProdCount TO ProdIdx
                   MOVE QlProdName TO PTProdName(ProdIdx)
                   MOVE QlSizeType TO PTSizeType(ProdIdx)
                   MOVE ZEROS TO PTLines(ProdIdx) PTConvLines(ProdIdx)
                       PTQuotedQty(ProdIdx) PTConvQty(ProdIdx)
                       PTQuotedValue(ProdIdx)
                   MOVE 'Y' TO ProdFoundFlag
               ELSE
                   MOVE 'Y' TO ProdOverflowFlag
               END-IF
           END-IF.
       AddLineToProduct.
           ADD 1 TO PTLines(ProdIdx).
           ADD QlQty TO PTQuotedQty(ProdIdx).
           ADD QlAmount TO PTQuotedValue(ProdIdx).
           IF QuoteConverted
               ADD 1 TO PTConvLines(ProdIdx)
               ADD QlQty TO PTConvQty(ProdIdx)
           END-IF.
       WriteProductSummary.
           MOVE SPACES TO QuoteListLine.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "CONVERSION RATE BY PRODUCT - QUOTES RAISED SINCE "
               RateStartDate
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           MOVE SPACES TO QuoteListLine.
           STRING "PRODUCT    SZ  LINES  CONV  RATE%  QUOTED QTY"
               "  CONV QTY   QUOTED VALUE"
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
           PERFORM WriteOneProductLine
               VARYING ProdIdx FROM 1 BY 1
               UNTIL ProdIdx > ProdCount.
           IF ProdOverflowFlag = 'Y'
               MOVE "*** PRODUCT TABLE FULL - SOME PRODUCTS NOT SHOWN"
                   TO QuoteListLine
               WRITE QuoteListLine
           END-IF.
       WriteOneProductLine.
           MOVE ZEROS TO ConvRate.
           IF PTLines(ProdIdx) > 0
               COMPUTE ConvRate ROUNDED =
                   PTConvLines(ProdIdx) * 100 / PTLines(ProdIdx)
           END-IF.
           MOVE ConvRate TO ReportRate.
           MOVE PTLines(ProdIdx) TO ReportCount.
           MOVE PTConvLines(ProdIdx) TO ReportCount2.
           MOVE PTQuotedQty(ProdIdx) TO ReportQty.
           MOVE PTConvQty(ProdIdx) TO ReportQty2.
           MOVE PTQuotedValue(ProdIdx) TO ReportAmount.
           MOVE SPACES TO QuoteListLine.
           STRING PTProdName(ProdIdx) " " PTSizeType(ProdIdx) "  "
               ReportCount " " ReportCount2 "  " ReportRate "     "
               ReportQty "   " ReportQty2 " " ReportAmount
               DELIMITED BY SIZE INTO QuoteListLine
           END-STRING.
           WRITE QuoteListLine.
