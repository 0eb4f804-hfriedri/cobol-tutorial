              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL TaxExemptFile ASSIGN TO "taxexmt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT TaxReportFile ASSIGN TO "taxcoll.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  PostingFile.
               02  AddrStatus         PIC X.
                   88  AddrGood       VALUE SPACE.
                   88  AddrBad        VALUE 'B'.
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  TaxExemptFile.
       01  TaxExemptRecord.
               02  TxIDNum            PIC 9(6).
               02  TxJurisCode        PIC X(5).
               02  TxCertNumber       PIC X(15).
               02  TxDate             PIC 9(8).
               02  TxDocRef           PIC X(10).
               02  TxAmount           PIC S9(7)V99.
       FD  TaxReportFile.
       01  TaxReportLine              PIC X(80).
       WORKING-STORAGE SECTION.
               02  BizDay             PIC 99.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  OrdShipFound               PIC X.
       01  ShipmentFound              PIC X.
       01  PostMonth                  PIC 99.
       01  PostYear                   PIC 9(4).
       01  WorkJurisCode              PIC X(5).
       01  FoundJurisIdx              PIC 9(3).
       01  TaxPostCount               PIC 9(6) VALUE 0.
       01  GrandTaxTotal              PIC S9(11)V99 VALUE ZEROS.
       01  ExemptSaleCount            PIC 9(6) VALUE 0.
       01  GrandExemptTotal           PIC S9(11)V99 VALUE ZEROS.
       01  ExemptEOFFlag              PIC X VALUE 'N'.
       01  ReportAmount               PIC ZZZZZZZZ9.99-.
       01  JurisTable.
               02  JurisCount         PIC 9(3) VALUE 0.
                   03  JTJurisCode    PIC X(5).
                   03  JTPostCount    PIC 9(6).
                   03  JTTaxTotal     PIC S9(9)V99.
                   03  JTExemptCount  PIC 9(6).
                   03  JTExemptTotal  PIC S9(9)V99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "MONTH-END TAX COLLECTED SUMMARY".
           DISPLAY "Tax Period : " BizYear "/" BizMonth.
           OPEN INPUT CustomerFile.
           OPEN INPUT OrderShipFile.
           OPEN INPUT ShipmentFile.
           PERFORM SummarizeTaxPostings.
           PERFORM SummarizeExemptSales.
           CLOSE CustomerFile.
           CLOSE OrderShipFile.
           CLOSE ShipmentFile.
           PERFORM WriteTaxReport.
           DISPLAY "Tax Postings Summarized : " TaxPostCount
           DISPLAY "Exempt Sales Summarized : " ExemptSaleCount
           DISPLAY "Jurisdictions Reported  : " JurisCount
           DISPLAY "Report Written to taxcoll.lst"
           DISPLAY "END OF TAX COLLECTED SUMMARY".
               PERFORM AccumulateOneTaxPosting
           END-IF.
       AccumulateOneTaxPosting.
           PERFORM LookupShipToJurisCode.
           IF OrdShipFound = 'N'
               PERFORM LookupCustJurisCode
           END-IF.
           PERFORM FindJurisEntry.
           IF FoundJurisIdx > 0
               ADD 1 TO JTPostCount(FoundJurisIdx)
               ADD PostAmount TO JTTaxTotal(FoundJurisIdx)
               ADD 1 TO TaxPostCount
               ADD PostAmount TO GrandTaxTotal
           ELSE
               DISPLAY "WARNING: jurisdiction table full - posting "
                   "for customer " PostIDNum " dropped"
           END-IF.
       FindJurisEntry.
           MOVE 0 TO FoundJurisIdx.
           PERFORM VARYING JurisIdx FROM 1 BY 1
                   UNTIL JurisIdx > JurisCount
               MOVE WorkJurisCode TO JTJurisCode(FoundJurisIdx)
               MOVE 0 TO JTPostCount(FoundJurisIdx)
               MOVE ZEROS TO JTTaxTotal(FoundJurisIdx)
               MOVE 0 TO JTExemptCount(FoundJurisIdx)
               MOVE ZEROS TO JTExemptTotal(FoundJurisIdx)
           END-IF.
      * Exempt sales carry the jurisdiction of the sale, so they are
      * reported where they were made even if the customer has moved.
       SummarizeExemptSales.
           OPEN INPUT TaxExemptFile.
           PERFORM UNTIL ExemptEOFFlag = 'Y'
               READ TaxExemptFile
                   AT END MOVE 'Y' TO ExemptEOFFlag
               END-READ
               IF ExemptEOFFlag = 'N'
                       AND TxDate(1:6) = BusinessDate(1:6)
                   PERFORM AccumulateOneExemptSale
               END-IF
           END-PERFORM.
           CLOSE TaxExemptFile.
       AccumulateOneExemptSale.
           MOVE TxJurisCode TO WorkJurisCode.
           PERFORM FindJurisEntry.
           IF FoundJurisIdx > 0
               ADD 1 TO JTExemptCount(FoundJurisIdx)
               ADD TxAmount TO JTExemptTotal(FoundJurisIdx)
               ADD 1 TO ExemptSaleCount
               ADD TxAmount TO GrandExemptTotal
           ELSE
               DISPLAY "WARNING: jurisdiction table full - exempt "
                   "sale for customer " TxIDNum " dropped"
           END-IF.
      * Tax on an invoice for goods sent to a ship-to address belongs
      * to the jurisdiction SHIPCONF taxed it in, found on ordship.dat
      * by the invoice number the posting carries. Anything else is
      * reported under the customer's own jurisdiction. ordship.dat
      * carries the latest invoice of an order shipped in parts, so an
      * earlier invoice is traced to its order through shipment.dat.
       LookupShipToJurisCode.
           MOVE 'N' TO OrdShipFound.
           IF PostRef(1:6) IS NUMERIC AND PostRef(1:6) NOT = ZEROS
               MOVE PostRef(1:6) TO OsInvoiceNum
               READ OrderShipFile KEY IS OsInvoiceNum
                   INVALID KEY
                       PERFORM LookupShipmentOrder
                   NOT INVALID KEY
                       IF OsJurisCode NOT = SPACES
                           MOVE 'Y' TO OrdShipFound
                           MOVE OsJurisCode TO WorkJurisCode
                       END-IF
               END-READ
           END-IF.
       LookupShipmentOrder.
           MOVE PostRef(1:6) TO ShInvoiceNum.
           MOVE 'Y' TO ShipmentFound.
           READ ShipmentFile KEY IS ShInvoiceNum
               INVALID KEY MOVE 'N' TO ShipmentFound
           END-READ.
           IF ShipmentFound = 'Y'
               MOVE ShOrderNum TO OsOrderNum
               READ OrderShipFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OsJurisCode NOT = SPACES
                           MOVE 'Y' TO OrdShipFound
                           MOVE OsJurisCode TO WorkJurisCode
                       END-IF
               END-READ
           END-IF.
       LookupCustJurisCode.
           MOVE PostIDNum TO IDNum.
               DELIMITED BY SIZE INTO TaxReportLine
           END-STRING.
           WRITE TaxReportLine.
           MOVE SPACES TO TaxReportLine.
           WRITE TaxReportLine.
           MOVE "EXEMPT SALES BY JURISDICTION" TO TaxReportLine.
           WRITE TaxReportLine.
           MOVE SPACES TO TaxReportLine.
           WRITE TaxReportLine.
           PERFORM WriteOneExemptLine
               VARYING JurisIdx FROM 1 BY 1
               UNTIL JurisIdx > JurisCount.
           MOVE SPACES TO TaxReportLine.
           WRITE TaxReportLine.
           MOVE GrandExemptTotal TO ReportAmount.
           MOVE SPACES TO TaxReportLine.
           STRING "TOTAL EXEMPT SALES  : " ReportAmount
               DELIMITED BY SIZE INTO TaxReportLine
           END-STRING.
           WRITE TaxReportLine.
           CLOSE TaxReportFile.
       WriteOneJurisLine.
           IF JTPostCount(JurisIdx) > 0
               MOVE JTTaxTotal(JurisIdx) TO ReportAmount
               MOVE SPACES TO TaxReportLine
               STRING "Jurisdiction " JTJurisCode(JurisIdx)
                   " Postings " JTPostCount(JurisIdx)
                   " Tax Collected " ReportAmount
                   DELIMITED BY SIZE INTO TaxReportLine
               END-STRING
               WRITE TaxReportLine
           END-IF.
       WriteOneExemptLine.
           IF JTExemptCount(JurisIdx) > 0
               MOVE JTExemptTotal(JurisIdx) TO ReportAmount
               MOVE SPACES TO TaxReportLine
               STRING "Jurisdiction " JTJurisCode(JurisIdx)
                   " Sales    " JTExemptCount(JurisIdx)
                   " Exempt Sales  " ReportAmount
                   DELIMITED BY SIZE INTO TaxReportLine
               END-STRING
               WRITE TaxReportLine
           END-IF.
