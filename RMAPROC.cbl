                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxMastKey.
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
              SELECT OPTIONAL TaxExemptFile ASSIGN TO "taxexmt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT MovementFile ASSIGN TO "invmove.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
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
       FD  OrderFile.
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
       FD  MovementFile.
       01  MovementData.
               02  MvType              PIC X.
               02  MvUnitCost          PIC 9(5)V99.
               02  MvLocation          PIC X(4).
               02  MvToLocation        PIC X(4).
               02  MvLotNum            PIC X(10).
               02  MvExpiryDate        PIC 9(8).
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
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
       01  OrderExists                PIC X.
       01  CustExists                 PIC X.
       01  TaxEOFFlag                 PIC X.
       01  CertFoundFlag              PIC X.
       01  TaxExemptFlag              PIC X VALUE 'N'.
       01  ExemptCheckDate            PIC 9(8).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  WorkOrderNum               PIC 9(6).
       01  TaxJurisCode               PIC X(5).
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  ShipRecFound               PIC X.
       01  LineShippedQty             PIC 9(5).
       01  LineInvoiceNum             PIC 9(6).
       01  CreditInvoiceNum           PIC 9(6).
       01  RetIdx                     PIC 9(3).
       01  ShippedQty                 PIC 9(3).
       01  ReturnQty                  PIC 9(3).
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
       01  IcPostType                 PIC X(8).
       01  IcSource                   PIC X(8).
       01  IcRef                      PIC X(10).
       01  IcDate                     PIC 9(8).
       01  IcQty                      PIC S9(5).
       01  IcUnitCost                 PIC 9(5)V99.
       01  IcAmount                   PIC S9(9)V99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "CUSTOMER RETURNS PROCESSING".
           OPEN INPUT OrderLineFile.
           OPEN I-O CustomerFile.
           OPEN INPUT TaxMastFile.
           OPEN INPUT TaxCertFile.
           OPEN EXTEND TaxExemptFile.
           OPEN EXTEND MovementFile.
           OPEN I-O PostingFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT CreditMemoFile.
           OPEN INPUT OrderShipFile.
           OPEN INPUT ShipmentFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "Original Order Number (0 to Quit) : "
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE TaxMastFile.
           CLOSE TaxCertFile.
           CLOSE TaxExemptFile.
           CLOSE MovementFile.
           CLOSE PostingFile.
           CLOSE AuditFile.
           CLOSE CreditMemoFile.
           CLOSE OrderShipFile.
           CLOSE ShipmentFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           DISPLAY "Credit Memos Issued : " MemoCount
           EVALUATE TRUE
               WHEN OrderExists = 'N'
                   DISPLAY "Order Does not Exist"
               WHEN NOT OrderShipped AND OrdInvoiceNum = 0
                   DISPLAY "Only Shipped Orders Can Be Returned"
               WHEN OTHER
                   PERFORM EnterReturnDetail
               MOVE 0 TO ReturnLineCount
               MOVE 0 TO RetLineCount
               MOVE ZEROS TO CreditMerchTotal
               MOVE ZEROS TO CreditInvoiceNum
               PERFORM WalkReturnLines
               IF ReturnLineCount = 0
                   DISPLAY "Nothing Returned"
                   IF OlOrderNum NOT = OrderNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       PERFORM GetLineShippedQty
                       IF RetLineCount < 100 AND ShippedQty > 0
                           PERFORM CheckLineInvoice
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A credit memo is raised against one invoice, so a line billed
      * on another shipment's invoice than the lines already returned
      * is left for a credit of its own.
       CheckLineInvoice.
           IF CreditInvoiceNum NOT = ZEROS
                   AND LineInvoiceNum NOT = CreditInvoiceNum
               DISPLAY "Line " OlLineNum " " OlProdName
                   " Billed on Invoice " LineInvoiceNum
                   " - Return on a Separate Credit"
           ELSE
               PERFORM EnterOneReturnLine
           END-IF.
      * What has gone out on a line is the total of its shipments on
      * shipment.dat, and the invoice that carried it is the latest
      * shipment's. An order shipped before shipments were recorded
      * went out in one shipment of the picked or ordered quantity,
      * on the order's invoice.
       GetLineShippedQty.
           MOVE ZEROS TO LineShippedQty.
           MOVE OrdInvoiceNum TO LineInvoiceNum.
           MOVE 'N' TO ShipRecFound.
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
                       MOVE 'Y' TO ShipRecFound
                       IF ShLineNum = OlLineNum
                           ADD ShQty TO LineShippedQty
                           IF ShInvoiceNum NOT = ZEROS
                               MOVE ShInvoiceNum TO LineInvoiceNum
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ShipRecFound = 'Y'
                   MOVE LineShippedQty TO ShippedQty
               WHEN OlPickQty > 0
                   MOVE OlPickQty TO ShippedQty
               WHEN OTHER
                   MOVE OlQty TO ShippedQty
           END-EVALUATE.
       EnterOneReturnLine.
           DISPLAY "Line " OlLineNum " " OlProdName " "
               OlSizeType " Shipped " ShippedQty.
           MOVE 'N' TO QtyValidFlag.
               END-IF
           END-PERFORM.
           IF ReturnQty > 0
               MOVE LineInvoiceNum TO CreditInvoiceNum
               ADD 1 TO RetLineCount
               MOVE OlLineNum TO RetLineNum(RetLineCount)
               MOVE OlProdName TO RetProdName(RetLineCount)
               COMPUTE CreditLineAmount = ReturnQty * OlPrice
               ADD CreditLineAmount TO CreditMerchTotal
           END-IF.
      * The credit reverses tax in the jurisdiction the sale was taxed
      * in, which for an order shipped to a ship-to address is the one
      * SHIPCONF recorded on ordship.dat.
       ComputeCreditTax.
           MOVE ZEROS TO CreditTaxRate.
           MOVE 'N' TO TaxExemptFlag.
           MOVE ZEROS TO CreditTaxAmount.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate.
           MOVE CustJurisCode TO TaxJurisCode.
           MOVE OrderNum TO OsOrderNum.
           READ OrderShipFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OsJurisCode NOT = SPACES
                       MOVE OsJurisCode TO TaxJurisCode
                   END-IF
           END-READ.
           IF TaxJurisCode NOT = SPACES
               COMPUTE CreditDateNum = TodayYear * 10000
                   + TodayMonth * 100 + TodayDay
               COMPUTE ExemptCheckDate = OrdYear * 10000
                   + OrdMonth * 100 + OrdDay
               PERFORM CheckTaxExemption
               IF TaxExemptFlag = 'N'
                   PERFORM FindTaxRateAsOfDate
                   IF CreditTaxRate > 0
                       COMPUTE CreditTaxAmount ROUNDED =
                           CreditMerchTotal * CreditTaxRate
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
                           OR TmEffDate > CreditDateNum
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
               MOVE ZEROS TO MvUnitCost
               MOVE "MAIN" TO MvLocation
               MOVE SPACES TO MvToLocation
               MOVE SPACES TO MvLotNum
               MOVE ZEROS TO MvExpiryDate
               WRITE MovementData
               PERFORM ReverseCostOfSales
           END-IF.
      * Restocked goods go back into inventory value at the weighted
      * average, reversing the cost of sales SHIPCONF posted. Scrapped
      * goods stay in cost of sales.
       ReverseCostOfSales.
           MOVE "COGS" TO IcPostType.
           MOVE "RMAPROC" TO IcSource.
           MOVE OrderNum TO IcRef.
           MOVE MvDate TO IcDate.
           COMPUTE IcQty = 0 - RetQty(RetIdx).
           MOVE ZEROS TO IcUnitCost.
           CALL 'INVCOST' USING IcPostType, IcSource, IcRef, IcDate,
               MvProdName, MvSizeType, IcQty, IcUnitCost, IcAmount.
       PostCreditToCustomer.
           SUBTRACT CreditDueTotal FROM Balance.
           IF RecordDormant
               NOT INVALID KEY
                   SUBTRACT CreditDueTotal FROM CtlTotalBalance
                   PERFORM WriteCreditPostings
                   IF TaxExemptFlag = 'Y'
                       PERFORM WriteExemptCredit
                   END-IF
                   PERFORM RelieveOpenItems
                   PERFORM WriteReturnAudit
                   PERFORM WriteCreditMemo
                   ADD 1 TO MemoCount
           MOVE TodayDay TO PostDate(3:2).
           MOVE TodayYear TO PostDate(5:4).
           MOVE "CREDIT" TO PostType.
           MOVE CreditInvoiceNum TO PostRef.
           COMPUTE PostAmount = 0 - CreditMerchTotal.
           COMPUTE PostBalAfter = Balance + CreditTaxAmount.
           PERFORM AssignPostSeq.
               MOVE TodayDay TO PostDate(3:2)
               MOVE TodayYear TO PostDate(5:4)
               MOVE "SALESTAX" TO PostType
               MOVE CreditInvoiceNum TO PostRef
               COMPUTE PostAmount = 0 - CreditTaxAmount
               MOVE Balance TO PostBalAfter
               PERFORM AssignPostSeq
                       DISPLAY "WARNING: posting not written"
               END-WRITE
           END-IF.
      * A credit against an exempt sale reduces the exempt sales
      * reported for the month.
       WriteExemptCredit.
           MOVE IDNum TO TxIDNum.
           MOVE TaxJurisCode TO TxJurisCode.
           MOVE TcCertNumber TO TxCertNumber.
           COMPUTE TxDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE CreditInvoiceNum TO TxDocRef.
           COMPUTE TxAmount = 0 - CreditMerchTotal.
           WRITE TaxExemptRecord.
      * The credit memo settles the invoice it was raised against
      * first; any excess goes against the oldest other open items.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE CreditInvoiceNum TO OiInvoice.
           COMPUTE OiTxnDate = TodayYear * 10000
               + TodayMonth * 100 + TodayDay.
           MOVE "CREDIT" TO OiTxnType.
           MOVE OrderNum TO OiTxnRef.
           MOVE CreditDueTotal TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       WriteReturnAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE "RMA" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
           MOVE OrderNum TO AuditBeforeFirstName.
           MOVE CreditInvoiceNum TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE ReasonCode TO AuditReasonCode.
           END-STRING.
           WRITE CreditMemoLine.
           MOVE SPACES TO CreditMemoLine.
           STRING "Original Invoice : " CreditInvoiceNum
               DELIMITED BY SIZE INTO CreditMemoLine
           END-STRING.
           WRITE CreditMemoLine.
