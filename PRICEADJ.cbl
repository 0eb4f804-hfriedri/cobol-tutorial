       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEADJ.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL ShipmentFile ASSIGN TO "shipment.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ShipmentKey
                  ALTERNATE RECORD KEY IS ShInvoiceNum
                      WITH DUPLICATES.
              SELECT OPTIONAL OrderShipFile ASSIGN TO "ordship.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OsOrderNum
                  ALTERNATE RECORD KEY IS OsInvoiceNum
                      WITH DUPLICATES.
              SELECT ControlTotalsFile ASSIGN TO "ctltot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CtlFileStatus.
              SELECT OPTIONAL TaxMastFile ASSIGN TO "taxmast.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxMastKey.
              SELECT OPTIONAL TaxCertFile ASSIGN TO "taxcert.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TaxCertKey.
              SELECT OPTIONAL TaxExemptFile ASSIGN TO "taxexmt.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ApprCtlFile ASSIGN TO "apprctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ApprCtlStatus.
              SELECT OPTIONAL PendAdjFile ASSIGN TO "pendadj.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PendFileStatus.
              SELECT InvCtlFile ASSIGN TO "invctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvCtlStatus.
              SELECT AdjMemoFile ASSIGN TO "adjmemo.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
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
               02  CtlRecTotalBalance PIC S9(11)V99.
               02  CtlRecMTDAdds      PIC 9(6).
               02  CtlRecMTDDeletes   PIC 9(6).
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
       FD  TaxExemptFile.
       01  TaxExemptRecord.
               02  TxIDNum            PIC 9(6).
               02  TxJurisCode        PIC X(5).
               02  TxCertNumber       PIC X(15).
               02  TxDate             PIC 9(8).
               02  TxDocRef           PIC X(10).
               02  TxAmount           PIC S9(7)V99.
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
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
               02  AuditOperation         PIC X(10).
               02  AuditIDNum             PIC 9(6).
               02  AuditBeforeFirstName   PIC X(15).
               02  AuditBeforeLastName    PIC X(15).
               02  AuditAfterFirstName    PIC X(15).
               02  AuditAfterLastName     PIC X(15).
               02  AuditReasonCode        PIC X(20).
               02  AuditBeforeAmount      PIC S9(7)V99.
               02  AuditAfterAmount       PIC S9(7)V99.
               02  AuditOperatorID        PIC X(8).
               02  AuditSeqNum            PIC 9(9).
               02  AuditChainValue        PIC 9(9).
       FD  AuditChainFile.
       01  AuditChainRecord.
               02  AcLastSeq          PIC 9(9).
               02  AcLastChain        PIC 9(9).
       FD  ApprCtlFile.
       01  ApprCtlRecord.
               02  ApprThreshold      PIC 9(7)V99.
      * Price adjustments over the approval threshold, held for a
      * supervisor other than the clerk who entered them.
       FD  PendAdjFile.
       01  PendAdjRecord.
               02  PaMemoNum          PIC 9(6).
               02  PaIDNum            PIC 9(6).
               02  PaOrderNum         PIC 9(6).
               02  PaInvoiceNum       PIC 9(6).
               02  PaMemoType         PIC X.
               02  PaReason           PIC X(20).
               02  PaJurisCode        PIC X(5).
               02  PaExemptFlag       PIC X.
               02  PaCertNumber       PIC X(15).
               02  PaTaxRate          PIC V999.
               02  PaMerchTotal       PIC S9(7)V99.
               02  PaTaxAmount        PIC S9(7)V99.
               02  PaMemoTotal        PIC S9(7)V99.
               02  PaOperator         PIC X(8).
               02  PaDate             PIC 9(8).
               02  PaStatus           PIC X.
                   88  PaPending      VALUE 'P'.
                   88  PaApproved     VALUE 'A'.
                   88  PaRejected     VALUE 'R'.
               02  PaLineCount        PIC 99.
               02  PaLine             OCCURS 20 TIMES.
                   03  PaLineNum      PIC 9(3).
                   03  PaProdName     PIC X(10).
                   03  PaSizeType     PIC A.
                   03  PaQty          PIC 9(3).
                   03  PaOldPrice     PIC 9(5)V99.
                   03  PaNewPrice     PIC 9(5)V99.
                   03  PaAdjKind      PIC X.
                   03  PaLineAmount   PIC S9(7)V99.
       FD  InvCtlFile.
       01  InvCtlRecord.
               02  InvCtlNextNum      PIC 9(6).
       FD  AdjMemoFile.
       01  AdjMemoLine                PIC X(80).
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
       01  PostSeqStatus              PIC XX.
       01  CtlFileStatus              PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  CtlMTDAdds                 PIC 9(6) VALUE 0.
       01  CtlMTDDeletes              PIC 9(6) VALUE 0.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  LockCallerID               PIC X(8).
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       01  ApprCtlStatus              PIC XX.
       01  PendFileStatus             PIC XX.
       01  InvCtlStatus               PIC XX.
       01  ApprovalThreshold          PIC 9(7)V99 VALUE 1000.00.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  MenuChoice                 PIC X.
       01  OrderExists                PIC X.
       01  CustExists                 PIC X.
       01  EndOfFileFlag              PIC X.
       01  LineEOFFlag                PIC X.
       01  ShipEOFFlag                PIC X.
       01  TaxEOFFlag                 PIC X.
       01  CertFoundFlag              PIC X.
       01  ValidFlag                  PIC X.
       01  PostedFlag                 PIC X.
       01  Decision                   PIC X.
       01  AdjChoice                  PIC X.
       01  AdjAuditOp                 PIC X(10).
       01  WorkInvoiceNum             PIC 9(6).
       01  WorkOrderNum               PIC 9(6).
       01  WorkPrice                  PIC 9(5)V99.
       01  WorkAllowance              PIC 9(5)V99.
       01  LineValue                  PIC 9(7)V99.
       01  MemoAbsTotal               PIC 9(7)V99.
       01  ExemptCheckDate            PIC 9(8).
       01  TodayDate.
               02  TodayYear          PIC 9(4).
               02  TodayMonth         PIC 99.
               02  TodayDay           PIC 99.
       01  TodayDateNum REDEFINES TodayDate PIC 9(8).
       01  PostedCount                PIC 9(4) VALUE 0.
       01  QueuedCount                PIC 9(4) VALUE 0.
       01  ApprovedCount              PIC 9(4) VALUE 0.
       01  RejectedCount              PIC 9(4) VALUE 0.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportNewPrice             PIC ZZZZ9.99.
       01  MemoTitle                  PIC X(11).
       01  InvIdx                     PIC 99.
       01  AdjIdx                     PIC 99.
       01  PendIdx                    PIC 9(3).
      * The shipped lines of the invoice being adjusted.
       01  InvLineTable.
               02  InvLineCount       PIC 99 VALUE 0.
               02  InvLine            OCCURS 1 TO 99 TIMES
                                      DEPENDING ON InvLineCount.
                   03  ILLineNum      PIC 9(3).
                   03  ILProdName     PIC X(10).
                   03  ILSizeType     PIC A.
                   03  ILQty          PIC 9(3).
                   03  ILPrice        PIC 9(5)V99.
      * The memo being entered or reviewed, laid out as pendadj.dat.
       01  AdjMemo.
               02  AmMemoNum          PIC 9(6).
               02  AmIDNum            PIC 9(6).
               02  AmOrderNum         PIC 9(6).
               02  AmInvoiceNum       PIC 9(6).
               02  AmMemoType         PIC X.
                   88  AmDebitMemo    VALUE 'D'.
                   88  AmCreditMemo   VALUE 'C'.
               02  AmReason           PIC X(20).
               02  AmJurisCode        PIC X(5).
               02  AmExemptFlag       PIC X.
                   88  AmTaxExempt    VALUE 'Y'.
               02  AmCertNumber       PIC X(15).
               02  AmTaxRate          PIC V999.
               02  AmMerchTotal       PIC S9(7)V99.
               02  AmTaxAmount        PIC S9(7)V99.
               02  AmMemoTotal        PIC S9(7)V99.
               02  AmOperator         PIC X(8).
               02  AmDate             PIC 9(8).
               02  AmStatus           PIC X.
                   88  AmPending      VALUE 'P'.
                   88  AmApproved     VALUE 'A'.
                   88  AmRejected     VALUE 'R'.
               02  AmLineCount        PIC 99.
               02  AmLine             OCCURS 20 TIMES.
                   03  AmLineNum      PIC 9(3).
                   03  AmProdName     PIC X(10).
                   03  AmSizeType     PIC A.
                   03  AmQty          PIC 9(3).
                   03  AmOldPrice     PIC 9(5)V99.
                   03  AmNewPrice     PIC 9(5)V99.
                   03  AmAdjKind      PIC X.
                       88  AmPriceFix     VALUE 'P'.
                       88  AmAllowance    VALUE 'A'.
                   03  AmLineAmount   PIC S9(7)V99.
       01  PendTable.
               02  PendCount          PIC 9(3) VALUE 0.
               02  PendEntry          OCCURS 1 TO 500 TIMES
                                      DEPENDING ON PendCount.
                   03  PTMemo         PIC X(935).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "INVOICE PRICE ADJUSTMENTS".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           MOVE BusinessDate TO TodayDate.
           PERFORM LoadControlTotals.
           PERFORM LoadApprovalThreshold.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN I-O CustomerFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT OrderShipFile.
           OPEN INPUT TaxMastFile.
           OPEN INPUT TaxCertFile.
           OPEN EXTEND TaxExemptFile.
           OPEN I-O PostingFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT AdjMemoFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "1: Enter Price Adjustment"
               DISPLAY "2: Review Pending Adjustments"
               DISPLAY "0: Quit"
               DISPLAY "Choice : " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE MenuChoice
                   WHEN '1'
                       PERFORM EnterAdjustment
                   WHEN '2'
                       IF OpIsSupervisor
                           PERFORM ReviewPendingAdjustments
                       ELSE
                           DISPLAY "Supervisor Role Required"
                       END-IF
                   WHEN '0'
                       MOVE 'N' TO StayOpen
                   WHEN OTHER
                       DISPLAY "Invalid Choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE ShipmentFile.
           CLOSE OrderShipFile.
           CLOSE TaxMastFile.
           CLOSE TaxCertFile.
           CLOSE TaxExemptFile.
           CLOSE PostingFile.
           CLOSE AuditFile.
           CLOSE AdjMemoFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           DISPLAY "Memos Issued        : " PostedCount
           DISPLAY "Queued for Approval : " QueuedCount
           DISPLAY "Approved            : " ApprovedCount
           DISPLAY "Rejected            : " RejectedCount
           DISPLAY "END OF INVOICE PRICE ADJUSTMENTS".
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
       AcquireCustLock.
           MOVE "PRICEADJ" TO LockCallerID.
           MOVE "GETW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
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
       LoadControlTotals.
           MOVE 0 TO CtlActiveCount.
           MOVE ZEROS TO CtlTotalBalance.
           OPEN INPUT ControlTotalsFile.
           IF CtlFileStatus = "00"
               READ ControlTotalsFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE CtlRecActiveCount TO CtlActiveCount
                       MOVE CtlRecTotalBalance TO CtlTotalBalance
                       MOVE CtlRecMTDAdds TO CtlMTDAdds
                       MOVE CtlRecMTDDeletes TO CtlMTDDeletes
               END-READ
               CLOSE ControlTotalsFile
           END-IF.
       SaveControlTotals.
           OPEN OUTPUT ControlTotalsFile.
           MOVE CtlActiveCount TO CtlRecActiveCount.
           MOVE CtlTotalBalance TO CtlRecTotalBalance.
           MOVE CtlMTDAdds TO CtlRecMTDAdds.
           MOVE CtlMTDDeletes TO CtlRecMTDDeletes.
           WRITE ControlTotalsRecord.
           CLOSE ControlTotalsFile.
       LoadApprovalThreshold.
           OPEN INPUT ApprCtlFile.
           IF ApprCtlStatus = "00"
               READ ApprCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE ApprThreshold TO ApprovalThreshold
               END-READ
               CLOSE ApprCtlFile
           END-IF.
       EnterAdjustment.
           DISPLAY "Invoice Number (0 to Cancel) : "
               WITH NO ADVANCING.
           ACCEPT WorkInvoiceNum.
           IF WorkInvoiceNum NOT = 0
               INITIALIZE AdjMemo
               MOVE WorkInvoiceNum TO AmInvoiceNum
               PERFORM FindInvoiceLines
               EVALUATE TRUE
                   WHEN OrderExists = 'N'
                       DISPLAY "Invoice Not Found"
                   WHEN InvLineCount = 0
                       DISPLAY "Invoice Has No Shipped Lines"
                   WHEN OTHER
                       PERFORM EnterAdjustmentDetail
               END-EVALUATE
           END-IF.
      * An invoice covers the lines of one shipment on shipment.dat,
      * at the amount billed. An order shipped before shipments were
      * recorded was billed whole on the invoice held on the order,
      * at the picked or ordered quantity.
       FindInvoiceLines.
           MOVE 0 TO InvLineCount.
           MOVE 'N' TO OrderExists.
           MOVE ZEROS TO WorkOrderNum.
           MOVE WorkInvoiceNum TO ShInvoiceNum.
           MOVE 'N' TO ShipEOFFlag.
           START ShipmentFile KEY IS = ShInvoiceNum
               INVALID KEY MOVE 'Y' TO ShipEOFFlag
           END-START.
           PERFORM UNTIL ShipEOFFlag = 'Y'
               READ ShipmentFile NEXT RECORD
                   AT END MOVE 'Y' TO ShipEOFFlag
               END-READ
               IF ShipEOFFlag = 'N'
                   IF ShInvoiceNum NOT = WorkInvoiceNum
                       MOVE 'Y' TO ShipEOFFlag
                   ELSE
                       MOVE ShOrderNum TO WorkOrderNum
                       IF InvLineCount < 99 AND ShQty > 0
                           ADD 1 TO InvLineCount
                           MOVE ShLineNum TO ILLineNum(InvLineCount)
                           MOVE ShProdName
                               TO ILProdName(InvLineCount)
                           MOVE ShSizeType
                               TO ILSizeType(InvLineCount)
                           MOVE ShQty TO ILQty(InvLineCount)
                           COMPUTE ILPrice(InvLineCount) ROUNDED =
                               ShAmount / ShQty
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WorkOrderNum = 0
               DISPLAY "No Shipment on File - Original Order Number : "
                   WITH NO ADVANCING
               ACCEPT WorkOrderNum
           END-IF.
           MOVE WorkOrderNum TO OrderNum.
           MOVE 'Y' TO OrderExists.
           READ OrderFile
               INVALID KEY MOVE 'N' TO OrderExists
           END-READ.
           IF OrderExists = 'Y' AND InvLineCount = 0
               IF OrdInvoiceNum = WorkInvoiceNum AND OrderShipped
                   PERFORM WalkOrderInvoiceLines
               ELSE
                   MOVE 'N' TO OrderExists
               END-IF
           END-IF.
       WalkOrderInvoiceLines.
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
                       IF InvLineCount < 99
                           ADD 1 TO InvLineCount
                           MOVE OlLineNum TO ILLineNum(InvLineCount)
                           MOVE OlProdName
                               TO ILProdName(InvLineCount)
                           MOVE OlSizeType
                               TO ILSizeType(InvLineCount)
                           IF OlPickQty > 0
                               MOVE OlPickQty TO ILQty(InvLineCount)
                           ELSE
                               MOVE OlQty TO ILQty(InvLineCount)
                           END-IF
                           MOVE OlPrice TO ILPrice(InvLineCount)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       EnterAdjustmentDetail.
           MOVE OrdCustIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N' OR NOT RecordLive
               DISPLAY "Customer Does not Exist or Is Not Live"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
               DISPLAY "Order " OrderNum " Invoice " WorkInvoiceNum
               MOVE IDNum TO AmIDNum
               MOVE OrderNum TO AmOrderNum
               PERFORM EnterOneAdjustLine
                   VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx > InvLineCount
               IF AmLineCount = 0 OR AmMerchTotal = 0
                   DISPLAY "Nothing Adjusted"
               ELSE
                   DISPLAY "Enter Reason Code : " WITH NO ADVANCING
                   ACCEPT AmReason
                   IF AmMerchTotal > 0
                       SET AmDebitMemo TO TRUE
                   ELSE
                       SET AmCreditMemo TO TRUE
                   END-IF
                   PERFORM ComputeAdjustTax
                   COMPUTE AmMemoTotal = AmMerchTotal + AmTaxAmount
                   PERFORM AssignMemoNumber
                   MOVE CurrentOpID TO AmOperator
                   MOVE TodayMonth TO AmDate(1:2)
                   MOVE TodayDay TO AmDate(3:2)
                   MOVE TodayYear TO AmDate(5:4)
                   IF AmMemoTotal < 0
                       COMPUTE MemoAbsTotal = 0 - AmMemoTotal
                   ELSE
                       MOVE AmMemoTotal TO MemoAbsTotal
                   END-IF
                   IF MemoAbsTotal > ApprovalThreshold
                       PERFORM QueueAdjustment
                   ELSE
                       MOVE "PRICEADJ" TO AdjAuditOp
                       PERFORM PostAdjustment
                   END-IF
               END-IF
           END-IF.
      * A price correction bills or credits the difference between the
      * invoiced and the correct unit price on the quantity invoiced;
      * an allowance credits a stated amount up to the line's value.
       EnterOneAdjustLine.
           MOVE ILPrice(InvIdx) TO ReportPrice.
           DISPLAY "Line " ILLineNum(InvIdx) " "
               ILProdName(InvIdx) " " ILSizeType(InvIdx)
               " Qty " ILQty(InvIdx) " Price " ReportPrice.
           MOVE 'N' TO ValidFlag.
           PERFORM UNTIL ValidFlag = 'Y'
               DISPLAY "Adjust (P=Price A=Allowance N=None) : "
                   WITH NO ADVANCING
               ACCEPT AdjChoice
               EVALUATE AdjChoice
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM EnterPriceCorrection
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM EnterAllowance
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'Y' TO ValidFlag
                   WHEN OTHER
                       DISPLAY "Enter P, A or N"
               END-EVALUATE
           END-PERFORM.
       EnterPriceCorrection.
           DISPLAY "Correct Unit Price : " WITH NO ADVANCING.
           ACCEPT WorkPrice.
           EVALUATE TRUE
               WHEN WorkPrice = ILPrice(InvIdx)
                   DISPLAY "Price Unchanged - Line Not Adjusted"
                   MOVE 'Y' TO ValidFlag
               WHEN AmLineCount >= 20
                   DISPLAY "Memo Full - Line Not Adjusted"
                   MOVE 'Y' TO ValidFlag
               WHEN OTHER
                   ADD 1 TO AmLineCount
                   MOVE AmLineCount TO AdjIdx
                   PERFORM CopyInvoiceLine
                   MOVE WorkPrice TO AmNewPrice(AdjIdx)
                   SET AmPriceFix(AdjIdx) TO TRUE
                   COMPUTE AmLineAmount(AdjIdx) =
                       (WorkPrice - ILPrice(InvIdx)) * ILQty(InvIdx)
                   ADD AmLineAmount(AdjIdx) TO AmMerchTotal
                   MOVE 'Y' TO ValidFlag
           END-EVALUATE.
       EnterAllowance.
           COMPUTE LineValue = ILQty(InvIdx) * ILPrice(InvIdx).
           DISPLAY "Allowance Amount : " WITH NO ADVANCING.
           ACCEPT WorkAllowance.
           EVALUATE TRUE
               WHEN WorkAllowance = 0
                   DISPLAY "No Allowance - Line Not Adjusted"
                   MOVE 'Y' TO ValidFlag
               WHEN WorkAllowance > LineValue
                   DISPLAY "Allowance Cannot Exceed Line Value"
               WHEN AmLineCount >= 20
                   DISPLAY "Memo Full - Line Not Adjusted"
                   MOVE 'Y' TO ValidFlag
               WHEN OTHER
                   ADD 1 TO AmLineCount
                   MOVE AmLineCount TO AdjIdx
                   PERFORM CopyInvoiceLine
                   MOVE ILPrice(InvIdx) TO AmNewPrice(AdjIdx)
                   SET AmAllowance(AdjIdx) TO TRUE
                   COMPUTE AmLineAmount(AdjIdx) = 0 - WorkAllowance
                   ADD AmLineAmount(AdjIdx) TO AmMerchTotal
                   MOVE 'Y' TO ValidFlag
           END-EVALUATE.
       CopyInvoiceLine.
           MOVE ILLineNum(InvIdx) TO AmLineNum(AdjIdx).
           MOVE ILProdName(InvIdx) TO AmProdName(AdjIdx).
           MOVE ILSizeType(InvIdx) TO AmSizeType(AdjIdx).
           MOVE ILQty(InvIdx) TO AmQty(AdjIdx).
           MOVE ILPrice(InvIdx) TO AmOldPrice(AdjIdx).
      * Tax follows the sale: the jurisdiction SHIPCONF taxed the order
      * in, exempt while a certificate covered the order date, and
      * otherwise at the rate in force today, as for a credit memo.
       ComputeAdjustTax.
           MOVE ZEROS TO AmTaxRate.
           MOVE ZEROS TO AmTaxAmount.
           MOVE 'N' TO AmExemptFlag.
           MOVE SPACES TO AmCertNumber.
           MOVE CustJurisCode TO AmJurisCode.
           MOVE OrderNum TO OsOrderNum.
           READ OrderShipFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OsJurisCode NOT = SPACES
                       MOVE OsJurisCode TO AmJurisCode
                   END-IF
           END-READ.
           IF AmJurisCode NOT = SPACES
               COMPUTE ExemptCheckDate = OrdYear * 10000
                   + OrdMonth * 100 + OrdDay
               PERFORM CheckTaxExemption
               IF NOT AmTaxExempt
                   PERFORM FindTaxRateAsOfDate
                   IF AmTaxRate > 0
                       COMPUTE AmTaxAmount ROUNDED =
                           AmMerchTotal * AmTaxRate
                   END-IF
               END-IF
           END-IF.
       CheckTaxExemption.
           MOVE IDNum TO TcIDNum.
           MOVE AmJurisCode TO TcJurisCode.
           MOVE 'Y' TO CertFoundFlag.
           READ TaxCertFile
               INVALID KEY MOVE 'N' TO CertFoundFlag
           END-READ.
           IF CertFoundFlag = 'Y'
                   AND TcEffDate <= ExemptCheckDate
                   AND TcExpDate >= ExemptCheckDate
               MOVE 'Y' TO AmExemptFlag
               MOVE TcCertNumber TO AmCertNumber
           END-IF.
       FindTaxRateAsOfDate.
           MOVE AmJurisCode TO TmJurisCode.
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
                   IF TmJurisCode NOT = AmJurisCode
                           OR TmEffDate > TodayDateNum
                       MOVE 'Y' TO TaxEOFFlag
                   ELSE
                       MOVE TmRate TO AmTaxRate
                   END-IF
               END-IF
           END-PERFORM.
      * Memos are numbered from the invoice sequence, so a debit memo
      * can be carried as an open item of its own.
       AssignMemoNumber.
           MOVE ZEROS TO AmMemoNum.
           OPEN INPUT InvCtlFile.
           IF InvCtlStatus = "00"
               READ InvCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE InvCtlNextNum TO AmMemoNum
               END-READ
               CLOSE InvCtlFile
           END-IF.
           IF AmMemoNum = 0
               MOVE 1 TO AmMemoNum
           END-IF.
           OPEN OUTPUT InvCtlFile.
           COMPUTE InvCtlNextNum = AmMemoNum + 1.
           WRITE InvCtlRecord.
           CLOSE InvCtlFile.
       QueueAdjustment.
           MOVE 'N' TO PostedFlag.
           SET AmPending TO TRUE.
           MOVE AdjMemo TO PendAdjRecord.
           OPEN EXTEND PendAdjFile.
           WRITE PendAdjRecord.
           CLOSE PendAdjFile.
           ADD 1 TO QueuedCount.
           MOVE "PADJREQ" TO AuditOperation.
           PERFORM WriteAdjustAudit.
           MOVE AmMemoTotal TO ReportAmount.
           DISPLAY "Memo " AmMemoNum " for " ReportAmount
               " Queued for Supervisor Approval".
      * The customer record for AmIDNum has been read for update.
       PostAdjustment.
           MOVE 'N' TO PostedFlag.
           ADD AmMemoTotal TO Balance.
           IF RecordDormant
               SET RecordActive TO TRUE
           END-IF.
           PERFORM StampLastActivity.
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Customer Not Updated"
               NOT INVALID KEY
                   MOVE 'Y' TO PostedFlag
                   ADD AmMemoTotal TO CtlTotalBalance
                   PERFORM WriteAdjustPostings
                   IF AmTaxExempt
                       PERFORM WriteExemptAdjust
                   END-IF
                   IF AmDebitMemo
                       PERFORM CreateMemoOpenItem
                   ELSE
                       PERFORM RelieveOpenItems
                   END-IF
                   MOVE AdjAuditOp TO AuditOperation
                   PERFORM WriteAdjustAudit
                   PERFORM WriteAdjustMemo
                   ADD 1 TO PostedCount
                   MOVE AmMemoTotal TO ReportAmount
                   IF AmDebitMemo
                       DISPLAY "Debit Memo " AmMemoNum
                           " Issued - Total " ReportAmount
                   ELSE
                       DISPLAY "Credit Memo " AmMemoNum
                           " Issued - Total " ReportAmount
                   END-IF
           END-REWRITE.
      * A debit memo is billed as further sales on the invoice and a
      * credit memo as a credit against it, so both reach sales, tax
      * and the GL like any other invoice or credit.
       WriteAdjustPostings.
           MOVE IDNum TO PostIDNum.
           MOVE TodayMonth TO PostDate(1:2).
           MOVE TodayDay TO PostDate(3:2).
           MOVE TodayYear TO PostDate(5:4).
           IF AmDebitMemo
               MOVE "INVOICE" TO PostType
           ELSE
               MOVE "CREDIT" TO PostType
           END-IF.
           MOVE AmInvoiceNum TO PostRef.
           MOVE AmMerchTotal TO PostAmount.
           COMPUTE PostBalAfter = Balance - AmTaxAmount.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
           IF AmTaxAmount NOT = ZEROS
               MOVE IDNum TO PostIDNum
               MOVE TodayMonth TO PostDate(1:2)
               MOVE TodayDay TO PostDate(3:2)
               MOVE TodayYear TO PostDate(5:4)
               MOVE "SALESTAX" TO PostType
               MOVE AmInvoiceNum TO PostRef
               MOVE AmTaxAmount TO PostAmount
               MOVE Balance TO PostBalAfter
               PERFORM AssignPostSeq
               WRITE PostRecord
                   INVALID KEY
                       DISPLAY "WARNING: posting not written"
               END-WRITE
           END-IF.
      * An adjustment to an exempt sale moves the exempt sales reported
      * for the month by the same amount.
       WriteExemptAdjust.
           MOVE IDNum TO TxIDNum.
           MOVE AmJurisCode TO TxJurisCode.
           MOVE AmCertNumber TO TxCertNumber.
           MOVE TodayDateNum TO TxDate.
           MOVE AmInvoiceNum TO TxDocRef.
           MOVE AmMerchTotal TO TxAmount.
           WRITE TaxExemptRecord.
       CreateMemoOpenItem.
           MOVE "ADD " TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE AmMemoNum TO OiInvoice.
           MOVE TodayDateNum TO OiTxnDate.
           MOVE "INVOICE" TO OiTxnType.
           MOVE AmOrderNum TO OiTxnRef.
           MOVE AmMemoTotal TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
           IF OiResult NOT = 'Y'
               DISPLAY "WARNING: open item not created for memo "
                   AmMemoNum
           END-IF.
      * A credit memo settles the invoice it was raised against first;
      * any excess goes against the oldest other open items.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE AmInvoiceNum TO OiInvoice.
           MOVE TodayDateNum TO OiTxnDate.
           MOVE "CREDIT" TO OiTxnType.
           MOVE AmOrderNum TO OiTxnRef.
           COMPUTE OiTxnAmount = 0 - AmMemoTotal.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       WriteAdjustAudit.
           MOVE AmIDNum TO AuditIDNum.
           MOVE AmOrderNum TO AuditBeforeFirstName.
           MOVE AmInvoiceNum TO AuditBeforeLastName.
           MOVE AmMemoNum TO AuditAfterFirstName.
           MOVE AmMemoType TO AuditAfterLastName.
           MOVE AmReason TO AuditReasonCode.
           IF PostedFlag = 'Y'
               COMPUTE AuditBeforeAmount = Balance - AmMemoTotal
           ELSE
               MOVE Balance TO AuditBeforeAmount
           END-IF.
           MOVE Balance TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       StampLastActivity.
           MOVE TodayMonth TO LastActMonth.
           MOVE TodayDay TO LastActDay.
           MOVE TodayYear TO LastActYear.
       WriteAdjustMemo.
           MOVE SPACES TO AdjMemoLine.
           IF PostedCount > 0
               WRITE AdjMemoLine AFTER ADVANCING PAGE
           ELSE
               WRITE AdjMemoLine
           END-IF.
           IF AmDebitMemo
               MOVE "DEBIT MEMO" TO MemoTitle
           ELSE
               MOVE "CREDIT MEMO" TO MemoTitle
           END-IF.
           MOVE SPACES TO AdjMemoLine.
           STRING MemoTitle "  No. " AmMemoNum "  Date " TodayMonth
               "/" TodayDay "/" TodayYear
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE SPACES TO AdjMemoLine.
           STRING "Original Order   : " AmOrderNum
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE SPACES TO AdjMemoLine.
           STRING "Original Invoice : " AmInvoiceNum
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE SPACES TO AdjMemoLine.
           STRING "Customer " IDNum "  "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE SPACES TO AdjMemoLine.
           STRING "Reason : " AmReason
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE SPACES TO AdjMemoLine.
           WRITE AdjMemoLine.
           PERFORM WriteAdjustMemoLine
               VARYING AdjIdx FROM 1 BY 1
               UNTIL AdjIdx > AmLineCount.
           MOVE SPACES TO AdjMemoLine.
           WRITE AdjMemoLine.
           MOVE AmMerchTotal TO ReportAmount.
           MOVE SPACES TO AdjMemoLine.
           STRING "Price Adjustment   : " ReportAmount
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE AmTaxAmount TO ReportAmount.
           MOVE SPACES TO AdjMemoLine.
           STRING "Sales Tax          : " ReportAmount
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
           MOVE AmMemoTotal TO ReportAmount.
           MOVE SPACES TO AdjMemoLine.
           STRING "Total              : " ReportAmount
               DELIMITED BY SIZE INTO AdjMemoLine
           END-STRING.
           WRITE AdjMemoLine.
       WriteAdjustMemoLine.
           MOVE AmOldPrice(AdjIdx) TO ReportPrice.
           MOVE AmNewPrice(AdjIdx) TO ReportNewPrice.
           MOVE AmLineAmount(AdjIdx) TO ReportAmount.
           MOVE SPACES TO AdjMemoLine.
           IF AmAllowance(AdjIdx)
               STRING "  " AmProdName(AdjIdx) " "
                   AmSizeType(AdjIdx) " Qty " AmQty(AdjIdx)
                   " Allowance          "
                   " Amount " ReportAmount
                   DELIMITED BY SIZE INTO AdjMemoLine
               END-STRING
           ELSE
               STRING "  " AmProdName(AdjIdx) " "
                   AmSizeType(AdjIdx) " Qty " AmQty(AdjIdx)
                   " Was " ReportPrice " Now " ReportNewPrice
                   " Amount " ReportAmount
                   DELIMITED BY SIZE INTO AdjMemoLine
               END-STRING
           END-IF.
           WRITE AdjMemoLine.
       ReviewPendingAdjustments.
           PERFORM LoadPendingTable.
           MOVE 0 TO QueuedCount.
           PERFORM ReviewOnePending
               VARYING PendIdx FROM 1 BY 1
               UNTIL PendIdx > PendCount.
           IF PendCount > 0
               PERFORM RewritePendingFile
           END-IF.
       LoadPendingTable.
           MOVE 0 TO PendCount.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PendAdjFile.
           IF PendFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PendAdjFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND PendCount < 500
                   ADD 1 TO PendCount
                   MOVE PendAdjRecord TO PTMemo(PendCount)
               END-IF
           END-PERFORM.
           IF PendFileStatus = "00" OR PendFileStatus = "05"
                   OR PendFileStatus = "10"
               CLOSE PendAdjFile
           END-IF.
      * The clerk who entered an adjustment cannot approve it.
       ReviewOnePending.
           MOVE PTMemo(PendIdx) TO AdjMemo.
           IF AmPending
               MOVE AmMemoTotal TO ReportAmount
               DISPLAY " "
               DISPLAY "Memo " AmMemoNum " Customer " AmIDNum
                   " Invoice " AmInvoiceNum
                   " Requested by " AmOperator " on " AmDate
               DISPLAY "Total " ReportAmount " Reason " AmReason
               PERFORM ShowPendingLine
                   VARYING AdjIdx FROM 1 BY 1
                   UNTIL AdjIdx > AmLineCount
               IF AmOperator = CurrentOpID
                   DISPLAY "Own Request - Left for Another Supervisor"
               ELSE
                   DISPLAY "A: Approve  R: Reject  S: Skip : "
                       WITH NO ADVANCING
                   ACCEPT Decision
                   EVALUATE Decision
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ApproveOnePending
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM RejectOnePending
                       WHEN OTHER
                           DISPLAY "Skipped"
                   END-EVALUATE
                   MOVE AdjMemo TO PTMemo(PendIdx)
               END-IF
           END-IF.
       ShowPendingLine.
           MOVE AmLineAmount(AdjIdx) TO ReportAmount.
           DISPLAY "  Line " AmLineNum(AdjIdx) " "
               AmProdName(AdjIdx) " " AmSizeType(AdjIdx)
               " Qty " AmQty(AdjIdx) " " AmAdjKind(AdjIdx)
               " " ReportAmount.
       ApproveOnePending.
           MOVE AmIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N' OR NOT RecordLive
               DISPLAY "Customer Does not Exist or Is Not Live - "
                   "Marked Rejected"
               PERFORM RejectOnePending
           ELSE
               MOVE "PADJAPPR" TO AdjAuditOp
               PERFORM PostAdjustment
               IF PostedFlag = 'Y'
                   SET AmApproved TO TRUE
                   ADD 1 TO ApprovedCount
               END-IF
           END-IF.
       RejectOnePending.
           SET AmRejected TO TRUE.
           ADD 1 TO RejectedCount.
           MOVE 'N' TO PostedFlag.
           MOVE AmIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
               MOVE ZEROS TO Balance
           END-IF.
           MOVE "PADJREJ" TO AuditOperation.
           PERFORM WriteAdjustAudit.
           DISPLAY "Rejected".
       RewritePendingFile.
           OPEN OUTPUT PendAdjFile.
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendCount
               MOVE PTMemo(PendIdx) TO PendAdjRecord
               WRITE PendAdjRecord
           END-PERFORM.
           CLOSE PendAdjFile.
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       ChainAuditRecord.
           MOVE ZEROS TO PriorChainValue.
           MOVE ZEROS TO AcLastSeq.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE AcLastChain TO PriorChainValue
               END-READ
               CLOSE AuditChainFile
           END-IF.
           COMPUTE AuditSeqNum = AcLastSeq + 1.
           MOVE 0 TO ChainWork.
           PERFORM VARYING ChainIdx FROM 1 BY 1
                   UNTIL ChainIdx > 152
               COMPUTE ChainWork = ChainWork
                   + FUNCTION ORD(AuditRecord(ChainIdx:1))
                   * ChainIdx
           END-PERFORM.
           COMPUTE AuditChainValue = FUNCTION MOD(
               PriorChainValue * 7 + ChainWork, 1000000000).
       SaveAuditChain.
           OPEN OUTPUT AuditChainFile.
           MOVE AuditSeqNum TO AcLastSeq.
           MOVE AuditChainValue TO AcLastChain.
           WRITE AuditChainRecord.
           CLOSE AuditChainFile.
       AssignPostSeq.
           MOVE ZEROS TO PsNextSeq.
           OPEN INPUT PostSeqFile.
           IF PostSeqStatus = "00"
               READ PostSeqFile
                   AT END CONTINUE
               END-READ
               CLOSE PostSeqFile
           END-IF.
           IF PsNextSeq = ZEROS
               MOVE 1 TO PsNextSeq
           END-IF.
           MOVE PsNextSeq TO PostSeqNum.
           OPEN OUTPUT PostSeqFile.
           ADD 1 TO PsNextSeq.
           WRITE PostSeqRecord.
           CLOSE PostSeqFile.

