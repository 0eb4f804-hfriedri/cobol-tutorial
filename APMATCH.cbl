       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL VoucherFile ASSIGN TO "voucher.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VcVoucherNum
                  ALTERNATE RECORD KEY IS VcVendorKey
                      WITH DUPLICATES.
              SELECT OPTIONAL VoucherLineFile ASSIGN TO "vchline.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VoucherLineKey.
              SELECT OPTIONAL POFile ASSIGN TO "pofile.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PoNum.
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT OPTIONAL APJrnlFile ASSIGN TO "apjrnl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APJrnlStatus.
              SELECT APCtlFile ASSIGN TO "apctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APCtlStatus.
              SELECT APMatchCtlFile ASSIGN TO "apmatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APMatchCtlStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
       DATA DIVISION.
       FILE SECTION.
      * One voucher per vendor invoice. It is approved for payment only
      * when every line agrees with its PO and what was received;
      * otherwise it is held under the first line's match code.
       FD  VoucherFile.
       01  VoucherData.
               02  VcVoucherNum       PIC 9(6).
               02  VcVendorKey.
                   03  VcVendorID     PIC X(6).
                   03  VcVendorInv    PIC X(15).
               02  VcInvDate          PIC 9(8).
               02  VcAmount           PIC 9(7)V99.
               02  VcPOValue          PIC 9(7)V99.
               02  VcDueDate          PIC 9(8).
               02  VcDiscDate         PIC 9(8).
               02  VcDiscAmount       PIC 9(7)V99.
               02  VcStatus           PIC X.
                   88  VcHeld         VALUE 'H'.
                   88  VcApproved     VALUE 'A'.
                   88  VcPaid         VALUE 'P'.
                   88  VcCancelled    VALUE 'X'.
               02  VcHoldCode         PIC X.
               02  VcLineCount        PIC 9(3).
               02  VcEntryDate        PIC 9(8).
               02  VcOperator         PIC X(8).
               02  VcApprDate         PIC 9(8).
               02  VcPaySelect        PIC X.
                   88  VcPayNotSelected VALUE SPACE.
                   88  VcPaySelected  VALUE 'S'.
                   88  VcPayExcluded  VALUE 'E'.
               02  VcSelDisc          PIC 9(7)V99.
               02  VcPayDate          PIC 9(8).
               02  VcPayMethod        PIC X.
                   88  VcPaidByCheck  VALUE 'C'.
                   88  VcPaidByACH    VALUE 'A'.
               02  VcPayRef           PIC 9(9).
               02  VcDiscTaken        PIC 9(7)V99.
               02  VcPaidAmount       PIC 9(7)V99.
       FD  VoucherLineFile.
       01  VoucherLineData.
               02  VoucherLineKey.
                   03  VlVoucherNum   PIC 9(6).
                   03  VlLineNum      PIC 9(3).
               02  VlPoNum            PIC 9(6).
               02  VlProdName         PIC X(10).
               02  VlSizeType         PIC A.
               02  VlQty              PIC 9(5).
               02  VlUnitPrice        PIC 9(5)V99.
               02  VlAmount           PIC 9(7)V99.
               02  VlPoPrice          PIC 9(5)V99.
               02  VlMatchCode        PIC X.
                   88  VlMatched      VALUE SPACE.
                   88  VlNoPO         VALUE 'N'.
                   88  VlWrongPO      VALUE 'V'.
                   88  VlOverOrdered  VALUE 'O'.
                   88  VlNotReceived  VALUE 'R'.
                   88  VlPriceOff     VALUE 'P'.
                   88  VlPriceAccepted VALUE 'A'.
       FD  POFile.
       01  POData.
               02  PoNum              PIC 9(6).
               02  PoProdName         PIC X(10).
               02  PoSizeType         PIC A.
               02  PoQty              PIC 9(5).
               02  PoRecvQty          PIC 9(5).
               02  PoDate             PIC 9(8).
               02  PoStatus           PIC X.
                   88  PoSuggested    VALUE 'S'.
                   88  PoConfirmed    VALUE 'C'.
                   88  PoReceived     VALUE 'R'.
                   88  PoCancelled    VALUE 'X'.
               02  PoVendorID         PIC X(6).
               02  PoVendorItem       PIC X(15).
               02  PoUnitPrice        PIC 9(5)V99.
               02  PoPromiseDate      PIC 9(8).
               02  PoPrintFlag        PIC X.
                   88  PoPrinted      VALUE 'Y'.
               02  PoInvQty           PIC 9(5).
       FD  VendorFile.
       01  VendorData.
               02  VnVendorID         PIC X(6).
               02  VnName             PIC X(25).
               02  VnAddress          PIC X(30).
               02  VnCity             PIC X(15).
               02  VnPostCode         PIC X(10).
               02  VnPhone            PIC X(15).
               02  VnTermsDays        PIC 9(3).
               02  VnDiscDays         PIC 9(3).
               02  VnDiscRate         PIC V999.
               02  VnRemitName        PIC X(25).
               02  VnRemitAddress     PIC X(30).
               02  VnRemitCity        PIC X(15).
               02  VnRemitPostCode    PIC X(10).
               02  VnStatus           PIC X.
                   88  VnActive       VALUE SPACE.
                   88  VnOnHold       VALUE 'H'.
                   88  VnInactive     VALUE 'I'.
               02  VnUpdDate          PIC 9(8).
               02  VnOperator         PIC X(8).
               02  VnPayMethod        PIC X.
                   88  VnPaysByCheck  VALUES SPACE, 'C'.
                   88  VnPaysByACH    VALUE 'A'.
               02  VnBankRouting      PIC 9(9).
               02  VnBankAccount      PIC X(17).
       FD  APJrnlFile.
       01  APJrnlRecord.
               02  AjDate             PIC X(8).
               02  AjPostType         PIC X(8).
               02  AjDrCr             PIC X.
               02  AjAmount           PIC 9(9)V99.
               02  AjRef              PIC X(10).
               02  AjPostedDate       PIC 9(8).
       FD  APCtlFile.
       01  APCtlRecord.
               02  APCtlNextNum       PIC 9(6).
       FD  APMatchCtlFile.
       01  APMatchCtlRecord.
               02  MtPriceTol         PIC V999.
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
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  APCtlStatus                PIC XX.
       01  APMatchCtlStatus           PIC XX.
       01  APJrnlStatus               PIC XX.
       01  PriceTolerance             PIC V999 VALUE ZEROS.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  VendorFoundFlag            PIC X.
       01  VoucherFoundFlag           PIC X.
       01  VoucherEOFFlag             PIC X.
       01  LineEOFFlag                PIC X.
       01  POFoundFlag                PIC X.
       01  DuplicateFlag              PIC X.
       01  EntryDoneFlag              PIC X.
       01  DateValidFlag              PIC X.
       01  AllPriceFlag               PIC X.
       01  Decision                   PIC X.
       01  WorkVendorID               PIC X(6).
       01  WorkVendorInv              PIC X(15).
       01  WorkInvDate                PIC 9(8).
       01  WorkInvDateParts REDEFINES WorkInvDate.
               02  WorkInvYear        PIC 9(4).
               02  WorkInvMonth       PIC 99.
               02  WorkInvDay         PIC 99.
       01  WorkAmount                 PIC 9(7)V99.
       01  WorkPoNum                  PIC 9(6).
       01  WorkQty                    PIC 9(5).
       01  WorkPrice                  PIC 9(5)V99.
       01  WorkVoucherNum             PIC 9(6).
       01  LinesTotal                 PIC 9(9)V99.
       01  PriorQty                   PIC 9(7).
       01  PriceDiff                  PIC 9(5)V99.
       01  PriceAllowed               PIC 9(5)V99.
       01  VarianceAmount             PIC 9(9)V99.
       01  InvDateInt                 PIC 9(7).
       01  HoldCodeWork               PIC X.
       01  HoldText                   PIC X(22).
       01  EnteredCount               PIC 9(4) VALUE 0.
       01  ApprovedCount              PIC 9(4) VALUE 0.
       01  HeldCount                  PIC 9(4) VALUE 0.
       01  CancelledCount             PIC 9(4) VALUE 0.
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportPrice                PIC ZZZZ9.99.
       01  ReportPoPrice              PIC ZZZZ9.99.
       01  LineIdx                    PIC 9(3).
       01  OtherIdx                   PIC 9(3).
      * The lines of the voucher being entered or matched.
       01  MatchLineTable.
               02  MatchLineCount     PIC 9(3) VALUE 0.
               02  MatchLine          OCCURS 1 TO 99 TIMES
                                      DEPENDING ON MatchLineCount.
                   03  MlPoNum        PIC 9(6).
                   03  MlProdName     PIC X(10).
                   03  MlSizeType     PIC A.
                   03  MlQty          PIC 9(5).
                   03  MlUnitPrice    PIC 9(5)V99.
                   03  MlAmount       PIC 9(7)V99.
                   03  MlPoPrice      PIC 9(5)V99.
                   03  MlMatchCode    PIC X.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "VENDOR INVOICE ENTRY AND MATCHING".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM LoadMatchTolerance.
           OPEN I-O VoucherFile.
           OPEN I-O VoucherLineFile.
           OPEN I-O POFile.
           OPEN INPUT VendorFile.
           OPEN EXTEND APJrnlFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "ACCOUNTS PAYABLE MATCHING"
               DISPLAY "1: Enter Vendor Invoice"
               DISPLAY "2: Work Match Exception Queue"
               DISPLAY "3: Re-Match All Held Invoices"
               DISPLAY "4: Show Voucher"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM EnterVendorInvoice
                   WHEN 2 PERFORM WorkExceptionQueue
                   WHEN 3 PERFORM RematchAllHeld
                   WHEN 4 PERFORM ShowVoucher
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE VoucherFile.
           CLOSE VoucherLineFile.
           CLOSE POFile.
           CLOSE VendorFile.
           CLOSE APJrnlFile.
           CLOSE AuditFile.
           DISPLAY "Invoices Entered : " EnteredCount
           DISPLAY "Approved         : " ApprovedCount
           DISPLAY "Held             : " HeldCount
           DISPLAY "Cancelled        : " CancelledCount
           DISPLAY "END OF VENDOR INVOICE MATCHING".
           STOP RUN.
       OperatorSignOn.
           CALL 'OPSIGNON' USING CurrentOpID, CurrentOpRole,
               SignOnOK.
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
      * The price tolerance is a fraction of the PO price; zero, or no
      * apmatch.dat, means the invoice price must equal the PO price.
       LoadMatchTolerance.
           OPEN INPUT APMatchCtlFile.
           IF APMatchCtlStatus = "00"
               READ APMatchCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE MtPriceTol TO PriceTolerance
               END-READ
               CLOSE APMatchCtlFile
           END-IF.
       EnterVendorInvoice.
           DISPLAY " ".
           DISPLAY "Vendor ID : " WITH NO ADVANCING.
           ACCEPT WorkVendorID.
           MOVE FUNCTION UPPER-CASE(WorkVendorID) TO WorkVendorID.
           MOVE WorkVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           IF VendorFoundFlag = 'N' OR VnInactive
               DISPLAY "Vendor Not on File or Inactive"
           ELSE
               DISPLAY "Vendor : " VnName
               DISPLAY "Vendor Invoice Number : " WITH NO ADVANCING
               ACCEPT WorkVendorInv
               PERFORM CheckDuplicateInvoice
               EVALUATE TRUE
                   WHEN WorkVendorInv = SPACES
                       DISPLAY "Invoice Number Required"
                   WHEN DuplicateFlag = 'Y'
                       DISPLAY "Invoice Already Entered for Vendor"
                   WHEN OTHER
                       PERFORM EnterInvoiceDetail
               END-EVALUATE
           END-IF.
      * A vendor invoice number may be entered again only if the
      * voucher raised from it earlier was cancelled.
       CheckDuplicateInvoice.
           MOVE 'N' TO DuplicateFlag.
           MOVE WorkVendorID TO VcVendorID.
           MOVE WorkVendorInv TO VcVendorInv.
           MOVE 'N' TO VoucherEOFFlag.
           START VoucherFile KEY IS = VcVendorKey
               INVALID KEY MOVE 'Y' TO VoucherEOFFlag
           END-START.
           PERFORM UNTIL VoucherEOFFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO VoucherEOFFlag
               END-READ
               IF VoucherEOFFlag = 'N'
                   IF VcVendorID NOT = WorkVendorID
                           OR VcVendorInv NOT = WorkVendorInv
                       MOVE 'Y' TO VoucherEOFFlag
                   ELSE
                       IF NOT VcCancelled
                           MOVE 'Y' TO DuplicateFlag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       EnterInvoiceDetail.
           DISPLAY "Invoice Date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WorkInvDate.
           MOVE 'Y' TO DateValidFlag.
           IF WorkInvYear < 1900 OR WorkInvMonth < 1
                   OR WorkInvMonth > 12 OR WorkInvDay < 1
                   OR WorkInvDay > 31
               MOVE 'N' TO DateValidFlag
           END-IF.
           DISPLAY "Invoice Total : " WITH NO ADVANCING.
           ACCEPT WorkAmount.
           IF DateValidFlag = 'N' OR WorkAmount = 0
               DISPLAY "Valid Date and Total Required - Not Entered"
           ELSE
               MOVE 0 TO MatchLineCount
               MOVE ZEROS TO LinesTotal
               MOVE 'N' TO EntryDoneFlag
               PERFORM UNTIL EntryDoneFlag = 'Y'
                   PERFORM EnterOneInvoiceLine
               END-PERFORM
               EVALUATE TRUE
                   WHEN MatchLineCount = 0
                       DISPLAY "No Lines Entered - Not Saved"
                   WHEN LinesTotal NOT = WorkAmount
                       MOVE LinesTotal TO ReportAmount
                       DISPLAY "Lines Total " ReportAmount
                           " Does Not Agree With Invoice Total - "
                           "Not Saved"
                   WHEN OTHER
                       PERFORM SaveNewVoucher
               END-EVALUATE
           END-IF.
      * Each invoice line names the PO it bills. What was ordered,
      * received and already invoiced is shown so the clerk can see
      * at once whether the line will match.
       EnterOneInvoiceLine.
           DISPLAY "PO Number (0 When Done) : " WITH NO ADVANCING.
           ACCEPT WorkPoNum.
           IF WorkPoNum = 0 OR MatchLineCount >= 99
               MOVE 'Y' TO EntryDoneFlag
           ELSE
               MOVE WorkPoNum TO PoNum
               MOVE 'Y' TO POFoundFlag
               READ POFile
                   INVALID KEY MOVE 'N' TO POFoundFlag
               END-READ
               IF POFoundFlag = 'N'
                   DISPLAY "PO Not on File - Line Held if Entered"
                   MOVE SPACES TO PoProdName
                   MOVE SPACE TO PoSizeType
                   MOVE ZEROS TO PoUnitPrice
               ELSE
                   MOVE PoUnitPrice TO ReportPoPrice
                   DISPLAY "  " PoProdName " " PoSizeType
                       " Vendor " PoVendorID " Ordered " PoQty
                       " Received " PoRecvQty " Invoiced " PoInvQty
                       " Price " ReportPoPrice
               END-IF
               DISPLAY "  Quantity Invoiced : " WITH NO ADVANCING
               ACCEPT WorkQty
               DISPLAY "  Unit Price : " WITH NO ADVANCING
               ACCEPT WorkPrice
               IF WorkQty = 0
                   DISPLAY "  Quantity Required - Line Not Entered"
               ELSE
                   ADD 1 TO MatchLineCount
                   MOVE WorkPoNum TO MlPoNum(MatchLineCount)
                   MOVE PoProdName TO MlProdName(MatchLineCount)
                   MOVE PoSizeType TO MlSizeType(MatchLineCount)
                   MOVE WorkQty TO MlQty(MatchLineCount)
                   MOVE WorkPrice TO MlUnitPrice(MatchLineCount)
                   COMPUTE MlAmount(MatchLineCount) =
                       WorkQty * WorkPrice
                   MOVE PoUnitPrice TO MlPoPrice(MatchLineCount)
                   MOVE SPACE TO MlMatchCode(MatchLineCount)
                   ADD MlAmount(MatchLineCount) TO LinesTotal
               END-IF
           END-IF.
       SaveNewVoucher.
           PERFORM AssignVoucherNumber.
           INITIALIZE VoucherData.
           MOVE WorkVoucherNum TO VcVoucherNum.
           MOVE WorkVendorID TO VcVendorID.
           MOVE WorkVendorInv TO VcVendorInv.
           MOVE WorkInvDate TO VcInvDate.
           MOVE WorkAmount TO VcAmount.
           MOVE MatchLineCount TO VcLineCount.
           MOVE BusinessDate TO VcEntryDate.
           MOVE CurrentOpID TO VcOperator.
           SET VcHeld TO TRUE.
           WRITE VoucherData
               INVALID KEY
                   DISPLAY "Voucher Not Written"
               NOT INVALID KEY
                   ADD 1 TO EnteredCount
                   PERFORM WriteNewVoucherLines
                   PERFORM MatchVoucher
           END-WRITE.
       WriteNewVoucherLines.
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > MatchLineCount
               MOVE VcVoucherNum TO VlVoucherNum
               MOVE LineIdx TO VlLineNum
               MOVE MlPoNum(LineIdx) TO VlPoNum
               MOVE MlProdName(LineIdx) TO VlProdName
               MOVE MlSizeType(LineIdx) TO VlSizeType
               MOVE MlQty(LineIdx) TO VlQty
               MOVE MlUnitPrice(LineIdx) TO VlUnitPrice
               MOVE MlAmount(LineIdx) TO VlAmount
               MOVE MlPoPrice(LineIdx) TO VlPoPrice
               MOVE MlMatchCode(LineIdx) TO VlMatchCode
               WRITE VoucherLineData
                   INVALID KEY
                       DISPLAY "WARNING: voucher line not written"
               END-WRITE
           END-PERFORM.
       AssignVoucherNumber.
           MOVE ZEROS TO WorkVoucherNum.
           OPEN INPUT APCtlFile.
           IF APCtlStatus = "00"
               READ APCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE APCtlNextNum TO WorkVoucherNum
               END-READ
               CLOSE APCtlFile
           END-IF.
           IF WorkVoucherNum = 0
               MOVE 1 TO WorkVoucherNum
           END-IF.
           OPEN OUTPUT APCtlFile.
           COMPUTE APCtlNextNum = WorkVoucherNum + 1.
           WRITE APCtlRecord.
           CLOSE APCtlFile.
      * The voucher record is current and its lines are in the match
      * table. A line matches when its PO is open for the vendor, the
      * quantity invoiced so far (including earlier lines of this
      * voucher on the same PO) is within both the quantity ordered
      * and the quantity received, and its price is within tolerance
      * of the PO price or has been accepted by the buyer.
       MatchVoucher.
           MOVE SPACE TO VcHoldCode.
           PERFORM MatchOneLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > MatchLineCount.
           PERFORM SaveLineMatchCodes.
           IF VcHoldCode = SPACE
               PERFORM ApproveVoucher
           ELSE
               SET VcHeld TO TRUE
               REWRITE VoucherData
                   INVALID KEY DISPLAY "Voucher Not Updated"
               END-REWRITE
               ADD 1 TO HeldCount
               MOVE VcHoldCode TO HoldCodeWork
               PERFORM SetHoldText
               DISPLAY "Voucher " VcVoucherNum " Held - " HoldText
               MOVE "APHOLD" TO AuditOperation
               PERFORM WriteVoucherAudit
           END-IF.
       MatchOneLine.
           MOVE MlPoNum(LineIdx) TO PoNum.
           MOVE 'Y' TO POFoundFlag.
           READ POFile
               INVALID KEY MOVE 'N' TO POFoundFlag
           END-READ.
           IF POFoundFlag = 'Y'
               MOVE PoUnitPrice TO MlPoPrice(LineIdx)
               MOVE PoInvQty TO PriorQty
               PERFORM VARYING OtherIdx FROM 1 BY 1
                       UNTIL OtherIdx >= LineIdx
                   IF MlPoNum(OtherIdx) = MlPoNum(LineIdx)
                       ADD MlQty(OtherIdx) TO PriorQty
                   END-IF
               END-PERFORM
               ADD MlQty(LineIdx) TO PriorQty
               IF MlUnitPrice(LineIdx) > PoUnitPrice
                   COMPUTE PriceDiff =
                       MlUnitPrice(LineIdx) - PoUnitPrice
               ELSE
                   COMPUTE PriceDiff =
                       PoUnitPrice - MlUnitPrice(LineIdx)
               END-IF
               COMPUTE PriceAllowed ROUNDED =
                   PoUnitPrice * PriceTolerance
           END-IF.
           EVALUATE TRUE
               WHEN POFoundFlag = 'N'
                   MOVE 'N' TO MlMatchCode(LineIdx)
               WHEN PoVendorID NOT = VcVendorID
                       OR NOT (PoConfirmed OR PoReceived)
                   MOVE 'V' TO MlMatchCode(LineIdx)
               WHEN PriorQty > PoQty
                   MOVE 'O' TO MlMatchCode(LineIdx)
               WHEN PriorQty > PoRecvQty
                   MOVE 'R' TO MlMatchCode(LineIdx)
               WHEN MlMatchCode(LineIdx) = 'A'
                   CONTINUE
               WHEN PriceDiff > PriceAllowed
                   MOVE 'P' TO MlMatchCode(LineIdx)
               WHEN OTHER
                   MOVE SPACE TO MlMatchCode(LineIdx)
           END-EVALUATE.
           IF VcHoldCode = SPACE AND MlMatchCode(LineIdx) NOT = SPACE
                   AND MlMatchCode(LineIdx) NOT = 'A'
               MOVE MlMatchCode(LineIdx) TO VcHoldCode
           END-IF.
       SaveLineMatchCodes.
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > MatchLineCount
               MOVE VcVoucherNum TO VlVoucherNum
               MOVE LineIdx TO VlLineNum
               READ VoucherLineFile
                   INVALID KEY
                       DISPLAY "WARNING: voucher line missing"
                   NOT INVALID KEY
                       MOVE MlMatchCode(LineIdx) TO VlMatchCode
                       MOVE MlPoPrice(LineIdx) TO VlPoPrice
                       REWRITE VoucherLineData
                           INVALID KEY
                               DISPLAY "WARNING: voucher line not "
                                   "updated"
                       END-REWRITE
               END-READ
           END-PERFORM.
      * An approved voucher falls due on the vendor's net terms from
      * the invoice date, with the early-payment discount available up
      * to the discount date. The goods received were booked to the
      * received-not-invoiced account at the PO price by INVMOVE's
      * receipt; approval clears that account, books the difference
      * from the invoice price as purchase price variance and credits
      * the vendor's payable.
       ApproveVoucher.
           MOVE ZEROS TO VcPOValue.
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > MatchLineCount
               MOVE MlPoNum(LineIdx) TO PoNum
               READ POFile
                   INVALID KEY
                       DISPLAY "WARNING: PO " PoNum " not on file"
                   NOT INVALID KEY
                       ADD MlQty(LineIdx) TO PoInvQty
                       REWRITE POData
                           INVALID KEY
                               DISPLAY "WARNING: PO " PoNum
                                   " not updated"
                       END-REWRITE
               END-READ
               COMPUTE VcPOValue = VcPOValue
                   + MlQty(LineIdx) * MlPoPrice(LineIdx)
           END-PERFORM.
           MOVE VcVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           IF VendorFoundFlag = 'N'
               MOVE ZEROS TO VnTermsDays
               MOVE ZEROS TO VnDiscDays
               MOVE ZEROS TO VnDiscRate
           END-IF.
           COMPUTE InvDateInt = FUNCTION INTEGER-OF-DATE(VcInvDate).
           COMPUTE VcDueDate = FUNCTION DATE-OF-INTEGER(
               InvDateInt + VnTermsDays).
           IF VnDiscRate > 0
               COMPUTE VcDiscDate = FUNCTION DATE-OF-INTEGER(
                   InvDateInt + VnDiscDays)
               COMPUTE VcDiscAmount ROUNDED = VcAmount * VnDiscRate
           ELSE
               MOVE ZEROS TO VcDiscDate
               MOVE ZEROS TO VcDiscAmount
           END-IF.
           SET VcApproved TO TRUE.
           MOVE SPACE TO VcHoldCode.
           MOVE BusinessDate TO VcApprDate.
           REWRITE VoucherData
               INVALID KEY DISPLAY "Voucher Not Updated"
           END-REWRITE.
           PERFORM WriteVoucherJournal.
           ADD 1 TO ApprovedCount.
           MOVE VcAmount TO ReportAmount.
           DISPLAY "Voucher " VcVoucherNum " Approved - "
               ReportAmount " Due " VcDueDate.
           MOVE "APVOUCH" TO AuditOperation.
           PERFORM WriteVoucherAudit.
       WriteVoucherJournal.
           MOVE "APVOUCH" TO AjPostType.
           MOVE 'D' TO AjDrCr.
           MOVE VcPOValue TO AjAmount.
           PERFORM WriteJournalLine.
           IF VcAmount > VcPOValue
               COMPUTE VarianceAmount = VcAmount - VcPOValue
               MOVE "APPRVAR" TO AjPostType
               MOVE 'D' TO AjDrCr
               MOVE VarianceAmount TO AjAmount
               PERFORM WriteJournalLine
           END-IF.
           IF VcAmount < VcPOValue
               COMPUTE VarianceAmount = VcPOValue - VcAmount
               MOVE "APPRVAR" TO AjPostType
               MOVE 'C' TO AjDrCr
               MOVE VarianceAmount TO AjAmount
               PERFORM WriteJournalLine
           END-IF.
           MOVE "APVOUCH" TO AjPostType.
           MOVE 'C' TO AjDrCr.
           MOVE VcAmount TO AjAmount.
           PERFORM WriteJournalLine.
       WriteJournalLine.
           IF AjAmount > 0
               MOVE BusinessDate TO AjDate
               MOVE VcVoucherNum TO AjRef
               MOVE ZEROS TO AjPostedDate
               WRITE APJrnlRecord
           END-IF.
       WriteVoucherAudit.
           MOVE ZEROS TO AuditIDNum.
           MOVE VcVendorID TO AuditBeforeFirstName.
           MOVE VcVendorInv TO AuditBeforeLastName.
           MOVE VcVoucherNum TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           STRING VcStatus " " VcHoldCode
               DELIMITED BY SIZE INTO AuditAfterLastName
           END-STRING.
           MOVE SPACES TO AuditReasonCode.
           MOVE VcHoldCode TO HoldCodeWork.
           PERFORM SetHoldText.
           MOVE HoldText TO AuditReasonCode.
           MOVE VcPOValue TO AuditBeforeAmount.
           MOVE VcAmount TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       SetHoldText.
           EVALUATE HoldCodeWork
               WHEN 'N' MOVE "PO NOT ON FILE" TO HoldText
               WHEN 'V' MOVE "PO NOT OPEN FOR VENDOR" TO HoldText
               WHEN 'O' MOVE "QTY OVER ORDERED" TO HoldText
               WHEN 'R' MOVE "QTY NOT RECEIVED" TO HoldText
               WHEN 'P' MOVE "PRICE OVER TOLERANCE" TO HoldText
               WHEN 'A' MOVE "PRICE ACCEPTED" TO HoldText
               WHEN OTHER MOVE "MATCHED" TO HoldText
           END-EVALUATE.
       LoadVoucherLines.
           MOVE 0 TO MatchLineCount.
           MOVE VcVoucherNum TO VlVoucherNum.
           MOVE ZEROS TO VlLineNum.
           MOVE 'N' TO LineEOFFlag.
           START VoucherLineFile KEY IS NOT LESS THAN VoucherLineKey
               INVALID KEY MOVE 'Y' TO LineEOFFlag
           END-START.
           PERFORM UNTIL LineEOFFlag = 'Y'
               READ VoucherLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOFFlag
               END-READ
               IF LineEOFFlag = 'N'
                   IF VlVoucherNum NOT = VcVoucherNum
                       MOVE 'Y' TO LineEOFFlag
                   ELSE
                       IF MatchLineCount < 99
                           ADD 1 TO MatchLineCount
                           MOVE VlPoNum TO MlPoNum(MatchLineCount)
                           MOVE VlProdName
                               TO MlProdName(MatchLineCount)
                           MOVE VlSizeType
                               TO MlSizeType(MatchLineCount)
                           MOVE VlQty TO MlQty(MatchLineCount)
                           MOVE VlUnitPrice
                               TO MlUnitPrice(MatchLineCount)
                           MOVE VlAmount TO MlAmount(MatchLineCount)
                           MOVE VlPoPrice TO MlPoPrice(MatchLineCount)
                           MOVE VlMatchCode
                               TO MlMatchCode(MatchLineCount)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       DisplayVoucher.
           MOVE VcAmount TO ReportAmount.
           DISPLAY " ".
           DISPLAY "Voucher " VcVoucherNum " Vendor " VcVendorID
               " Invoice " VcVendorInv " Dated " VcInvDate.
           DISPLAY "  Total " ReportAmount " Status " VcStatus
               " Entered " VcEntryDate " by " VcOperator.
           IF VcApproved OR VcPaid
               DISPLAY "  Due " VcDueDate " Discount Date " VcDiscDate
           END-IF.
           PERFORM DisplayVoucherLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > MatchLineCount.
       DisplayVoucherLine.
           MOVE MlUnitPrice(LineIdx) TO ReportPrice.
           MOVE MlPoPrice(LineIdx) TO ReportPoPrice.
           MOVE MlMatchCode(LineIdx) TO HoldCodeWork.
           PERFORM SetHoldText.
           DISPLAY "  PO " MlPoNum(LineIdx) " " MlProdName(LineIdx)
               " " MlSizeType(LineIdx) " Qty " MlQty(LineIdx)
               " Price " ReportPrice " PO " ReportPoPrice
               " " HoldText.
       ShowVoucher.
           DISPLAY " ".
           DISPLAY "Voucher Number : " WITH NO ADVANCING.
           ACCEPT WorkVoucherNum.
           MOVE WorkVoucherNum TO VcVoucherNum.
           MOVE 'Y' TO VoucherFoundFlag.
           READ VoucherFile
               INVALID KEY MOVE 'N' TO VoucherFoundFlag
           END-READ.
           IF VoucherFoundFlag = 'N'
               DISPLAY "Voucher Not on File"
           ELSE
               PERFORM LoadVoucherLines
               PERFORM DisplayVoucher
           END-IF.
      * The buyer works each held voucher: match it again once the
      * goods or a corrected PO are in, accept an invoice price that
      * is out of tolerance (supervisor only, and only when price is
      * the sole problem), or cancel the voucher and send the invoice
      * back to the vendor.
       WorkExceptionQueue.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO VoucherEOFFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO VoucherEOFFlag
           END-START.
           PERFORM UNTIL VoucherEOFFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO VoucherEOFFlag
               END-READ
               IF VoucherEOFFlag = 'N' AND VcHeld
                   PERFORM WorkOneHeldVoucher
               END-IF
           END-PERFORM.
       WorkOneHeldVoucher.
           PERFORM LoadVoucherLines.
           PERFORM DisplayVoucher.
           DISPLAY "M: Re-Match  A: Accept Price  X: Cancel  "
               "S: Skip : " WITH NO ADVANCING.
           ACCEPT Decision.
           EVALUATE Decision
               WHEN 'M'
               WHEN 'm'
                   PERFORM MatchVoucher
               WHEN 'A'
               WHEN 'a'
                   PERFORM AcceptVoucherPrice
               WHEN 'X'
               WHEN 'x'
                   PERFORM CancelVoucher
               WHEN OTHER
                   DISPLAY "Skipped"
           END-EVALUATE.
       AcceptVoucherPrice.
           MOVE 'Y' TO AllPriceFlag.
           PERFORM VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > MatchLineCount
               IF MlMatchCode(LineIdx) NOT = SPACE
                       AND MlMatchCode(LineIdx) NOT = 'P'
                       AND MlMatchCode(LineIdx) NOT = 'A'
                   MOVE 'N' TO AllPriceFlag
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT OpIsSupervisor
                   DISPLAY "Supervisor Sign-On Required to Accept Price"
               WHEN AllPriceFlag = 'N'
                   DISPLAY "Quantity or PO Problems Must Be Cleared "
                       "First"
               WHEN OTHER
                   PERFORM VARYING LineIdx FROM 1 BY 1
                           UNTIL LineIdx > MatchLineCount
                       IF MlMatchCode(LineIdx) = 'P'
                           MOVE 'A' TO MlMatchCode(LineIdx)
                       END-IF
                   END-PERFORM
                   MOVE "APACCEPT" TO AuditOperation
                   PERFORM WriteVoucherAudit
                   PERFORM MatchVoucher
           END-EVALUATE.
       CancelVoucher.
           SET VcCancelled TO TRUE.
           REWRITE VoucherData
               INVALID KEY DISPLAY "Voucher Not Updated"
               NOT INVALID KEY
                   ADD 1 TO CancelledCount
                   DISPLAY "Voucher " VcVoucherNum " Cancelled"
                   MOVE "APCANCEL" TO AuditOperation
                   PERFORM WriteVoucherAudit
           END-REWRITE.
       RematchAllHeld.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO VoucherEOFFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO VoucherEOFFlag
           END-START.
           PERFORM UNTIL VoucherEOFFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO VoucherEOFFlag
               END-READ
               IF VoucherEOFFlag = 'N' AND VcHeld
                   PERFORM LoadVoucherLines
                   PERFORM MatchVoucher
               END-IF
           END-PERFORM.
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
