       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
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
              SELECT OPTIONAL VendorFile ASSIGN TO "vendor.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VnVendorID.
              SELECT OPTIONAL APChkFile ASSIGN TO "apchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AkNumber
                  ALTERNATE RECORD KEY IS AkVendorID
                      WITH DUPLICATES.
              SELECT OPTIONAL PosPayFile ASSIGN TO "pospay.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CheckSeqFile ASSIGN TO "chkseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CheckSeqStatus.
              SELECT PaySeqFile ASSIGN TO "appayseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PaySeqStatus.
              SELECT AchPayFile ASSIGN TO "achpay.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL APJrnlFile ASSIGN TO "apjrnl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APJrnlStatus.
              SELECT RegisterFile ASSIGN TO "appayreg.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  APChkFile.
       01  APChkData.
               02  AkNumber           PIC 9(8).
               02  AkVendorID         PIC X(6).
               02  AkIssueDate        PIC 9(8).
               02  AkAmount           PIC 9(7)V99.
               02  AkPayee            PIC X(30).
               02  AkStatus           PIC X.
                   88  AkIssued       VALUE 'I'.
                   88  AkCleared      VALUE 'P'.
                   88  AkVoided       VALUE 'V'.
                   88  AkStopped      VALUE 'S'.
               02  AkClearDate        PIC 9(8).
               02  AkClearAmount      PIC 9(7)V99.
               02  AkVoidDate         PIC 9(8).
               02  AkStaleFlag        PIC X.
                   88  AkStale        VALUE 'Y'.
               02  AkVoucherCount     PIC 9(3).
       FD  PosPayFile.
       01  PosPayRecord.
               02  PpType             PIC X.
                   88  PpIssue        VALUE 'I'.
                   88  PpVoid         VALUE 'V'.
               02  PpCheckNum         PIC 9(8).
               02  PpAmount           PIC 9(7)V99.
               02  PpIssueDate        PIC 9(8).
               02  PpPayee            PIC X(30).
       FD  CheckSeqFile.
       01  CheckSeqRecord.
               02  CsNextCheck        PIC 9(8).
       FD  PaySeqFile.
       01  PaySeqRecord.
               02  PqNextTrace        PIC 9(9).
      * Outbound credits to vendor bank accounts, laid out like the
      * autopay debit file.
       FD  AchPayFile.
       01  AchPayHeader.
               02  AphRecType         PIC X.
               02  AphFileDate        PIC 9(8).
               02  AphDescription     PIC X(10).
       01  AchPayDetail.
               02  ApdRecType         PIC X.
               02  ApdRouting         PIC 9(9).
               02  ApdAccount         PIC X(17).
               02  ApdAmount          PIC 9(7)V99.
               02  ApdTrace           PIC 9(9).
               02  ApdVendorID        PIC X(6).
               02  ApdName            PIC X(15).
       01  AchPayTrailer.
               02  AptRecType         PIC X.
               02  AptCreditCount     PIC 9(6).
               02  AptCreditTotal     PIC 9(9)V99.
       FD  APJrnlFile.
       01  APJrnlRecord.
               02  AjDate             PIC X(8).
               02  AjPostType         PIC X(8).
               02  AjDrCr             PIC X.
               02  AjAmount           PIC 9(9)V99.
               02  AjRef              PIC X(10).
               02  AjPostedDate       PIC 9(8).
       FD  RegisterFile.
       01  RegisterLine               PIC X(100).
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
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  CheckSeqStatus             PIC XX.
       01  PaySeqStatus               PIC XX.
       01  APJrnlStatus               PIC XX.
       01  EndOfFileFlag              PIC X.
       01  VendorFoundFlag            PIC X.
       01  VendorIdx                  PIC 9(4).
       01  FoundVendorIdx             PIC 9(4).
       01  DiscToTake                 PIC 9(7)V99.
       01  NetAmount                  PIC 9(7)V99.
       01  PaymentRef                 PIC 9(9).
       01  CheckCount                 PIC 9(5) VALUE 0.
       01  CheckTotal                 PIC 9(9)V99 VALUE 0.
       01  AchCount                   PIC 9(6) VALUE 0.
       01  AchTotal                   PIC 9(9)V99 VALUE 0.
       01  DiscTakenTotal             PIC 9(9)V99 VALUE 0.
       01  DiscLapsedCount            PIC 9(5) VALUE 0.
       01  VoucherPaidCount           PIC 9(5) VALUE 0.
       01  VendorSkipCount            PIC 9(5) VALUE 0.
       01  MethodText                 PIC X(5).
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportDisc                 PIC ZZZZZ9.99.
       01  ReportNet                  PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       01  ReportCount                PIC ZZZ9.
      * One payment per vendor covers all of the vendor's selected
      * vouchers.
       01  PayVendorTable.
               02  PayVendorCount     PIC 9(4) VALUE 0.
               02  PayVendor          OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON PayVendorCount.
                   03  VtVendorID     PIC X(6).
                   03  VtPayee        PIC X(30).
                   03  VtMethod       PIC X.
                   03  VtRouting      PIC 9(9).
                   03  VtAccount      PIC X(17).
                   03  VtSkip         PIC X.
                   03  VtCount        PIC 9(4).
                   03  VtGross        PIC 9(9)V99.
                   03  VtDisc         PIC 9(9)V99.
                   03  VtNet          PIC 9(9)V99.
                   03  VtPayRef       PIC 9(9).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "ACCOUNTS PAYABLE PAYMENT RUN".
           OPEN I-O VoucherFile.
           OPEN INPUT VendorFile.
           OPEN I-O APChkFile.
           OPEN EXTEND PosPayFile.
           OPEN EXTEND APJrnlFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT RegisterFile.
           OPEN OUTPUT AchPayFile.
           MOVE 'H' TO AphRecType.
           MOVE BusinessDate TO AphFileDate.
           MOVE "AP PAYMENT" TO AphDescription.
           WRITE AchPayHeader.
           MOVE SPACES TO RegisterLine.
           STRING "VENDOR PAYMENT REGISTER FOR " BusinessDate
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           PERFORM GatherSelectedVouchers.
           MOVE SPACES TO RegisterLine.
           STRING "PAID  NUMBER    VENDOR PAYEE                        "
               "   VCH      GROSS  DISCOUNT        NET"
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           PERFORM IssueOnePayment
               VARYING VendorIdx FROM 1 BY 1
               UNTIL VendorIdx > PayVendorCount.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "VOUCHERS PAID"
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           PERFORM RelieveVouchers.
           MOVE 'T' TO AptRecType.
           MOVE AchCount TO AptCreditCount.
           MOVE AchTotal TO AptCreditTotal.
           WRITE AchPayTrailer.
           PERFORM WriteRegisterTotals.
           CLOSE VoucherFile.
           CLOSE VendorFile.
           CLOSE APChkFile.
           CLOSE PosPayFile.
           CLOSE APJrnlFile.
           CLOSE AuditFile.
           CLOSE RegisterFile.
           CLOSE AchPayFile.
           DISPLAY "Checks Written      : " CheckCount.
           DISPLAY "ACH Credits         : " AchCount.
           DISPLAY "Vouchers Paid       : " VoucherPaidCount.
           DISPLAY "Discounts Lapsed    : " DiscLapsedCount.
           DISPLAY "Vendors Not Paid    : " VendorSkipCount.
           DISPLAY "Register Written to appayreg.lst".
           DISPLAY "Positive Pay Issues Added to pospay.dat".
           IF VendorSkipCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PAYMENT RUN".
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
      * First pass: the vouchers still selected and approved are added
      * up by vendor. A vendor put on hold or made inactive since the
      * selection is not paid.
       GatherSelectedVouchers.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO EndOfFileFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND VcApproved AND VcPaySelected
                   PERFORM AddVoucherToVendor
               END-IF
           END-PERFORM.
       AddVoucherToVendor.
           PERFORM FindPayVendor.
           IF FoundVendorIdx = 0 AND PayVendorCount < 2000
               PERFORM AddPayVendor
           END-IF.
           IF FoundVendorIdx = 0
               DISPLAY "WARNING: vendor table full - voucher "
                   VcVoucherNum " not paid"
           ELSE
               PERFORM SetDiscountToTake
               ADD 1 TO VtCount(FoundVendorIdx)
               ADD VcAmount TO VtGross(FoundVendorIdx)
               ADD DiscToTake TO VtDisc(FoundVendorIdx)
               COMPUTE VtNet(FoundVendorIdx) =
                   VtGross(FoundVendorIdx) - VtDisc(FoundVendorIdx)
           END-IF.
       FindPayVendor.
           MOVE 0 TO FoundVendorIdx.
           PERFORM VARYING VendorIdx FROM 1 BY 1
                   UNTIL VendorIdx > PayVendorCount
                   OR FoundVendorIdx > 0
               IF VtVendorID(VendorIdx) = VcVendorID
                   MOVE VendorIdx TO FoundVendorIdx
               END-IF
           END-PERFORM.
       AddPayVendor.
           ADD 1 TO PayVendorCount.
           MOVE PayVendorCount TO FoundVendorIdx.
           MOVE VcVendorID TO VtVendorID(FoundVendorIdx).
           MOVE 0 TO VtCount(FoundVendorIdx).
           MOVE 0 TO VtGross(FoundVendorIdx).
           MOVE 0 TO VtDisc(FoundVendorIdx).
           MOVE 0 TO VtNet(FoundVendorIdx).
           MOVE 0 TO VtPayRef(FoundVendorIdx).
           MOVE VcVendorID TO VnVendorID.
           MOVE 'Y' TO VendorFoundFlag.
           READ VendorFile
               INVALID KEY MOVE 'N' TO VendorFoundFlag
           END-READ.
           IF VendorFoundFlag = 'N' OR NOT VnActive
               MOVE 'Y' TO VtSkip(FoundVendorIdx)
               MOVE "*NOT ON FILE OR NOT ACTIVE*"
                   TO VtPayee(FoundVendorIdx)
               MOVE SPACE TO VtMethod(FoundVendorIdx)
               MOVE ZEROS TO VtRouting(FoundVendorIdx)
               MOVE SPACES TO VtAccount(FoundVendorIdx)
           ELSE
               MOVE 'N' TO VtSkip(FoundVendorIdx)
               IF VnRemitName = SPACES
                   MOVE VnName TO VtPayee(FoundVendorIdx)
               ELSE
                   MOVE VnRemitName TO VtPayee(FoundVendorIdx)
               END-IF
               IF VnPaysByACH
                   MOVE 'A' TO VtMethod(FoundVendorIdx)
               ELSE
                   MOVE 'C' TO VtMethod(FoundVendorIdx)
               END-IF
               MOVE VnBankRouting TO VtRouting(FoundVendorIdx)
               MOVE VnBankAccount TO VtAccount(FoundVendorIdx)
           END-IF.
      * The discount chosen at selection is taken only while it is
      * still open on the day the payment is made.
       SetDiscountToTake.
           MOVE VcSelDisc TO DiscToTake.
           IF VcSelDisc > 0 AND VcDiscDate < BusinessDate
               MOVE ZEROS TO DiscToTake
           END-IF.
      * A vendor set up for ACH is credited on the outbound ACH file;
      * any other vendor gets a check from the controlled check
      * sequence shared with refunds, recorded for reconciliation and
      * sent to the bank on the positive-pay issue file.
       IssueOnePayment.
           IF VtSkip(VendorIdx) = 'Y'
               ADD 1 TO VendorSkipCount
               MOVE "HELD" TO MethodText
               MOVE ZEROS TO PaymentRef
           ELSE
               IF VtMethod(VendorIdx) = 'A'
                   PERFORM AssignTraceNumber
                   PERFORM WriteAchCredit
                   MOVE "ACH" TO MethodText
               ELSE
                   PERFORM AssignCheckNumber
                   PERFORM WriteVendorCheck
                   MOVE "CHECK" TO MethodText
               END-IF
               MOVE PaymentRef TO VtPayRef(VendorIdx)
               PERFORM WritePaymentAudit
           END-IF.
           MOVE VtGross(VendorIdx) TO ReportAmount.
           MOVE VtDisc(VendorIdx) TO ReportDisc.
           MOVE VtNet(VendorIdx) TO ReportNet.
           MOVE VtCount(VendorIdx) TO ReportCount.
           MOVE SPACES TO RegisterLine.
           STRING MethodText " " PaymentRef " " VtVendorID(VendorIdx)
               " " VtPayee(VendorIdx) " " ReportCount " "
               ReportAmount " " ReportDisc " " ReportNet
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       AssignCheckNumber.
           MOVE ZEROS TO CsNextCheck.
           OPEN INPUT CheckSeqFile.
           IF CheckSeqStatus = "00"
               READ CheckSeqFile
                   AT END CONTINUE
               END-READ
               CLOSE CheckSeqFile
           END-IF.
           IF CsNextCheck = ZEROS
               MOVE 100001 TO CsNextCheck
           END-IF.
           MOVE CsNextCheck TO PaymentRef.
           OPEN OUTPUT CheckSeqFile.
           ADD 1 TO CsNextCheck.
           WRITE CheckSeqRecord.
           CLOSE CheckSeqFile.
       AssignTraceNumber.
           MOVE ZEROS TO PqNextTrace.
           OPEN INPUT PaySeqFile.
           IF PaySeqStatus = "00"
               READ PaySeqFile
                   AT END CONTINUE
               END-READ
               CLOSE PaySeqFile
           END-IF.
           IF PqNextTrace = ZEROS
               MOVE 1 TO PqNextTrace
           END-IF.
           MOVE PqNextTrace TO PaymentRef.
           OPEN OUTPUT PaySeqFile.
           ADD 1 TO PqNextTrace.
           WRITE PaySeqRecord.
           CLOSE PaySeqFile.
       WriteVendorCheck.
           MOVE PaymentRef TO AkNumber.
           MOVE VtVendorID(VendorIdx) TO AkVendorID.
           MOVE BusinessDate TO AkIssueDate.
           MOVE VtNet(VendorIdx) TO AkAmount.
           MOVE VtPayee(VendorIdx) TO AkPayee.
           SET AkIssued TO TRUE.
           MOVE ZEROS TO AkClearDate.
           MOVE ZEROS TO AkClearAmount.
           MOVE ZEROS TO AkVoidDate.
           MOVE 'N' TO AkStaleFlag.
           MOVE VtCount(VendorIdx) TO AkVoucherCount.
           WRITE APChkData
               INVALID KEY
                   DISPLAY "WARNING: check " AkNumber
                       " already on file"
           END-WRITE.
           SET PpIssue TO TRUE.
           MOVE AkNumber TO PpCheckNum.
           MOVE AkAmount TO PpAmount.
           MOVE BusinessDate TO PpIssueDate.
           MOVE AkPayee TO PpPayee.
           WRITE PosPayRecord.
           ADD 1 TO CheckCount.
           ADD AkAmount TO CheckTotal.
       WriteAchCredit.
           MOVE 'D' TO ApdRecType.
           MOVE VtRouting(VendorIdx) TO ApdRouting.
           MOVE VtAccount(VendorIdx) TO ApdAccount.
           MOVE VtNet(VendorIdx) TO ApdAmount.
           MOVE PaymentRef TO ApdTrace.
           MOVE VtVendorID(VendorIdx) TO ApdVendorID.
           MOVE VtPayee(VendorIdx) TO ApdName.
           WRITE AchPayDetail.
           ADD 1 TO AchCount.
           ADD VtNet(VendorIdx) TO AchTotal.
       WritePaymentAudit.
           MOVE "APPAY" TO AuditOperation.
           MOVE ZEROS TO AuditIDNum.
           MOVE VtVendorID(VendorIdx) TO AuditBeforeFirstName.
           MOVE VtPayee(VendorIdx) TO AuditBeforeLastName.
           MOVE PaymentRef TO AuditAfterFirstName.
           MOVE MethodText TO AuditAfterLastName.
           MOVE "Vendor payment" TO AuditReasonCode.
           MOVE VtGross(VendorIdx) TO AuditBeforeAmount.
           MOVE VtNet(VendorIdx) TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
      * Second pass: each voucher paid is relieved with the payment
      * that covered it and the discount taken. The AP journal gets
      * the cash paid (APPAY: debit AP trade, credit cash) and the
      * discount earned (APDISC: debit AP trade, credit purchase
      * discounts) for GLPOST to send on.
       RelieveVouchers.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO EndOfFileFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND VcApproved AND VcPaySelected
                   PERFORM FindPayVendor
                   IF FoundVendorIdx > 0
                       IF VtSkip(FoundVendorIdx) = 'N'
                           PERFORM RelieveOneVoucher
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       RelieveOneVoucher.
           PERFORM SetDiscountToTake.
           IF VcSelDisc > 0 AND DiscToTake = 0
               ADD 1 TO DiscLapsedCount
           END-IF.
           COMPUTE NetAmount = VcAmount - DiscToTake.
           SET VcPaid TO TRUE.
           SET VcPayNotSelected TO TRUE.
           MOVE BusinessDate TO VcPayDate.
           MOVE VtMethod(FoundVendorIdx) TO VcPayMethod.
           MOVE VtPayRef(FoundVendorIdx) TO VcPayRef.
           MOVE DiscToTake TO VcDiscTaken.
           MOVE NetAmount TO VcPaidAmount.
           REWRITE VoucherData
               INVALID KEY
                   DISPLAY "WARNING: voucher " VcVoucherNum
                       " not relieved"
               NOT INVALID KEY
                   ADD 1 TO VoucherPaidCount
                   ADD DiscToTake TO DiscTakenTotal
                   MOVE "APPAY" TO AjPostType
                   MOVE NetAmount TO AjAmount
                   PERFORM WriteJournalPair
                   MOVE "APDISC" TO AjPostType
                   MOVE DiscToTake TO AjAmount
                   PERFORM WriteJournalPair
                   PERFORM WriteVoucherPaidLine
           END-REWRITE.
       WriteJournalPair.
           IF AjAmount > 0
               MOVE BusinessDate TO AjDate
               MOVE VcVoucherNum TO AjRef
               MOVE ZEROS TO AjPostedDate
               MOVE 'D' TO AjDrCr
               WRITE APJrnlRecord
               MOVE 'C' TO AjDrCr
               WRITE APJrnlRecord
           END-IF.
       WriteVoucherPaidLine.
           IF VcPaidByACH
               MOVE "ACH" TO MethodText
           ELSE
               MOVE "CHECK" TO MethodText
           END-IF.
           MOVE VcAmount TO ReportAmount.
           MOVE VcDiscTaken TO ReportDisc.
           MOVE VcPaidAmount TO ReportNet.
           MOVE SPACES TO RegisterLine.
           STRING "  " VcVoucherNum " " VcVendorID " " VcVendorInv
               " " VcInvDate " " ReportAmount " " ReportDisc " "
               ReportNet " " MethodText " " VcPayRef
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE CheckTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "CHECKS WRITTEN   : " CheckCount
               "   TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE AchTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "ACH CREDITS      : " AchCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE DiscTakenTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "DISCOUNTS TAKEN  :         TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "VOUCHERS PAID    : " VoucherPaidCount
               "   DISCOUNTS LAPSED : " DiscLapsedCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "VENDORS NOT PAID : " VendorSkipCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
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
