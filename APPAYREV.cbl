       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYREV.
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
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  EndOfFileFlag              PIC X.
       01  VoucherFoundFlag           PIC X.
       01  WorkVoucherNum             PIC 9(6).
       01  WorkReason                 PIC X(20).
       01  NetAmount                  PIC 9(7)V99.
       01  SelectedCount              PIC 9(5).
       01  ExcludedCount              PIC 9(5).
       01  SelectedNet                PIC 9(9)V99.
       01  ExcludedNet                PIC 9(9)V99.
       01  StatusText                 PIC X(8).
       01  ReportAmount               PIC ZZZZZZ9.99.
       01  ReportDisc                 PIC ZZZZZ9.99.
       01  ReportNet                  PIC ZZZZZZ9.99.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "VENDOR PAYMENT PROPOSAL REVIEW".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN I-O VoucherFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "PAYMENT PROPOSAL"
               DISPLAY "1: List Proposed Payments"
               DISPLAY "2: Exclude Voucher From Payment"
               DISPLAY "3: Reinstate Excluded Voucher"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListProposal
                   WHEN 2 PERFORM ExcludeVoucher
                   WHEN 3 PERFORM ReinstateVoucher
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE VoucherFile.
           CLOSE AuditFile.
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
       ListProposal.
           DISPLAY " ".
           MOVE 0 TO SelectedCount.
           MOVE 0 TO ExcludedCount.
           MOVE 0 TO SelectedNet.
           MOVE 0 TO ExcludedNet.
           MOVE ZEROS TO VcVoucherNum.
           MOVE 'N' TO EndOfFileFlag.
           START VoucherFile KEY IS NOT LESS THAN VcVoucherNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ VoucherFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND VcApproved
                       AND NOT VcPayNotSelected
                   PERFORM DisplayProposedVoucher
               END-IF
           END-PERFORM.
           MOVE SelectedNet TO ReportTotal.
           DISPLAY "To Be Paid : " SelectedCount " " ReportTotal.
           MOVE ExcludedNet TO ReportTotal.
           DISPLAY "Excluded   : " ExcludedCount " " ReportTotal.
       DisplayProposedVoucher.
           COMPUTE NetAmount = VcAmount - VcSelDisc.
           IF VcPaySelected
               ADD 1 TO SelectedCount
               ADD NetAmount TO SelectedNet
               MOVE "PAY" TO StatusText
           ELSE
               ADD 1 TO ExcludedCount
               ADD NetAmount TO ExcludedNet
               MOVE "EXCLUDED" TO StatusText
           END-IF.
           MOVE VcAmount TO ReportAmount.
           MOVE VcSelDisc TO ReportDisc.
           MOVE NetAmount TO ReportNet.
           DISPLAY VcVoucherNum " " VcVendorID " " VcVendorInv
               " Due " VcDueDate " " ReportAmount " Disc "
               ReportDisc " Net " ReportNet " " StatusText.
       AcceptVoucher.
           DISPLAY "Voucher Number : " WITH NO ADVANCING.
           ACCEPT WorkVoucherNum.
           MOVE WorkVoucherNum TO VcVoucherNum.
           MOVE 'Y' TO VoucherFoundFlag.
           READ VoucherFile
               INVALID KEY MOVE 'N' TO VoucherFoundFlag
           END-READ.
      * An excluded voucher stays approved and is left out of this
      * payment run only; the next payment selection considers it
      * again.
       ExcludeVoucher.
           DISPLAY " ".
           PERFORM AcceptVoucher.
           EVALUATE TRUE
               WHEN VoucherFoundFlag = 'N'
                   DISPLAY "Voucher Not on File"
               WHEN NOT VcApproved OR NOT VcPaySelected
                   DISPLAY "Voucher Is Not in the Payment Proposal"
               WHEN OTHER
                   DISPLAY "Reason : " WITH NO ADVANCING
                   ACCEPT WorkReason
                   IF WorkReason = SPACES
                       DISPLAY "Reason Required - Not Excluded"
                   ELSE
                       SET VcPayExcluded TO TRUE
                       MOVE "APEXCL" TO AuditOperation
                       PERFORM SaveProposalChange
                   END-IF
           END-EVALUATE.
       ReinstateVoucher.
           DISPLAY " ".
           PERFORM AcceptVoucher.
           EVALUATE TRUE
               WHEN VoucherFoundFlag = 'N'
                   DISPLAY "Voucher Not on File"
               WHEN NOT VcApproved OR NOT VcPayExcluded
                   DISPLAY "Voucher Is Not Excluded"
               WHEN OTHER
                   MOVE "Reinstated" TO WorkReason
                   SET VcPaySelected TO TRUE
                   MOVE "APINCL" TO AuditOperation
                   PERFORM SaveProposalChange
           END-EVALUATE.
       SaveProposalChange.
           REWRITE VoucherData
               INVALID KEY
                   DISPLAY "Voucher Not Updated"
               NOT INVALID KEY
                   MOVE ZEROS TO AuditIDNum
                   MOVE VcVendorID TO AuditBeforeFirstName
                   MOVE VcVendorInv TO AuditBeforeLastName
                   MOVE VcVoucherNum TO AuditAfterFirstName
                   MOVE VcPaySelect TO AuditAfterLastName
                   MOVE WorkReason TO AuditReasonCode
                   MOVE VcAmount TO AuditBeforeAmount
                   COMPUTE AuditAfterAmount = VcAmount - VcSelDisc
                   PERFORM WriteAuditRecord
                   DISPLAY "Payment Proposal Updated"
           END-REWRITE.
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
