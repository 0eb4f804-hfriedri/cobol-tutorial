              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT OPTIONAL AutoPayFile ASSIGN TO "autopay.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ApIDNum.
              SELECT OPTIONAL AchHistFile ASSIGN TO "achhist.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AhTrace.
              SELECT AchCtlFile ASSIGN TO "achctl.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AchCtlStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  BankReturnFile.
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
       FD  AutoPayFile.
       01  AutoPayData.
               02  ApIDNum            PIC 9(6).
               02  ApRouting          PIC 9(9).
               02  ApAccount          PIC X(17).
               02  ApPullRule         PIC X.
                   88  ApPullFull     VALUE 'F'.
                   88  ApPullMinimum  VALUE 'M'.
                   88  ApPullFixed    VALUE 'X'.
               02  ApFixedAmount      PIC 9(7)V99.
               02  ApStatus           PIC X.
                   88  ApActive       VALUE 'A'.
                   88  ApSuspended    VALUE 'S'.
                   88  ApCancelled    VALUE 'C'.
               02  ApReturnCount      PIC 99.
               02  ApEnrollDate       PIC 9(8).
               02  ApLastPullDate     PIC 9(8).
               02  ApLastPullAmount   PIC 9(7)V99.
       FD  AchHistFile.
       01  AchHistData.
               02  AhTrace            PIC 9(9).
               02  AhIDNum            PIC 9(6).
               02  AhPullDate         PIC 9(8).
               02  AhAmount           PIC 9(7)V99.
               02  AhStatus           PIC X.
                   88  AhPulled       VALUE 'P'.
                   88  AhReturned     VALUE 'R'.
       FD  AchCtlFile.
       01  AchCtlRecord.
               02  AchReturnLimit     PIC 9.
       WORKING-STORAGE SECTION.
       01  PostSeqStatus              PIC XX.
       01  BankFileStatus             PIC XX.
       01  PostFileStatus             PIC XX.
       01  PostOpenStatus             PIC XX.
       01  CtlFileStatus              PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  AchCtlStatus               PIC XX.
       01  AutopayReturnLimit         PIC 9 VALUE 2.
       01  AchFoundFlag               PIC X.
       01  AutopayReturnCount         PIC 9(5) VALUE 0.
       01  AutopaySuspendCount        PIC 9(5) VALUE 0.
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
               STOP RUN
           END-IF.
           PERFORM LoadNsfFee.
           PERFORM LoadAutopayReturnLimit.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
           OPEN I-O CustomerFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT RejectFile.
           OPEN I-O AutoPayFile.
           OPEN I-O AchHistFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ BankReturnFile
                   AT END MOVE 'Y' TO EndOfFileFlag
           CLOSE CustomerFile.
           CLOSE AuditFile.
           CLOSE RejectFile.
           CLOSE AutoPayFile.
           CLOSE AchHistFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           DISPLAY "Payments Reversed  : " ReversedCount
           DISPLAY "Customers Frozen   : " FrozenCount
           DISPLAY "Autopay Returns    : " AutopayReturnCount
           DISPLAY "Autopay Suspended  : " AutopaySuspendCount
           DISPLAY "Returns Rejected   : " RejectedCount
           IF RejectedCount > 0
               MOVE 4 TO RETURN-CODE
           END-PERFORM.
           CLOSE RateFile.
           DISPLAY "NSF Fee : " NsfFeeAmount.
       LoadAutopayReturnLimit.
           OPEN INPUT AchCtlFile.
           IF AchCtlStatus = "00"
               READ AchCtlFile
                   AT END CONTINUE
                   NOT AT END
                       IF AchReturnLimit IS NUMERIC
                               AND AchReturnLimit > 0
                           MOVE AchReturnLimit TO AutopayReturnLimit
                       END-IF
               END-READ
               CLOSE AchCtlFile
           END-IF.
           DISPLAY "Autopay Return Limit : " AutopayReturnLimit.
       LoadControlTotals.
           MOVE 0 TO CtlActiveCount.
           MOVE ZEROS TO CtlTotalBalance.
           COMPUTE WorkNegAmount = 0 - BrAmount.
           MOVE 'N' TO PostEOFFlag.
           OPEN INPUT PostingFile.
           MOVE PostFileStatus TO PostOpenStatus.
           MOVE ZEROS TO PostKey.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO PostEOFFlag
           IF MatchFoundFlag = 'Y'
               PERFORM CheckPriorNsf
           END-IF.
           IF PostOpenStatus = "00" OR PostOpenStatus = "05"
               CLOSE PostingFile
           END-IF.
       CheckPriorNsf.
                   ADD BrAmount TO CtlTotalBalance
                   ADD NsfFeeAmount TO CtlTotalBalance
                   PERFORM WriteReversalPostings
                   PERFORM ReopenOpenItems
                   PERFORM WriteNsfAudit
                   PERFORM CheckAutopayReturn
           END-REWRITE.
      * A returned autopay debit is known by its trace number in the
      * ACH history. Each return is counted on the enrollment, and the
      * enrollment is suspended once the count reaches the limit.
       CheckAutopayReturn.
           MOVE BrRefNum TO AhTrace.
           MOVE 'Y' TO AchFoundFlag.
           READ AchHistFile
               INVALID KEY MOVE 'N' TO AchFoundFlag
           END-READ.
           IF AchFoundFlag = 'Y' AND AhPulled
               ADD 1 TO AutopayReturnCount
               SET AhReturned TO TRUE
               REWRITE AchHistData
                   INVALID KEY
                       DISPLAY "WARNING: ACH history not updated"
               END-REWRITE
               MOVE AhIDNum TO ApIDNum
               READ AutoPayFile
                   INVALID KEY MOVE 'N' TO AchFoundFlag
               END-READ
           ELSE
               MOVE 'N' TO AchFoundFlag
           END-IF.
           IF AchFoundFlag = 'Y'
               IF ApReturnCount < 99
                   ADD 1 TO ApReturnCount
               END-IF
               IF ApReturnCount >= AutopayReturnLimit AND ApActive
                   SET ApSuspended TO TRUE
                   ADD 1 TO AutopaySuspendCount
                   DISPLAY "Customer " IDNum
                       " Autopay Suspended - Returned Debits"
                   PERFORM WriteAutopaySuspendAudit
               END-IF
               REWRITE AutoPayData
                   INVALID KEY
                       DISPLAY "WARNING: enrollment not updated"
               END-REWRITE
           END-IF.
       WriteAutopaySuspendAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE "ACHSUSP" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE "Returned debit limit" TO AuditReasonCode.
           MOVE ApFixedAmount TO AuditBeforeAmount.
           MOVE ApFixedAmount TO AuditAfterAmount.
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       WriteReversalPostings.
           OPEN I-O PostingFile.
           MOVE IDNum TO PostIDNum.
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
           CLOSE PostingFile.
      * The items the payment relieved, by lockbox or autopay debit,
      * are owed again once the payment comes back.
       ReopenOpenItems.
           MOVE "REOP" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE ZEROS TO OiInvoice.
           MOVE BusinessDate TO OiTxnDate.
           MOVE "NSFREV" TO OiTxnType.
           MOVE BrRefNum TO OiTxnRef.
           MOVE ZEROS TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       WriteNsfAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
