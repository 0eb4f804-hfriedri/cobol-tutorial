              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL UnappliedFile ASSIGN TO "payunappl.txt"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS UnapplFileStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CaseIDNum.
              SELECT OPTIONAL CustCurFile ASSIGN TO "custcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CcIDNum.
              SELECT CollHistFile ASSIGN TO "collhist.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT OPTIONAL CashActFile ASSIGN TO "cashact.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT OPTIONAL LbxRegFile ASSIGN TO "lbxreg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LbxRegStatus.
              SELECT OPTIONAL LbxChkFile ASSIGN TO "lbxchk.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LbxChkStatus.
              SELECT OPTIONAL LbxParmFile ASSIGN TO "lbxparm.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LbxParmStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  LockboxFile.
               02  LbxRefNum          PIC 9(9).
               02  LbxAmount          PIC 9(7)V99.
               02  LbxScanLine        PIC X(22).
               02  LbxInvoiceNum      PIC 9(6).
       FD  CustomerFile.
       01  CustomerData.
               02  IDNum              PIC 9(6).
                   88  UaOpen         VALUE 'O'.
                   88  UaApplied      VALUE 'A'.
                   88  UaReturned     VALUE 'R'.
       FD  CashActFile.
       01  CashActRecord.
               02  CaDate             PIC 9(8).
               02  CaApplied          PIC 9(9)V99.
               02  CaUnapplied        PIC 9(9)V99.
               02  CaPayCount         PIC 9(5).
       FD  AuditFile.
       01  AuditRecord.
               02  AuditTimestamp         PIC X(21).
                   88  PromisePending VALUE 'P'.
                   88  PromiseKept    VALUE 'K'.
                   88  PromiseBroken  VALUE 'B'.
       FD  CustCurFile.
       01  CustCurData.
               02  CcIDNum            PIC 9(6).
               02  CcCurrency         PIC X(3).
               02  CcForeignBal       PIC S9(9)V99.
               02  CcHomeBal          PIC S9(9)V99.
               02  CcUnrealized       PIC S9(9)V99.
               02  CcRevalDate        PIC 9(8).
               02  CcRevalRate        PIC 9(3)V9(6).
       FD  CollHistFile.
       01  CollHistRecord.
               02  ChIDNum            PIC 9(6).
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
      * One entry per lockbox file applied to completion, identified
      * by its deposit date, item count and amount total.
       FD  LbxRegFile.
       01  LbxRegRecord.
               02  LrPayDate          PIC 9(8).
               02  LrItemCount        PIC 9(6).
               02  LrAmountTotal      PIC 9(11)V99.
               02  LrRunDate          PIC 9(8).
               02  LrAppliedCount     PIC 9(6).
               02  LrUnappliedCount   PIC 9(6).
      * Restart point of a run still in progress; emptied when the
      * file has been applied to the end.
       FD  LbxChkFile.
       01  LbxChkRecord.
               02  CpPayDate          PIC 9(8).
               02  CpItemCount        PIC 9(6).
               02  CpAmountTotal      PIC 9(11)V99.
               02  CpItemsDone        PIC 9(6).
               02  CpAppliedCount     PIC 9(6).
               02  CpUnappliedCount   PIC 9(6).
               02  CpAppliedTotal     PIC 9(9)V99.
               02  CpUnappliedTotal   PIC 9(9)V99.
               02  CpNextPostSeq      PIC 9(9).
               02  CpUnapplLines      PIC 9(7).
       FD  LbxParmFile.
       01  LbxParmRecord.
               02  LpCkpInterval      PIC 9(5).
       WORKING-STORAGE SECTION.
       01  PostSeqStatus              PIC XX.
       01  CtlFileStatus              PIC XX.
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
       01  FxlCurrency                PIC X(3).
       01  FxlDate                    PIC 9(8).
       01  FxlRate                    PIC 9(3)V9(6).
       01  FxlFound                   PIC X.
       01  CurFoundFlag               PIC X.
       01  ForeignPayFlag             PIC X.
       01  PayRateOK                  PIC X.
       01  ForeignApplied             PIC S9(9)V99.
       01  HomeAtPay                  PIC S9(9)V99.
       01  HomeAtPayApplied           PIC S9(9)V99.
       01  CarryRelief                PIC S9(9)V99.
       01  HomeApplied                PIC S9(9)V99.
       01  FxAdjust                   PIC S9(9)V99.
       01  FxRealCount                PIC 9(5) VALUE 0.
       01  AppliedTotal               PIC 9(9)V99 VALUE ZEROS.
       01  UnappliedTotal             PIC 9(9)V99 VALUE ZEROS.
       01  UnapplFileStatus           PIC XX.
       01  LbxRegStatus               PIC XX.
       01  LbxChkStatus               PIC XX.
       01  LbxParmStatus              PIC XX.
       01  LbxPayDateFirst            PIC 9(8) VALUE ZEROS.
       01  LbxItemCount               PIC 9(6) VALUE 0.
       01  LbxAmountTotal             PIC 9(11)V99 VALUE ZEROS.
       01  CkpInterval                PIC 9(5) VALUE 50.
       01  ItemNumber                 PIC 9(6) VALUE 0.
       01  DuplicateFlag              PIC X VALUE 'N'.
       01  RestartFlag                PIC X VALUE 'N'.
       01  CkpOtherFileFlag           PIC X VALUE 'N'.
       01  RestartItemsDone           PIC 9(6) VALUE 0.
       01  RestartNextPostSeq         PIC 9(9) VALUE ZEROS.
       01  RestartSkipCount           PIC 9(6) VALUE 0.
       01  InDoubtSkipCount           PIC 9(6) VALUE 0.
       01  PriorAppliedCount          PIC 9(6) VALUE 0.
       01  PriorUnappliedCount        PIC 9(6) VALUE 0.
       01  PriorAppliedTotal          PIC 9(9)V99 VALUE ZEROS.
       01  PriorUnappliedTotal        PIC 9(9)V99 VALUE ZEROS.
       01  UnapplLinesAtStart         PIC 9(7) VALUE 0.
       01  UnapplLineNum              PIC 9(7).
       01  AlreadyDoneFlag            PIC X.
       01  InDoubtEffect              PIC S9(9)V99.
       01  InDoubtRef                 PIC X(10).
       01  InDoubtEOFFlag             PIC X.
       01  CurrentNextPostSeq         PIC 9(9).
       01  InDoubtIdx                 PIC 9(5).
       01  InDoubtTable.
               02  InDoubtCount       PIC 9(5) VALUE 0.
               02  InDoubtEntry       OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON InDoubtCount.
                   03  IdDate         PIC 9(8).
                   03  IdRefNum       PIC 9(9).
                   03  IdAmount       PIC 9(7)V99.
                   03  IdUsed         PIC X.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FingerprintLockbox.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadCheckpointInterval.
           PERFORM CheckRestartPoint.
           IF RestartFlag = 'N' AND CkpOtherFileFlag = 'N'
               PERFORM CheckLockboxRegister
           END-IF.
           IF DuplicateFlag = 'Y' OR CkpOtherFileFlag = 'Y'
               CLOSE LockboxFile
               PERFORM ReleaseCustLock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CountUnappliedLines.
           PERFORM LoadControlTotals.
           OPEN I-O CustomerFile.
           OPEN I-O PayPlanFile.
           OPEN EXTEND UnappliedFile.
           OPEN EXTEND AuditFile.
           OPEN I-O PostingFile.
           OPEN I-O CustCurFile.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ LockboxFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   ADD 1 TO ItemNumber
                   IF ItemNumber <= RestartItemsDone
                       ADD 1 TO RestartSkipCount
                   ELSE
                       PERFORM ApplyOnePayment
                   END-IF
                   IF FUNCTION MOD(ItemNumber, CkpInterval) = 0
                           AND ItemNumber > RestartItemsDone
                       PERFORM TakeCheckpoint
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LockboxFile.
           CLOSE UnappliedFile.
           CLOSE AuditFile.
           CLOSE PostingFile.
           CLOSE CustCurFile.
           DISPLAY "Payments Applied   : " AppliedCount
           DISPLAY "Payments Unapplied : " UnappliedCount
           DISPLAY "Installments Met   : " InstMetCount
           DISPLAY "Scan Line Matches  : " ScanMatchCount
           DISPLAY "Promises Kept      : " PromiseKeptCount
           DISPLAY "FX Gains/Losses    : " FxRealCount
           DISPLAY "Lockbox Items      : " LbxItemCount
           DISPLAY "Applied This Run   : " AppliedCount
           DISPLAY "Unapplied This Run : " UnappliedCount
           DISPLAY "Skipped on Restart : " RestartSkipCount
           IF RestartFlag = 'Y'
               DISPLAY "  Before Checkpoint: " RestartItemsDone
               DISPLAY "  After Checkpoint : " InDoubtSkipCount
               DISPLAY "  Earlier Applied  : " PriorAppliedCount
               DISPLAY "  Earlier Unapplied: " PriorUnappliedCount
           END-IF
           PERFORM SaveControlTotals.
           PERFORM WriteCashActual.
           PERFORM RegisterLockbox.
           PERFORM ReleaseCustLock.
           IF UnappliedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF LOCKBOX PAYMENT APPLY".
           STOP RUN.
      * The cash actually received on each run is kept for the
      * collection forecast to measure itself against.
       WriteCashActual.
           OPEN EXTEND CashActFile.
           MOVE BusinessDate TO CaDate.
           COMPUTE CaApplied = AppliedTotal + PriorAppliedTotal.
           COMPUTE CaUnapplied = UnappliedTotal + PriorUnappliedTotal.
           COMPUTE CaPayCount = AppliedCount + UnappliedCount
               + PriorAppliedCount + PriorUnappliedCount.
           WRITE CashActRecord.
           CLOSE CashActFile.
       AcquireCustLock.
           MOVE "PAYAPPLY" TO LockCallerID.
           MOVE "GETW" TO LockAction.
           IF MatchCount = 0 AND LbxRefNum <= MaxIDNum
               PERFORM MatchPaymentByIDNum
           END-IF.
           MOVE 'N' TO AlreadyDoneFlag.
           IF RestartFlag = 'Y'
               PERFORM CheckInDoubtItem
           END-IF.
           IF AlreadyDoneFlag = 'Y'
               ADD 1 TO RestartSkipCount
               ADD 1 TO InDoubtSkipCount
           ELSE
               EVALUATE MatchCount
                   WHEN 0
                       MOVE "No matching customer" TO UnappliedReason
                       PERFORM WriteUnapplied
                   WHEN 1
                       PERFORM PostPaymentToCustomer
                   WHEN OTHER
                       MOVE "Ambiguous - multiple match"
                           TO UnappliedReason
                       PERFORM WriteUnapplied
               END-EVALUATE
           END-IF.
      * The fingerprint of a lockbox file is its deposit date (the pay
      * date of the first item), the number of items and their total.
       FingerprintLockbox.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ LockboxFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF LbxItemCount = 0
                       MOVE LbxPayDate TO LbxPayDateFirst
                   END-IF
                   ADD 1 TO LbxItemCount
                   ADD LbxAmount TO LbxAmountTotal
               END-IF
           END-PERFORM.
           CLOSE LockboxFile.
           OPEN INPUT LockboxFile.
           MOVE 'N' TO EndOfFileFlag.
       LoadCheckpointInterval.
           OPEN INPUT LbxParmFile.
           IF LbxParmStatus = "00"
               READ LbxParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF LpCkpInterval IS NUMERIC
                               AND LpCkpInterval > 0
                           MOVE LpCkpInterval TO CkpInterval
                       END-IF
               END-READ
           END-IF.
           IF LbxParmStatus = "00" OR LbxParmStatus = "05"
                   OR LbxParmStatus = "10"
               CLOSE LbxParmFile
           END-IF.
      * A checkpoint left by an interrupted run of this same file makes
      * this a restart. A checkpoint for a different file means that
      * file has still to be finished first.
       CheckRestartPoint.
           OPEN INPUT LbxChkFile.
           IF LbxChkStatus = "00"
               READ LbxChkFile
                   AT END CONTINUE
                   NOT AT END
                       IF CpPayDate = LbxPayDateFirst
                               AND CpItemCount = LbxItemCount
                               AND CpAmountTotal = LbxAmountTotal
                           MOVE 'Y' TO RestartFlag
                           MOVE CpItemsDone TO RestartItemsDone
                           MOVE CpNextPostSeq TO RestartNextPostSeq
                           MOVE CpAppliedCount TO PriorAppliedCount
                           MOVE CpUnappliedCount TO PriorUnappliedCount
                           MOVE CpAppliedTotal TO PriorAppliedTotal
                           MOVE CpUnappliedTotal
                               TO PriorUnappliedTotal
                           MOVE CpUnapplLines TO UnapplLineNum
                       ELSE
                           MOVE 'Y' TO CkpOtherFileFlag
                           DISPLAY "ERROR: lockbox deposited "
                               CpPayDate " (" CpItemCount
                               " items) was interrupted and must be "
                               "finished first - run refused"
                       END-IF
               END-READ
           END-IF.
           IF LbxChkStatus = "00" OR LbxChkStatus = "05"
                   OR LbxChkStatus = "10"
               CLOSE LbxChkFile
           END-IF.
           IF RestartFlag = 'Y'
               DISPLAY "RESTART: resuming after item "
                   RestartItemsDone " of " LbxItemCount
           END-IF.
       CheckLockboxRegister.
           MOVE 'N' TO InDoubtEOFFlag.
           OPEN INPUT LbxRegFile.
           IF LbxRegStatus NOT = "00"
               MOVE 'Y' TO InDoubtEOFFlag
           END-IF.
           PERFORM UNTIL InDoubtEOFFlag = 'Y'
               READ LbxRegFile
                   AT END MOVE 'Y' TO InDoubtEOFFlag
               END-READ
               IF InDoubtEOFFlag = 'N'
                       AND LrPayDate = LbxPayDateFirst
                       AND LrItemCount = LbxItemCount
                       AND LrAmountTotal = LbxAmountTotal
                   MOVE 'Y' TO DuplicateFlag
                   DISPLAY "ERROR: lockbox deposited " LrPayDate
                       " (" LrItemCount " items) already applied on "
                       LrRunDate " - duplicate refused"
               END-IF
           END-PERFORM.
           IF LbxRegStatus = "00" OR LbxRegStatus = "05"
                   OR LbxRegStatus = "10"
               CLOSE LbxRegFile
           END-IF.
      * The unapplied file is counted so a checkpoint can say how much
      * of it existed; on a restart the lines written after the last
      * checkpoint are the in-doubt unapplied items.
       CountUnappliedLines.
           MOVE 0 TO UnapplLinesAtStart.
           MOVE 'N' TO InDoubtEOFFlag.
           OPEN INPUT UnappliedFile.
           IF UnapplFileStatus NOT = "00"
               MOVE 'Y' TO InDoubtEOFFlag
           END-IF.
           PERFORM UNTIL InDoubtEOFFlag = 'Y'
               READ UnappliedFile
                   AT END MOVE 'Y' TO InDoubtEOFFlag
               END-READ
               IF InDoubtEOFFlag = 'N'
                   ADD 1 TO UnapplLinesAtStart
                   IF RestartFlag = 'Y'
                           AND UnapplLinesAtStart > UnapplLineNum
                       PERFORM NoteInDoubtUnapplied
                   END-IF
               END-IF
           END-PERFORM.
           IF UnapplFileStatus = "00" OR UnapplFileStatus = "05"
                   OR UnapplFileStatus = "10"
               CLOSE UnappliedFile
           END-IF.
       NoteInDoubtUnapplied.
           IF InDoubtCount < 5000
               ADD 1 TO InDoubtCount
               MOVE UaDate TO IdDate(InDoubtCount)
               MOVE UaRefNum TO IdRefNum(InDoubtCount)
               MOVE UaAmount TO IdAmount(InDoubtCount)
               MOVE 'N' TO IdUsed(InDoubtCount)
           END-IF.
      * Items after the last checkpoint may have been applied before
      * the interruption: a LOCKBOX posting for the item made after
      * the checkpoint, or an unapplied entry written after it, means
      * the item is done. Its effect on the control balance is taken
      * up here because the saved totals predate it.
       CheckInDoubtItem.
           MOVE ZEROS TO InDoubtEffect.
           IF MatchCount = 1
               MOVE SPACES TO InDoubtRef
               MOVE LbxRefNum TO InDoubtRef
               MOVE MatchIDNum TO PostIDNum
               MOVE RestartNextPostSeq TO PostSeqNum
               MOVE 'N' TO InDoubtEOFFlag
               START PostingFile KEY IS NOT LESS THAN PostKey
                   INVALID KEY MOVE 'Y' TO InDoubtEOFFlag
               END-START
               PERFORM UNTIL InDoubtEOFFlag = 'Y'
                   READ PostingFile NEXT RECORD
                       AT END MOVE 'Y' TO InDoubtEOFFlag
                   END-READ
                   IF InDoubtEOFFlag = 'N'
                       IF PostIDNum NOT = MatchIDNum
                           MOVE 'Y' TO InDoubtEOFFlag
                       ELSE
                           IF (PostType = "LOCKBOX"
                                   OR PostType = "FXREAL")
                                   AND PostRef = InDoubtRef
                                   AND PostDate = LbxPayDate
                               MOVE 'Y' TO AlreadyDoneFlag
                               ADD PostAmount TO InDoubtEffect
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF AlreadyDoneFlag = 'Y'
               ADD InDoubtEffect TO CtlTotalBalance
               ADD 1 TO PriorAppliedCount
               SUBTRACT InDoubtEffect FROM PriorAppliedTotal
           ELSE
               PERFORM VARYING InDoubtIdx FROM 1 BY 1
                       UNTIL InDoubtIdx > InDoubtCount
                       OR AlreadyDoneFlag = 'Y'
                   IF IdUsed(InDoubtIdx) = 'N'
                           AND IdDate(InDoubtIdx) = LbxPayDate
                           AND IdRefNum(InDoubtIdx) = LbxRefNum
                           AND IdAmount(InDoubtIdx) = LbxAmount
                       MOVE 'Y' TO IdUsed(InDoubtIdx)
                       MOVE 'Y' TO AlreadyDoneFlag
                       ADD 1 TO PriorUnappliedCount
                       ADD LbxAmount TO PriorUnappliedTotal
                   END-IF
               END-PERFORM
           END-IF.
      * Every N items the control totals are saved, the sequential
      * outputs are closed and reopened so they are on disk, and the
      * restart point is rewritten.
       TakeCheckpoint.
           PERFORM SaveControlTotals.
           CLOSE UnappliedFile.
           OPEN EXTEND UnappliedFile.
           CLOSE AuditFile.
           OPEN EXTEND AuditFile.
           CLOSE CollHistFile.
           OPEN EXTEND CollHistFile.
           PERFORM ReadNextPostSeq.
           MOVE LbxPayDateFirst TO CpPayDate.
           MOVE LbxItemCount TO CpItemCount.
           MOVE LbxAmountTotal TO CpAmountTotal.
           MOVE ItemNumber TO CpItemsDone.
           COMPUTE CpAppliedCount = AppliedCount + PriorAppliedCount.
           COMPUTE CpUnappliedCount =
               UnappliedCount + PriorUnappliedCount.
           COMPUTE CpAppliedTotal = AppliedTotal + PriorAppliedTotal.
           COMPUTE CpUnappliedTotal =
               UnappliedTotal + PriorUnappliedTotal.
           MOVE CurrentNextPostSeq TO CpNextPostSeq.
           COMPUTE CpUnapplLines = UnapplLinesAtStart + UnappliedCount.
           OPEN OUTPUT LbxChkFile.
           WRITE LbxChkRecord.
           CLOSE LbxChkFile.
       ReadNextPostSeq.
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
           MOVE PsNextSeq TO CurrentNextPostSeq.
      * The file is on the register once it has been applied to the
      * end, and the restart point is cleared.
       RegisterLockbox.
           OPEN EXTEND LbxRegFile.
           MOVE LbxPayDateFirst TO LrPayDate.
           MOVE LbxItemCount TO LrItemCount.
           MOVE LbxAmountTotal TO LrAmountTotal.
           MOVE BusinessDate TO LrRunDate.
           COMPUTE LrAppliedCount = AppliedCount + PriorAppliedCount.
           COMPUTE LrUnappliedCount =
               UnappliedCount + PriorUnappliedCount.
           WRITE LbxRegRecord.
           CLOSE LbxRegFile.
           OPEN OUTPUT LbxChkFile.
           CLOSE LbxChkFile.
       MatchPaymentByScanLine.
           MOVE 0 TO MatchCount.
           MOVE ZEROS TO MatchIDNum.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'Y' AND RecordLive
               PERFORM GetPaymentCurrency
           END-IF.
           IF CustExists = 'N' OR NOT RecordLive
               MOVE "No matching customer" TO UnappliedReason
               PERFORM WriteUnapplied
           ELSE
               IF PayRateOK = 'N'
                   MOVE "No exchange rate" TO UnappliedReason
                   PERFORM WriteUnapplied
               ELSE
                   MOVE Balance TO AuditBeforeAmount
                   SUBTRACT HomeApplied FROM Balance
                   IF RecordDormant
                       SET RecordActive TO TRUE
                   END-IF
                   PERFORM StampLastActivity
                   REWRITE CustomerData
                       INVALID KEY
                           MOVE "Customer not updated"
                               TO UnappliedReason
                           PERFORM WriteUnapplied
                       NOT INVALID KEY
                           ADD 1 TO AppliedCount
                           ADD HomeApplied TO AppliedTotal
                           SUBTRACT HomeApplied FROM CtlTotalBalance
                           MOVE "PAYMENT" TO AuditOperation
                           MOVE IDNum TO AuditIDNum
                           MOVE FirstName TO AuditBeforeFirstName
                           MOVE LastName TO AuditBeforeLastName
                           MOVE FirstName TO AuditAfterFirstName
                           MOVE LastName TO AuditAfterLastName
                           MOVE "Lockbox payment" TO AuditReasonCode
                           MOVE Balance TO AuditAfterAmount
                           PERFORM WriteAuditRecord
                           PERFORM WritePaymentPosting
                           IF ForeignPayFlag = 'Y'
                               PERFORM UpdateForeignBalance
                           END-IF
                           PERFORM RelieveOpenItems
                           PERFORM MarkInstallmentsMet
                           PERFORM MarkPromiseKept
                   END-REWRITE
               END-IF
           END-IF.
      * The remittance may name the invoice being paid; otherwise the
      * payment is spread over the open items oldest first.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           IF LbxInvoiceNum IS NUMERIC
               MOVE LbxInvoiceNum TO OiInvoice
           ELSE
               MOVE ZEROS TO OiInvoice
           END-IF.
           MOVE BusinessDate TO OiTxnDate.
           MOVE "PAYMENT" TO OiTxnType.
           MOVE LbxRefNum TO OiTxnRef.
           MOVE HomeApplied TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       MarkPromiseKept.
           MOVE IDNum TO CaseIDNum.
           MOVE 'Y' TO CaseFoundFlag.
           END-READ.
           IF CaseFoundFlag = 'Y' AND CaseIsOpen
                   AND PromisePending
                   AND HomeApplied >= CasePromiseAmt
               SET PromiseKept TO TRUE
               REWRITE CollCaseData
                   INVALID KEY
                       MOVE CurrentOpID TO ChOperator
                       MOVE "KEPT" TO ChAction
                       MOVE "Promise kept by payment" TO ChText
                       MOVE HomeApplied TO ChAmount
                       WRITE CollHistRecord
               END-REWRITE
           END-IF.
       MarkInstallmentsMet.
           MOVE HomeApplied TO PlanRemaining.
           MOVE IDNum TO PpIDNum.
           MOVE ZEROS TO PpInstNum.
           MOVE 'N' TO PlanEOFFlag.
           MOVE LbxPayDate TO PostDate.
           MOVE "LOCKBOX" TO PostType.
           MOVE LbxRefNum TO PostRef.
           COMPUTE PostAmount = 0 - HomeAtPay.
           COMPUTE PostBalAfter = Balance + FxAdjust.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
           IF FxAdjust NOT = ZEROS
               ADD 1 TO FxRealCount
               MOVE IDNum TO PostIDNum
               MOVE LbxPayDate TO PostDate
               MOVE "FXREAL" TO PostType
               MOVE LbxRefNum TO PostRef
               COMPUTE PostAmount = 0 - FxAdjust
               MOVE Balance TO PostBalAfter
               PERFORM AssignPostSeq
               WRITE PostRecord
                   INVALID KEY
                       DISPLAY "WARNING: FX posting not written"
               END-WRITE
           END-IF.
      * A customer billed in a foreign currency remits in that currency.
      * The receipt is valued at the rate on the payment date; the part
      * that settles foreign invoices relieves them at the home amount
      * they were booked at and the difference is a realized gain or
      * loss. Anything paid beyond the foreign balance is taken at the
      * payment date rate.
       GetPaymentCurrency.
           MOVE 'N' TO ForeignPayFlag.
           MOVE 'Y' TO PayRateOK.
           MOVE LbxAmount TO HomeAtPay.
           MOVE LbxAmount TO HomeApplied.
           MOVE ZEROS TO FxAdjust.
           MOVE IDNum TO CcIDNum.
           MOVE 'Y' TO CurFoundFlag.
           READ CustCurFile
               INVALID KEY MOVE 'N' TO CurFoundFlag
           END-READ.
           IF CurFoundFlag = 'Y' AND CcCurrency NOT = SPACES
               MOVE 'Y' TO ForeignPayFlag
               MOVE CcCurrency TO FxlCurrency
               MOVE LbxPayDate(5:4) TO FxlDate(1:4)
               MOVE LbxPayDate(1:4) TO FxlDate(5:4)
               CALL 'FXLOOKUP' USING FxlCurrency, FxlDate, FxlRate,
                   FxlFound
               IF FxlFound = 'N'
                   MOVE 'N' TO PayRateOK
               ELSE
                   PERFORM ComputeForeignPayment
               END-IF
           END-IF.
       ComputeForeignPayment.
           MOVE ZEROS TO ForeignApplied.
           MOVE ZEROS TO CarryRelief.
           IF CcForeignBal > ZEROS
               IF LbxAmount < CcForeignBal
                   MOVE LbxAmount TO ForeignApplied
               ELSE
                   MOVE CcForeignBal TO ForeignApplied
               END-IF
               COMPUTE CarryRelief ROUNDED =
                   CcHomeBal * ForeignApplied / CcForeignBal
           END-IF.
           COMPUTE HomeAtPay ROUNDED = LbxAmount * FxlRate.
           COMPUTE HomeAtPayApplied ROUNDED = ForeignApplied * FxlRate.
           COMPUTE HomeApplied =
               CarryRelief + HomeAtPay - HomeAtPayApplied.
           COMPUTE FxAdjust = HomeApplied - HomeAtPay.
       UpdateForeignBalance.
           SUBTRACT LbxAmount FROM CcForeignBal.
           SUBTRACT HomeApplied FROM CcHomeBal.
           REWRITE CustCurData
               INVALID KEY
                   DISPLAY "WARNING: currency balance for " CcIDNum
                       " not updated"
           END-REWRITE.
       WriteAuditRecord.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE BizYear TO LastActYear.
       WriteUnapplied.
           ADD 1 TO UnappliedCount.
           ADD LbxAmount TO UnappliedTotal.
           MOVE LbxPayDate TO UaDate.
           MOVE LbxRefNum TO UaRefNum.
           MOVE LbxAmount TO UaAmount.
