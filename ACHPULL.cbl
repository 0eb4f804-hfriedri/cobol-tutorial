       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPULL.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT OPTIONAL AutoPayFile ASSIGN TO "autopay.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ApIDNum.
              SELECT OPTIONAL AchHistFile ASSIGN TO "achhist.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AhTrace.
              SELECT OPTIONAL BillCycleFile ASSIGN TO "billcyc.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BcIDNum.
              SELECT ControlTotalsFile ASSIGN TO "ctltot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CtlFileStatus.
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
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT StmtCycFile ASSIGN TO "stmtcyc.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS StmtCycStatus.
              SELECT AchDebitFile ASSIGN TO "achdebit.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BillCycleFile.
       01  BillCycleData.
               02  BcIDNum            PIC 9(6).
               02  BcCycleCode        PIC 9.
       FD  ControlTotalsFile.
       01  ControlTotalsRecord.
               02  CtlRecActiveCount  PIC 9(6).
               02  CtlRecTotalBalance PIC S9(11)V99.
               02  CtlRecMTDAdds      PIC 9(6).
               02  CtlRecMTDDeletes   PIC 9(6).
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
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
       FD  StmtCycFile.
       01  StmtCycRecord.
               02  ScCycleCode        PIC 9.
               02  ScCutoffDate       PIC 9(8).
       FD  AchDebitFile.
       01  AchHeaderRecord.
               02  AdhRecType         PIC X.
               02  AdhFileDate        PIC 9(8).
               02  AdhCycleCode       PIC 9.
               02  AdhDescription     PIC X(10).
       01  AchDetailRecord.
               02  AddRecType         PIC X.
               02  AddRouting         PIC 9(9).
               02  AddAccount         PIC X(17).
               02  AddAmount          PIC 9(7)V99.
               02  AddTrace           PIC 9(9).
               02  AddIDNum           PIC 9(6).
               02  AddName            PIC X(15).
       01  AchTrailerRecord.
               02  AdtRecType         PIC X.
               02  AdtDebitCount      PIC 9(6).
               02  AdtDebitTotal      PIC 9(9)V99.
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  CtlFileStatus              PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  CtlMTDAdds                 PIC 9(6) VALUE 0.
       01  CtlMTDDeletes              PIC 9(6) VALUE 0.
       01  PostSeqStatus              PIC XX.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
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
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  StmtCycStatus              PIC XX.
       01  RunCycleCode               PIC 9 VALUE 0.
       01  CustCycleCode              PIC 9.
       01  CycleFoundFlag             PIC X.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  PullAmount                 PIC 9(7)V99.
       01  MinDueAmount               PIC 9(7)V99.
       01  MinDuePct                  PIC 9(3) VALUE 10.
       01  MinDueFloor                PIC 9(5)V99 VALUE 25.00.
       01  AchTrace                   PIC 9(9).
       01  PulledCount                PIC 9(6) VALUE 0.
       01  PulledTotal                PIC 9(9)V99 VALUE ZEROS.
       01  AlreadyPulledCount         PIC 9(6) VALUE 0.
       01  NothingDueCount            PIC 9(6) VALUE 0.
       01  SkippedCount               PIC 9(6) VALUE 0.
       01  ReportTotal                PIC ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           PERFORM GetCycleParameter.
           DISPLAY "AUTOPAY ACH DEBIT PULL".
           IF RunCycleCode > 0
               DISPLAY "Billing Cycle    : " RunCycleCode
           ELSE
               DISPLAY "Billing Cycle    : ALL"
           END-IF.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           OPEN I-O CustomerFile.
           OPEN I-O AutoPayFile.
           OPEN I-O AchHistFile.
           OPEN INPUT BillCycleFile.
           OPEN I-O PostingFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT AchDebitFile.
           PERFORM WriteDebitHeader.
           MOVE ZEROS TO ApIDNum.
           START AutoPayFile KEY IS NOT LESS THAN ApIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ AutoPayFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND ApActive
                   PERFORM PullOneCustomer
               END-IF
           END-PERFORM.
           PERFORM WriteDebitTrailer.
           CLOSE CustomerFile.
           CLOSE AutoPayFile.
           CLOSE AchHistFile.
           CLOSE BillCycleFile.
           CLOSE PostingFile.
           CLOSE AuditFile.
           CLOSE AchDebitFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           MOVE PulledTotal TO ReportTotal.
           DISPLAY "Debits Written     : " PulledCount
           DISPLAY "Debit Total        : " ReportTotal
           DISPLAY "Already Pulled     : " AlreadyPulledCount
           DISPLAY "Nothing Due        : " NothingDueCount
           DISPLAY "Customers Skipped  : " SkippedCount
           IF SkippedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "END OF AUTOPAY ACH DEBIT PULL".
           STOP RUN.
       AcquireCustLock.
           MOVE "ACHPULL" TO LockCallerID.
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
       GetCycleParameter.
           OPEN INPUT StmtCycFile.
           IF StmtCycStatus = "00"
               READ StmtCycFile
                   AT END CONTINUE
                   NOT AT END
                       IF ScCycleCode IS NUMERIC
                               AND ScCycleCode > 0
                           MOVE ScCycleCode TO RunCycleCode
                       END-IF
               END-READ
               CLOSE StmtCycFile
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
       GetCustomerCycle.
           MOVE 1 TO CustCycleCode.
           MOVE IDNum TO BcIDNum.
           MOVE 'Y' TO CycleFoundFlag.
           READ BillCycleFile
               INVALID KEY MOVE 'N' TO CycleFoundFlag
           END-READ.
           IF CycleFoundFlag = 'Y' AND BcCycleCode > 0
               MOVE BcCycleCode TO CustCycleCode
           END-IF.
      * One pull per enrollment per statement month: a rerun of the
      * same cycle finds the month already stamped on the enrollment
      * and leaves the customer alone.
       PullOneCustomer.
           MOVE ApIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N' OR NOT RecordLive
               ADD 1 TO SkippedCount
               DISPLAY "Customer " ApIDNum
                   " not on file or not live - not pulled"
           ELSE
               PERFORM GetCustomerCycle
               IF RunCycleCode = 0 OR CustCycleCode = RunCycleCode
                   IF ApLastPullDate(1:6) = BusinessDate(1:6)
                       ADD 1 TO AlreadyPulledCount
                   ELSE
                       PERFORM ComputePullAmount
                       IF PullAmount = ZEROS
                           ADD 1 TO NothingDueCount
                       ELSE
                           PERFORM PostAutopayPayment
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * Minimum due is a percentage of the balance with a floor, and
      * never more than the balance itself; a fixed amount is capped
      * at the balance as well.
       ComputePullAmount.
           MOVE ZEROS TO PullAmount.
           IF Balance > ZEROS
               EVALUATE TRUE
                   WHEN ApPullFull
                       MOVE Balance TO PullAmount
                   WHEN ApPullMinimum
                       COMPUTE MinDueAmount ROUNDED =
                           Balance * MinDuePct / 100
                       IF MinDueAmount < MinDueFloor
                           MOVE MinDueFloor TO MinDueAmount
                       END-IF
                       IF MinDueAmount > Balance
                           MOVE Balance TO PullAmount
                       ELSE
                           MOVE MinDueAmount TO PullAmount
                       END-IF
                   WHEN ApPullFixed
                       IF ApFixedAmount > Balance
                           MOVE Balance TO PullAmount
                       ELSE
                           MOVE ApFixedAmount TO PullAmount
                       END-IF
               END-EVALUATE
           END-IF.
       PostAutopayPayment.
           MOVE Balance TO AuditBeforeAmount.
           SUBTRACT PullAmount FROM Balance.
           IF RecordDormant
               SET RecordActive TO TRUE
           END-IF.
           PERFORM StampLastActivity.
           REWRITE CustomerData
               INVALID KEY
                   ADD 1 TO SkippedCount
                   DISPLAY "Customer " IDNum " not updated"
               NOT INVALID KEY
                   ADD 1 TO PulledCount
                   ADD PullAmount TO PulledTotal
                   SUBTRACT PullAmount FROM CtlTotalBalance
                   PERFORM WritePullPosting
                   MOVE PostSeqNum TO AchTrace
                   PERFORM WriteDebitDetail
                   PERFORM WriteAchHistory
                   PERFORM RelieveOpenItems
                   PERFORM StampEnrollment
                   MOVE "ACHPULL" TO AuditOperation
                   MOVE IDNum TO AuditIDNum
                   MOVE FirstName TO AuditBeforeFirstName
                   MOVE LastName TO AuditBeforeLastName
                   MOVE FirstName TO AuditAfterFirstName
                   MOVE LastName TO AuditAfterLastName
                   MOVE "Autopay debit" TO AuditReasonCode
                   MOVE Balance TO AuditAfterAmount
                   PERFORM WriteAuditRecord
           END-REWRITE.
      * The posting sequence number doubles as the ACH trace number, so
      * a returned debit on bankret.dat matches this posting's PostRef.
       WritePullPosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
           MOVE BizDay TO PostDate(3:2).
           MOVE BizYear TO PostDate(5:4).
           MOVE "PAYMENT" TO PostType.
           PERFORM AssignPostSeq.
           MOVE PostSeqNum TO PostRef.
           COMPUTE PostAmount = 0 - PullAmount.
           MOVE Balance TO PostBalAfter.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
       WriteDebitHeader.
           MOVE 'H' TO AdhRecType.
           MOVE BusinessDate TO AdhFileDate.
           MOVE RunCycleCode TO AdhCycleCode.
           MOVE "AUTOPAY" TO AdhDescription.
           WRITE AchHeaderRecord.
       WriteDebitDetail.
           MOVE 'D' TO AddRecType.
           MOVE ApRouting TO AddRouting.
           MOVE ApAccount TO AddAccount.
           MOVE PullAmount TO AddAmount.
           MOVE AchTrace TO AddTrace.
           MOVE IDNum TO AddIDNum.
           MOVE LastName TO AddName.
           WRITE AchDetailRecord.
       WriteDebitTrailer.
           MOVE 'T' TO AdtRecType.
           MOVE PulledCount TO AdtDebitCount.
           MOVE PulledTotal TO AdtDebitTotal.
           WRITE AchTrailerRecord.
       WriteAchHistory.
           MOVE AchTrace TO AhTrace.
           MOVE IDNum TO AhIDNum.
           MOVE BusinessDate TO AhPullDate.
           MOVE PullAmount TO AhAmount.
           SET AhPulled TO TRUE.
           WRITE AchHistData
               INVALID KEY
                   DISPLAY "WARNING: trace " AchTrace
                       " already in ACH history"
           END-WRITE.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE ZEROS TO OiInvoice.
           MOVE BusinessDate TO OiTxnDate.
           MOVE "PAYMENT" TO OiTxnType.
           MOVE PostRef TO OiTxnRef.
           MOVE PullAmount TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       StampEnrollment.
           MOVE BusinessDate TO ApLastPullDate.
           MOVE PullAmount TO ApLastPullAmount.
           REWRITE AutoPayData
               INVALID KEY
                   DISPLAY "WARNING: enrollment " ApIDNum
                       " not stamped"
           END-REWRITE.
       StampLastActivity.
           MOVE BizMonth TO LastActMonth.
           MOVE BizDay TO LastActDay.
           MOVE BizYear TO LastActYear.
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

