       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBSETL.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
      * Volume rebate anniversary settlement. An agreement whose period
      * ended with this month's accrual is settled at the rate of the
      * tier its actual sales reached: the rebate is credited to the
      * customer's balance as a REBATE posting, which GLPOST carries
      * against the accrued liability, and the difference from what
      * was accrued goes to the ledger as a REBSETL true-up batch.
      * A renewing agreement starts its next period the month after.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RebateFile ASSIGN TO "rebagree.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RbIDNum.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
              SELECT ControlTotalsFile ASSIGN TO "ctltot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CtlFileStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT AuditFile ASSIGN TO "audit.log"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT AuditChainFile ASSIGN TO "auditchn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AuditChnStatus.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey.
              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT OPTIONAL GLFile ASSIGN TO "glifc.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL GLMapFile ASSIGN TO "glmap.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GmPostType.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT RegisterFile ASSIGN TO "rebsetl.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One volume rebate agreement per customer. The period runs from
      * the start month to the end month inclusive. The rate of the
      * highest tier whose threshold the period's invoiced sales reach
      * applies to all of the period's sales.
       FD  RebateFile.
       01  RebateData.
               02  RbIDNum            PIC 9(6).
               02  RbStartPeriod      PIC 9(6).
               02  RbEndPeriod        PIC 9(6).
               02  RbTierCount        PIC 9.
               02  RbTier             OCCURS 5 TIMES.
                   03  RbTierFrom     PIC 9(7)V99.
                   03  RbTierRate     PIC V999.
               02  RbSalesToDate      PIC S9(9)V99.
               02  RbAccrued          PIC S9(7)V99.
               02  RbLastPeriod       PIC 9(6).
               02  RbRenewFlag        PIC X.
                   88  RbRenews       VALUE 'Y'.
               02  RbStatus           PIC X.
                   88  RbActive       VALUE SPACE.
                   88  RbEnded        VALUE 'E'.
               02  RbLastSettled      PIC 9(8).
               02  RbLastEarned       PIC S9(7)V99.
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
       FD  ControlTotalsFile.
       01  ControlTotalsRecord.
               02  CtlRecActiveCount  PIC 9(6).
               02  CtlRecTotalBalance PIC S9(11)V99.
               02  CtlRecMTDAdds      PIC 9(6).
               02  CtlRecMTDDeletes   PIC 9(6).
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  GLFile.
       01  GLRecord.
               02  GLRecType          PIC X.
                   88  GLIsHeader     VALUE 'H'.
                   88  GLIsDetail     VALUE 'D'.
                   88  GLIsTrailer    VALUE 'T'.
               02  GLRecBody          PIC X(25).
       01  GLHeaderRecord REDEFINES GLRecord.
               02  FILLER             PIC X.
               02  GLHdrRunDate       PIC X(8).
               02  GLHdrSourceSys     PIC X(10).
               02  FILLER             PIC X(7).
       01  GLDetailRecord REDEFINES GLRecord.
               02  FILLER             PIC X.
               02  GLAccount          PIC X(8).
               02  GLDrCr             PIC X.
               02  GLAmount           PIC 9(9)V99.
               02  FILLER             PIC X(5).
       01  GLTrailerRecord REDEFINES GLRecord.
               02  FILLER             PIC X.
               02  GLTrlRecCount      PIC 9(5).
               02  GLTrlHashTotal     PIC 9(11)V99.
               02  FILLER             PIC X(7).
       FD  GLMapFile.
       01  GLMapData.
               02  GmPostType         PIC X(8).
               02  GmDrAccount        PIC X(8).
               02  GmCrAccount        PIC X(8).
      * One line per batch sent on glifc.dat, identified by the header
      * run date and source system, with the GL's acknowledgment.
       FD  GLBatchFile.
       01  GLBatchRecord.
               02  GbBatchDate        PIC X(8).
               02  GbSource           PIC X(10).
               02  GbSentDate         PIC 9(8).
               02  GbRecCount         PIC 9(5).
               02  GbHashTotal        PIC 9(11)V99.
               02  GbAckStatus        PIC X.
                   88  GbUnacknowledged VALUE SPACE.
                   88  GbAccepted     VALUE 'A'.
                   88  GbPartRejected VALUE 'P'.
                   88  GbRejected     VALUE 'R'.
                   88  GbCleared      VALUE 'X'.
               02  GbAckDate          PIC 9(8).
               02  GbRejectCount      PIC 9(5).
       FD  RegisterFile.
       01  RegisterLine               PIC X(100).
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
       01  GLBatchStatus              PIC XX.
       01  RunPeriod                  PIC 9(6).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  CustExists                 PIC X.
       01  MapFoundFlag               PIC X.
       01  AccrDrAccount              PIC X(8).
       01  AccrCrAccount              PIC X(8).
       01  PeriodWork                 PIC 9(6).
       01  PeriodWorkParts REDEFINES PeriodWork.
               02  PeriodWorkYear     PIC 9(4).
               02  PeriodWorkMonth    PIC 99.
       01  StartMonthNo               PIC 9(6).
       01  EndMonthNo                 PIC 9(6).
       01  AgreeMonths                PIC 9(3).
       01  PeriodYear                 PIC 9(4).
       01  PeriodMonth                PIC 99.
       01  TierSales                  PIC S9(9)V99.
       01  TierIdx                    PIC 9.
       01  TierReached                PIC 9.
       01  TierRate                   PIC V999.
       01  EarnedRebate               PIC S9(7)V99.
       01  TrueUp                     PIC S9(7)V99.
       01  RebateRef                  PIC X(10).
       01  SettledFlag                PIC X.
       01  SettledCount               PIC 9(5) VALUE 0.
       01  HeldCount                  PIC 9(5) VALUE 0.
       01  RenewedCount               PIC 9(5) VALUE 0.
       01  TotalEarned                PIC S9(11)V99 VALUE ZEROS.
       01  TotalAccrued               PIC S9(11)V99 VALUE ZEROS.
       01  NetTrueUp                  PIC S9(11)V99 VALUE ZEROS.
       01  TotalDebits                PIC 9(11)V99 VALUE ZEROS.
       01  TotalCredits               PIC 9(11)V99 VALUE ZEROS.
       01  HashTotal                  PIC 9(11)V99 VALUE ZEROS.
       01  DetailCount                PIC 9(5) VALUE 0.
       01  WorkAmount                 PIC 9(9)V99.
       01  PairAccount                PIC X(8).
       01  ReportSales                PIC ZZZZZZZZ9.99-.
       01  ReportRate                 PIC 9.999.
       01  ReportEarned               PIC ZZZZZZ9.99-.
       01  ReportAccrued              PIC ZZZZZZ9.99-.
       01  ReportTrueUp               PIC ZZZZZZ9.99-.
       01  ReportTotal                PIC ZZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "VOLUME REBATE SETTLEMENT".
           COMPUTE RunPeriod = BizYear * 100 + BizMonth.
           PERFORM GetAccrualAccounts.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           OPEN I-O RebateFile.
           OPEN I-O CustomerFile.
           OPEN I-O PostingFile.
           OPEN EXTEND AuditFile.
           OPEN OUTPUT RegisterFile.
           PERFORM WriteRegisterHeader.
           MOVE ZEROS TO RbIDNum.
           START RebateFile KEY IS NOT LESS THAN RbIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RebateFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RbActive
                       AND RbEndPeriod <= RunPeriod
                   PERFORM SettleOneAgreement
               END-IF
           END-PERFORM.
           PERFORM WriteRegisterTotals.
           CLOSE RebateFile.
           CLOSE CustomerFile.
           CLOSE PostingFile.
           CLOSE AuditFile.
           CLOSE RegisterFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           IF NetTrueUp NOT = ZEROS
               PERFORM WriteGLBatch
           END-IF.
           MOVE TotalEarned TO ReportTotal.
           DISPLAY "Agreements Settled : " SettledCount
           DISPLAY "Agreements Renewed : " RenewedCount
           DISPLAY "Agreements Held    : " HeldCount
           DISPLAY "Rebate Credited    : " ReportTotal
           MOVE NetTrueUp TO ReportTotal.
           DISPLAY "Accrual True-Up    : " ReportTotal
           IF TotalDebits NOT = TotalCredits
               DISPLAY "ERROR: GL rebate true-up batch out of balance"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF HeldCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF VOLUME REBATE SETTLEMENT".
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
       AcquireCustLock.
           MOVE "REBSETL" TO LockCallerID.
           MOVE "GETW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
      * The true-up uses the accrual's accounts, so the liability ends
      * the period at exactly the rebate credited to the customer.
       GetAccrualAccounts.
           OPEN INPUT GLMapFile.
           MOVE "REBACCR" TO GmPostType.
           MOVE 'Y' TO MapFoundFlag.
           READ GLMapFile
               INVALID KEY MOVE 'N' TO MapFoundFlag
           END-READ.
           IF MapFoundFlag = 'Y'
               MOVE GmDrAccount TO AccrDrAccount
               MOVE GmCrAccount TO AccrCrAccount
           ELSE
               MOVE "SUSPENSE" TO AccrDrAccount
               MOVE "SUSPENSE" TO AccrCrAccount
               DISPLAY "WARNING: REBACCR not on GL map - "
                   "posted to suspense"
           END-IF.
           CLOSE GLMapFile.
      * An agreement is settled only once its last month has been
      * accrued and the customer can take the credit; otherwise it is
      * held and picked up by the next month's run.
       SettleOneAgreement.
           MOVE 'N' TO SettledFlag.
           MOVE RbSalesToDate TO TierSales.
           PERFORM FindTierRate.
           IF RbSalesToDate > 0
               COMPUTE EarnedRebate ROUNDED = RbSalesToDate * TierRate
           ELSE
               MOVE ZEROS TO EarnedRebate
           END-IF.
           MOVE RbIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           EVALUATE TRUE
               WHEN RbLastPeriod < RbEndPeriod
                   ADD 1 TO HeldCount
                   DISPLAY "WARNING: agreement " RbIDNum
                       " not accrued through " RbEndPeriod " - held"
               WHEN EarnedRebate > 0 AND
                       (CustExists = 'N' OR NOT RecordLive)
                   ADD 1 TO HeldCount
                   DISPLAY "WARNING: customer " RbIDNum
                       " not active - rebate held"
               WHEN EarnedRebate > 0
                   PERFORM CreditRebate
               WHEN OTHER
                   MOVE 'Y' TO SettledFlag
           END-EVALUATE.
           IF SettledFlag = 'Y'
               PERFORM CloseAgreementPeriod
           END-IF.
       CreditRebate.
           MOVE Balance TO AuditBeforeAmount.
           SUBTRACT EarnedRebate FROM Balance.
           REWRITE CustomerData
               INVALID KEY
                   ADD 1 TO HeldCount
                   DISPLAY "WARNING: ID " IDNum
                       " rebate not credited"
               NOT INVALID KEY
                   MOVE 'Y' TO SettledFlag
                   SUBTRACT EarnedRebate FROM CtlTotalBalance
                   MOVE SPACES TO RebateRef
                   STRING "REB" RbEndPeriod
                       DELIMITED BY SIZE INTO RebateRef
                   END-STRING
                   PERFORM WriteRebatePosting
                   PERFORM RelieveOpenItems
                   MOVE "REBATE" TO AuditOperation
                   MOVE IDNum TO AuditIDNum
                   MOVE FirstName TO AuditBeforeFirstName
                   MOVE LastName TO AuditBeforeLastName
                   MOVE FirstName TO AuditAfterFirstName
                   MOVE LastName TO AuditAfterLastName
                   MOVE SPACES TO AuditReasonCode
                   STRING "Volume rebate " RbEndPeriod
                       DELIMITED BY SIZE INTO AuditReasonCode
                   END-STRING
                   MOVE Balance TO AuditAfterAmount
                   PERFORM WriteAuditRecord
           END-REWRITE.
       WriteRebatePosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
           MOVE BizDay TO PostDate(3:2).
           MOVE BizYear TO PostDate(5:4).
           MOVE "REBATE" TO PostType.
           MOVE RebateRef TO PostRef.
           COMPUTE PostAmount = 0 - EarnedRebate.
           MOVE Balance TO PostBalAfter.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
      * The credit settles the customer's oldest open items first.
       RelieveOpenItems.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE ZEROS TO OiInvoice.
           MOVE BusinessDate TO OiTxnDate.
           MOVE "REBATE" TO OiTxnType.
           MOVE RebateRef TO OiTxnRef.
           MOVE EarnedRebate TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       CloseAgreementPeriod.
           COMPUTE TrueUp = EarnedRebate - RbAccrued.
           ADD 1 TO SettledCount.
           ADD EarnedRebate TO TotalEarned.
           ADD RbAccrued TO TotalAccrued.
           ADD TrueUp TO NetTrueUp.
           PERFORM WriteSettlementLine.
           MOVE BusinessDate TO RbLastSettled.
           MOVE EarnedRebate TO RbLastEarned.
           IF RbRenews
               PERFORM RenewAgreement
           ELSE
               SET RbEnded TO TRUE
           END-IF.
           REWRITE RebateData
               INVALID KEY
                   DISPLAY "WARNING: agreement " RbIDNum
                       " settled but not updated"
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
      * The next period is as long as the one just settled and begins
      * the month after it ended, with the same tiers.
       RenewAgreement.
           MOVE RbStartPeriod TO PeriodWork.
           COMPUTE StartMonthNo = PeriodWorkYear * 12
               + PeriodWorkMonth - 1.
           MOVE RbEndPeriod TO PeriodWork.
           COMPUTE EndMonthNo = PeriodWorkYear * 12
               + PeriodWorkMonth - 1.
           COMPUTE AgreeMonths = EndMonthNo - StartMonthNo + 1.
           ADD 1 TO EndMonthNo.
           DIVIDE EndMonthNo BY 12 GIVING PeriodYear
               REMAINDER PeriodMonth.
           COMPUTE RbStartPeriod = PeriodYear * 100 + PeriodMonth + 1.
           COMPUTE EndMonthNo = EndMonthNo + AgreeMonths - 1.
           DIVIDE EndMonthNo BY 12 GIVING PeriodYear
               REMAINDER PeriodMonth.
           COMPUTE RbEndPeriod = PeriodYear * 100 + PeriodMonth + 1.
           MOVE ZEROS TO RbSalesToDate.
           MOVE ZEROS TO RbAccrued.
           ADD 1 TO RenewedCount.
       FindTierRate.
           MOVE 0 TO TierReached.
           MOVE ZEROS TO TierRate.
           PERFORM VARYING TierIdx FROM 1 BY 1
                   UNTIL TierIdx > RbTierCount
               IF TierSales >= RbTierFrom(TierIdx)
                   MOVE TierIdx TO TierReached
                   MOVE RbTierRate(TierIdx) TO TierRate
               END-IF
           END-PERFORM.
       WriteRegisterHeader.
           MOVE SPACES TO RegisterLine.
           STRING "VOLUME REBATE SETTLEMENT REGISTER FOR PERIOD "
               RunPeriod
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "CUST   PERIOD      SALES IN PERIOD T  RATE"
               "      EARNED     ACCRUED     TRUE-UP"
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteSettlementLine.
           MOVE RbSalesToDate TO ReportSales.
           MOVE TierRate TO ReportRate.
           MOVE EarnedRebate TO ReportEarned.
           MOVE RbAccrued TO ReportAccrued.
           MOVE TrueUp TO ReportTrueUp.
           MOVE SPACES TO RegisterLine.
           STRING RbIDNum " " RbStartPeriod "-" RbEndPeriod " "
               ReportSales " " TierReached " " ReportRate " "
               ReportEarned " " ReportAccrued " " ReportTrueUp
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       WriteRegisterTotals.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE TotalEarned TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "Rebate Credited to Customers : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE TotalAccrued TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "Accrued Against Them         : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE NetTrueUp TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "True-Up Posted To GL         : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "Agreements Held              : " HeldCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
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
      * A rebate earned above the accrual debits rebate expense and
      * credits the liability; an over-accrual is released the other
      * way round.
       WriteGLBatch.
           OPEN EXTEND GLFile.
           MOVE 'H' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE BusinessDate TO GLHdrRunDate.
           MOVE "REBSETL" TO GLHdrSourceSys.
           WRITE GLRecord.
           IF NetTrueUp > 0
               MOVE NetTrueUp TO WorkAmount
               MOVE AccrDrAccount TO PairAccount
               PERFORM WriteGLDebit
               MOVE AccrCrAccount TO PairAccount
               PERFORM WriteGLCredit
           ELSE
               COMPUTE WorkAmount = 0 - NetTrueUp
               MOVE AccrCrAccount TO PairAccount
               PERFORM WriteGLDebit
               MOVE AccrDrAccount TO PairAccount
               PERFORM WriteGLCredit
           END-IF.
           MOVE 'T' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE DetailCount TO GLTrlRecCount.
           MOVE HashTotal TO GLTrlHashTotal.
           WRITE GLRecord.
           CLOSE GLFile.
           PERFORM RegisterSentBatch.
       RegisterSentBatch.
           OPEN EXTEND GLBatchFile.
           MOVE BusinessDate TO GbBatchDate.
           MOVE "REBSETL" TO GbSource.
           MOVE BusinessDate TO GbSentDate.
           MOVE DetailCount TO GbRecCount.
           MOVE HashTotal TO GbHashTotal.
           MOVE SPACE TO GbAckStatus.
           MOVE ZEROS TO GbAckDate.
           MOVE ZEROS TO GbRejectCount.
           WRITE GLBatchRecord.
           CLOSE GLBatchFile.
       WriteGLDebit.
           MOVE 'D' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE PairAccount TO GLAccount.
           MOVE 'D' TO GLDrCr.
           MOVE WorkAmount TO GLAmount.
           WRITE GLRecord.
           ADD 1 TO DetailCount.
           ADD WorkAmount TO TotalDebits.
           ADD WorkAmount TO HashTotal.
       WriteGLCredit.
           MOVE 'D' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE PairAccount TO GLAccount.
           MOVE 'C' TO GLDrCr.
           MOVE WorkAmount TO GLAmount.
           WRITE GLRecord.
           ADD 1 TO DetailCount.
           ADD WorkAmount TO TotalCredits.
           ADD WorkAmount TO HashTotal.
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
