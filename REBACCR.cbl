       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBACCR.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
      * Monthly volume rebate accrual. The month's invoiced sales from
      * postcur.dat (invoices less credits) are added to each open
      * agreement. The period's sales are projected to the end of the
      * agreement to find the tier the customer is expected to reach,
      * and the rebate on the sales so far at that tier's rate is the
      * liability to carry. The movement from what was accrued before
      * goes to the ledger as a REBACCR batch on glifc.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RebateFile ASSIGN TO "rebagree.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RbIDNum.
              SELECT OPTIONAL PostingFile ASSIGN TO "postcur.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PostKey
                  FILE STATUS IS PostFileStatus.
              SELECT ProcDateFile ASSIGN TO "procdate.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ProcDateStatus.
              SELECT OPTIONAL GLFile ASSIGN TO "glifc.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL GLMapFile ASSIGN TO "glmap.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GmPostType.
              SELECT OPTIONAL GLBatchFile ASSIGN TO "glbatch.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GLBatchStatus.
              SELECT ReportFile ASSIGN TO "rebaccr.lst"
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
       FD  PostingFile.
       01  PostRecord.
               02  PostKey.
                   03  PostIDNum      PIC 9(6).
                   03  PostSeqNum     PIC 9(9).
               02  PostDate           PIC 9(8).
               02  PostDateParts REDEFINES PostDate.
                   03  PostMonth      PIC 99.
                   03  PostDay        PIC 99.
                   03  PostYear       PIC 9(4).
               02  PostType           PIC X(8).
               02  PostRef            PIC X(10).
               02  PostAmount         PIC S9(7)V99.
               02  PostBalAfter       PIC S9(7)V99.
       FD  ProcDateFile.
       01  ProcDateRecord.
               02  ProcDate           PIC 9(8).
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
       FD  ReportFile.
       01  ReportLine                 PIC X(100).
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
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  PostFileStatus             PIC XX.
       01  GLBatchStatus              PIC XX.
       01  RunPeriod                  PIC 9(6).
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  AgreeFoundFlag             PIC X.
       01  MapFoundFlag               PIC X.
       01  AccrDrAccount              PIC X(8).
       01  AccrCrAccount              PIC X(8).
       01  CustIdx                    PIC 9(4).
       01  FoundCustIdx               PIC 9(4).
       01  CustSalesTable.
               02  CustSalesCount     PIC 9(4) VALUE 0.
               02  CustSalesEntry     OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON CustSalesCount.
                   03  CSIDNum        PIC 9(6).
                   03  CSSales        PIC S9(9)V99.
       01  MonthSales                 PIC S9(9)V99.
       01  PeriodWork                 PIC 9(6).
       01  PeriodWorkParts REDEFINES PeriodWork.
               02  PeriodWorkYear     PIC 9(4).
               02  PeriodWorkMonth    PIC 99.
       01  StartMonthNo               PIC 9(6).
       01  EndMonthNo                 PIC 9(6).
       01  RunMonthNo                 PIC 9(6).
       01  ElapsedMonths              PIC 9(3).
       01  AgreeMonths                PIC 9(3).
       01  ProjectedSales             PIC S9(9)V99.
       01  TierSales                  PIC S9(9)V99.
       01  TierIdx                    PIC 9.
       01  TierReached                PIC 9.
       01  TierRate                   PIC V999.
       01  TargetAccrual              PIC S9(7)V99.
       01  AccrualMove                PIC S9(7)V99.
       01  AccruedCount               PIC 9(5) VALUE 0.
       01  SkippedCount               PIC 9(5) VALUE 0.
       01  TotalSales                 PIC S9(11)V99 VALUE ZEROS.
       01  TotalAccrued               PIC S9(11)V99 VALUE ZEROS.
       01  NetMove                    PIC S9(11)V99 VALUE ZEROS.
       01  TotalDebits                PIC 9(11)V99 VALUE ZEROS.
       01  TotalCredits               PIC 9(11)V99 VALUE ZEROS.
       01  HashTotal                  PIC 9(11)V99 VALUE ZEROS.
       01  DetailCount                PIC 9(5) VALUE 0.
       01  WorkAmount                 PIC 9(9)V99.
       01  PairAccount                PIC X(8).
       01  ReportMonth                PIC ZZZZZZZZ9.99-.
       01  ReportSales                PIC ZZZZZZZZ9.99-.
       01  ReportProj                 PIC ZZZZZZZZ9.99-.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReportMove                 PIC ZZZZZZ9.99-.
       01  ReportRate                 PIC 9.999.
       01  ReportTotal                PIC ZZZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "VOLUME REBATE ACCRUAL".
           COMPUTE RunPeriod = BizYear * 100 + BizMonth.
           COMPUTE RunMonthNo = BizYear * 12 + BizMonth - 1.
           PERFORM GetAccrualAccounts.
           OPEN I-O RebateFile.
           PERFORM SumMonthSales.
           OPEN OUTPUT ReportFile.
           PERFORM WriteReportHeader.
           MOVE ZEROS TO RbIDNum.
           MOVE 'N' TO EndOfFileFlag.
           START RebateFile KEY IS NOT LESS THAN RbIDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ RebateFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RbActive
                       AND RbStartPeriod <= RunPeriod
                       AND RbEndPeriod >= RunPeriod
                   IF RbLastPeriod >= RunPeriod
                       ADD 1 TO SkippedCount
                       DISPLAY "Agreement " RbIDNum
                           " already accrued for " RunPeriod
                   ELSE
                       PERFORM AccrueOneAgreement
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WriteReportTotals.
           CLOSE RebateFile.
           CLOSE ReportFile.
           IF NetMove NOT = ZEROS
               PERFORM WriteGLBatch
           END-IF.
           MOVE NetMove TO ReportTotal.
           DISPLAY "Agreements Accrued : " AccruedCount
           DISPLAY "Already Accrued    : " SkippedCount
           DISPLAY "Accrual Movement   : " ReportTotal
           DISPLAY "GL Detail Records  : " DetailCount
           IF TotalDebits NOT = TotalCredits
               DISPLAY "ERROR: GL rebate accrual batch out of balance"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SkippedCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF VOLUME REBATE ACCRUAL".
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
      * Invoiced sales are the merchandise on SHIPCONF's invoices less
      * the merchandise on credit memos and cancellations, for the
      * customers who have an agreement open this month.
       SumMonthSales.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT PostingFile.
           MOVE ZEROS TO PostKey.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
           END-START.
           IF PostFileStatus NOT = "00"
               DISPLAY "WARNING: postcur.dat not found"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                       AND PostYear = BizYear AND PostMonth = BizMonth
                       AND (PostType = "INVOICE" OR PostType = "CREDIT")
                   PERFORM AddOnePosting
               END-IF
           END-PERFORM.
           IF PostFileStatus = "00" OR PostFileStatus = "05"
                   OR PostFileStatus = "10"
               CLOSE PostingFile
           END-IF.
       AddOnePosting.
           MOVE 0 TO FoundCustIdx.
           PERFORM VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx > CustSalesCount
               IF CSIDNum(CustIdx) = PostIDNum
                   MOVE CustIdx TO FoundCustIdx
               END-IF
           END-PERFORM.
           IF FoundCustIdx = 0
               MOVE PostIDNum TO RbIDNum
               MOVE 'Y' TO AgreeFoundFlag
               READ RebateFile
                   INVALID KEY MOVE 'N' TO AgreeFoundFlag
               END-READ
               IF AgreeFoundFlag = 'Y' AND CustSalesCount < 5000
                   ADD 1 TO CustSalesCount
                   MOVE CustSalesCount TO FoundCustIdx
                   MOVE PostIDNum TO CSIDNum(FoundCustIdx)
                   MOVE ZEROS TO CSSales(FoundCustIdx)
               END-IF
           END-IF.
           IF FoundCustIdx > 0
               ADD PostAmount TO CSSales(FoundCustIdx)
           END-IF.
       AccrueOneAgreement.
           MOVE ZEROS TO MonthSales.
           PERFORM VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx > CustSalesCount
               IF CSIDNum(CustIdx) = RbIDNum
                   MOVE CSSales(CustIdx) TO MonthSales
               END-IF
           END-PERFORM.
           ADD MonthSales TO RbSalesToDate.
           MOVE RbStartPeriod TO PeriodWork.
           COMPUTE StartMonthNo = PeriodWorkYear * 12
               + PeriodWorkMonth - 1.
           MOVE RbEndPeriod TO PeriodWork.
           COMPUTE EndMonthNo = PeriodWorkYear * 12
               + PeriodWorkMonth - 1.
           COMPUTE ElapsedMonths = RunMonthNo - StartMonthNo + 1.
           COMPUTE AgreeMonths = EndMonthNo - StartMonthNo + 1.
           IF RbSalesToDate > 0
               COMPUTE ProjectedSales ROUNDED =
                   RbSalesToDate * AgreeMonths / ElapsedMonths
           ELSE
               MOVE ZEROS TO ProjectedSales
           END-IF.
           MOVE ProjectedSales TO TierSales.
           PERFORM FindTierRate.
           IF RbSalesToDate > 0
               COMPUTE TargetAccrual ROUNDED = RbSalesToDate * TierRate
           ELSE
               MOVE ZEROS TO TargetAccrual
           END-IF.
           COMPUTE AccrualMove = TargetAccrual - RbAccrued.
           MOVE TargetAccrual TO RbAccrued.
           MOVE RunPeriod TO RbLastPeriod.
           REWRITE RebateData
               INVALID KEY
                   DISPLAY "WARNING: agreement " RbIDNum
                       " not updated"
               NOT INVALID KEY
                   ADD 1 TO AccruedCount
                   ADD AccrualMove TO NetMove
                   ADD RbSalesToDate TO TotalSales
                   ADD RbAccrued TO TotalAccrued
                   PERFORM WriteAccrualLine
           END-REWRITE.
      * The highest tier whose threshold the sales reach gives the
      * rate; below the first tier there is no rebate.
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
       WriteReportHeader.
           MOVE SPACES TO ReportLine.
           STRING "VOLUME REBATE ACCRUAL FOR PERIOD " RunPeriod
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "CUST   END      MONTH SALES SALES TO DATE"
               "     PROJECTED T  RATE     ACCRUED    MOVEMENT"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       WriteAccrualLine.
           MOVE MonthSales TO ReportMonth.
           MOVE RbSalesToDate TO ReportSales.
           MOVE ProjectedSales TO ReportProj.
           MOVE TierRate TO ReportRate.
           MOVE RbAccrued TO ReportAmount.
           MOVE AccrualMove TO ReportMove.
           MOVE SPACES TO ReportLine.
           STRING RbIDNum " " RbEndPeriod " " ReportMonth " "
               ReportSales " " ReportProj " "
               TierReached " " ReportRate " " ReportAmount " "
               ReportMove
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
       WriteReportTotals.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
           MOVE TotalSales TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Sales to Date Under Agreement : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE TotalAccrued TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Rebate Liability Accrued      : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE NetMove TO ReportTotal.
           MOVE SPACES TO ReportLine.
           STRING "Movement Posted To GL         : " ReportTotal
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
      * The movement goes to the ledger as its own batch behind the
      * night's interface batch. An increase debits the mapped rebate
      * expense and credits the accrued rebate liability; a decrease
      * swaps them.
       WriteGLBatch.
           OPEN EXTEND GLFile.
           MOVE 'H' TO GLRecType.
           MOVE SPACES TO GLRecBody.
           MOVE BusinessDate TO GLHdrRunDate.
           MOVE "REBACCR" TO GLHdrSourceSys.
           WRITE GLRecord.
           IF NetMove > 0
               MOVE NetMove TO WorkAmount
               MOVE AccrDrAccount TO PairAccount
               PERFORM WriteGLDebit
               MOVE AccrCrAccount TO PairAccount
               PERFORM WriteGLCredit
           ELSE
               COMPUTE WorkAmount = 0 - NetMove
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
      * The batch waits in glbatch.dat for the ledger's acknowledgment,
      * which GLACK matches on run date and source system.
       RegisterSentBatch.
           OPEN EXTEND GLBatchFile.
           MOVE BusinessDate TO GbBatchDate.
           MOVE "REBACCR" TO GbSource.
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
