       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBMAINT.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
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
       01  AgreeFoundFlag             PIC X.
       01  AgreeEOFFlag               PIC X.
       01  CustExists                 PIC X.
       01  TiersValid                 PIC X.
       01  ListedCount                PIC 9(5).
       01  WorkIDNum                  PIC 9(6).
       01  WorkStartPeriod            PIC 9(6).
       01  WorkStartParts REDEFINES WorkStartPeriod.
               02  WorkStartYear      PIC 9(4).
               02  WorkStartMonth     PIC 99.
       01  WorkMonths                 PIC 99.
       01  WorkEndPeriod              PIC 9(6).
       01  WorkTierCount              PIC 9.
       01  WorkRenew                  PIC X.
       01  WorkTierTable.
               02  WorkTier           OCCURS 5 TIMES.
                   03  WorkTierFrom   PIC 9(7)V99.
                   03  WorkTierRate   PIC V999.
       01  TierIdx                    PIC 9.
       01  PeriodMonthNo              PIC 9(6).
       01  PeriodYear                 PIC 9(4).
       01  PeriodMonth                PIC 99.
       01  OldAccrued                 PIC S9(7)V99.
       01  ReportFrom                 PIC ZZZZZZ9.99.
       01  ReportRate                 PIC 9.999.
       01  ReportSales                PIC ZZZZZZZZ9.99-.
       01  ReportAmount               PIC ZZZZZZ9.99-.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "VOLUME REBATE AGREEMENT MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN I-O RebateFile.
           OPEN INPUT CustomerFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "REBATE AGREEMENTS"
               DISPLAY "1: List Rebate Agreements"
               DISPLAY "2: Show Customer Agreement"
               DISPLAY "3: Add / Change Agreement"
               DISPLAY "4: Remove Agreement"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListAgreements
                   WHEN 2 PERFORM ShowAgreement
                   WHEN 3 PERFORM MaintainAgreement
                   WHEN 4 PERFORM RemoveAgreement
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE RebateFile.
           CLOSE CustomerFile.
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
       AcceptCustomer.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           MOVE WorkIDNum TO RbIDNum.
           MOVE 'Y' TO AgreeFoundFlag.
           READ RebateFile
               INVALID KEY MOVE 'N' TO AgreeFoundFlag
           END-READ.
       ListAgreements.
           DISPLAY " ".
           MOVE 0 TO ListedCount.
           MOVE ZEROS TO RbIDNum.
           MOVE 'N' TO AgreeEOFFlag.
           START RebateFile KEY IS NOT LESS THAN RbIDNum
               INVALID KEY MOVE 'Y' TO AgreeEOFFlag
           END-START.
           PERFORM UNTIL AgreeEOFFlag = 'Y'
               READ RebateFile NEXT RECORD
                   AT END MOVE 'Y' TO AgreeEOFFlag
               END-READ
               IF AgreeEOFFlag = 'N'
                   ADD 1 TO ListedCount
                   MOVE RbSalesToDate TO ReportSales
                   IF RbEnded
                       DISPLAY RbIDNum " " RbStartPeriod "-"
                           RbEndPeriod " ENDED - LAST SETTLED "
                           RbLastSettled
                   ELSE
                       DISPLAY RbIDNum " " RbStartPeriod "-"
                           RbEndPeriod " Tiers " RbTierCount
                           " Sales " ReportSales
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Agreements on File : " ListedCount.
       ShowAgreement.
           DISPLAY " ".
           PERFORM AcceptCustomer.
           IF AgreeFoundFlag = 'N'
               DISPLAY "Customer Has No Rebate Agreement"
           ELSE
               IF CustExists = 'Y'
                   DISPLAY "Customer : " FirstName " " LastName
               END-IF
               DISPLAY "Period   : " RbStartPeriod " To " RbEndPeriod
               IF RbRenews
                   DISPLAY "Renews at Anniversary"
               ELSE
                   DISPLAY "Does Not Renew"
               END-IF
               PERFORM ShowOneTier
                   VARYING TierIdx FROM 1 BY 1
                   UNTIL TierIdx > RbTierCount
               MOVE RbSalesToDate TO ReportSales
               DISPLAY "Invoiced Sales to Date : " ReportSales
                   "  Through " RbLastPeriod
               MOVE RbAccrued TO ReportAmount
               DISPLAY "Rebate Accrued         : " ReportAmount
               IF RbLastSettled > 0
                   MOVE RbLastEarned TO ReportAmount
                   DISPLAY "Last Settled " RbLastSettled
                       " Rebate " ReportAmount
               END-IF
           END-IF.
       ShowOneTier.
           MOVE RbTierFrom(TierIdx) TO ReportFrom.
           MOVE RbTierRate(TierIdx) TO ReportRate.
           IF RbSalesToDate >= RbTierFrom(TierIdx)
               DISPLAY "Tier " TierIdx " Over " ReportFrom
                   " Rate " ReportRate "  REACHED"
           ELSE
               DISPLAY "Tier " TierIdx " Over " ReportFrom
                   " Rate " ReportRate
           END-IF.
      * Once the monthly accrual has run against an agreement, its
      * period is fixed; the tiers and renewal can still be changed
      * and the next accrual re-prices what has been accrued so far.
       MaintainAgreement.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Rebates"
           ELSE
               PERFORM AcceptCustomer
               IF CustExists = 'N' OR NOT RecordLive
                   DISPLAY "Customer Does not Exist or Is Not Active"
               ELSE
                   DISPLAY "Customer : " FirstName " " LastName
                   PERFORM MaintainAgreementDetail
               END-IF
           END-IF.
       MaintainAgreementDetail.
           MOVE ZEROS TO OldAccrued.
           IF AgreeFoundFlag = 'Y'
               MOVE RbAccrued TO OldAccrued
               MOVE RbStartPeriod TO WorkStartPeriod
               MOVE RbEndPeriod TO WorkEndPeriod
               DISPLAY "Current Period : " RbStartPeriod " To "
                   RbEndPeriod "  Tiers " RbTierCount
           END-IF.
           IF AgreeFoundFlag = 'N' OR RbLastPeriod = 0 OR RbEnded
               DISPLAY "Start Month (YYYYMM) : " WITH NO ADVANCING
               ACCEPT WorkStartPeriod
               DISPLAY "Length in Months (1-36) : " WITH NO ADVANCING
               ACCEPT WorkMonths
           ELSE
               DISPLAY "Period Fixed - Accrual Has Started"
               MOVE 1 TO WorkMonths
           END-IF.
           DISPLAY "Number of Tiers (1-5) : " WITH NO ADVANCING.
           ACCEPT WorkTierCount.
           INITIALIZE WorkTierTable.
           MOVE 'Y' TO TiersValid.
           IF WorkTierCount < 1 OR WorkTierCount > 5
               MOVE 'N' TO TiersValid
           ELSE
               PERFORM AcceptOneTier
                   VARYING TierIdx FROM 1 BY 1
                   UNTIL TierIdx > WorkTierCount
           END-IF.
           DISPLAY "Renew at Anniversary (Y/N) : " WITH NO ADVANCING.
           ACCEPT WorkRenew.
           MOVE FUNCTION UPPER-CASE(WorkRenew) TO WorkRenew.
           EVALUATE TRUE
               WHEN WorkStartMonth < 1 OR WorkStartMonth > 12
                       OR WorkStartYear < 2000
                   DISPLAY "Start Month Not Valid - Not Saved"
               WHEN WorkMonths < 1 OR WorkMonths > 36
                   DISPLAY "Length Not Valid - Not Saved"
               WHEN TiersValid = 'N'
                   DISPLAY "Tiers Must Rise and Carry a Rate - "
                       "Not Saved"
               WHEN OTHER
                   PERFORM SaveAgreement
           END-EVALUATE.
       AcceptOneTier.
           DISPLAY "Tier " TierIdx " Sales Over : " WITH NO ADVANCING.
           ACCEPT WorkTierFrom(TierIdx).
           DISPLAY "Tier " TierIdx " Rebate Rate (e.g. .020) : "
               WITH NO ADVANCING.
           ACCEPT WorkTierRate(TierIdx).
           IF WorkTierRate(TierIdx) = 0
               MOVE 'N' TO TiersValid
           END-IF.
           IF TierIdx > 1
               IF WorkTierFrom(TierIdx)
                       NOT > WorkTierFrom(TierIdx - 1)
                   MOVE 'N' TO TiersValid
               END-IF
           END-IF.
       SaveAgreement.
           IF AgreeFoundFlag = 'N' OR RbLastPeriod = 0 OR RbEnded
               COMPUTE PeriodMonthNo = WorkStartYear * 12
                   + WorkStartMonth - 1 + WorkMonths - 1
               DIVIDE PeriodMonthNo BY 12 GIVING PeriodYear
                   REMAINDER PeriodMonth
               ADD 1 TO PeriodMonth
               COMPUTE WorkEndPeriod = PeriodYear * 100 + PeriodMonth
               MOVE WorkStartPeriod TO RbStartPeriod
               MOVE WorkEndPeriod TO RbEndPeriod
               MOVE ZEROS TO RbSalesToDate
               MOVE ZEROS TO RbAccrued
               MOVE ZEROS TO RbLastPeriod
               SET RbActive TO TRUE
               IF AgreeFoundFlag = 'N'
                   MOVE ZEROS TO RbLastSettled
                   MOVE ZEROS TO RbLastEarned
               END-IF
           END-IF.
           MOVE WorkIDNum TO RbIDNum.
           MOVE WorkTierCount TO RbTierCount.
           PERFORM CopyOneTier
               VARYING TierIdx FROM 1 BY 1
               UNTIL TierIdx > 5.
           IF WorkRenew = 'Y'
               SET RbRenews TO TRUE
           ELSE
               MOVE 'N' TO RbRenewFlag
           END-IF.
           IF AgreeFoundFlag = 'Y'
               REWRITE RebateData
                   INVALID KEY DISPLAY "Agreement Not Updated"
               END-REWRITE
           ELSE
               WRITE RebateData
                   INVALID KEY DISPLAY "Agreement Not Written"
               END-WRITE
           END-IF.
           MOVE "REBAGREE" TO AuditOperation.
           PERFORM WriteAgreementAudit.
           DISPLAY "Agreement Saved - " RbStartPeriod " To "
               RbEndPeriod.
       CopyOneTier.
           MOVE WorkTierFrom(TierIdx) TO RbTierFrom(TierIdx).
           MOVE WorkTierRate(TierIdx) TO RbTierRate(TierIdx).
      * An agreement can only be taken off before anything has been
      * accrued against it; after that it is left not to renew and is
      * settled at its anniversary.
       RemoveAgreement.
           DISPLAY " ".
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Sign-On Required to Change Rebates"
           ELSE
               PERFORM AcceptCustomer
               EVALUATE TRUE
                   WHEN AgreeFoundFlag = 'N'
                       DISPLAY "Customer Has No Rebate Agreement"
                   WHEN RbActive AND (RbAccrued NOT = 0
                           OR RbSalesToDate NOT = 0)
                       DISPLAY "Rebate Accrued - Set It Not to "
                           "Renew Instead"
                   WHEN OTHER
                       MOVE RbAccrued TO OldAccrued
                       DELETE RebateFile
                           INVALID KEY
                               DISPLAY "Agreement Not Removed"
                           NOT INVALID KEY
                               MOVE "REBAGRDEL" TO AuditOperation
                               PERFORM WriteAgreementAudit
                               DISPLAY "Agreement Removed"
                       END-DELETE
               END-EVALUATE
           END-IF.
       WriteAgreementAudit.
           MOVE WorkIDNum TO AuditIDNum.
           MOVE SPACES TO AuditBeforeFirstName.
           MOVE SPACES TO AuditBeforeLastName.
           MOVE SPACES TO AuditAfterFirstName.
           MOVE SPACES TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING RbStartPeriod "-" RbEndPeriod " T" RbTierCount
               " R" RbRenewFlag
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           MOVE OldAccrued TO AuditBeforeAmount.
           MOVE RbAccrued TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
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
