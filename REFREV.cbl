       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFREV.
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
              SELECT OPTIONAL RefHoldFile ASSIGN TO "refhold.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RefHoldKey.
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
       FD  RefHoldFile.
       01  RefHoldData.
               02  RefHoldKey.
                   03  RhIDNum        PIC 9(6).
                   03  RhHoldDate     PIC 9(8).
               02  RhAmount           PIC 9(7)V99.
               02  RhReason           PIC X(20).
               02  RhChangeOp         PIC X(8).
               02  RhStatus           PIC X.
                   88  RhPending      VALUE 'P'.
                   88  RhReleased     VALUE 'R'.
                   88  RhRejected     VALUE 'X'.
                   88  RhPaid         VALUE 'D'.
               02  RhDecisionOp       PIC X(8).
               02  RhDecisionDate     PIC 9(8).
               02  RhPaidDate         PIC 9(8).
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
       01  HoldEOFFlag                PIC X.
       01  StopReviewFlag             PIC X.
       01  CustFoundFlag              PIC X.
       01  Decision                   PIC X.
       01  PendingCount               PIC 9(5).
       01  DecidedCount               PIC 9(5).
       01  PendingTotal               PIC 9(9)V99.
       01  ShowAmount                 PIC Z(6)9.99.
       01  ShowTotal                  PIC Z(8)9.99.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "HELD REFUND REVIEW".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           IF NOT OpIsSupervisor
               DISPLAY "Supervisor Role Required - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           OPEN INPUT CustomerFile.
           OPEN I-O RefHoldFile.
           OPEN EXTEND AuditFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "HELD REFUNDS"
               DISPLAY "1: List Refunds Awaiting Review"
               DISPLAY "2: Review Held Refunds"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListPendingHolds
                   WHEN 2 PERFORM ReviewPendingHolds
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE RefHoldFile.
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
       StartHoldScan.
           MOVE ZEROS TO RhIDNum.
           MOVE ZEROS TO RhHoldDate.
           MOVE 'N' TO HoldEOFFlag.
           START RefHoldFile KEY IS NOT LESS THAN RefHoldKey
               INVALID KEY MOVE 'Y' TO HoldEOFFlag
           END-START.
       ReadNextHold.
           READ RefHoldFile NEXT RECORD
               AT END MOVE 'Y' TO HoldEOFFlag
           END-READ.
       GetHoldCustomer.
           MOVE RhIDNum TO IDNum.
           MOVE 'Y' TO CustFoundFlag.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustFoundFlag
           END-READ.
           IF CustFoundFlag = 'N'
               MOVE SPACES TO FirstName
               MOVE "** NOT ON FILE **" TO LastName
               MOVE ZEROS TO Balance
           END-IF.
       ListPendingHolds.
           MOVE 0 TO PendingCount.
           MOVE ZEROS TO PendingTotal.
           PERFORM StartHoldScan.
           PERFORM UNTIL HoldEOFFlag = 'Y'
               PERFORM ReadNextHold
               IF HoldEOFFlag = 'N' AND RhPending
                   ADD 1 TO PendingCount
                   ADD RhAmount TO PendingTotal
                   PERFORM GetHoldCustomer
                   MOVE RhAmount TO ShowAmount
                   DISPLAY RhIDNum " " LastName " " RhHoldDate " "
                       ShowAmount " " RhReason " " RhChangeOp
               END-IF
           END-PERFORM.
           MOVE PendingTotal TO ShowTotal.
           DISPLAY "Refunds Awaiting Review : " PendingCount
               "  Total : " ShowTotal.
      * The supervisor who decides a held refund must not be the
      * operator whose change caused it to be held.  A released refund
      * is paid by the next refund run; a rejected one is not paid and
      * is not screened again until the lookback window has passed.
       ReviewPendingHolds.
           MOVE 0 TO DecidedCount.
           MOVE 'N' TO StopReviewFlag.
           PERFORM StartHoldScan.
           PERFORM UNTIL HoldEOFFlag = 'Y' OR StopReviewFlag = 'Y'
               PERFORM ReadNextHold
               IF HoldEOFFlag = 'N' AND RhPending
                   PERFORM ReviewOneHold
               END-IF
           END-PERFORM.
           DISPLAY "Held Refunds Decided : " DecidedCount.
       ReviewOneHold.
           PERFORM GetHoldCustomer.
           MOVE RhAmount TO ShowAmount.
           DISPLAY " ".
           DISPLAY "Customer    : " RhIDNum " " FirstName " "
               LastName.
           DISPLAY "Held On     : " RhHoldDate.
           DISPLAY "Refund      : " ShowAmount.
           DISPLAY "Held Because: " RhReason.
           DISPLAY "Changed By  : " RhChangeOp.
           IF RhChangeOp = CurrentOpID
               DISPLAY "You Made the Change - Another Supervisor "
                   "Must Decide"
           ELSE
               DISPLAY "R=Release X=Reject S=Skip Q=Quit : "
                   WITH NO ADVANCING
               ACCEPT Decision
               MOVE FUNCTION UPPER-CASE(Decision) TO Decision
               EVALUATE Decision
                   WHEN 'R'
                       SET RhReleased TO TRUE
                       MOVE "REFREL" TO AuditOperation
                       PERFORM SaveHoldDecision
                   WHEN 'X'
                       SET RhRejected TO TRUE
                       MOVE "REFREJ" TO AuditOperation
                       PERFORM SaveHoldDecision
                   WHEN 'Q'
                       MOVE 'Y' TO StopReviewFlag
                   WHEN OTHER
                       DISPLAY "Skipped"
               END-EVALUATE
           END-IF.
       SaveHoldDecision.
           MOVE CurrentOpID TO RhDecisionOp.
           MOVE BusinessDate TO RhDecisionDate.
           REWRITE RefHoldData
               INVALID KEY DISPLAY "Decision Not Saved"
               NOT INVALID KEY
                   ADD 1 TO DecidedCount
                   PERFORM WriteDecisionAudit
                   IF RhReleased
                       DISPLAY "Released - Paid on Next Refund Run"
                   ELSE
                       DISPLAY "Rejected - Credit Left on Account"
                   END-IF
           END-REWRITE.
      * The held amount is carried in both audit amounts; the operator
      * whose change caused the hold goes in the after first name.
       WriteDecisionAudit.
           MOVE RhIDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE RhChangeOp TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE RhReason TO AuditReasonCode.
           MOVE RhAmount TO AuditBeforeAmount.
           MOVE RhAmount TO AuditAfterAmount.
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
