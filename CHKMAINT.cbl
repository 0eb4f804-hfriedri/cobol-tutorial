       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMAINT.
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
              SELECT OPTIONAL RefChkFile ASSIGN TO "refchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CkNumber
                  ALTERNATE RECORD KEY IS CkIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL PosPayFile ASSIGN TO "pospay.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  RefChkFile.
       01  RefChkData.
               02  CkNumber           PIC 9(8).
               02  CkIDNum            PIC 9(6).
               02  CkIssueDate        PIC 9(8).
               02  CkAmount           PIC 9(7)V99.
               02  CkPayee            PIC X(30).
               02  CkStatus           PIC X.
                   88  CkIssued       VALUE 'I'.
                   88  CkCleared      VALUE 'P'.
                   88  CkVoided       VALUE 'V'.
                   88  CkStopped      VALUE 'S'.
               02  CkClearDate        PIC 9(8).
               02  CkClearAmount      PIC 9(7)V99.
               02  CkVoidDate         PIC 9(8).
               02  CkStaleFlag        PIC X.
                   88  CkStale        VALUE 'Y'.
       FD  PosPayFile.
       01  PosPayRecord.
               02  PpType             PIC X.
                   88  PpIssue        VALUE 'I'.
                   88  PpVoid         VALUE 'V'.
               02  PpCheckNum         PIC 9(8).
               02  PpAmount           PIC 9(7)V99.
               02  PpIssueDate        PIC 9(8).
               02  PpPayee            PIC X(30).
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
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  LockCallerID               PIC X(8).
       01  CtlFileStatus              PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  CtlMTDAdds                 PIC 9(6) VALUE 0.
       01  CtlMTDDeletes              PIC 9(6) VALUE 0.
       01  PostSeqStatus              PIC XX.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustFoundFlag              PIC X.
       01  CheckFoundFlag             PIC X.
       01  CheckEOFFlag               PIC X.
       01  CheckCount                 PIC 9(3).
       01  WorkIDNum                  PIC 9(6).
       01  WorkCheckNum               PIC 9(8).
       01  VoidAction                 PIC X.
       01  ConfirmFlag                PIC X.
       01  CheckStateText             PIC X(8).
       01  ReportAmount               PIC Z(6)9.99-.
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "REFUND CHECK MAINTENANCE".
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
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           OPEN I-O CustomerFile.
           OPEN I-O RefChkFile.
           OPEN EXTEND PosPayFile.
           OPEN EXTEND AuditFile.
           OPEN I-O PostingFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "REFUND CHECKS"
               DISPLAY "1: List Refund Checks for Customer"
               DISPLAY "2: Void / Stop Refund Check"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListCustomerChecks
                   WHEN 2 PERFORM VoidRefundCheck
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE RefChkFile.
           CLOSE PosPayFile.
           CLOSE AuditFile.
           CLOSE PostingFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           STOP RUN.
       AcquireCustLock.
           MOVE "CHKMAINT" TO LockCallerID.
           MOVE "GETW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
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
       ListCustomerChecks.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE 0 TO CheckCount.
           MOVE WorkIDNum TO CkIDNum.
           MOVE 'N' TO CheckEOFFlag.
           START RefChkFile KEY IS EQUAL TO CkIDNum
               INVALID KEY MOVE 'Y' TO CheckEOFFlag
           END-START.
           PERFORM UNTIL CheckEOFFlag = 'Y'
               READ RefChkFile NEXT RECORD
                   AT END MOVE 'Y' TO CheckEOFFlag
               END-READ
               IF CheckEOFFlag = 'N'
                   IF CkIDNum NOT = WorkIDNum
                       MOVE 'Y' TO CheckEOFFlag
                   ELSE
                       ADD 1 TO CheckCount
                       PERFORM DisplayOneCheck
                   END-IF
               END-IF
           END-PERFORM.
           IF CheckCount = 0
               DISPLAY "No Refund Checks on File"
           END-IF.
       DisplayOneCheck.
           EVALUATE TRUE
               WHEN CkIssued AND CkStale
                   MOVE "STALE" TO CheckStateText
               WHEN CkIssued MOVE "ISSUED" TO CheckStateText
               WHEN CkCleared MOVE "PAID" TO CheckStateText
               WHEN CkVoided MOVE "VOIDED" TO CheckStateText
               WHEN CkStopped MOVE "STOPPED" TO CheckStateText
               WHEN OTHER MOVE "UNKNOWN" TO CheckStateText
           END-EVALUATE.
           MOVE CkAmount TO ReportAmount.
           DISPLAY CkNumber " " CkIssueDate " " ReportAmount " "
               CheckStateText " " CkPayee.
      * Only a check the bank has not yet paid can be voided or
      * stopped.  The refund is reversed so the credit is back on the
      * customer's balance, and a void is sent on the positive-pay
      * file so the bank will refuse the item if presented.
       VoidRefundCheck.
           DISPLAY "Check Number : " WITH NO ADVANCING.
           ACCEPT WorkCheckNum.
           MOVE WorkCheckNum TO CkNumber.
           MOVE 'Y' TO CheckFoundFlag.
           READ RefChkFile
               INVALID KEY MOVE 'N' TO CheckFoundFlag
           END-READ.
           IF CheckFoundFlag = 'N'
               DISPLAY "Check Not on File"
           ELSE
               PERFORM DisplayOneCheck
               IF NOT CkIssued
                   DISPLAY "Only an Outstanding Check Can Be Voided"
                   MOVE 'N' TO CheckFoundFlag
               END-IF
           END-IF.
           IF CheckFoundFlag = 'Y'
               MOVE CkIDNum TO IDNum
               MOVE 'Y' TO CustFoundFlag
               READ CustomerFile
                   INVALID KEY MOVE 'N' TO CustFoundFlag
               END-READ
               IF CustFoundFlag = 'N'
                   DISPLAY "Customer " CkIDNum " Not on File"
                   MOVE 'N' TO CheckFoundFlag
               END-IF
           END-IF.
           IF CheckFoundFlag = 'Y'
               DISPLAY "Customer : " IDNum " " FirstName " " LastName
               DISPLAY "V=Void S=Stop Payment : " WITH NO ADVANCING
               ACCEPT VoidAction
               MOVE FUNCTION UPPER-CASE(VoidAction) TO VoidAction
               IF VoidAction NOT = 'V' AND VoidAction NOT = 'S'
                   DISPLAY "Check Left Outstanding"
               ELSE
                   DISPLAY "Reverse Refund to Customer Balance (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT ConfirmFlag
                   IF ConfirmFlag = 'Y' OR ConfirmFlag = 'y'
                       PERFORM ReverseRefundCheck
                   ELSE
                       DISPLAY "Check Left Outstanding"
                   END-IF
               END-IF
           END-IF.
       ReverseRefundCheck.
           MOVE Balance TO AuditBeforeAmount.
           SUBTRACT CkAmount FROM Balance.
           REWRITE CustomerData
               INVALID KEY DISPLAY "Customer Not Updated"
               NOT INVALID KEY
                   SUBTRACT CkAmount FROM CtlTotalBalance
                   IF VoidAction = 'V'
                       SET CkVoided TO TRUE
                       MOVE "CHKVOID" TO AuditOperation
                   ELSE
                       SET CkStopped TO TRUE
                       MOVE "CHKSTOP" TO AuditOperation
                   END-IF
                   MOVE BusinessDate TO CkVoidDate
                   REWRITE RefChkData
                       INVALID KEY DISPLAY "Check Status Not Updated"
                   END-REWRITE
                   PERFORM WriteVoidPosting
                   PERFORM WritePosPayVoid
                   PERFORM WriteCheckAudit
                   MOVE Balance TO ReportAmount
                   DISPLAY "Refund Reversed - Balance Now "
                       ReportAmount
           END-REWRITE.
       WriteVoidPosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
           MOVE BizDay TO PostDate(3:2).
           MOVE BizYear TO PostDate(5:4).
           MOVE "REFVOID" TO PostType.
           MOVE SPACES TO PostRef.
           STRING "CK" CkNumber DELIMITED BY SIZE INTO PostRef
           END-STRING.
           COMPUTE PostAmount = 0 - CkAmount.
           MOVE Balance TO PostBalAfter.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
       WritePosPayVoid.
           SET PpVoid TO TRUE.
           MOVE CkNumber TO PpCheckNum.
           MOVE CkAmount TO PpAmount.
           MOVE CkIssueDate TO PpIssueDate.
           MOVE CkPayee TO PpPayee.
           WRITE PosPayRecord.
       WriteCheckAudit.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           STRING "Check " CkNumber DELIMITED BY SIZE
               INTO AuditReasonCode
           END-STRING.
           MOVE Balance TO AuditAfterAmount.
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

