       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
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
              SELECT OPTIONAL DisputeFile ASSIGN TO "dispute.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DisputeKey.
              SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OpenItemKey.
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
       FD  DisputeFile.
       01  DisputeData.
               02  DisputeKey.
                   03  DsIDNum        PIC 9(6).
                   03  DsSeqNum       PIC 9(3).
               02  DsAmount           PIC 9(7)V99.
               02  DsInvoiceNum       PIC 9(6).
               02  DsRef              PIC X(10).
               02  DsReason           PIC XX.
                   88  DsReasonValid  VALUES "PR", "QT", "DG", "NR",
                                             "BL", "OT".
               02  DsOpenDate         PIC 9(8).
               02  DsCloseDate        PIC 9(8).
               02  DsStatus           PIC X.
                   88  DsOpen         VALUE 'O'.
                   88  DsClosed       VALUE 'C'.
               02  DsOutcome          PIC X.
                   88  DsNoOutcome    VALUE SPACE.
                   88  DsCredited     VALUE 'C'.
                   88  DsUpheld       VALUE 'U'.
               02  DsCreditAmount     PIC 9(7)V99.
               02  DsOperator         PIC X(8).
       FD  OpenItemFile.
       01  OpenItemData.
               02  OpenItemKey.
                   03  OiIDNum        PIC 9(6).
                   03  OiInvoiceNum   PIC 9(6).
               02  OiInvDate          PIC 9(8).
               02  OiOrderRef         PIC X(10).
               02  OiOrigAmount       PIC S9(7)V99.
               02  OiOpenAmount       PIC S9(7)V99.
               02  OiLastDate         PIC 9(8).
               02  OiStatus           PIC X.
                   88  OiItemOpen     VALUE 'O'.
                   88  OiItemClosed   VALUE 'C'.
                   88  OiItemVoided   VALUE 'X'.
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
       01  CurrentOpID                PIC X(8).
       01  CurrentOpRole              PIC X.
               88  OpIsSupervisor     VALUE 'S'.
       01  SignOnOK                   PIC X VALUE 'N'.
       01  OiAction                   PIC X(4).
       01  OiCustID                   PIC 9(6).
       01  OiInvoice                  PIC 9(6).
       01  OiTxnDate                  PIC 9(8).
       01  OiTxnType                  PIC X(8).
       01  OiTxnRef                   PIC X(10).
       01  OiTxnAmount                PIC S9(7)V99.
       01  OiResult                   PIC X.
       01  DspCustID                  PIC 9(6).
       01  DspInvoice                 PIC 9(6).
       01  DspOpenAmount              PIC 9(7)V99.
       01  Choice                     PIC 9.
       01  StayOpen                   PIC X VALUE 'Y'.
       01  CustExists                 PIC X.
       01  DisputeFound               PIC X.
       01  DisputeEOFFlag             PIC X.
       01  ItemFoundFlag              PIC X.
       01  DisputeOKFlag              PIC X.
       01  WorkIDNum                  PIC 9(6).
       01  WorkSeqNum                 PIC 9(3).
       01  LastSeqNum                 PIC 9(3).
       01  WorkAmount                 PIC 9(7)V99.
       01  WorkInvoiceNum             PIC 9(6).
       01  WorkReason                 PIC XX.
       01  WorkRef                    PIC X(10).
       01  WorkOutcome                PIC X.
       01  CreditAmount               PIC 9(7)V99.
       01  UndisputedAmount           PIC S9(7)V99.
       01  OpenDisputeCount           PIC 9(3).
       01  ReportAmount               PIC ZZZZZZ9.99-.
       01  ReasonText                 PIC X(14).
       PROCEDURE DIVISION.
       StartPara.
           DISPLAY "CUSTOMER DISPUTE MAINTENANCE".
           PERFORM OperatorSignOn.
           IF SignOnOK = 'N'
               DISPLAY "Sign-On Failed - Session Ended"
               STOP RUN
           END-IF.
           PERFORM GetProcessingDate.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           OPEN I-O CustomerFile.
           OPEN I-O DisputeFile.
           OPEN EXTEND AuditFile.
           OPEN I-O PostingFile.
           PERFORM UNTIL StayOpen = 'N'
               DISPLAY " "
               DISPLAY "CUSTOMER DISPUTES"
               DISPLAY "1: List Disputes for Customer"
               DISPLAY "2: Open Dispute"
               DISPLAY "3: Resolve Dispute"
               DISPLAY "0: Quit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                   WHEN 1 PERFORM ListCustomerDisputes
                   WHEN 2 PERFORM OpenDispute
                   WHEN 3 PERFORM ResolveDispute
                   WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
           END-PERFORM.
           CLOSE CustomerFile.
           CLOSE DisputeFile.
           CLOSE AuditFile.
           CLOSE PostingFile.
           PERFORM SaveControlTotals.
           PERFORM ReleaseCustLock.
           STOP RUN.
       AcquireCustLock.
           MOVE "DISPMNT" TO LockCallerID.
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
       GetCustomer.
           DISPLAY "Customer ID : " WITH NO ADVANCING.
           ACCEPT WorkIDNum.
           MOVE WorkIDNum TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'Y' AND NOT RecordLive
               MOVE 'N' TO CustExists
           END-IF.
           IF CustExists = 'N'
               DISPLAY "Customer Does not Exist or Is Not Live"
           ELSE
               DISPLAY "Customer : " FirstName " " LastName
               MOVE Balance TO ReportAmount
               DISPLAY "Balance  : " ReportAmount
           END-IF.
      * Walks the customer's disputes, listing them and noting the
      * highest sequence number used so far.
       ListCustomerDisputes.
           PERFORM GetCustomer.
           IF CustExists = 'Y'
               PERFORM ScanCustomerDisputes
               IF LastSeqNum = 0
                   DISPLAY "No Disputes on File"
               END-IF
           END-IF.
       ScanCustomerDisputes.
           MOVE 0 TO LastSeqNum.
           MOVE 0 TO OpenDisputeCount.
           MOVE WorkIDNum TO DsIDNum.
           MOVE ZEROS TO DsSeqNum.
           MOVE 'N' TO DisputeEOFFlag.
           START DisputeFile KEY IS NOT LESS THAN DisputeKey
               INVALID KEY MOVE 'Y' TO DisputeEOFFlag
           END-START.
           PERFORM UNTIL DisputeEOFFlag = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO DisputeEOFFlag
               END-READ
               IF DisputeEOFFlag = 'N'
                   IF DsIDNum NOT = WorkIDNum
                       MOVE 'Y' TO DisputeEOFFlag
                   ELSE
                       MOVE DsSeqNum TO LastSeqNum
                       IF DsOpen
                           ADD 1 TO OpenDisputeCount
                       END-IF
                       PERFORM DisplayOneDispute
                   END-IF
               END-IF
           END-PERFORM.
       DisplayOneDispute.
           PERFORM SetReasonText.
           MOVE DsAmount TO ReportAmount.
           IF DsOpen
               DISPLAY DsSeqNum " OPEN   " DsOpenDate " Inv "
                   DsInvoiceNum " " ReportAmount " " ReasonText
                   " " DsRef
           ELSE
               DISPLAY DsSeqNum " CLOSED " DsCloseDate " Inv "
                   DsInvoiceNum " " ReportAmount " " ReasonText
                   " Outcome " DsOutcome
           END-IF.
       SetReasonText.
           EVALUATE DsReason
               WHEN "PR" MOVE "Price" TO ReasonText
               WHEN "QT" MOVE "Quantity" TO ReasonText
               WHEN "DG" MOVE "Damaged" TO ReasonText
               WHEN "NR" MOVE "Not Received" TO ReasonText
               WHEN "BL" MOVE "Billing Error" TO ReasonText
               WHEN OTHER MOVE "Other" TO ReasonText
           END-EVALUATE.
      * The amount placed in dispute can be no more than the part of
      * the balance (or of the named invoice) not already in dispute.
       OpenDispute.
           PERFORM GetCustomer.
           MOVE 'Y' TO DisputeOKFlag.
           IF CustExists = 'N'
               MOVE 'N' TO DisputeOKFlag
           END-IF.
           IF DisputeOKFlag = 'Y'
               MOVE WorkIDNum TO DspCustID
               MOVE ZEROS TO DspInvoice
               CALL 'DISPSUM' USING DspCustID, DspInvoice,
                   DspOpenAmount
               COMPUTE UndisputedAmount = Balance - DspOpenAmount
               MOVE DspOpenAmount TO ReportAmount
               DISPLAY "In Dispute : " ReportAmount
               DISPLAY "Invoice Number (0 = None) : "
                   WITH NO ADVANCING
               ACCEPT WorkInvoiceNum
               IF WorkInvoiceNum NOT = ZEROS
                   PERFORM CheckDisputedInvoice
               END-IF
           END-IF.
           IF DisputeOKFlag = 'Y'
               DISPLAY "Disputed Amount : " WITH NO ADVANCING
               ACCEPT WorkAmount
               IF WorkAmount = ZEROS OR WorkAmount > UndisputedAmount
                   MOVE UndisputedAmount TO ReportAmount
                   DISPLAY "Amount Must Be Above Zero and Not Over "
                       ReportAmount
                   MOVE 'N' TO DisputeOKFlag
               END-IF
           END-IF.
           IF DisputeOKFlag = 'Y'
               DISPLAY "Reason (PR=Price QT=Quantity DG=Damaged"
               DISPLAY "        NR=Not Received BL=Billing OT=Other) : "
                   WITH NO ADVANCING
               ACCEPT WorkReason
               MOVE FUNCTION UPPER-CASE(WorkReason) TO DsReason
               IF NOT DsReasonValid
                   DISPLAY "Reason Code Not Recognised"
                   MOVE 'N' TO DisputeOKFlag
               END-IF
           END-IF.
           IF DisputeOKFlag = 'Y'
               MOVE DsReason TO WorkReason
               DISPLAY "Customer Reference : " WITH NO ADVANCING
               ACCEPT WorkRef
               PERFORM WriteNewDispute
           ELSE
               DISPLAY "Dispute Not Opened"
           END-IF.
       CheckDisputedInvoice.
           OPEN INPUT OpenItemFile.
           MOVE WorkIDNum TO OiIDNum.
           MOVE WorkInvoiceNum TO OiInvoiceNum.
           MOVE 'Y' TO ItemFoundFlag.
           READ OpenItemFile
               INVALID KEY MOVE 'N' TO ItemFoundFlag
           END-READ.
           IF ItemFoundFlag = 'Y' AND OiItemOpen
               MOVE WorkInvoiceNum TO DspInvoice
               CALL 'DISPSUM' USING DspCustID, DspInvoice,
                   DspOpenAmount
               IF OiOpenAmount - DspOpenAmount < UndisputedAmount
                   COMPUTE UndisputedAmount =
                       OiOpenAmount - DspOpenAmount
               END-IF
               MOVE OiOpenAmount TO ReportAmount
               DISPLAY "Invoice Open Amount : " ReportAmount
           ELSE
               DISPLAY "Invoice " WorkInvoiceNum
                   " Not Open for This Customer"
               MOVE 'N' TO DisputeOKFlag
           END-IF.
           CLOSE OpenItemFile.
       WriteNewDispute.
           PERFORM ScanCustomerDisputes.
           IF LastSeqNum = 999
               DISPLAY "Dispute Numbers Exhausted for Customer"
           ELSE
               MOVE WorkIDNum TO DsIDNum
               COMPUTE DsSeqNum = LastSeqNum + 1
               MOVE WorkAmount TO DsAmount
               MOVE WorkInvoiceNum TO DsInvoiceNum
               MOVE WorkRef TO DsRef
               MOVE WorkReason TO DsReason
               MOVE BusinessDate TO DsOpenDate
               MOVE ZEROS TO DsCloseDate
               SET DsOpen TO TRUE
               SET DsNoOutcome TO TRUE
               MOVE ZEROS TO DsCreditAmount
               MOVE CurrentOpID TO DsOperator
               WRITE DisputeData
                   INVALID KEY
                       DISPLAY "Dispute Not Written"
                   NOT INVALID KEY
                       MOVE "DISPOPEN" TO AuditOperation
                       MOVE Balance TO AuditBeforeAmount
                       MOVE DsAmount TO AuditAfterAmount
                       PERFORM WriteDisputeAudit
                       DISPLAY "Dispute " DsSeqNum " Opened"
               END-WRITE
           END-IF.
      * Resolved against us, the disputed amount (or the part conceded)
      * is credited to the account and relieves the disputed invoice.
      * Resolved in our favour, the dispute is simply closed and the
      * amount ages and accrues again like any other balance.
       ResolveDispute.
           PERFORM GetCustomer.
           MOVE 'Y' TO DisputeOKFlag.
           IF CustExists = 'N'
               MOVE 'N' TO DisputeOKFlag
           ELSE
               PERFORM ScanCustomerDisputes
               IF OpenDisputeCount = 0
                   DISPLAY "No Open Disputes for Customer"
                   MOVE 'N' TO DisputeOKFlag
               END-IF
           END-IF.
           IF DisputeOKFlag = 'Y'
               DISPLAY "Dispute Number : " WITH NO ADVANCING
               ACCEPT WorkSeqNum
               MOVE WorkIDNum TO DsIDNum
               MOVE WorkSeqNum TO DsSeqNum
               MOVE 'Y' TO DisputeFound
               READ DisputeFile
                   INVALID KEY MOVE 'N' TO DisputeFound
               END-READ
               IF DisputeFound = 'N' OR NOT DsOpen
                   DISPLAY "Dispute Not Found or Not Open"
                   MOVE 'N' TO DisputeOKFlag
               END-IF
           END-IF.
           IF DisputeOKFlag = 'Y'
               DISPLAY "Outcome (C=Credit Customer U=Upheld) : "
                   WITH NO ADVANCING
               ACCEPT WorkOutcome
               MOVE FUNCTION UPPER-CASE(WorkOutcome) TO WorkOutcome
               EVALUATE WorkOutcome
                   WHEN 'C' PERFORM CreditDispute
                   WHEN 'U' PERFORM UpholdDispute
                   WHEN OTHER DISPLAY "Outcome Must Be C or U"
               END-EVALUATE
           END-IF.
       CreditDispute.
           MOVE DsAmount TO ReportAmount.
           DISPLAY "Credit Amount (0 = Full " ReportAmount ") : "
               WITH NO ADVANCING.
           ACCEPT CreditAmount.
           IF CreditAmount = ZEROS
               MOVE DsAmount TO CreditAmount
           END-IF.
           IF CreditAmount > DsAmount
               DISPLAY "Credit Cannot Exceed the Disputed Amount"
           ELSE
               MOVE Balance TO AuditBeforeAmount
               SUBTRACT CreditAmount FROM Balance
               PERFORM StampLastActivity
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "Customer Not Updated"
                   NOT INVALID KEY
                       SUBTRACT CreditAmount FROM CtlTotalBalance
                       PERFORM WriteCreditPosting
                       PERFORM RelieveDisputedItem
                       SET DsCredited TO TRUE
                       MOVE CreditAmount TO DsCreditAmount
                       PERFORM CloseDispute
                       MOVE "DISPCRED" TO AuditOperation
                       MOVE Balance TO AuditAfterAmount
                       PERFORM WriteDisputeAudit
                       MOVE CreditAmount TO ReportAmount
                       DISPLAY "Dispute Closed - Credited "
                           ReportAmount
               END-REWRITE
           END-IF.
       UpholdDispute.
           SET DsUpheld TO TRUE.
           MOVE ZEROS TO DsCreditAmount.
           PERFORM CloseDispute.
           MOVE "DISPUPHELD" TO AuditOperation.
           MOVE Balance TO AuditBeforeAmount.
           MOVE Balance TO AuditAfterAmount.
           PERFORM WriteDisputeAudit.
           DISPLAY "Dispute Closed - Upheld, Amount Returns to Aging".
       CloseDispute.
           SET DsClosed TO TRUE.
           MOVE BusinessDate TO DsCloseDate.
           MOVE CurrentOpID TO DsOperator.
           REWRITE DisputeData
               INVALID KEY DISPLAY "Dispute Not Updated"
           END-REWRITE.
       WriteCreditPosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
           MOVE BizDay TO PostDate(3:2).
           MOVE BizYear TO PostDate(5:4).
           MOVE "DISPCRED" TO PostType.
           IF DsRef = SPACES
               MOVE "DISPUTE" TO PostRef
           ELSE
               MOVE DsRef TO PostRef
           END-IF.
           COMPUTE PostAmount = 0 - CreditAmount.
           MOVE Balance TO PostBalAfter.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
       RelieveDisputedItem.
           MOVE "RELV" TO OiAction.
           MOVE IDNum TO OiCustID.
           MOVE DsInvoiceNum TO OiInvoice.
           MOVE BusinessDate TO OiTxnDate.
           MOVE "CREDIT" TO OiTxnType.
           MOVE PostRef TO OiTxnRef.
           MOVE CreditAmount TO OiTxnAmount.
           CALL 'OPENITEM' USING OiAction, OiCustID, OiInvoice,
               OiTxnDate, OiTxnType, OiTxnRef, OiTxnAmount,
               OiResult.
       WriteDisputeAudit.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE SPACES TO AuditReasonCode.
           PERFORM SetReasonText.
           STRING "Dispute " DsSeqNum " " ReasonText
               DELIMITED BY SIZE INTO AuditReasonCode
           END-STRING.
           PERFORM WriteAuditRecord.
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

