       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNBACK.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT TxnRegFile ASSIGN TO "txnreg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RegFileStatus.
              SELECT OPTIONAL TaxIDXrefFile ASSIGN TO "taxidx.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XrefTaxID.
              SELECT ControlTotalsFile ASSIGN TO "ctltot.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CtlFileStatus.
              SELECT CustomerFile ASSIGN TO "customer.txt"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IDNum
                  ALTERNATE RECORD KEY IS LastName
                      WITH DUPLICATES.
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
              SELECT BackoutFile ASSIGN TO "txnback.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TxnRegFile.
       01  RegRecord.
               02  RegBatchID             PIC X(14).
               02  RegApplyDate           PIC X(8).
               02  RegAppliedCount        PIC 9(6).
               02  RegNetAmount           PIC S9(11)V99.
               02  RegEntryType           PIC X.
                   88  RegApplied         VALUE SPACE.
                   88  RegBackedOut       VALUE 'B'.
               02  RegFirstAuditSeq       PIC 9(9).
               02  RegLastAuditSeq        PIC 9(9).
               02  RegFirstPostSeq        PIC 9(9).
               02  RegLastPostSeq         PIC 9(9).
       FD  TaxIDXrefFile.
       01  TaxIDXrefRecord.
               02  XrefTaxID          PIC 9(9).
               02  XrefIDNum          PIC 9(6).
       FD  ControlTotalsFile.
       01  ControlTotalsRecord.
               02  CtlRecActiveCount  PIC 9(6).
               02  CtlRecTotalBalance PIC S9(11)V99.
               02  CtlRecMTDAdds      PIC 9(6).
               02  CtlRecMTDDeletes   PIC 9(6).
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
       FD  BackoutFile.
       01  BackoutLine                PIC X(80).
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  BusinessDateParts REDEFINES BusinessDate.
               02  BizYear            PIC 9(4).
               02  BizMonth           PIC 99.
               02  BizDay             PIC 99.
       01  LockBusyFlag               PIC X.
       01  LockAction                 PIC X(4).
       01  LockCallerID               PIC X(8).
       01  CtlFileStatus              PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  CtlMTDAdds                 PIC 9(6) VALUE 0.
       01  CtlMTDDeletes              PIC 9(6) VALUE 0.
       01  AuditChnStatus             PIC XX.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  PostSeqStatus              PIC XX.
       01  RegFileStatus              PIC XX.
       01  CurrentOpID                PIC X(8) VALUE "BATCH".
       01  BackBatchID                PIC X(14).
       01  BatchFoundFlag             PIC X VALUE 'N'.
       01  BatchBackedFlag            PIC X VALUE 'N'.
       01  BatchFirstAuditSeq         PIC 9(9) VALUE ZEROS.
       01  BatchLastAuditSeq          PIC 9(9) VALUE ZEROS.
       01  BatchFirstPostSeq          PIC 9(9) VALUE ZEROS.
       01  BatchLastPostSeq           PIC 9(9) VALUE ZEROS.
       01  BatchApplyDate             PIC X(8).
       01  BackFirstAuditSeq          PIC 9(9).
       01  BackFirstPostSeq           PIC 9(9).
       01  LastAuditSeqUsed           PIC 9(9).
       01  NextPostSeqFree            PIC 9(9).
       01  StartBalance               PIC S9(11)V99 VALUE ZEROS.
       01  RefuseFlag                 PIC X VALUE 'N'.
       01  RefuseReason               PIC X(40) VALUE SPACES.
       01  EndOfFileFlag              PIC X.
       01  PostEOFFlag                PIC X.
       01  CustExists                 PIC X.
       01  XrefFoundFlag              PIC X.
       01  ReversedCount              PIC 9(6) VALUE 0.
       01  PostReversedCount          PIC 9(6) VALUE 0.
       01  AddReversedCount           PIC 9(6) VALUE 0.
       01  DeleteReversedCount        PIC 9(6) VALUE 0.
       01  UpdateReversedCount        PIC 9(6) VALUE 0.
       01  ConflictCount              PIC 9(5) VALUE 0.
       01  ChangeAmount               PIC S9(7)V99.
       01  ReportAmount               PIC -(9)9.99.
       01  ReportCount                PIC Z(5)9.
      * Every customer change the batch made, in audit sequence order,
      * so the reversal can run from the last change back to the first.
       01  ChangeIdx                  PIC 9(5).
       01  ChangeTable.
               02  ChangeCount        PIC 9(5) VALUE 0.
               02  ChangeEntry        OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON ChangeCount.
                   03  ChgOperation   PIC X(10).
                   03  ChgIDNum       PIC 9(6).
                   03  ChgBeforeFirst PIC X(15).
                   03  ChgBeforeLast  PIC X(15).
                   03  ChgReasonCode  PIC X(20).
                   03  ChgBeforeAmt   PIC S9(7)V99.
                   03  ChgAfterAmt    PIC S9(7)V99.
       01  AcctIdx                    PIC 9(5).
       01  AcctFoundFlag              PIC X.
       01  SearchIDNum                PIC 9(6).
       01  AcctTable.
               02  AcctCount          PIC 9(5) VALUE 0.
               02  AcctEntry          OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON AcctCount.
                   03  AcctIDNum      PIC 9(6).
                   03  AcctMoneyCount PIC 9(5).
                   03  AcctPostCount  PIC 9(5).
                   03  AcctDeleted    PIC X.
                   03  AcctConflict   PIC X(24).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           ACCEPT BackBatchID.
           DISPLAY "TXNBACK: backout of batch " BackBatchID.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BackoutFile.
           PERFORM FindBatchInRegister.
           EVALUATE TRUE
               WHEN BackBatchID = SPACES
                   MOVE "NO BATCH ID GIVEN" TO RefuseReason
               WHEN BatchFoundFlag = 'N'
                   MOVE "BATCH NOT IN REGISTER" TO RefuseReason
               WHEN BatchBackedFlag = 'Y'
                   MOVE "BATCH ALREADY BACKED OUT" TO RefuseReason
               WHEN BatchLastAuditSeq = ZEROS
                   MOVE "BATCH HAS NO SEQUENCE RANGE ON REGISTER"
                       TO RefuseReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RefuseReason NOT = SPACES
               MOVE 'Y' TO RefuseFlag
           ELSE
               OPEN I-O CustomerFile
               OPEN I-O TaxIDXrefFile
               OPEN I-O PostingFile
               PERFORM LoadBatchChanges
               IF RefuseFlag = 'N'
                   PERFORM CheckAccountConflicts
               END-IF
               IF RefuseFlag = 'N'
                   PERFORM ReverseBatch
               END-IF
               CLOSE CustomerFile
               CLOSE TaxIDXrefFile
               CLOSE PostingFile
           END-IF.
           PERFORM WriteBackoutReport.
           CLOSE BackoutFile.
           PERFORM ReleaseCustLock.
           IF RefuseFlag = 'Y'
               DISPLAY "TXNBACK: batch " BackBatchID " refused - "
                   RefuseReason
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TXNBACK: batch " BackBatchID " backed out - "
                   ReversedCount " changes reversed"
           END-IF.
           STOP RUN.
      * The latest register entry for the batch decides its state: a
      * batch may be applied, backed out and applied again.
       FindBatchInRegister.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT TxnRegFile.
           IF RegFileStatus NOT = "00"
               MOVE 'Y' TO EndOfFileFlag
           END-IF.
           PERFORM UNTIL EndOfFileFlag = 'Y'
               READ TxnRegFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RegBatchID = BackBatchID
                   MOVE 'Y' TO BatchFoundFlag
                   IF RegBackedOut
                       MOVE 'Y' TO BatchBackedFlag
                   ELSE
                       MOVE 'N' TO BatchBackedFlag
                       MOVE RegApplyDate TO BatchApplyDate
                       MOVE RegFirstAuditSeq TO BatchFirstAuditSeq
                       MOVE RegLastAuditSeq TO BatchLastAuditSeq
                       MOVE RegFirstPostSeq TO BatchFirstPostSeq
                       MOVE RegLastPostSeq TO BatchLastPostSeq
                   END-IF
               END-IF
           END-PERFORM.
           IF RegFileStatus = "00" OR RegFileStatus = "10"
               CLOSE TxnRegFile
           END-IF.
      * The batch's own audit entries give the changes to undo; any
      * audit entry after the batch for one of its accounts is later
      * activity that a backout would trample.
       LoadBatchChanges.
           MOVE 'N' TO EndOfFileFlag.
           OPEN INPUT AuditFile.
           PERFORM UNTIL EndOfFileFlag = 'Y' OR RefuseFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N'
                   IF AuditSeqNum >= BatchFirstAuditSeq
                           AND AuditSeqNum <= BatchLastAuditSeq
                           AND AuditOperatorID = "BATCH"
                       PERFORM KeepBatchChange
                   END-IF
                   IF AuditSeqNum > BatchLastAuditSeq
                       MOVE AuditIDNum TO SearchIDNum
                       PERFORM FindAccount
                       IF AcctFoundFlag = 'Y'
                           PERFORM FlagLaterAudit
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AuditFile.
           IF RefuseFlag = 'N' AND ChangeCount = 0
               MOVE 'Y' TO RefuseFlag
               MOVE "NO BATCH CHANGES FOUND ON AUDIT LOG"
                   TO RefuseReason
           END-IF.
       KeepBatchChange.
           EVALUATE AuditOperation
               WHEN "ADD"
               WHEN "DELETE"
               WHEN "UPDATE"
               WHEN "DEBIT"
               WHEN "CREDIT"
               WHEN "PAYMENT"
                   IF ChangeCount < 5000 AND AcctCount < 5000
                       ADD 1 TO ChangeCount
                       MOVE AuditOperation TO ChgOperation(ChangeCount)
                       MOVE AuditIDNum TO ChgIDNum(ChangeCount)
                       MOVE AuditBeforeFirstName
                           TO ChgBeforeFirst(ChangeCount)
                       MOVE AuditBeforeLastName
                           TO ChgBeforeLast(ChangeCount)
                       MOVE AuditReasonCode
                           TO ChgReasonCode(ChangeCount)
                       MOVE AuditBeforeAmount
                           TO ChgBeforeAmt(ChangeCount)
                       MOVE AuditAfterAmount
                           TO ChgAfterAmt(ChangeCount)
                       PERFORM AddAccount
                   ELSE
                       MOVE 'Y' TO RefuseFlag
                       MOVE "BATCH TOO LARGE FOR BACKOUT TABLES"
                           TO RefuseReason
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       FlagLaterAudit.
           IF AcctConflict(AcctIdx) = SPACES
               MOVE "LATER AUDIT ACTIVITY" TO AcctConflict(AcctIdx)
           END-IF.
       FindAccount.
           MOVE 'N' TO AcctFoundFlag.
           PERFORM VARYING AcctIdx FROM 1 BY 1
                   UNTIL AcctIdx > AcctCount OR AcctFoundFlag = 'Y'
               IF AcctIDNum(AcctIdx) = SearchIDNum
                   MOVE 'Y' TO AcctFoundFlag
               END-IF
           END-PERFORM.
           IF AcctFoundFlag = 'Y'
               SUBTRACT 1 FROM AcctIdx
           END-IF.
       AddAccount.
           MOVE AuditIDNum TO SearchIDNum.
           PERFORM FindAccount.
           IF AcctFoundFlag = 'N'
               ADD 1 TO AcctCount
               MOVE AcctCount TO AcctIdx
               MOVE AuditIDNum TO AcctIDNum(AcctIdx)
               MOVE 0 TO AcctMoneyCount(AcctIdx)
               MOVE 0 TO AcctPostCount(AcctIdx)
               MOVE 'N' TO AcctDeleted(AcctIdx)
               MOVE SPACES TO AcctConflict(AcctIdx)
           END-IF.
           EVALUATE AuditOperation
               WHEN "DEBIT"
               WHEN "CREDIT"
               WHEN "PAYMENT"
                   ADD 1 TO AcctMoneyCount(AcctIdx)
               WHEN "DELETE"
                   MOVE 'Y' TO AcctDeleted(AcctIdx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Each account must still have all of the batch's postings in
      * postcur.dat, nothing posted after them, and - where a delete is
      * to be undone - its tax ID must not have been reissued since.
       CheckAccountConflicts.
           PERFORM VARYING AcctIdx FROM 1 BY 1
                   UNTIL AcctIdx > AcctCount
               PERFORM CheckOneAccount
               IF AcctConflict(AcctIdx) NOT = SPACES
                   ADD 1 TO ConflictCount
               END-IF
           END-PERFORM.
           IF ConflictCount > 0
               MOVE 'Y' TO RefuseFlag
               MOVE "LATER ACTIVITY ON ACCOUNTS - SEE LIST"
                   TO RefuseReason
           END-IF.
       CheckOneAccount.
           MOVE AcctIDNum(AcctIdx) TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
               MOVE "CUSTOMER NOT ON FILE" TO AcctConflict(AcctIdx)
           END-IF.
           MOVE AcctIDNum(AcctIdx) TO PostIDNum.
           MOVE BatchFirstPostSeq TO PostSeqNum.
           MOVE 'N' TO PostEOFFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO PostEOFFlag
           END-START.
           PERFORM UNTIL PostEOFFlag = 'Y'
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO PostEOFFlag
               END-READ
               IF PostEOFFlag = 'N'
                   IF PostIDNum NOT = AcctIDNum(AcctIdx)
                       MOVE 'Y' TO PostEOFFlag
                   ELSE
                       IF PostSeqNum > BatchLastPostSeq
                           IF AcctConflict(AcctIdx) = SPACES
                               MOVE "LATER POSTING ACTIVITY"
                                   TO AcctConflict(AcctIdx)
                           END-IF
                           MOVE 'Y' TO PostEOFFlag
                       ELSE
                           ADD 1 TO AcctPostCount(AcctIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF AcctPostCount(AcctIdx) NOT = AcctMoneyCount(AcctIdx)
                   AND AcctConflict(AcctIdx) = SPACES
               MOVE "POSTINGS NO LONGER CURRENT"
                   TO AcctConflict(AcctIdx)
           END-IF.
           IF AcctDeleted(AcctIdx) = 'Y' AND CustExists = 'Y'
                   AND TaxID NOT = ZEROS
               MOVE TaxID TO XrefTaxID
               MOVE 'Y' TO XrefFoundFlag
               READ TaxIDXrefFile
                   INVALID KEY MOVE 'N' TO XrefFoundFlag
               END-READ
               IF XrefFoundFlag = 'Y' AND XrefIDNum NOT = IDNum
                       AND AcctConflict(AcctIdx) = SPACES
                   MOVE "TAX ID REISSUED" TO AcctConflict(AcctIdx)
               END-IF
           END-IF.
      * Changes are undone newest first so that an account added,
      * posted to and deleted in the same batch unwinds cleanly.
       ReverseBatch.
           PERFORM LoadControlTotals.
           MOVE CtlTotalBalance TO StartBalance.
           PERFORM ReadSequenceMarks.
           COMPUTE BackFirstAuditSeq = LastAuditSeqUsed + 1.
           MOVE NextPostSeqFree TO BackFirstPostSeq.
           OPEN EXTEND AuditFile.
           PERFORM VARYING ChangeIdx FROM ChangeCount BY -1
                   UNTIL ChangeIdx < 1
               PERFORM ReverseOneChange
           END-PERFORM.
           CLOSE AuditFile.
           PERFORM SaveControlTotals.
           PERFORM RegisterBackout.
       ReverseOneChange.
           MOVE ChgIDNum(ChangeIdx) TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CustomerFile
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           IF CustExists = 'N'
               DISPLAY "WARNING: customer " IDNum " not found - "
                   ChgOperation(ChangeIdx) " not reversed"
           ELSE
               MOVE FirstName TO AuditBeforeFirstName
               MOVE LastName TO AuditBeforeLastName
               MOVE Balance TO AuditBeforeAmount
               EVALUATE ChgOperation(ChangeIdx)
                   WHEN "ADD"
                       PERFORM ReverseAdd
                   WHEN "DELETE"
                       PERFORM ReverseDelete
                   WHEN "UPDATE"
                       PERFORM ReverseUpdate
                   WHEN OTHER
                       PERFORM ReverseMonetary
               END-EVALUATE
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "WARNING: customer " IDNum
                           " not rewritten"
                   NOT INVALID KEY
                       ADD 1 TO ReversedCount
                       PERFORM WriteBackoutAudit
               END-REWRITE
           END-IF.
       ReverseAdd.
           SET RecordDeleted TO TRUE.
           SUBTRACT 1 FROM CtlActiveCount.
           SUBTRACT Balance FROM CtlTotalBalance.
           IF CtlMTDAdds > 0
               SUBTRACT 1 FROM CtlMTDAdds
           END-IF.
           PERFORM DeleteTaxIDXref.
           ADD 1 TO AddReversedCount.
      * The delete recorded the status it replaced; a closed account
      * was already out of the control totals when it was deleted.
       ReverseDelete.
           MOVE ChgReasonCode(ChangeIdx)(14:1) TO RecStatus.
           IF NOT RecordClosed
               ADD 1 TO CtlActiveCount
               ADD Balance TO CtlTotalBalance
           END-IF.
           IF CtlMTDDeletes > 0
               SUBTRACT 1 FROM CtlMTDDeletes
           END-IF.
           PERFORM AddTaxIDXref.
           ADD 1 TO DeleteReversedCount.
       ReverseUpdate.
           MOVE ChgBeforeFirst(ChangeIdx) TO FirstName.
           MOVE ChgBeforeLast(ChangeIdx) TO LastName.
           ADD 1 TO UpdateReversedCount.
       ReverseMonetary.
           COMPUTE ChangeAmount = ChgAfterAmt(ChangeIdx)
               - ChgBeforeAmt(ChangeIdx).
           SUBTRACT ChangeAmount FROM Balance.
           SUBTRACT ChangeAmount FROM CtlTotalBalance.
           PERFORM WriteOffsetPosting.
           ADD 1 TO PostReversedCount.
       WriteOffsetPosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
           MOVE BizDay TO PostDate(3:2).
           MOVE BizYear TO PostDate(5:4).
           MOVE ChgOperation(ChangeIdx) TO PostType.
           MOVE "BACKOUT" TO PostRef.
           COMPUTE PostAmount = 0 - ChangeAmount.
           MOVE Balance TO PostBalAfter.
           PERFORM AssignPostSeq.
           WRITE PostRecord
               INVALID KEY
                   DISPLAY "WARNING: posting not written"
           END-WRITE.
       WriteBackoutAudit.
           MOVE "BACKOUT" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE BackBatchID TO AuditReasonCode.
           MOVE Balance TO AuditAfterAmount.
           PERFORM WriteAuditRecord.
       AddTaxIDXref.
           IF TaxID NOT = ZEROS
               MOVE TaxID TO XrefTaxID
               MOVE IDNum TO XrefIDNum
               WRITE TaxIDXrefRecord
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       DeleteTaxIDXref.
           IF TaxID NOT = ZEROS
               MOVE TaxID TO XrefTaxID
               DELETE TaxIDXrefFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
      * The backout goes on the register under the same batch ID with
      * the control movement it caused, so DAYBAL's register leg still
      * ties to the day's postings and control balance.
       RegisterBackout.
           PERFORM ReadSequenceMarks.
           OPEN EXTEND TxnRegFile.
           MOVE BackBatchID TO RegBatchID.
           MOVE BusinessDate TO RegApplyDate.
           MOVE ReversedCount TO RegAppliedCount.
           COMPUTE RegNetAmount = CtlTotalBalance - StartBalance.
           SET RegBackedOut TO TRUE.
           MOVE BackFirstAuditSeq TO RegFirstAuditSeq.
           MOVE LastAuditSeqUsed TO RegLastAuditSeq.
           MOVE BackFirstPostSeq TO RegFirstPostSeq.
           COMPUTE RegLastPostSeq = NextPostSeqFree - 1.
           WRITE RegRecord.
           CLOSE TxnRegFile.
       ReadSequenceMarks.
           MOVE ZEROS TO LastAuditSeqUsed.
           OPEN INPUT AuditChainFile.
           IF AuditChnStatus = "00"
               READ AuditChainFile
                   AT END CONTINUE
                   NOT AT END MOVE AcLastSeq TO LastAuditSeqUsed
               END-READ
               CLOSE AuditChainFile
           END-IF.
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
           MOVE PsNextSeq TO NextPostSeqFree.
       WriteBackoutReport.
           MOVE SPACES TO BackoutLine.
           STRING "TXNBACK BATCH BACKOUT  " BackBatchID
               "  RUN DATE " BusinessDate
               DELIMITED BY SIZE INTO BackoutLine
           END-STRING.
           WRITE BackoutLine.
           MOVE SPACES TO BackoutLine.
           WRITE BackoutLine.
           IF RefuseFlag = 'Y'
               MOVE SPACES TO BackoutLine
               STRING "BACKOUT REFUSED - " RefuseReason
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
               IF ConflictCount > 0
                   PERFORM WriteConflictList
               END-IF
           ELSE
               MOVE SPACES TO BackoutLine
               STRING "BATCH APPLIED " BatchApplyDate
                   " - BACKED OUT"
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
               MOVE AddReversedCount TO ReportCount
               MOVE SPACES TO BackoutLine
               STRING "  ADDS REMOVED          " ReportCount
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
               MOVE DeleteReversedCount TO ReportCount
               MOVE SPACES TO BackoutLine
               STRING "  DELETES RESTORED      " ReportCount
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
               MOVE UpdateReversedCount TO ReportCount
               MOVE SPACES TO BackoutLine
               STRING "  NAME CHANGES UNDONE   " ReportCount
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
               MOVE PostReversedCount TO ReportCount
               MOVE SPACES TO BackoutLine
               STRING "  POSTINGS OFFSET       " ReportCount
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
               COMPUTE ReportAmount = CtlTotalBalance - StartBalance
               MOVE SPACES TO BackoutLine
               STRING "  CONTROL BALANCE MOVE  " ReportAmount
                   DELIMITED BY SIZE INTO BackoutLine
               END-STRING
               WRITE BackoutLine
           END-IF.
       WriteConflictList.
           MOVE SPACES TO BackoutLine.
           WRITE BackoutLine.
           MOVE "ACCOUNTS NEEDING MANUAL HANDLING" TO BackoutLine.
           WRITE BackoutLine.
           PERFORM VARYING AcctIdx FROM 1 BY 1
                   UNTIL AcctIdx > AcctCount
               IF AcctConflict(AcctIdx) NOT = SPACES
                   MOVE SPACES TO BackoutLine
                   STRING "  ACCOUNT " AcctIDNum(AcctIdx)
                       "  " AcctConflict(AcctIdx)
                       DELIMITED BY SIZE INTO BackoutLine
                   END-STRING
                   WRITE BackoutLine
               END-IF
           END-PERFORM.
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

       AcquireCustLock.
           MOVE "TXNBACK" TO LockCallerID.
           MOVE "GETW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           MOVE "RELW" TO LockAction.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
