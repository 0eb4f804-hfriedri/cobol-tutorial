              SELECT PostSeqFile ASSIGN TO "postseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PostSeqStatus.
              SELECT OPTIONAL RefHoldFile ASSIGN TO "refhold.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RefHoldKey.
              SELECT RefScrnFile ASSIGN TO "refscrn.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RefScrnStatus.
              SELECT OPTIONAL RefChkFile ASSIGN TO "refchk.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CkNumber
                  ALTERNATE RECORD KEY IS CkIDNum
                      WITH DUPLICATES.
              SELECT OPTIONAL PosPayFile ASSIGN TO "pospay.dat"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT CheckSeqFile ASSIGN TO "chkseq.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CheckSeqStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
       FD  PostSeqFile.
       01  PostSeqRecord.
               02  PsNextSeq          PIC 9(9).
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
       FD  RefScrnFile.
       01  RefScrnRecord.
               02  RsLookbackDays     PIC 9(3).
               02  RsLargeCredit      PIC 9(7)V99.
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
       FD  CheckSeqFile.
       01  CheckSeqRecord.
               02  CsNextCheck        PIC 9(8).
       WORKING-STORAGE SECTION.
       01  PostSeqStatus              PIC XX.
       01  RefScrnStatus              PIC XX.
       01  CheckSeqStatus             PIC XX.
       01  CheckNumber                PIC 9(8).
       01  CtlFileStatus              PIC XX.
       01  CtlActiveCount             PIC 9(6) VALUE 0.
       01  CtlTotalBalance            PIC S9(11)V99 VALUE ZEROS.
       01  ChainIdx                   PIC 9(3).
       01  ChainWork                  PIC 9(12).
       01  PriorChainValue            PIC 9(9).
       01  LookbackDays               PIC 9(3) VALUE 60.
       01  LargeCreditAmount          PIC 9(7)V99 VALUE 1000.00.
       01  CutoffDate                 PIC 9(8).
       01  CutoffText REDEFINES CutoffDate PIC X(8).
       01  AuditEOFFlag               PIC X.
       01  PostEOFFlag                PIC X.
       01  HoldEOFFlag                PIC X.
       01  HoldState                  PIC X.
               88  NoHoldOnFile           VALUE 'N'.
               88  HoldAwaitingReview     VALUE 'P'.
               88  HoldReleased           VALUE 'R'.
               88  HoldRecentlyRejected   VALUE 'X'.
       01  ScreenFlag                 PIC X.
               88  RefundSuspect          VALUE 'Y'.
       01  ScreenReason               PIC X(20).
       01  ScreenChangeOp             PIC X(8).
       01  ScreenIdx                  PIC 9(5).
       01  PostDateYMD                PIC 9(8).
       01  CreditAmount               PIC 9(7)V99.
       01  ReleasedKey                PIC X(14).
       01  HeldCount                  PIC 9(5) VALUE 0.
       01  HeldTotal                  PIC 9(9)V99 VALUE ZEROS.
       01  ReleasedCount              PIC 9(5) VALUE 0.
       01  ScreenTable.
               02  ScreenCount        PIC 9(5) VALUE 0.
               02  ScreenEntry        OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON ScreenCount.
                   03  STIDNum        PIC 9(6).
                   03  STReason       PIC X(20).
                   03  STChangeOp     PIC X(8).
       01  RunMode                    PIC X(5) VALUE SPACES.
               88  TrialRun           VALUE "TRIAL".
       01  TrialBanner                PIC X(60) VALUE
               "*** TRIAL RUN - SIMULATION ONLY - NOTHING POSTED ***".
       01  OpeningCtlBalance          PIC S9(11)V99 VALUE ZEROS.
       01  ReportBalance              PIC ZZZZZZZZZZ9.99-.
       01  ReportParm                 PIC ZZZZZZ9.99.
       01  CheckText                  PIC X(8).
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           DISPLAY "CREDIT BALANCE REFUND DISBURSEMENT RUN".
           PERFORM GetRunMode.
           DISPLAY "Refund Threshold : " RefundThreshold.
           DISPLAY "Stable Days      : " StableDays.
           PERFORM LoadScreeningParms.
           DISPLAY "Screen Lookback  : " LookbackDays.
           DISPLAY "Large Credit     : " LargeCreditAmount.
           PERFORM AcquireCustLock.
           IF LockBusyFlag = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadControlTotals.
           MOVE CtlTotalBalance TO OpeningCtlBalance.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(
               BizDateInt - LookbackDays).
           PERFORM LoadRecentChanges.
           IF TrialRun
               OPEN INPUT CustomerFile
               OPEN INPUT PostingFile
               OPEN INPUT RefHoldFile
           ELSE
               OPEN I-O CustomerFile
               OPEN I-O PostingFile
               OPEN I-O RefHoldFile
               OPEN I-O RefChkFile
               OPEN EXTEND PosPayFile
               OPEN EXTEND AuditFile
           END-IF.
           PERFORM WriteRegisterHeading.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE HeldTotal TO ReportTotal.
           MOVE SPACES TO RegisterLine.
           STRING "HELD FOR REVIEW : " HeldCount
               "  TOTAL : " ReportTotal
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           PERFORM WriteControlTotalLines.
           CLOSE CustomerFile.
           CLOSE PostingFile.
           CLOSE RefHoldFile.
           IF NOT TrialRun
               CLOSE RefChkFile
               CLOSE PosPayFile
               CLOSE AuditFile
           END-IF.
           CLOSE RegisterFile.
           IF NOT TrialRun
               PERFORM SaveControlTotals
           END-IF.
           PERFORM ReleaseCustLock.
           DISPLAY "Refunds Posted : " RefundCount
           DISPLAY "Refund Total   : " ReportTotal
           DISPLAY "Released Paid  : " ReleasedCount
           DISPLAY "Held for Review: " HeldCount
           IF HeldCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Register Written to refundreg.lst"
           IF TrialRun
               DISPLAY "TRIAL RUN - NOTHING WAS POSTED"
           ELSE
               DISPLAY "Positive Pay Issues Added to pospay.dat"
           END-IF
           DISPLAY "END OF REFUND DISBURSEMENT RUN".
           STOP RUN.
       LoadScreeningParms.
           OPEN INPUT RefScrnFile.
           IF RefScrnStatus = "00"
               READ RefScrnFile
                   AT END CONTINUE
                   NOT AT END
                       IF RsLookbackDays > 0
                           MOVE RsLookbackDays TO LookbackDays
                       END-IF
                       IF RsLargeCredit > 0
                           MOVE RsLargeCredit TO LargeCreditAmount
                       END-IF
               END-READ
               CLOSE RefScrnFile
           END-IF.
      * One pass of the audit log picks up every customer whose
      * address, contacts or bank details were changed, or who had a
      * payment returned NSF, inside the lookback window.  The most
      * recent change and the operator who made it are kept.
       LoadRecentChanges.
           MOVE 0 TO ScreenCount.
           MOVE 'N' TO AuditEOFFlag.
           OPEN INPUT AuditFile.
           PERFORM UNTIL AuditEOFFlag = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO AuditEOFFlag
               END-READ
               IF AuditEOFFlag = 'N'
                       AND AuditTimestamp(1:8) >= CutoffText
                   MOVE SPACES TO ScreenReason
                   EVALUATE AuditOperation
                       WHEN "UPDADDR"
                       WHEN "ADDRFIX"
                       WHEN "CRMUPD"
                           MOVE "Address changed" TO ScreenReason
                       WHEN "UPDCONT"
                           MOVE "Contact changed" TO ScreenReason
                       WHEN "ACHENROL"
                       WHEN "ACHCHANGE"
                           MOVE "Bank details changed" TO ScreenReason
                       WHEN "NSF"
                           MOVE "NSF return" TO ScreenReason
                   END-EVALUATE
                   IF ScreenReason NOT = SPACES
                       PERFORM NoteRecentChange
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AuditFile.
       NoteRecentChange.
           PERFORM VARYING ScreenIdx FROM 1 BY 1
                   UNTIL ScreenIdx > ScreenCount
                   OR STIDNum(ScreenIdx) = AuditIDNum
               CONTINUE
           END-PERFORM.
           IF ScreenIdx > ScreenCount
               IF ScreenCount < 5000
                   ADD 1 TO ScreenCount
                   MOVE ScreenCount TO ScreenIdx
               ELSE
                   DISPLAY "WARNING: change table full - ID "
                       AuditIDNum " not screened"
                   MOVE 0 TO ScreenIdx
               END-IF
           END-IF.
           IF ScreenIdx > 0
               MOVE AuditIDNum TO STIDNum(ScreenIdx)
               MOVE ScreenReason TO STReason(ScreenIdx)
               MOVE AuditOperatorID TO STChangeOp(ScreenIdx)
           END-IF.
      * A trial run only reads the customer file, so it takes a read
      * lock and lets other readers carry on.
       AcquireCustLock.
           MOVE "REFUND" TO LockCallerID.
           IF TrialRun
               MOVE "GETR" TO LockAction
           ELSE
               MOVE "GETW" TO LockAction
           END-IF.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       ReleaseCustLock.
           IF TrialRun
               MOVE "RELR" TO LockAction
           ELSE
               MOVE "RELW" TO LockAction
           END-IF.
           CALL 'CUSTLOCK' USING LockAction, LockCallerID,
               LockBusyFlag.
       GetProcessingDate.
           MOVE CtlMTDDeletes TO CtlRecMTDDeletes.
           WRITE ControlTotalsRecord.
           CLOSE ControlTotalsFile.
      * A refund a supervisor has released is paid straight away, up
      * to the amount released.  One still awaiting review, or one
      * rejected inside the lookback window, is left alone; anything
      * else is screened before it is paid.
       EvaluateForRefund.
           COMPUTE RefundAmount = FUNCTION ABS(Balance).
           PERFORM CheckHoldQueue.
           IF HoldReleased
               PERFORM PayReleasedRefund
           ELSE
               IF NoHoldOnFile AND RefundAmount >= RefundThreshold
                   COMPUTE LastActDateNum = LastActYear * 10000
                       + LastActMonth * 100 + LastActDay
                   COMPUTE LastActInt =
                       FUNCTION INTEGER-OF-DATE(LastActDateNum)
                   COMPUTE DaysInactive = BizDateInt - LastActInt
                   IF DaysInactive >= StableDays
                       PERFORM ScreenRefund
                       IF RefundSuspect
                           PERFORM HoldOneRefund
                       ELSE
                           PERFORM PostOneRefund
                       END-IF
                   END-IF
               END-IF
           END-IF.
       PayReleasedRefund.
           IF RhAmount < RefundAmount
               MOVE RhAmount TO RefundAmount
           END-IF.
           MOVE RefHoldKey TO ReleasedKey.
           PERFORM PostOneRefund.
           IF TrialRun
               ADD 1 TO ReleasedCount
           ELSE
               PERFORM MarkReleasedHoldPaid
           END-IF.
       MarkReleasedHoldPaid.
           MOVE ReleasedKey TO RefHoldKey.
           READ RefHoldFile
               INVALID KEY
                   DISPLAY "WARNING: ID " IDNum
                       " released hold not found"
               NOT INVALID KEY
                   SET RhPaid TO TRUE
                   MOVE BusinessDate TO RhPaidDate
                   REWRITE RefHoldData
                       INVALID KEY
                           DISPLAY "WARNING: ID " IDNum
                               " released hold not updated"
                       NOT INVALID KEY
                           ADD 1 TO ReleasedCount
                   END-REWRITE
           END-READ.
      * The latest hold on file for the customer decides what happens.
       CheckHoldQueue.
           SET NoHoldOnFile TO TRUE.
           MOVE IDNum TO RhIDNum.
           MOVE ZEROS TO RhHoldDate.
           MOVE 'N' TO HoldEOFFlag.
           START RefHoldFile KEY IS NOT LESS THAN RefHoldKey
               INVALID KEY MOVE 'Y' TO HoldEOFFlag
           END-START.
           PERFORM UNTIL HoldEOFFlag = 'Y'
               READ RefHoldFile NEXT RECORD
                   AT END MOVE 'Y' TO HoldEOFFlag
               END-READ
               IF HoldEOFFlag = 'N'
                   IF RhIDNum NOT = IDNum
                       MOVE 'Y' TO HoldEOFFlag
                   ELSE
                       EVALUATE TRUE
                           WHEN RhPending
                               SET HoldAwaitingReview TO TRUE
                           WHEN RhReleased
                               SET HoldReleased TO TRUE
                           WHEN RhRejected
                                   AND RhDecisionDate >= CutoffDate
                               SET HoldRecentlyRejected TO TRUE
                           WHEN OTHER
                               SET NoHoldOnFile TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           IF HoldReleased
               PERFORM FindReleasedHold
           END-IF.
       FindReleasedHold.
           MOVE IDNum TO RhIDNum.
           MOVE ZEROS TO RhHoldDate.
           MOVE 'N' TO HoldEOFFlag.
           START RefHoldFile KEY IS NOT LESS THAN RefHoldKey
               INVALID KEY MOVE 'Y' TO HoldEOFFlag
           END-START.
           PERFORM UNTIL HoldEOFFlag = 'Y'
               READ RefHoldFile NEXT RECORD
                   AT END MOVE 'Y' TO HoldEOFFlag
               END-READ
               IF HoldEOFFlag = 'N'
                   IF RhIDNum NOT = IDNum OR RhReleased
                       MOVE 'Y' TO HoldEOFFlag
                   END-IF
               END-IF
           END-PERFORM.
      * A refund is suspect when, inside the lookback window, the
      * customer's address, contacts or bank details were changed, a
      * payment came back NSF, or a single large credit was posted.
       ScreenRefund.
           MOVE 'N' TO ScreenFlag.
           MOVE SPACES TO ScreenReason.
           MOVE SPACES TO ScreenChangeOp.
           PERFORM VARYING ScreenIdx FROM 1 BY 1
                   UNTIL ScreenIdx > ScreenCount OR RefundSuspect
               IF STIDNum(ScreenIdx) = IDNum
                   MOVE 'Y' TO ScreenFlag
                   MOVE STReason(ScreenIdx) TO ScreenReason
                   MOVE STChangeOp(ScreenIdx) TO ScreenChangeOp
               END-IF
           END-PERFORM.
           IF NOT RefundSuspect
               PERFORM ScreenPostings
           END-IF.
       ScreenPostings.
           MOVE IDNum TO PostIDNum.
           MOVE ZEROS TO PostSeqNum.
           MOVE 'N' TO PostEOFFlag.
           START PostingFile KEY IS NOT LESS THAN PostKey
               INVALID KEY MOVE 'Y' TO PostEOFFlag
           END-START.
           PERFORM UNTIL PostEOFFlag = 'Y' OR RefundSuspect
               READ PostingFile NEXT RECORD
                   AT END MOVE 'Y' TO PostEOFFlag
               END-READ
               IF PostEOFFlag = 'N'
                   IF PostIDNum NOT = IDNum
                       MOVE 'Y' TO PostEOFFlag
                   ELSE
                       PERFORM ScreenOnePosting
                   END-IF
               END-IF
           END-PERFORM.
       ScreenOnePosting.
           MOVE PostDate(5:4) TO PostDateYMD(1:4).
           MOVE PostDate(1:4) TO PostDateYMD(5:4).
           IF PostDateYMD >= CutoffDate
               IF PostType = "NSFREV"
                   MOVE 'Y' TO ScreenFlag
                   MOVE "NSF return" TO ScreenReason
               ELSE
                   IF PostAmount < ZEROS
                       COMPUTE CreditAmount = 0 - PostAmount
                       IF CreditAmount >= LargeCreditAmount
                           MOVE 'Y' TO ScreenFlag
                           MOVE "Large credit posted" TO ScreenReason
                       END-IF
                   END-IF
               END-IF
           END-IF.
       HoldOneRefund.
           MOVE IDNum TO RhIDNum.
           MOVE BusinessDate TO RhHoldDate.
           MOVE RefundAmount TO RhAmount.
           MOVE ScreenReason TO RhReason.
           MOVE ScreenChangeOp TO RhChangeOp.
           SET RhPending TO TRUE.
           MOVE SPACES TO RhDecisionOp.
           MOVE ZEROS TO RhDecisionDate.
           MOVE ZEROS TO RhPaidDate.
           IF TrialRun
               ADD 1 TO HeldCount
               ADD RefundAmount TO HeldTotal
               PERFORM WriteHeldRegisterLine
           ELSE
               WRITE RefHoldData
                   INVALID KEY
                       DISPLAY "WARNING: ID " IDNum
                           " refund hold not written"
                   NOT INVALID KEY
                       ADD 1 TO HeldCount
                       ADD RefundAmount TO HeldTotal
                       PERFORM WriteHoldAudit
                       PERFORM WriteHeldRegisterLine
               END-WRITE
           END-IF.
       WriteHoldAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp.
           MOVE BusinessDate TO AuditTimestamp(1:8).
           MOVE "REFHOLD" TO AuditOperation.
           MOVE IDNum TO AuditIDNum.
           MOVE FirstName TO AuditBeforeFirstName.
           MOVE LastName TO AuditBeforeLastName.
           MOVE FirstName TO AuditAfterFirstName.
           MOVE LastName TO AuditAfterLastName.
           MOVE ScreenReason TO AuditReasonCode.
           MOVE Balance TO AuditBeforeAmount.
           MOVE Balance TO AuditAfterAmount.
           MOVE CurrentOpID TO AuditOperatorID.
           PERFORM ChainAuditRecord.
           WRITE AuditRecord.
           PERFORM SaveAuditChain.
       WriteHeldRegisterLine.
           MOVE RefundAmount TO ReportAmount.
           MOVE SPACES TO RegisterLine.
           STRING "Customer " IDNum " "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               " HELD " ReportAmount " - "
               ScreenReason
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
       PostOneRefund.
           MOVE Balance TO AuditBeforeAmount.
           ADD RefundAmount TO Balance.
           PERFORM StampLastActivity.
           IF TrialRun
               ADD 1 TO RefundCount
               ADD RefundAmount TO RefundTotal
               ADD RefundAmount TO CtlTotalBalance
               MOVE "NOT CUT" TO CheckText
               PERFORM WriteRegisterLine
           ELSE
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "WARNING: ID " IDNum
                           " refund not posted"
                   NOT INVALID KEY
                       ADD 1 TO RefundCount
                       ADD RefundAmount TO RefundTotal
                       ADD RefundAmount TO CtlTotalBalance
                       PERFORM AssignCheckNumber
                       PERFORM WriteRefundCheck
                       PERFORM WriteRefundPosting
                       PERFORM WriteRefundAudit
                       MOVE CheckNumber TO CheckText
                       PERFORM WriteRegisterLine
               END-REWRITE
           END-IF.
      * Check numbers come from a single controlled sequence; each
      * check is recorded for reconciliation and sent to the bank on
      * the positive-pay issue file.
       AssignCheckNumber.
           MOVE ZEROS TO CsNextCheck.
           OPEN INPUT CheckSeqFile.
           IF CheckSeqStatus = "00"
               READ CheckSeqFile
                   AT END CONTINUE
               END-READ
               CLOSE CheckSeqFile
           END-IF.
           IF CsNextCheck = ZEROS
               MOVE 100001 TO CsNextCheck
           END-IF.
           MOVE CsNextCheck TO CheckNumber.
           OPEN OUTPUT CheckSeqFile.
           ADD 1 TO CsNextCheck.
           WRITE CheckSeqRecord.
           CLOSE CheckSeqFile.
       WriteRefundCheck.
           MOVE CheckNumber TO CkNumber.
           MOVE IDNum TO CkIDNum.
           MOVE BusinessDate TO CkIssueDate.
           MOVE RefundAmount TO CkAmount.
           MOVE SPACES TO CkPayee.
           STRING FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               DELIMITED BY SIZE INTO CkPayee
           END-STRING.
           SET CkIssued TO TRUE.
           MOVE ZEROS TO CkClearDate.
           MOVE ZEROS TO CkClearAmount.
           MOVE ZEROS TO CkVoidDate.
           MOVE 'N' TO CkStaleFlag.
           WRITE RefChkData
               INVALID KEY
                   DISPLAY "WARNING: check " CheckNumber
                       " already on file"
           END-WRITE.
           SET PpIssue TO TRUE.
           MOVE CheckNumber TO PpCheckNum.
           MOVE RefundAmount TO PpAmount.
           MOVE BusinessDate TO PpIssueDate.
           MOVE CkPayee TO PpPayee.
           WRITE PosPayRecord.
       WriteRefundPosting.
           MOVE IDNum TO PostIDNum.
           MOVE BizMonth TO PostDate(1:2).
           MOVE BizDay TO PostDate(3:2).
           MOVE BizYear TO PostDate(5:4).
           MOVE "REFUND" TO PostType.
           MOVE SPACES TO PostRef.
           STRING "CK" CheckNumber DELIMITED BY SIZE INTO PostRef
           END-STRING.
           MOVE RefundAmount TO PostAmount.
           MOVE Balance TO PostBalAfter.
           PERFORM AssignPostSeq.
           STRING "Customer " IDNum " "
               FUNCTION TRIM(FirstName) " "
               FUNCTION TRIM(LastName)
               " Check " CheckText
               " Refund " ReportAmount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
      * The run mode comes from the SYSIN card; TRIAL produces the
      * register only and leaves every file as it was.
       GetRunMode.
           ACCEPT RunMode.
           MOVE FUNCTION UPPER-CASE(RunMode) TO RunMode.
           IF TrialRun
               DISPLAY "*** TRIAL RUN - NO UPDATES WILL BE MADE ***"
           END-IF.
       WriteRegisterHeading.
           OPEN OUTPUT RegisterFile.
           IF TrialRun
               MOVE TrialBanner TO RegisterLine
               WRITE RegisterLine
           END-IF.
           MOVE "CREDIT BALANCE REFUND CHECK REGISTER"
               TO RegisterLine.
           WRITE RegisterLine.
           MOVE RefundThreshold TO ReportParm.
           MOVE SPACES TO RegisterLine.
           STRING "Processing Date " BusinessDate
               "  Refund Threshold " ReportParm
               "  Stable Days " StableDays
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE LargeCreditAmount TO ReportParm.
           MOVE SPACES TO RegisterLine.
           STRING "Screen Lookback Days " LookbackDays
               "  Large Credit " ReportParm
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
       WriteControlTotalLines.
           MOVE OpeningCtlBalance TO ReportBalance.
           MOVE SPACES TO RegisterLine.
           STRING "CONTROL BALANCE BEFORE : " ReportBalance
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE CtlTotalBalance TO ReportBalance.
           MOVE SPACES TO RegisterLine.
           STRING "CONTROL BALANCE AFTER  : " ReportBalance
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           MOVE SPACES TO RegisterLine.
           STRING "ACTIVE CUSTOMERS       : " CtlActiveCount
               DELIMITED BY SIZE INTO RegisterLine
           END-STRING.
           WRITE RegisterLine.
           IF TrialRun
               MOVE "*** END OF TRIAL RUN - NOTHING WAS POSTED ***"
                   TO RegisterLine
               WRITE RegisterLine
           END-IF.
       StampLastActivity.
           MOVE BizMonth TO LastActMonth.
           MOVE BizDay TO LastActDay.
